       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVHISTORIA.
      *CONVERSION POR UNICA VEZ DEL MAESTRO HISTORICO: DEL MAESTRO
      *VIEJO, SIN MONEDA, AL MAESTRO QUE GUARDA LA MONEDA DE CADA
      *MOVIMIENTO. TODO LO POSTEADO ANTES DE LAS CUENTAS EN
      *DOLARES ES EN PESOS, ASI QUE LA MONEDA SE COMPLETA CON
      *"ARS". LA CLAVE ALTERNADA POR CLIENTE QUE NECESITA LA
      *CONSULTA POR CLIENTE SE CONSERVA EN LOS DOS MAESTROS.
      *EL MAESTRO VIEJO NO SE TOCA; LOS CONTADORES DEBEN
      *CERRAR ANTES DE REEMPLAZARLO POR EL NUEVO, IGUAL QUE EN LA
      *CONVERSION DEL MAESTRO DE CLIENTES (CONVCLIENTES)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *MAESTRO VIEJO, SIN MONEDA
       SELECT OPTIONAL HISTORIA-VIEJA
       ASSIGN TO DYNAMIC WS-ARCHIVO-VIEJO
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS VIE-CLAVE
       ALTERNATE RECORD KEY IS VIE-CLIENTE WITH DUPLICATES.

      *MAESTRO NUEVO, CON LA MONEDA AL FINAL DEL REGISTRO
       SELECT HISTORIA-NUEVA
       ASSIGN TO DYNAMIC WS-ARCHIVO-NUEVO
       ORGANIZATION IS INDEXED

       DATA DIVISION.
       FILE SECTION.
      *TRAZADO ANTERIOR A LA MONEDA
       FD HISTORIA-VIEJA.
       01 HISTORIA-VIEJA-REGISTRO.
           05 VIE-CLAVE.
           05 VIE-OPERACION PIC X(9).
           05 VIE-IMPORTE PIC X(15).
           05 VIE-CANAL PIC X(2).
           05 VIE-REF-ORIGEN PIC X(28).

      *MISMO TRAZADO QUE GRABA MOVIMIENTOS AL POSTEAR
       FD HISTORIA-NUEVA.
       01 HISTORIA-NUEVA-REGISTRO.
           05 NUE-CLAVE.
           05 NUE-IMPORTE PIC X(15).
           05 NUE-CANAL PIC X(2).
           05 NUE-REF-ORIGEN PIC X(28).
           05 NUE-MONEDA PIC X(3).

       WORKING-STORAGE SECTION.

                       ADD 1 TO WS-REG-LEIDOS
                       MOVE HISTORIA-VIEJA-REGISTRO
                           TO HISTORIA-NUEVA-REGISTRO
                       MOVE "ARS" TO NUE-MONEDA
                       WRITE HISTORIA-NUEVA-REGISTRO
                           INVALID KEY
                               MOVE "S" TO WS-ERROR-GRABACION
