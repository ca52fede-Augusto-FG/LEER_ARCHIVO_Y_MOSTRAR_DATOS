       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTCAMBIOS.
      *LISTADO DEL REGISTRO DE CAMBIOS QUE GRABAN MANTCLIENTES Y
      *MANTOPERACIONES, PARA UN RANGO DE FECHAS. CADA CAMBIO SALE
      *CON FECHA, HORA, OPERADOR, ARCHIVO, ACCION Y CLAVE, Y LAS
      *IMAGENES DEL REGISTRO ANTES Y DESPUES. LOS CAMBIOS SENSIBLES
      *SE RESALTAN DEBAJO: CAMBIO DE SUCURSAL O DE CUIT, BAJA O
      *REACTIVACION DE UN CLIENTE; CAMBIO DE SIGNO, DE MARCA DE
      *SISTEMA, BAJA O REACTIVACION DE UN CODIGO DE OPERACION. SON
      *CRITICOS (CON ***) EL CAMBIO DE SIGNO DE UN CODIGO QUE YA
      *TIENE MOVIMIENTOS EN EL MAESTRO HISTORICO A ESA FECHA, PORQUE
      *DA VUELTA EL SENTIDO DE LO YA POSTEADO EN LOS LISTADOS
      *SIGUIENTES, Y LA REACTIVACION DE UN CLIENTE QUE FIGURA EN EL
      *LISTADO DE RECONCILIACION DE LA ULTIMA CORRIDA DE MOVIMIENTOS
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *REGISTRO DE CAMBIOS DE LOS MANTENIMIENTOS
       SELECT OPTIONAL CAMBIOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-CAMBIOS
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL HISTORIA-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-HISTORIA
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HIS-CLAVE
       ALTERNATE RECORD KEY IS HIS-CLIENTE WITH DUPLICATES.

      *LISTADO DE RECONCILIACION QUE DEJA MOVIMIENTOS
       SELECT OPTIONAL RECONCILIACION-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-RECONCILIACION
       ORGANIZATION IS LINE SEQUENTIAL.

      *LISTADO DE CAMBIOS
       SELECT LISTADO-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-LISTADO
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *MISMO TRAZADO QUE GRABAN MANTCLIENTES Y MANTOPERACIONES
       FD CAMBIOS-ARCHIVO.
       01 CAMBIO-REGISTRO.
           05 CMB-FECHA PIC X(8).
           05 FILLER PIC X(1).
           05 CMB-HORA PIC X(8).
           05 FILLER PIC X(1).
           05 CMB-OPERADOR PIC X(10).
           05 FILLER PIC X(1).
           05 CMB-ARCHIVO PIC X(11).
           05 FILLER PIC X(1).
           05 CMB-ACCION PIC X(1).
           05 FILLER PIC X(1).
           05 CMB-CLAVE PIC X(11).
           05 FILLER PIC X(1).
           05 CMB-ANTES PIC X(80).
           05 FILLER PIC X(1).
           05 CMB-DESPUES PIC X(80).

      *MISMO TRAZADO QUE GRABA MOVIMIENTOS AL POSTEAR
       FD HISTORIA-ARCHIVO.
       01 HISTORIA-REGISTRO.
           05 HIS-CLAVE.
              10 HIS-CUENTA PIC X(16).
              10 HIS-FECHA-ORD PIC X(8).
              10 HIS-SECUENCIA PIC 9(4).
           05 HIS-CLIENTE PIC X(11).
           05 HIS-T-CTA PIC X(10).
           05 HIS-SUCURSAL PIC X(8).
           05 HIS-DIGITO PIC X(5).
           05 HIS-FECHA PIC X(13).
           05 HIS-OPERACION PIC X(9).
           05 HIS-IMPORTE PIC X(15).
           05 HIS-CANAL PIC X(2).
           05 HIS-REF-ORIGEN PIC X(28).
           05 HIS-MONEDA PIC X(3).

      *SOLO INTERESA EL CLIENTE, EN LAS PRIMERAS 11 POSICIONES
       FD RECONCILIACION-ARCHIVO.
       01 RECONCILIACION-REGISTRO.
           05 RCN-CLIENTE PIC X(11).
           05 FILLER PIC X(121).

       FD LISTADO-ARCHIVO.
       01 LISTADO-REGISTRO PIC X(132).

       WORKING-STORAGE SECTION.

           01  WS-ARCHIVO-CAMBIOS PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-HISTORIA PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-RECONCILIACION PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-LISTADO PIC X(250) VALUE SPACES.

      *RANGO DE FECHAS (AAAAMMDD) DEL LISTADO
           01  WS-FECHA-DESDE PIC X(8) VALUE SPACES.
           01  WS-FECHA-HASTA PIC X(8) VALUE SPACES.
           01  WS-FECHA-DESDE-ED PIC X(10) VALUE SPACES.
           01  WS-FECHA-HASTA-ED PIC X(10) VALUE SPACES.
           01  WS-FECHA-VALIDAR PIC X(8) VALUE SPACES.
           01  WS-FECHA-VALIDAR-NUM PIC 9(8) VALUE ZERO.
           01  WS-FECHA-VALIDA PIC X VALUE "N".

      *IMAGENES DEL CAMBIO EN PROCESO, CON LA VISTA DE CADA ARCHIVO
           01  WS-IMAGEN-ANTES PIC X(80) VALUE SPACES.
           01  WS-CLI-ANTES REDEFINES WS-IMAGEN-ANTES.
               05 WS-ANT-CLI-CODIGO PIC X(11).
               05 WS-ANT-CLI-NOMBRE PIC X(30).
               05 WS-ANT-CLI-SUCURSAL PIC X(8).
               05 WS-ANT-CLI-ESTADO PIC X(1).
               05 WS-ANT-CLI-CUIT PIC X(11).
               05 WS-ANT-CLI-CONDICION PIC X(1).
               05 FILLER PIC X(18).
           01  WS-OPE-ANTES REDEFINES WS-IMAGEN-ANTES.
               05 WS-ANT-OPE-CODIGO PIC X(9).
               05 WS-ANT-OPE-DESCRIPCION PIC X(25).
               05 WS-ANT-OPE-SIGNO PIC X(1).
               05 WS-ANT-OPE-ESTADO PIC X(1).
               05 WS-ANT-OPE-SISTEMA PIC X(1).
               05 FILLER PIC X(43).
           01  WS-IMAGEN-DESPUES PIC X(80) VALUE SPACES.
           01  WS-CLI-DESPUES REDEFINES WS-IMAGEN-DESPUES.
               05 WS-DES-CLI-CODIGO PIC X(11).
               05 WS-DES-CLI-NOMBRE PIC X(30).
               05 WS-DES-CLI-SUCURSAL PIC X(8).
               05 WS-DES-CLI-ESTADO PIC X(1).
               05 WS-DES-CLI-CUIT PIC X(11).
               05 WS-DES-CLI-CONDICION PIC X(1).
               05 FILLER PIC X(18).
           01  WS-OPE-DESPUES REDEFINES WS-IMAGEN-DESPUES.
               05 WS-DES-OPE-CODIGO PIC X(9).
               05 WS-DES-OPE-DESCRIPCION PIC X(25).
               05 WS-DES-OPE-SIGNO PIC X(1).
               05 WS-DES-OPE-ESTADO PIC X(1).
               05 WS-DES-OPE-SISTEMA PIC X(1).
               05 FILLER PIC X(43).

      *CODIGOS DE OPERACION CON CAMBIO DE SIGNO EN EL RANGO Y FECHA
      *DE SU PRIMER MOVIMIENTO EN EL MAESTRO HISTORICO (VACIA SI NO
      *TIENE NINGUNO)
           01  WS-FIN-CAMBIOS PIC X VALUE "N".
           01  WS-SIGNOS-CANT PIC 9(3) VALUE ZERO.
           01  WS-SIGNOS-TABLA.
               05 WS-SIGNO-ELEM OCCURS 200 TIMES.
                  10 WS-SIG-CODIGO PIC X(9).
                  10 WS-SIG-PRIMER-MOV PIC X(8).
           01  WS-SIG-IND PIC 9(3) VALUE ZERO.
           01  WS-SIG-HALLADO PIC 9(3) VALUE ZERO.
           01  WS-SIG-DESBORDE PIC X VALUE "N".
           01  WS-FIN-HISTORIA PIC X VALUE "N".

      *CLIENTES DEL LISTADO DE RECONCILIACION. SOLO SE CARGA SI EN EL
      *RANGO HAY ALGUNA REACTIVACION DE CLIENTE
           01  WS-HAY-REACTIVACIONES PIC X VALUE "N".
           01  WS-FIN-RECONCILIACION PIC X VALUE "N".
           01  WS-RECONCILIACION-CANT PIC 9(4) VALUE ZERO.
           01  WS-RECONCILIACION-TABLA.
               05 WS-RECONCILIACION-ELEM OCCURS 2000 TIMES.
                  10 WS-RCN-CLIENTE PIC X(11).
           01  WS-RCN-IND PIC 9(4) VALUE ZERO.
           01  WS-RCN-HALLADO PIC 9(4) VALUE ZERO.
           01  WS-RCN-DESBORDE PIC X VALUE "N".

      *MARCAS DEL CAMBIO EN PROCESO
           01  WS-ACCION-TEXTO PIC X(12) VALUE SPACES.
           01  WS-MARCA PIC X(70) VALUE SPACES.
           01  WS-MARCAS-CAMBIO PIC 9(2) VALUE ZERO.

      *CONTADORES DE LA CORRIDA
           01  WS-CAMBIOS-LEIDOS PIC 9(7) VALUE ZERO.
           01  WS-CAMBIOS-LISTADOS PIC 9(7) VALUE ZERO.
           01  WS-CAMBIOS-SENSIBLES PIC 9(7) VALUE ZERO.
           01  WS-CAMBIOS-CRITICOS PIC 9(7) VALUE ZERO.
           01  WS-LINEA-SALIDA PIC X(132) VALUE SPACES.

      *LINEA DE CABECERA DE UN CAMBIO
           01  LINEA-CAMBIO.
               05 LIN-FECHA PIC X(10).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LIN-HORA PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LIN-OPERADOR PIC X(10).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LIN-ARCHIVO PIC X(11).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LIN-ACCION PIC X(12).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LIN-CLAVE PIC X(11).

      ******************************************************************
           PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           ACCEPT WS-FECHA-DESDE FROM ENVIRONMENT "CAMBIOS_DESDE".
           IF WS-FECHA-DESDE = SPACES
               DISPLAY "Fecha desde (AAAAMMDD):"
               ACCEPT WS-FECHA-DESDE
               DISPLAY "Fecha hasta (AAAAMMDD, vacio = la misma):"
               ACCEPT WS-FECHA-HASTA
           ELSE
               ACCEPT WS-FECHA-HASTA FROM ENVIRONMENT "CAMBIOS_HASTA"
           END-IF.
           IF WS-FECHA-HASTA = SPACES
               MOVE WS-FECHA-DESDE TO WS-FECHA-HASTA
           END-IF.
           MOVE WS-FECHA-DESDE TO WS-FECHA-VALIDAR.
           PERFORM VALIDAR-FECHA.
           IF WS-FECHA-VALIDA = "N"
               DISPLAY "Fecha desde invalida, se espera AAAAMMDD: "
                   WS-FECHA-DESDE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-FECHA-HASTA TO WS-FECHA-VALIDAR.
           PERFORM VALIDAR-FECHA.
           IF WS-FECHA-VALIDA = "N"
               DISPLAY "Fecha hasta invalida, se espera AAAAMMDD: "
                   WS-FECHA-HASTA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-FECHA-DESDE > WS-FECHA-HASTA
               DISPLAY "La fecha desde es posterior a la fecha hasta."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           STRING WS-FECHA-DESDE(7:2) "/" WS-FECHA-DESDE(5:2) "/"
               WS-FECHA-DESDE(1:4)
               DELIMITED BY SIZE INTO WS-FECHA-DESDE-ED.
           STRING WS-FECHA-HASTA(7:2) "/" WS-FECHA-HASTA(5:2) "/"
               WS-FECHA-HASTA(1:4)
               DELIMITED BY SIZE INTO WS-FECHA-HASTA-ED.
           ACCEPT WS-ARCHIVO-CAMBIOS
               FROM ENVIRONMENT "ARCHIVO_CAMBIOS".
           IF WS-ARCHIVO-CAMBIOS = SPACES
               MOVE "cambios.log" TO WS-ARCHIVO-CAMBIOS
           END-IF.
           ACCEPT WS-ARCHIVO-HISTORIA
               FROM ENVIRONMENT "ARCHIVO_HISTORIA".
           IF WS-ARCHIVO-HISTORIA = SPACES
               MOVE "historia.dat" TO WS-ARCHIVO-HISTORIA
           END-IF.
           ACCEPT WS-ARCHIVO-RECONCILIACION
               FROM ENVIRONMENT "ARCHIVO_RECONCILIACION".
           IF WS-ARCHIVO-RECONCILIACION = SPACES
               MOVE "movimientos.rec" TO WS-ARCHIVO-RECONCILIACION
           END-IF.
           ACCEPT WS-ARCHIVO-LISTADO
               FROM ENVIRONMENT "ARCHIVO_CAMBIOS_LISTADO".
           IF WS-ARCHIVO-LISTADO = SPACES
               STRING "cambios" WS-FECHA-DESDE "a" WS-FECHA-HASTA
                   ".lst"
                   DELIMITED BY SIZE INTO WS-ARCHIVO-LISTADO
           END-IF.
           PERFORM BUSCAR-CAMBIOS-DE-SIGNO.
           IF WS-SIGNOS-CANT > ZERO
               PERFORM BUSCAR-HISTORIA-SIGNOS
           END-IF.
           IF WS-HAY-REACTIVACIONES = "S"
               PERFORM CARGAR-RECONCILIACION
           END-IF.
           OPEN OUTPUT LISTADO-ARCHIVO.
           PERFORM ESCRIBIR-TITULOS.
           PERFORM LISTAR-CAMBIOS.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE LISTADO-ARCHIVO.
           DISPLAY "Cambios entre el " WS-FECHA-DESDE-ED " y el "
               WS-FECHA-HASTA-ED ": " WS-CAMBIOS-LISTADOS.
           DISPLAY "Cambios sensibles:  " WS-CAMBIOS-SENSIBLES.
           DISPLAY "Cambios criticos:   " WS-CAMBIOS-CRITICOS.
      *RETORNO PARA EL PLANIFICADOR: 8 SIN CAMBIOS EN EL RANGO, 4
      *CON CAMBIOS CRITICOS O TABLAS DESBORDADAS
           IF WS-CAMBIOS-LISTADOS = ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CAMBIOS-CRITICOS > ZERO
                       OR WS-SIG-DESBORDE = "S"
                       OR WS-RCN-DESBORDE = "S"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           PROGRAM-DONE.
           STOP RUN.

      ******************************************************************
      *WS-FECHA-VALIDA QUEDA EN "S" SI WS-FECHA-VALIDAR ES UNA FECHA
      *AAAAMMDD EXISTENTE
           VALIDAR-FECHA.
           MOVE "N" TO WS-FECHA-VALIDA.
           MOVE ZERO TO WS-FECHA-VALIDAR-NUM.
           IF WS-FECHA-VALIDAR NUMERIC
               MOVE WS-FECHA-VALIDAR TO WS-FECHA-VALIDAR-NUM
           END-IF.
           IF WS-FECHA-VALIDAR-NUM NOT < 16010101
               IF FUNCTION INTEGER-OF-DATE(WS-FECHA-VALIDAR-NUM)
                       NOT = ZERO
                   MOVE "S" TO WS-FECHA-VALIDA
               END-IF
           END-IF.

      ******************************************************************
      *PRIMERA PASADA POR EL REGISTRO DE CAMBIOS: JUNTA LOS CODIGOS
      *DE OPERACION CUYO SIGNO CAMBIO EN EL RANGO Y ANOTA SI HUBO
      *REACTIVACIONES DE CLIENTES
           BUSCAR-CAMBIOS-DE-SIGNO.
           OPEN INPUT CAMBIOS-ARCHIVO.
           MOVE "N" TO WS-FIN-CAMBIOS.
           PERFORM UNTIL WS-FIN-CAMBIOS = "S"
               READ CAMBIOS-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-CAMBIOS
                   NOT AT END
                       IF CMB-FECHA NOT < WS-FECHA-DESDE
                               AND CMB-FECHA NOT > WS-FECHA-HASTA
                           MOVE CMB-ANTES TO WS-IMAGEN-ANTES
                           MOVE CMB-DESPUES TO WS-IMAGEN-DESPUES
                           IF CMB-ARCHIVO = "OPERACIONES"
                               IF WS-IMAGEN-ANTES NOT = SPACES
                                   AND WS-ANT-OPE-SIGNO
                                       NOT = WS-DES-OPE-SIGNO
                                   PERFORM GUARDAR-CAMBIO-DE-SIGNO
                               END-IF
                           ELSE
                               IF WS-IMAGEN-ANTES NOT = SPACES
                                   AND WS-ANT-CLI-ESTADO = "I"
                                   AND WS-DES-CLI-ESTADO NOT = "I"
                                   MOVE "S" TO WS-HAY-REACTIVACIONES
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CAMBIOS-ARCHIVO.
           IF WS-SIG-DESBORDE = "S"
               DISPLAY "AVISO: mas de 200 codigos con cambio de signo, "
                   "los excedentes se listan sin revisar su historia"
           END-IF.

      ******************************************************************
           BUSCAR-SIGNO.
           MOVE ZERO TO WS-SIG-HALLADO.
           PERFORM VARYING WS-SIG-IND FROM 1 BY 1
                   UNTIL WS-SIG-IND > WS-SIGNOS-CANT
                   OR WS-SIG-HALLADO > 0
               IF WS-SIG-CODIGO(WS-SIG-IND) = CMB-CLAVE(1:9)
                   MOVE WS-SIG-IND TO WS-SIG-HALLADO
               END-IF
           END-PERFORM.

      ******************************************************************
           GUARDAR-CAMBIO-DE-SIGNO.
           PERFORM BUSCAR-SIGNO.
           IF WS-SIG-HALLADO = 0
               IF WS-SIGNOS-CANT < 200
                   ADD 1 TO WS-SIGNOS-CANT
                   MOVE CMB-CLAVE(1:9) TO WS-SIG-CODIGO(WS-SIGNOS-CANT)
                   MOVE SPACES TO WS-SIG-PRIMER-MOV(WS-SIGNOS-CANT)
               ELSE
                   MOVE "S" TO WS-SIG-DESBORDE
               END-IF
           END-IF.

      ******************************************************************
      *UNA PASADA POR EL MAESTRO HISTORICO: FECHA DEL PRIMER
      *MOVIMIENTO DE CADA CODIGO CON CAMBIO DE SIGNO
           BUSCAR-HISTORIA-SIGNOS.
           OPEN INPUT HISTORIA-ARCHIVO.
           MOVE LOW-VALUES TO HIS-CLAVE.
           MOVE "N" TO WS-FIN-HISTORIA.
           START HISTORIA-ARCHIVO KEY NOT < HIS-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-HISTORIA
           END-START.
           PERFORM UNTIL WS-FIN-HISTORIA = "S"
               READ HISTORIA-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-HISTORIA
                   NOT AT END
                       MOVE ZERO TO WS-SIG-HALLADO
                       PERFORM VARYING WS-SIG-IND FROM 1 BY 1
                               UNTIL WS-SIG-IND > WS-SIGNOS-CANT
                               OR WS-SIG-HALLADO > 0
                           IF WS-SIG-CODIGO(WS-SIG-IND) = HIS-OPERACION
                               MOVE WS-SIG-IND TO WS-SIG-HALLADO
                           END-IF
                       END-PERFORM
                       IF WS-SIG-HALLADO > 0
                           IF WS-SIG-PRIMER-MOV(WS-SIG-HALLADO) = SPACES
                               OR HIS-FECHA-ORD <
                                   WS-SIG-PRIMER-MOV(WS-SIG-HALLADO)
                               MOVE HIS-FECHA-ORD TO
                                   WS-SIG-PRIMER-MOV(WS-SIG-HALLADO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORIA-ARCHIVO.

      ******************************************************************
      *CLIENTES DISTINTOS DEL LISTADO DE RECONCILIACION
           CARGAR-RECONCILIACION.
           OPEN INPUT RECONCILIACION-ARCHIVO.
           MOVE "N" TO WS-FIN-RECONCILIACION.
           MOVE ZERO TO WS-RECONCILIACION-CANT.
           PERFORM UNTIL WS-FIN-RECONCILIACION = "S"
               READ RECONCILIACION-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-RECONCILIACION
                   NOT AT END
                       IF RCN-CLIENTE NOT = SPACES
                           PERFORM BUSCAR-RECONCILIACION
                           IF WS-RCN-HALLADO = 0
                               IF WS-RECONCILIACION-CANT < 2000
                                   ADD 1 TO WS-RECONCILIACION-CANT
                                   MOVE RCN-CLIENTE TO WS-RCN-CLIENTE
                                       (WS-RECONCILIACION-CANT)
                               ELSE
                                   MOVE "S" TO WS-RCN-DESBORDE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECONCILIACION-ARCHIVO.
           IF WS-RCN-DESBORDE = "S"
               DISPLAY "AVISO: mas de 2000 clientes en el listado de "
                   "reconciliacion, los excedentes no se cotejan"
           END-IF.

      ******************************************************************
      *BUSCA RCN-CLIENTE EN LA TABLA; WS-RCN-HALLADO QUEDA EN EL
      *INDICE DE LA ENTRADA O EN CERO SI NO ESTA
           BUSCAR-RECONCILIACION.
           MOVE ZERO TO WS-RCN-HALLADO.
           PERFORM VARYING WS-RCN-IND FROM 1 BY 1
                   UNTIL WS-RCN-IND > WS-RECONCILIACION-CANT
                   OR WS-RCN-HALLADO > 0
               IF WS-RCN-CLIENTE(WS-RCN-IND) = RCN-CLIENTE
                   MOVE WS-RCN-IND TO WS-RCN-HALLADO
               END-IF
           END-PERFORM.

      ******************************************************************
           ESCRIBIR-TITULOS.
           MOVE SPACES TO WS-LINEA-SALIDA.
           STRING "CAMBIOS EN CLIENTES Y CODIGOS DE OPERACION DEL "
               WS-FECHA-DESDE-ED " AL " WS-FECHA-HASTA-ED
               DELIMITED BY SIZE INTO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           MOVE SPACES TO WS-LINEA-SALIDA.
           STRING "FECHA      HORA     OPERADOR   ARCHIVO     "
               "ACCION       CLAVE"
               DELIMITED BY SIZE INTO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.

      ******************************************************************
      *SEGUNDA PASADA: LISTA CADA CAMBIO DEL RANGO CON SUS MARCAS
           LISTAR-CAMBIOS.
           OPEN INPUT CAMBIOS-ARCHIVO.
           MOVE "N" TO WS-FIN-CAMBIOS.
           PERFORM UNTIL WS-FIN-CAMBIOS = "S"
               READ CAMBIOS-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-CAMBIOS
                   NOT AT END
                       ADD 1 TO WS-CAMBIOS-LEIDOS
                       IF CMB-FECHA NOT < WS-FECHA-DESDE
                               AND CMB-FECHA NOT > WS-FECHA-HASTA
                           PERFORM LISTAR-CAMBIO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CAMBIOS-ARCHIVO.

      ******************************************************************
           LISTAR-CAMBIO.
           ADD 1 TO WS-CAMBIOS-LISTADOS.
           MOVE CMB-ANTES TO WS-IMAGEN-ANTES.
           MOVE CMB-DESPUES TO WS-IMAGEN-DESPUES.
           EVALUATE CMB-ACCION
               WHEN "A"
                   MOVE "ALTA" TO WS-ACCION-TEXTO
               WHEN "M"
                   MOVE "MODIFICACION" TO WS-ACCION-TEXTO
               WHEN "B"
                   MOVE "BAJA" TO WS-ACCION-TEXTO
               WHEN OTHER
                   MOVE CMB-ACCION TO WS-ACCION-TEXTO
           END-EVALUATE.
           MOVE SPACES TO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           STRING CMB-FECHA(7:2) "/" CMB-FECHA(5:2) "/"
               CMB-FECHA(1:4)
               DELIMITED BY SIZE INTO LIN-FECHA.
           MOVE CMB-HORA TO LIN-HORA.
           MOVE CMB-OPERADOR TO LIN-OPERADOR.
           MOVE CMB-ARCHIVO TO LIN-ARCHIVO.
           MOVE WS-ACCION-TEXTO TO LIN-ACCION.
           MOVE CMB-CLAVE TO LIN-CLAVE.
           WRITE LISTADO-REGISTRO FROM LINEA-CAMBIO.
           IF CMB-ARCHIVO = "OPERACIONES"
               PERFORM LISTAR-IMAGENES-OPERACION
               PERFORM MARCAR-CAMBIO-OPERACION
           ELSE
               PERFORM LISTAR-IMAGENES-CLIENTE
               PERFORM MARCAR-CAMBIO-CLIENTE
           END-IF.

      ******************************************************************
           LISTAR-IMAGENES-CLIENTE.
           IF WS-IMAGEN-ANTES NOT = SPACES
               MOVE SPACES TO WS-LINEA-SALIDA
               STRING "   ANTES:   " WS-ANT-CLI-NOMBRE
                   " SUC " WS-ANT-CLI-SUCURSAL
                   " EST " WS-ANT-CLI-ESTADO
                   " CUIT " WS-ANT-CLI-CUIT
                   " COND " WS-ANT-CLI-CONDICION
                   DELIMITED BY SIZE INTO WS-LINEA-SALIDA
               WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA
           END-IF.
           MOVE SPACES TO WS-LINEA-SALIDA.
           STRING "   DESPUES: " WS-DES-CLI-NOMBRE
               " SUC " WS-DES-CLI-SUCURSAL
               " EST " WS-DES-CLI-ESTADO
               " CUIT " WS-DES-CLI-CUIT
               " COND " WS-DES-CLI-CONDICION
               DELIMITED BY SIZE INTO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.

      ******************************************************************
           LISTAR-IMAGENES-OPERACION.
           IF WS-IMAGEN-ANTES NOT = SPACES
               MOVE SPACES TO WS-LINEA-SALIDA
               STRING "   ANTES:   " WS-ANT-OPE-DESCRIPCION
                   " SIGNO " WS-ANT-OPE-SIGNO
                   " EST " WS-ANT-OPE-ESTADO
                   " SISTEMA " WS-ANT-OPE-SISTEMA
                   DELIMITED BY SIZE INTO WS-LINEA-SALIDA
               WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA
           END-IF.
           MOVE SPACES TO WS-LINEA-SALIDA.
           STRING "   DESPUES: " WS-DES-OPE-DESCRIPCION
               " SIGNO " WS-DES-OPE-SIGNO
               " EST " WS-DES-OPE-ESTADO
               " SISTEMA " WS-DES-OPE-SISTEMA
               DELIMITED BY SIZE INTO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.

      ******************************************************************
      *UN ALTA NO TIENE IMAGEN ANTERIOR CON QUE COMPARAR. UN CLIENTE
      *O CODIGO CON ESTADO VACIO VALE COMO ACTIVO
           MARCAR-CAMBIO-CLIENTE.
           MOVE ZERO TO WS-MARCAS-CAMBIO.
           IF WS-IMAGEN-ANTES NOT = SPACES
               IF WS-ANT-CLI-SUCURSAL NOT = WS-DES-CLI-SUCURSAL
                   MOVE "CAMBIO DE SUCURSAL" TO WS-MARCA
                   PERFORM ESCRIBIR-MARCA
               END-IF
               IF WS-ANT-CLI-CUIT NOT = WS-DES-CLI-CUIT
                   MOVE "CAMBIO DE CUIT" TO WS-MARCA
                   PERFORM ESCRIBIR-MARCA
               END-IF
               IF WS-ANT-CLI-ESTADO NOT = "I"
                       AND WS-DES-CLI-ESTADO = "I"
                   MOVE "BAJA DE CLIENTE" TO WS-MARCA
                   PERFORM ESCRIBIR-MARCA
               END-IF
               IF WS-ANT-CLI-ESTADO = "I"
                       AND WS-DES-CLI-ESTADO NOT = "I"
                   MOVE CMB-CLAVE TO RCN-CLIENTE
                   PERFORM BUSCAR-RECONCILIACION
                   IF WS-RCN-HALLADO > 0
                       STRING "*** REACTIVACION DE CLIENTE CON "
                           "MOVIMIENTOS EN RECONCILIACION ***"
                           DELIMITED BY SIZE INTO WS-MARCA
                       ADD 1 TO WS-CAMBIOS-CRITICOS
                   ELSE
                       MOVE "REACTIVACION DE CLIENTE" TO WS-MARCA
                   END-IF
                   PERFORM ESCRIBIR-MARCA
               END-IF
           END-IF.
           IF WS-MARCAS-CAMBIO > ZERO
               ADD 1 TO WS-CAMBIOS-SENSIBLES
           END-IF.

      ******************************************************************
      *EL CAMBIO DE SIGNO ES CRITICO SI EL CODIGO YA TENIA
      *MOVIMIENTOS EN EL HISTORICO AL DIA DEL CAMBIO
           MARCAR-CAMBIO-OPERACION.
           MOVE ZERO TO WS-MARCAS-CAMBIO.
           IF WS-IMAGEN-ANTES NOT = SPACES
               IF WS-ANT-OPE-SIGNO NOT = WS-DES-OPE-SIGNO
                   PERFORM BUSCAR-SIGNO
                   MOVE "CAMBIO DE SIGNO" TO WS-MARCA
                   IF WS-SIG-HALLADO > 0
                       IF WS-SIG-PRIMER-MOV(WS-SIG-HALLADO)
                               NOT = SPACES
                           AND WS-SIG-PRIMER-MOV(WS-SIG-HALLADO)
                               NOT > CMB-FECHA
                           MOVE SPACES TO WS-MARCA
                           STRING "*** CAMBIO DE SIGNO "
                               WS-ANT-OPE-SIGNO " A " WS-DES-OPE-SIGNO
                               " CON HISTORIA DESDE EL "
                               WS-SIG-PRIMER-MOV(WS-SIG-HALLADO)(7:2)
                               "/"
                               WS-SIG-PRIMER-MOV(WS-SIG-HALLADO)(5:2)
                               "/"
                               WS-SIG-PRIMER-MOV(WS-SIG-HALLADO)(1:4)
                               " ***"
                               DELIMITED BY SIZE INTO WS-MARCA
                           ADD 1 TO WS-CAMBIOS-CRITICOS
                       END-IF
                   END-IF
                   PERFORM ESCRIBIR-MARCA
               END-IF
               IF WS-ANT-OPE-SISTEMA NOT = WS-DES-OPE-SISTEMA
                   MOVE "CAMBIO DE MARCA DE CODIGO DE SISTEMA"
                       TO WS-MARCA
                   PERFORM ESCRIBIR-MARCA
               END-IF
               IF WS-ANT-OPE-ESTADO NOT = "I"
                       AND WS-DES-OPE-ESTADO = "I"
                   MOVE "BAJA DE CODIGO" TO WS-MARCA
                   PERFORM ESCRIBIR-MARCA
               END-IF
               IF WS-ANT-OPE-ESTADO = "I"
                       AND WS-DES-OPE-ESTADO NOT = "I"
                   MOVE "REACTIVACION DE CODIGO" TO WS-MARCA
                   PERFORM ESCRIBIR-MARCA
               END-IF
           END-IF.
           IF WS-MARCAS-CAMBIO > ZERO
               ADD 1 TO WS-CAMBIOS-SENSIBLES
           END-IF.

      ******************************************************************
           ESCRIBIR-MARCA.
           ADD 1 TO WS-MARCAS-CAMBIO.
           MOVE SPACES TO WS-LINEA-SALIDA.
           STRING "   >>> " WS-MARCA
               DELIMITED BY SIZE INTO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           MOVE SPACES TO WS-MARCA.

      ******************************************************************
           ESCRIBIR-TOTALES.
           MOVE SPACES TO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           IF WS-CAMBIOS-LISTADOS = ZERO
               MOVE "SIN CAMBIOS EN EL RANGO" TO WS-LINEA-SALIDA
               WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA
           END-IF.
           MOVE SPACES TO WS-LINEA-SALIDA.
           STRING "CAMBIOS LISTADOS: " WS-CAMBIOS-LISTADOS
               "  SENSIBLES: " WS-CAMBIOS-SENSIBLES
               "  CRITICOS: " WS-CAMBIOS-CRITICOS
               "  LEIDOS EN EL REGISTRO: " WS-CAMBIOS-LEIDOS
               DELIMITED BY SIZE INTO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           IF WS-SIG-DESBORDE = "S" OR WS-RCN-DESBORDE = "S"
               MOVE SPACES TO WS-LINEA-SALIDA
               STRING "AVISO: TABLAS DESBORDADAS, HAY CAMBIOS SIN "
                   "COTEJAR CONTRA EL HISTORICO O LA RECONCILIACION"
                   DELIMITED BY SIZE INTO WS-LINEA-SALIDA
               WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA
           END-IF.
