       IDENTIFICATION DIVISION.
       PROGRAM-ID. INACTIVAS.
      *DETECCION DE CUENTAS INACTIVAS. RECORRE EL MAESTRO DE
      *CUENTAS Y, PARA CADA CUENTA NO CERRADA, BUSCA EN EL MAESTRO
      *HISTORICO SU ULTIMO MOVIMIENTO INICIADO POR EL CLIENTE: LOS
      *CODIGOS MARCADOS COMO DE SISTEMA EN LA TABLA DE OPERACIONES
      *(CARGOS Y DEVENGOS DE DEVENGAR, REVERSAS DE AJUSTES,
      *IMPUESTOS) NO CUENTAN COMO ACTIVIDAD. UNA CUENTA CUYO ULTIMO
      *MOVIMIENTO DEL CLIENTE ES ANTERIOR AL CORTE (FECHA DE
      *PROCESO MENOS LA CANTIDAD DE MESES CONFIGURADA) SE LISTA CON
      *EL NOMBRE DEL TITULAR, LA FECHA Y EL CANAL DE ESE MOVIMIENTO
      *Y EL SALDO VIGENTE, Y SE MARCA INACTIVA EN EL MAESTRO DE
      *CUENTAS: DESDE ESE MOMENTO MOVIMIENTOS RETIENE SUS DEBITOS
      *HASTA QUE UN SUPERVISOR LA REACTIVE CON MANTCUENTAS. EL
      *PLAZO SE CUENTA DESDE EL ULTIMO MOVIMIENTO DEL CLIENTE, LA
      *APERTURA DE LA CUENTA O SU ULTIMA REACTIVACION, LO QUE SEA
      *MAS RECIENTE
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL CUENTAS-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-CUENTAS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CTA-CUENTA.

       SELECT OPTIONAL HISTORIA-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-HISTORIA
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HIS-CLAVE
       ALTERNATE RECORD KEY IS HIS-CLIENTE WITH DUPLICATES.

       SELECT OPTIONAL CLIENTES-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-CLIENTES
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CLI-CODIGO.

       SELECT OPTIONAL OPERACIONES-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-OPERACIONES
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL SALDOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-SALDOS
       ORGANIZATION IS LINE SEQUENTIAL.

      *REGISTRO DE REACTIVACIONES QUE GRABA MANTCUENTAS
       SELECT OPTIONAL REACTIVACIONES-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-REACTIVACIONES
       ORGANIZATION IS LINE SEQUENTIAL.

      *LISTADO DE CUENTAS INACTIVAS
       SELECT LISTADO-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-LISTADO
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *MISMO TRAZADO QUE GRABA MANTCUENTAS. "I" ES INACTIVA
       FD CUENTAS-ARCHIVO.
       01 CUENTA-REGISTRO.
           05 CTA-CUENTA PIC X(16).
           05 CTA-T-CTA PIC X(10).
           05 CTA-CLIENTE PIC X(11).
           05 CTA-SUCURSAL PIC X(8).
           05 CTA-FECHA-ALTA PIC X(8).
           05 CTA-ESTADO PIC X(1).
           05 CTA-DESCUBIERTO PIC 9(11)V99.
           05 CTA-MONEDA PIC X(3).

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

      *MISMO TRAZADO QUE GRABA MANTCLIENTES
       FD CLIENTES-ARCHIVO.
       01 CLIENTE-REGISTRO.
           05 CLI-CODIGO PIC X(11).
           05 CLI-NOMBRE PIC X(30).
           05 CLI-SUCURSAL PIC X(8).
           05 CLI-ESTADO PIC X(1).
           05 CLI-CUIT PIC X(11).
           05 CLI-CONDICION-IMP PIC X(1).

      *MISMO TRAZADO QUE GRABA MANTOPERACIONES
       FD OPERACIONES-ARCHIVO.
       01 OPERACION-REGISTRO.
           05 OPE-CODIGO PIC X(9).
           05 OPE-DESCRIPCION PIC X(25).
           05 OPE-SIGNO PIC X(1).
           05 OPE-ESTADO PIC X(1).
           05 OPE-SISTEMA PIC X(1).

       FD SALDOS-ARCHIVO.
       01 SALDO-REGISTRO.
           05 SAL-CUENTA PIC X(16).
           05 SAL-IMPORTE PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 SAL-MONEDA PIC X(3).

      *MISMO TRAZADO QUE GRABA MANTCUENTAS
       FD REACTIVACIONES-ARCHIVO.
       01 REACTIVACION-REGISTRO.
           05 RCT-FECHA PIC X(8).
           05 FILLER PIC X(1).
           05 RCT-HORA PIC X(8).
           05 FILLER PIC X(1).
           05 RCT-CUENTA PIC X(16).
           05 FILLER PIC X(1).
           05 RCT-CLIENTE PIC X(11).
           05 FILLER PIC X(1).
           05 RCT-SUPERVISOR PIC X(10).
           05 FILLER PIC X(1).
           05 RCT-MOTIVO PIC X(40).

       FD LISTADO-ARCHIVO.
       01 LISTADO-REGISTRO PIC X(132).

       WORKING-STORAGE SECTION.

           01  WS-ARCHIVO-CUENTAS PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-HISTORIA PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-CLIENTES PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-OPERACIONES PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-SALDOS PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-REACTIVACIONES PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-LISTADO PIC X(250) VALUE SPACES.

      *FECHA DE PROCESO (AAAAMMDD, POR OMISION EL DIA DE LA
      *CORRIDA), MESES SIN ACTIVIDAD QUE HACEN INACTIVA UNA CUENTA
      *Y FECHA DE CORTE RESULTANTE
           01  WS-FECHA-CORRIDA-AAAAMMDD.
               05 WS-FC-ANIO PIC 9(4).
               05 WS-FC-MES PIC 9(2).
               05 WS-FC-DIA PIC 9(2).
           01  WS-FECHA-PROCESO PIC X(8) VALUE SPACES.
           01  WS-FECHA-PROCESO-NUM PIC 9(8) VALUE ZERO.
           01  WS-FECHA-PROCESO-PARTES REDEFINES WS-FECHA-PROCESO-NUM.
               05 WS-FP-ANIO PIC 9(4).
               05 WS-FP-MES PIC 9(2).
               05 WS-FP-DIA PIC 9(2).
           01  WS-FECHA-EMISION PIC X(10) VALUE SPACES.
           01  WS-MESES-TEXTO PIC X(10) VALUE SPACES.
           01  WS-MESES PIC 9(3) VALUE ZERO.
           01  WS-MES-ANIO PIC 9(4) VALUE ZERO.
           01  WS-MES-MES PIC 9(2) VALUE ZERO.
           01  WS-DIAS-MES PIC 9(2) VALUE ZERO.
           01  WS-RESTO PIC 9(4) VALUE ZERO.
           01  WS-MESES-TOTAL PIC 9(6) VALUE ZERO.
           01  WS-CORTE-DIA PIC 9(2) VALUE ZERO.
           01  WS-FECHA-CORTE.
               05 WS-CORTE-ANIO PIC 9(4).
               05 WS-CORTE-MES PIC 9(2).
               05 WS-CORTE-DD PIC 9(2).
           01  WS-FECHA-CORTE-ED PIC X(10) VALUE SPACES.

      *"N" EN INACTIVAS_MARCAR SOLO LISTA, SIN TOCAR EL MAESTRO
           01  WS-MARCAR PIC X VALUE "S".

      *CODIGOS DE OPERACION DE SISTEMA. SE CARGAN AUNQUE ESTEN DADOS
      *DE BAJA: SUS MOVIMIENTOS VIEJOS SIGUEN SIN SER DEL CLIENTE
           01  WS-FIN-OPERACIONES PIC X VALUE "N".
           01  WS-SISTEMA-CANT PIC 9(3) VALUE ZERO.
           01  WS-SISTEMA-TABLA.
               05 WS-SISTEMA-ELEM OCCURS 200 TIMES.
                  10 WS-SIS-CODIGO PIC X(9).
           01  WS-SIS-IND PIC 9(3) VALUE ZERO.
           01  WS-SIS-DESBORDE PIC X VALUE "N".
           01  WS-ES-SISTEMA PIC X VALUE "N".

      *SALDOS VIGENTES EN MEMORIA
           01  WS-FIN-SALDOS PIC X VALUE "N".
           01  WS-SALDOS-CANT PIC 9(4) VALUE ZERO.
           01  WS-SALDOS-TABLA.
               05 WS-SALDO-ELEM OCCURS 1000 TIMES.
                  10 WS-SAL-CUENTA PIC X(16).
                  10 WS-SAL-IMPORTE PIC S9(11)V99.
           01  WS-SAL-IND PIC 9(4) VALUE ZERO.
           01  WS-SAL-DESBORDE PIC X VALUE "N".

      *ULTIMA REACTIVACION DE CADA CUENTA
           01  WS-FIN-REACTIVACIONES PIC X VALUE "N".
           01  WS-REACTIVACIONES-CANT PIC 9(4) VALUE ZERO.
           01  WS-REACTIVACIONES-TABLA.
               05 WS-REACTIVACION-ELEM OCCURS 1000 TIMES.
                  10 WS-REA-CUENTA PIC X(16).
                  10 WS-REA-FECHA PIC X(8).
           01  WS-REA-IND PIC 9(4) VALUE ZERO.
           01  WS-REA-HALLADA PIC 9(4) VALUE ZERO.
           01  WS-REA-DESBORDE PIC X VALUE "N".

      *CUENTA EN PROCESO
           01  WS-FIN-CUENTAS PIC X VALUE "N".
           01  WS-FIN-HISTORIA PIC X VALUE "N".
           01  WS-ULT-FECHA-ORD PIC X(8) VALUE SPACES.
           01  WS-ULT-FECHA PIC X(10) VALUE SPACES.
           01  WS-ULT-CANAL PIC X(2) VALUE SPACES.
           01  WS-FECHA-REFERENCIA PIC X(8) VALUE SPACES.
           01  WS-SALDO-CUENTA PIC S9(11)V99 VALUE ZERO.
           01  WS-OBSERVACION PIC X(24) VALUE SPACES.

      *CONTADORES DE LA CORRIDA
           01  WS-CUENTAS-LEIDAS PIC 9(7) VALUE ZERO.
           01  WS-CUENTAS-INACTIVAS PIC 9(7) VALUE ZERO.
           01  WS-CUENTAS-MARCADAS PIC 9(7) VALUE ZERO.
           01  WS-CUENTAS-YA-INACTIVAS PIC 9(7) VALUE ZERO.
           01  WS-ERRORES-GRABACION PIC 9(7) VALUE ZERO.
           01  WS-LINEA-SALIDA PIC X(132) VALUE SPACES.

      *LINEA DE UNA CUENTA EN EL LISTADO
           01  LINEA-INACTIVA.
               05 LIN-CUENTA PIC X(16).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LIN-CLIENTE PIC X(11).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LIN-NOMBRE PIC X(30).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LIN-SUCURSAL PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LIN-FECHA PIC X(10).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LIN-CANAL PIC X(2).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LIN-MONEDA PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LIN-SALDO PIC Z,ZZZ,ZZZ,ZZ9.99-.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LIN-OBSERVACION PIC X(24).

      ******************************************************************
           PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           ACCEPT WS-FECHA-CORRIDA-AAAAMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-FECHA-PROCESO FROM ENVIRONMENT "INACTIVAS_FECHA".
           IF WS-FECHA-PROCESO = SPACES
               MOVE WS-FECHA-CORRIDA-AAAAMMDD TO WS-FECHA-PROCESO
           END-IF.
           MOVE ZERO TO WS-FECHA-PROCESO-NUM.
           IF WS-FECHA-PROCESO NUMERIC
               MOVE WS-FECHA-PROCESO TO WS-FECHA-PROCESO-NUM
           END-IF.
           IF WS-FECHA-PROCESO-NUM < 16010101
               DISPLAY "Fecha de proceso invalida, se espera "
                   "AAAAMMDD."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO-NUM) = ZERO
               DISPLAY "Fecha de proceso invalida, se espera "
                   "AAAAMMDD."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           STRING WS-FECHA-PROCESO(7:2) "/" WS-FECHA-PROCESO(5:2) "/"
               WS-FECHA-PROCESO(1:4)
               DELIMITED BY SIZE INTO WS-FECHA-EMISION.
           ACCEPT WS-MESES-TEXTO FROM ENVIRONMENT "INACTIVAS_MESES".
           IF WS-MESES-TEXTO = SPACES
               MOVE "12" TO WS-MESES-TEXTO
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-MESES-TEXTO) NOT = 0
               DISPLAY "Cantidad de meses invalida: " WS-MESES-TEXTO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION NUMVAL(WS-MESES-TEXTO) < 1
                   OR FUNCTION NUMVAL(WS-MESES-TEXTO) > 600
               DISPLAY "Cantidad de meses invalida: " WS-MESES-TEXTO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION NUMVAL(WS-MESES-TEXTO) TO WS-MESES.
           ACCEPT WS-MARCAR FROM ENVIRONMENT "INACTIVAS_MARCAR".
           IF WS-MARCAR NOT = "N"
               MOVE "S" TO WS-MARCAR
           END-IF.
           ACCEPT WS-ARCHIVO-CUENTAS
               FROM ENVIRONMENT "ARCHIVO_CUENTAS".
           IF WS-ARCHIVO-CUENTAS = SPACES
               MOVE "cuentas.ind" TO WS-ARCHIVO-CUENTAS
           END-IF.
           ACCEPT WS-ARCHIVO-HISTORIA
               FROM ENVIRONMENT "ARCHIVO_HISTORIA".
           IF WS-ARCHIVO-HISTORIA = SPACES
               MOVE "historia.dat" TO WS-ARCHIVO-HISTORIA
           END-IF.
           ACCEPT WS-ARCHIVO-CLIENTES
               FROM ENVIRONMENT "ARCHIVO_CLIENTES".
           IF WS-ARCHIVO-CLIENTES = SPACES
               MOVE "clientes.ind" TO WS-ARCHIVO-CLIENTES
           END-IF.
           ACCEPT WS-ARCHIVO-OPERACIONES
               FROM ENVIRONMENT "ARCHIVO_OPERACIONES".
           IF WS-ARCHIVO-OPERACIONES = SPACES
               MOVE "operaciones.dat" TO WS-ARCHIVO-OPERACIONES
           END-IF.
           ACCEPT WS-ARCHIVO-SALDOS FROM ENVIRONMENT "ARCHIVO_SALDOS".
           IF WS-ARCHIVO-SALDOS = SPACES
               MOVE "saldos.dat" TO WS-ARCHIVO-SALDOS
           END-IF.
           ACCEPT WS-ARCHIVO-REACTIVACIONES
               FROM ENVIRONMENT "ARCHIVO_REACTIVACIONES".
           IF WS-ARCHIVO-REACTIVACIONES = SPACES
               MOVE "reactivaciones.log" TO WS-ARCHIVO-REACTIVACIONES
           END-IF.
           ACCEPT WS-ARCHIVO-LISTADO
               FROM ENVIRONMENT "ARCHIVO_INACTIVAS_LISTADO".
           IF WS-ARCHIVO-LISTADO = SPACES
               STRING "inactivas" WS-FECHA-PROCESO ".lst"
                   DELIMITED BY SIZE INTO WS-ARCHIVO-LISTADO
           END-IF.
           PERFORM CALCULAR-CORTE.
           PERFORM CARGAR-OPERACIONES.
           IF WS-SISTEMA-CANT = ZERO
               DISPLAY "AVISO: ningun codigo marcado como de sistema "
                   "en la tabla de operaciones, todo movimiento "
                   "cuenta como actividad del cliente"
           END-IF.
           PERFORM CARGAR-SALDOS.
           PERFORM CARGAR-REACTIVACIONES.
           OPEN I-O CUENTAS-ARCHIVO.
           OPEN INPUT HISTORIA-ARCHIVO.
           OPEN INPUT CLIENTES-ARCHIVO.
           OPEN OUTPUT LISTADO-ARCHIVO.
           PERFORM ESCRIBIR-TITULOS.
           PERFORM RECORRER-CUENTAS.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE LISTADO-ARCHIVO.
           CLOSE CLIENTES-ARCHIVO.
           CLOSE HISTORIA-ARCHIVO.
           CLOSE CUENTAS-ARCHIVO.
           DISPLAY "Cuentas revisadas:           " WS-CUENTAS-LEIDAS.
           DISPLAY "Cuentas sin actividad desde el " WS-FECHA-CORTE-ED
               ": " WS-CUENTAS-INACTIVAS.
           DISPLAY "Marcadas inactivas en esta corrida: "
               WS-CUENTAS-MARCADAS.
      *RETORNO PARA EL PLANIFICADOR: 4 CON TABLAS DESBORDADAS, SIN
      *CODIGOS DE SISTEMA O CON CUENTAS QUE NO SE PUDIERON MARCAR
           IF WS-SIS-DESBORDE = "S" OR WS-SAL-DESBORDE = "S"
                   OR WS-REA-DESBORDE = "S"
                   OR WS-SISTEMA-CANT = ZERO
                   OR WS-ERRORES-GRABACION > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           PROGRAM-DONE.
           STOP RUN.

      ******************************************************************
      *FECHA DE CORTE: LA DE PROCESO MENOS WS-MESES MESES. SI EL
      *MES RESULTANTE ES MAS CORTO, EL DIA SE LLEVA A SU ULTIMO DIA
           CALCULAR-CORTE.
           COMPUTE WS-MESES-TOTAL =
               WS-FP-ANIO * 12 + WS-FP-MES - 1 - WS-MESES.
           DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-MES-ANIO
               REMAINDER WS-MES-MES.
           ADD 1 TO WS-MES-MES.
           PERFORM CALCULAR-DIAS-MES.
           MOVE WS-FP-DIA TO WS-CORTE-DIA.
           IF WS-CORTE-DIA > WS-DIAS-MES
               MOVE WS-DIAS-MES TO WS-CORTE-DIA
           END-IF.
           MOVE WS-MES-ANIO TO WS-CORTE-ANIO.
           MOVE WS-MES-MES TO WS-CORTE-MES.
           MOVE WS-CORTE-DIA TO WS-CORTE-DD.
           STRING WS-CORTE-DD "/" WS-CORTE-MES "/" WS-CORTE-ANIO
               DELIMITED BY SIZE INTO WS-FECHA-CORTE-ED.

      ******************************************************************
           CALCULAR-DIAS-MES.
           EVALUATE WS-MES-MES
               WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DIAS-MES
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-DIAS-MES
               WHEN 02
                   MOVE 28 TO WS-DIAS-MES
                   COMPUTE WS-RESTO = FUNCTION MOD(WS-MES-ANIO, 4)
                   IF WS-RESTO = ZERO
                       COMPUTE WS-RESTO =
                           FUNCTION MOD(WS-MES-ANIO, 100)
                       IF WS-RESTO NOT = ZERO
                           MOVE 29 TO WS-DIAS-MES
                       ELSE
                           COMPUTE WS-RESTO =
                               FUNCTION MOD(WS-MES-ANIO, 400)
                           IF WS-RESTO = ZERO
                               MOVE 29 TO WS-DIAS-MES
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

      ******************************************************************
      *CARGA SOLO LOS CODIGOS MARCADOS COMO DE SISTEMA
           CARGAR-OPERACIONES.
           OPEN INPUT OPERACIONES-ARCHIVO.
           MOVE "N" TO WS-FIN-OPERACIONES.
           MOVE ZERO TO WS-SISTEMA-CANT.
           PERFORM UNTIL WS-FIN-OPERACIONES = "S"
               READ OPERACIONES-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-OPERACIONES
                   NOT AT END
                       IF OPE-SISTEMA = "S"
                           IF WS-SISTEMA-CANT < 200
                               ADD 1 TO WS-SISTEMA-CANT
                               MOVE OPE-CODIGO TO
                                   WS-SIS-CODIGO(WS-SISTEMA-CANT)
                           ELSE
                               MOVE "S" TO WS-SIS-DESBORDE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERACIONES-ARCHIVO.
           IF WS-SIS-DESBORDE = "S"
               DISPLAY "AVISO: mas de 200 codigos de sistema, los "
                   "excedentes cuentan como actividad del cliente"
           END-IF.

      ******************************************************************
      *CARGA LOS SALDOS VIGENTES. UNA CUENTA QUE NO FIGURA VALE CERO
           CARGAR-SALDOS.
           OPEN INPUT SALDOS-ARCHIVO.
           MOVE "N" TO WS-FIN-SALDOS.
           MOVE ZERO TO WS-SALDOS-CANT.
           PERFORM UNTIL WS-FIN-SALDOS = "S"
               READ SALDOS-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-SALDOS
                   NOT AT END
                       IF WS-SALDOS-CANT < 1000
                           ADD 1 TO WS-SALDOS-CANT
                           MOVE SAL-CUENTA TO
                               WS-SAL-CUENTA(WS-SALDOS-CANT)
                           MOVE SAL-IMPORTE TO
                               WS-SAL-IMPORTE(WS-SALDOS-CANT)
                       ELSE
                           MOVE "S" TO WS-SAL-DESBORDE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALDOS-ARCHIVO.
           IF WS-SAL-DESBORDE = "S"
               DISPLAY "AVISO: archivo de saldos supera la tabla de "
                   "1000 cuentas, los excedentes se listan en cero"
           END-IF.

      ******************************************************************
      *GUARDA LA ULTIMA REACTIVACION DE CADA CUENTA. SIN ELLA, UNA
      *CUENTA RECIEN REACTIVADA Y TODAVIA SIN MOVIMIENTOS VOLVERIA
      *A MARCARSE EN LA CORRIDA SIGUIENTE
           CARGAR-REACTIVACIONES.
           OPEN INPUT REACTIVACIONES-ARCHIVO.
           MOVE "N" TO WS-FIN-REACTIVACIONES.
           MOVE ZERO TO WS-REACTIVACIONES-CANT.
           PERFORM UNTIL WS-FIN-REACTIVACIONES = "S"
               READ REACTIVACIONES-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-REACTIVACIONES
                   NOT AT END
                       PERFORM GUARDAR-REACTIVACION
               END-READ
           END-PERFORM.
           CLOSE REACTIVACIONES-ARCHIVO.
           IF WS-REA-DESBORDE = "S"
               DISPLAY "AVISO: mas de 1000 cuentas reactivadas, las "
                   "excedentes cuentan el plazo sin su reactivacion"
           END-IF.

      ******************************************************************
           GUARDAR-REACTIVACION.
           MOVE ZERO TO WS-REA-HALLADA.
           PERFORM VARYING WS-REA-IND FROM 1 BY 1
                   UNTIL WS-REA-IND > WS-REACTIVACIONES-CANT
                   OR WS-REA-HALLADA > 0
               IF WS-REA-CUENTA(WS-REA-IND) = RCT-CUENTA
                   MOVE WS-REA-IND TO WS-REA-HALLADA
               END-IF
           END-PERFORM.
           IF WS-REA-HALLADA = 0
               IF WS-REACTIVACIONES-CANT < 1000
                   ADD 1 TO WS-REACTIVACIONES-CANT
                   MOVE RCT-CUENTA TO
                       WS-REA-CUENTA(WS-REACTIVACIONES-CANT)
                   MOVE RCT-FECHA TO
                       WS-REA-FECHA(WS-REACTIVACIONES-CANT)
               ELSE
                   MOVE "S" TO WS-REA-DESBORDE
               END-IF
           ELSE
               IF RCT-FECHA > WS-REA-FECHA(WS-REA-HALLADA)
                   MOVE RCT-FECHA TO WS-REA-FECHA(WS-REA-HALLADA)
               END-IF
           END-IF.

      ******************************************************************
           ESCRIBIR-TITULOS.
           MOVE SPACES TO WS-LINEA-SALIDA.
           STRING "CUENTAS SIN ACTIVIDAD DEL CLIENTE DESDE EL "
               WS-FECHA-CORTE-ED " (" WS-MESES " MESES)  PROCESO "
               WS-FECHA-EMISION
               DELIMITED BY SIZE INTO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           MOVE SPACES TO WS-LINEA-SALIDA.
           STRING "CUENTA           CLIENTE     NOMBRE               "
               "          SUCURSAL ULT.MOV.   CN  MON"
               "             SALDO OBSERVACION"
               DELIMITED BY SIZE INTO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.

      ******************************************************************
      *RECORRE EL MAESTRO DE CUENTAS EN ORDEN; LAS CERRADAS NO SE
      *EVALUAN
           RECORRER-CUENTAS.
           MOVE LOW-VALUES TO CTA-CUENTA.
           MOVE "N" TO WS-FIN-CUENTAS.
           START CUENTAS-ARCHIVO KEY NOT < CTA-CUENTA
               INVALID KEY
                   MOVE "S" TO WS-FIN-CUENTAS
           END-START.
           PERFORM UNTIL WS-FIN-CUENTAS = "S"
               READ CUENTAS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-CUENTAS
                   NOT AT END
                       IF CTA-ESTADO NOT = "C"
                           ADD 1 TO WS-CUENTAS-LEIDAS
                           PERFORM EVALUAR-CUENTA
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *LA FECHA DE REFERENCIA ES LA MAS RECIENTE ENTRE EL ULTIMO
      *MOVIMIENTO DEL CLIENTE, LA APERTURA Y LA ULTIMA REACTIVACION
           EVALUAR-CUENTA.
           PERFORM BUSCAR-ULTIMO-MOVIMIENTO.
           MOVE CTA-FECHA-ALTA TO WS-FECHA-REFERENCIA.
           IF WS-ULT-FECHA-ORD > WS-FECHA-REFERENCIA
               MOVE WS-ULT-FECHA-ORD TO WS-FECHA-REFERENCIA
           END-IF.
           PERFORM VARYING WS-REA-IND FROM 1 BY 1
                   UNTIL WS-REA-IND > WS-REACTIVACIONES-CANT
               IF WS-REA-CUENTA(WS-REA-IND) = CTA-CUENTA
                       AND WS-REA-FECHA(WS-REA-IND)
                           > WS-FECHA-REFERENCIA
                   MOVE WS-REA-FECHA(WS-REA-IND)
                       TO WS-FECHA-REFERENCIA
               END-IF
           END-PERFORM.
           IF WS-FECHA-REFERENCIA < WS-FECHA-CORTE
               ADD 1 TO WS-CUENTAS-INACTIVAS
               PERFORM MARCAR-INACTIVA
               PERFORM ESCRIBIR-LINEA-CUENTA
           END-IF.

      ******************************************************************
      *RECORRE LOS MOVIMIENTOS DE LA CUENTA EN ORDEN DE FECHA; EL
      *ULTIMO QUE NO ES DE SISTEMA ES LA ULTIMA ACTIVIDAD DEL CLIENTE
           BUSCAR-ULTIMO-MOVIMIENTO.
           MOVE SPACES TO WS-ULT-FECHA-ORD.
           MOVE SPACES TO WS-ULT-FECHA.
           MOVE SPACES TO WS-ULT-CANAL.
           MOVE CTA-CUENTA TO HIS-CUENTA.
           MOVE LOW-VALUES TO HIS-FECHA-ORD.
           MOVE ZERO TO HIS-SECUENCIA.
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
                       IF HIS-CUENTA NOT = CTA-CUENTA
                           MOVE "S" TO WS-FIN-HISTORIA
                       ELSE
                           PERFORM EVALUAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
           EVALUAR-MOVIMIENTO.
           MOVE "N" TO WS-ES-SISTEMA.
           PERFORM VARYING WS-SIS-IND FROM 1 BY 1
                   UNTIL WS-SIS-IND > WS-SISTEMA-CANT
                   OR WS-ES-SISTEMA = "S"
               IF WS-SIS-CODIGO(WS-SIS-IND) = HIS-OPERACION
                   MOVE "S" TO WS-ES-SISTEMA
               END-IF
           END-PERFORM.
           IF WS-ES-SISTEMA = "N"
               MOVE HIS-FECHA-ORD TO WS-ULT-FECHA-ORD
               MOVE HIS-FECHA(1:10) TO WS-ULT-FECHA
               MOVE HIS-CANAL TO WS-ULT-CANAL
           END-IF.

      ******************************************************************
      *UNA CUENTA ABIERTA PASA A INACTIVA; UNA BLOQUEADA SE LISTA
      *PERO CONSERVA EL BLOQUEO, QUE YA FRENA SUS DEBITOS
           MARCAR-INACTIVA.
           MOVE SPACES TO WS-OBSERVACION.
           IF CTA-ESTADO = "I"
               ADD 1 TO WS-CUENTAS-YA-INACTIVAS
               MOVE "YA INACTIVA" TO WS-OBSERVACION
           ELSE
           IF CTA-ESTADO = "B"
               MOVE "BLOQUEADA, NO SE MARCA" TO WS-OBSERVACION
           ELSE
           IF WS-MARCAR NOT = "S"
               MOVE "A MARCAR" TO WS-OBSERVACION
           ELSE
               MOVE "I" TO CTA-ESTADO
               REWRITE CUENTA-REGISTRO
                   INVALID KEY
                       ADD 1 TO WS-ERRORES-GRABACION
                       MOVE "ERROR AL MARCAR" TO WS-OBSERVACION
                   NOT INVALID KEY
                       ADD 1 TO WS-CUENTAS-MARCADAS
                       MOVE "MARCADA INACTIVA" TO WS-OBSERVACION
               END-REWRITE
           END-IF
           END-IF
           END-IF.

      ******************************************************************
      *SIN MOVIMIENTOS DEL CLIENTE EN EL HISTORICO LA FECHA QUEDA
      *VACIA Y LA OBSERVACION LO ACLARA
           ESCRIBIR-LINEA-CUENTA.
           MOVE CTA-CUENTA TO LIN-CUENTA.
           MOVE CTA-CLIENTE TO LIN-CLIENTE.
           MOVE CTA-CLIENTE TO CLI-CODIGO.
           READ CLIENTES-ARCHIVO
               INVALID KEY
                   MOVE "*** FUERA DEL MAESTRO ***" TO LIN-NOMBRE
               NOT INVALID KEY
                   MOVE CLI-NOMBRE TO LIN-NOMBRE
           END-READ.
           MOVE CTA-SUCURSAL TO LIN-SUCURSAL.
           MOVE WS-ULT-FECHA TO LIN-FECHA.
           MOVE WS-ULT-CANAL TO LIN-CANAL.
           MOVE CTA-MONEDA TO LIN-MONEDA.
           IF CTA-MONEDA = SPACES
               MOVE "ARS" TO LIN-MONEDA
           END-IF.
           MOVE ZERO TO WS-SALDO-CUENTA.
           PERFORM VARYING WS-SAL-IND FROM 1 BY 1
                   UNTIL WS-SAL-IND > WS-SALDOS-CANT
               IF WS-SAL-CUENTA(WS-SAL-IND) = CTA-CUENTA
                   MOVE WS-SAL-IMPORTE(WS-SAL-IND) TO WS-SALDO-CUENTA
               END-IF
           END-PERFORM.
           MOVE WS-SALDO-CUENTA TO LIN-SALDO.
           IF WS-ULT-FECHA-ORD = SPACES
               MOVE SPACES TO WS-LINEA-SALIDA
               STRING "SIN MOVIM. " WS-OBSERVACION
                   DELIMITED BY SIZE INTO WS-LINEA-SALIDA
               MOVE WS-LINEA-SALIDA TO LIN-OBSERVACION
           ELSE
               MOVE WS-OBSERVACION TO LIN-OBSERVACION
           END-IF.
           WRITE LISTADO-REGISTRO FROM LINEA-INACTIVA.

      ******************************************************************
           ESCRIBIR-TOTALES.
           MOVE SPACES TO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           STRING "CUENTAS REVISADAS: " WS-CUENTAS-LEIDAS
               "  SIN ACTIVIDAD: " WS-CUENTAS-INACTIVAS
               "  MARCADAS EN ESTA CORRIDA: " WS-CUENTAS-MARCADAS
               "  YA INACTIVAS: " WS-CUENTAS-YA-INACTIVAS
               DELIMITED BY SIZE INTO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           IF WS-MARCAR NOT = "S"
               MOVE SPACES TO WS-LINEA-SALIDA
               STRING "CORRIDA DE CONSULTA: EL MAESTRO DE CUENTAS NO "
                   "SE MODIFICO"
                   DELIMITED BY SIZE INTO WS-LINEA-SALIDA
               WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA
           END-IF.
