       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENORDENES.
      *GENERADOR DIARIO DE ORDENES PERMANENTES. RECORRE EL MAESTRO
      *DE ORDENES QUE MANTIENE MANTORDENES Y, PARA EL DIA HABIL DE
      *PROCESO, GENERA UN MOVIMIENTO POR CADA ORDEN QUE VENCE, EN
      *UN ARCHIVO CON EL MISMO TRAZADO DE ENTRADA QUE MANDAN LAS
      *SUCURSALES, CABECERA "HDR" Y COLA "TRL" CON CANTIDAD Y HASH
      *INCLUIDAS, IGUAL QUE DEVENGAR, PARA QUE MOVIMIENTOS LO
      *POSTEE COMO CUALQUIER ARCHIVO DE SUCURSAL.
      *LOS DIAS HABILES SALEN DEL MISMO CALENDARIO DE PROCESO QUE
      *CARGA MOVIMIENTOS: UNA ORDEN CUYA FECHA CAE EN SABADO,
      *DOMINGO O FERIADO SE GENERA EL HABIL SIGUIENTE, ASI QUE EL
      *DIA DE PROCESO CUBRE TODAS LAS FECHAS DESDE EL DIA POSTERIOR
      *AL HABIL ANTERIOR HASTA EL PROPIO DIA.
      *UN DEBITO SE GENERA SOLO SI EL SALDO DE CIERRE ANTERIOR MAS
      *EL DESCUBIERTO AUTORIZADO DE LA CUENTA LO CUBRE (DESCONTANDO
      *LOS DEBITOS DE ORDENES YA GENERADOS EN LA MISMA CORRIDA); SI
      *NO, LA ORDEN SE OMITE ESE DIA. EL LISTADO DE LA CORRIDA
      *DETALLA LAS ORDENES EJECUTADAS, LAS OMITIDAS POR SALDO
      *INSUFICIENTE (O POR EL ESTADO DE LA CUENTA) Y LAS VENCIDAS
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *MAESTRO DE ORDENES PERMANENTES, QUE SE ACTUALIZA CON LA
      *ULTIMA EJECUCION, LAS CUOTAS QUE QUEDAN Y EL VENCIMIENTO
       SELECT OPTIONAL ORDENES-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-ORDENES
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ORD-CLAVE.

      *MAESTRO DE CUENTAS: TITULAR, TIPO, SUCURSAL, ESTADO Y
      *DESCUBIERTO AUTORIZADO DE LA CUENTA DE CADA ORDEN
       SELECT OPTIONAL CUENTAS-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-CUENTAS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CTA-CUENTA.

       SELECT OPTIONAL SALDOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-SALDOS
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL OPERACIONES-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-OPERACIONES
       ORGANIZATION IS LINE SEQUENTIAL.

      *CALENDARIO DE PROCESO, EL MISMO QUE LEE MOVIMIENTOS
       SELECT OPTIONAL CALENDARIO-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-CALENDARIO
       ORGANIZATION IS LINE SEQUENTIAL.

      *ARCHIVO DE MOVIMIENTOS GENERADO, CON EL TRAZADO DE ENTRADA
      *DE MOVIMIENTOS
       SELECT GENERADO-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-GENERADO
       ORGANIZATION IS LINE SEQUENTIAL.

      *LISTADO DE LA CORRIDA: EJECUTADAS, OMITIDAS Y VENCIDAS
       SELECT LISTADO-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-LISTADO
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *MISMO TRAZADO QUE GRABA MANTORDENES
       FD ORDENES-ARCHIVO.
       01 ORDEN-REGISTRO.
           05 ORD-CLAVE.
              10 ORD-CUENTA PIC X(16).
              10 ORD-NUMERO PIC 9(3).
           05 ORD-OPERACION PIC X(9).
           05 ORD-IMPORTE PIC 9(11)V99.
           05 ORD-FRECUENCIA PIC X(1).
           05 ORD-DIA PIC 9(2).
           05 ORD-FECHA-DESDE PIC X(8).
           05 ORD-FECHA-HASTA PIC X(8).
           05 ORD-CUOTAS PIC 9(3).
           05 ORD-DIGITO PIC X(5).
           05 ORD-DESCRIPCION PIC X(30).
           05 ORD-ESTADO PIC X(1).
           05 ORD-FECHA-ALTA PIC X(8).
           05 ORD-ULTIMA-EJEC PIC X(8).

      *MISMO TRAZADO QUE GRABA MANTCUENTAS
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

       FD SALDOS-ARCHIVO.
       01 SALDO-REGISTRO.
           05 SAL-CUENTA PIC X(16).
           05 SAL-IMPORTE PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 SAL-MONEDA PIC X(3).

       FD OPERACIONES-ARCHIVO.
       01 OPERACION-REGISTRO.
           05 OPE-CODIGO PIC X(9).
           05 OPE-DESCRIPCION PIC X(25).
           05 OPE-SIGNO PIC X(1).
           05 OPE-ESTADO PIC X(1).

      *"F" + FECHA AAAAMMDD ES UN FERIADO; "S" + "S" DECLARA EL
      *SABADO COMO DIA HABIL
       FD CALENDARIO-ARCHIVO.
       01 CALENDARIO-REGISTRO.
           05 CAL-TIPO PIC X(1).
           05 FILLER PIC X(1).
           05 CAL-DATO PIC X(8).

      *MISMO TRAZADO QUE EL ARCHIVO CRUDO DE ENTRADA DE
      *MOVIMIENTOS, CON SUS REGISTROS DE CONTROL HDR Y TRL
       FD GENERADO-ARCHIVO.
       01 GENERADO-REGISTRO.
           05 GEN-CLIENTE PIC X(11).
           05 GEN-T-CTA PIC X(10).
           05 GEN-SUCURSAL PIC X(8).
           05 GEN-CUENTA PIC X(16).
           05 GEN-DIGITO PIC X(5).
           05 GEN-FECHA PIC X(13).
           05 GEN-OPERACION PIC X(9).
           05 GEN-IMPORTE PIC X(15).
           05 GEN-CANAL PIC X(2).
           05 GEN-MONEDA PIC X(3).
       01 GENERADO-CABECERA.
           05 GCA-TIPO PIC X(3).
           05 GCA-FECHA PIC X(10).
           05 GCA-SUCURSAL PIC X(8).
           05 FILLER PIC X(71).
       01 GENERADO-COLA.
           05 GCO-TIPO PIC X(3).
           05 GCO-CANTIDAD PIC 9(9).
           05 GCO-HASH PIC 9(13)V99.
           05 FILLER PIC X(65).

       FD LISTADO-ARCHIVO.
       01 LISTADO-REGISTRO PIC X(132).

       WORKING-STORAGE SECTION.

           01  WS-ARCHIVO-ORDENES PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-CUENTAS PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-SALDOS PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-OPERACIONES PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-CALENDARIO PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-GENERADO PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-LISTADO PIC X(250) VALUE SPACES.

      *DIA HABIL DE PROCESO (AAAAMMDD, POR OMISION EL DIA DE LA
      *CORRIDA) Y VENTANA DE FECHAS QUE CUBRE: DESDE EL DIA
      *POSTERIOR AL HABIL ANTERIOR HASTA EL PROPIO DIA, EN DIAS
      *ENTEROS DEL CALENDARIO INTERNO
           01  WS-FECHA-CORRIDA-AAAAMMDD.
               05 WS-FC-ANIO PIC 9(4).
               05 WS-FC-MES PIC 9(2).
               05 WS-FC-DIA PIC 9(2).
           01  WS-FECHA-PROCESO PIC X(8) VALUE SPACES.
           01  WS-FECHA-PROCESO-NUM PIC 9(8) VALUE ZERO.
           01  WS-FECHA-EMISION PIC X(10) VALUE SPACES.
           01  WS-DIA-PROCESO PIC 9(7) VALUE ZERO.
           01  WS-DIA-VENTANA-DESDE PIC 9(7) VALUE ZERO.
           01  WS-FECHA-VENTANA-DESDE PIC X(8) VALUE SPACES.

      *CALENDARIO DE DIAS HABILES EN MEMORIA, CARGADO IGUAL QUE EN
      *MOVIMIENTOS
           01  WS-FIN-CALENDARIO PIC X VALUE "N".
           01  WS-FERIADOS-CANT PIC 9(3) VALUE ZERO.
           01  WS-FERIADOS-TABLA.
               05 WS-FERIADO-ELEM OCCURS 200 TIMES.
                  10 WS-FER-FECHA PIC X(8).
           01  WS-FER-IND PIC 9(3) VALUE ZERO.
           01  WS-FER-DESBORDE PIC X VALUE "N".
           01  WS-SABADO-HABIL PIC X VALUE "N".
           01  WS-DIA-HABIL PIC X VALUE "S".
           01  WS-FECHA-EVAL PIC X(8) VALUE SPACES.
           01  WS-FECHA-EVAL-NUM PIC 9(8) VALUE ZERO.
           01  WS-DIA-ENTERO PIC 9(7) VALUE ZERO.
           01  WS-DIA-SEMANA PIC 9(1) VALUE ZERO.
           01  WS-RODADA-TOPE PIC 9(2) VALUE ZERO.

      *TABLA DE CODIGOS DE OPERACION: EL SIGNO DECIDE SI LA ORDEN
      *ES UN DEBITO Y HAY QUE CONTROLAR EL SALDO
           01  WS-FIN-OPERACIONES PIC X VALUE "N".
           01  WS-OPERACIONES-CANT PIC 9(3) VALUE ZERO.
           01  WS-OPERACIONES-TABLA.
               05 WS-OPERACION-ELEM OCCURS 200 TIMES.
                  10 WS-OPE-CODIGO PIC X(9).
                  10 WS-OPE-SIGNO PIC X(1).
                  10 WS-OPE-ESTADO PIC X(1).
           01  WS-OPE-IND PIC 9(3) VALUE ZERO.
           01  WS-OPE-ENCONTRADO PIC X VALUE "N".
           01  WS-OPE-DESBORDE PIC X VALUE "N".
           01  WS-SIGNO-HALLADO PIC X VALUE SPACE.
           01  WS-OPE-ESTADO-HALLADO PIC X VALUE SPACE.

      *SALDOS DEL CIERRE ANTERIOR EN MEMORIA. CADA DEBITO GENERADO
      *SE DESCUENTA DEL SALDO DE SU CUENTA, PARA QUE DOS ORDENES DE
      *LA MISMA CUENTA NO SE CUBRAN CON EL MISMO SALDO
           01  WS-FIN-SALDOS PIC X VALUE "N".
           01  WS-SALDOS-CANT PIC 9(4) VALUE ZERO.
           01  WS-SALDOS-TABLA.
               05 WS-SALDO-ELEM OCCURS 1000 TIMES.
                  10 WS-SAL-CUENTA PIC X(16).
                  10 WS-SAL-IMPORTE PIC S9(11)V99.
           01  WS-SAL-IND PIC 9(4) VALUE ZERO.
           01  WS-SAL-IND-ACTUAL PIC 9(4) VALUE ZERO.
           01  WS-SAL-DESBORDE PIC X VALUE "N".

      *ORDEN EN PROCESO
           01  WS-FIN-ORDENES PIC X VALUE "N".
           01  WS-CTA-HALLADA PIC X VALUE "N".
           01  WS-ORD-VENCE PIC X VALUE "N".
           01  WS-ORD-VENCIDA PIC X VALUE "N".
           01  WS-ORD-RESULTADO PIC X(30) VALUE SPACES.
           01  WS-DIA-EVAL PIC 9(7) VALUE ZERO.
           01  WS-DIA-MES PIC 9(2) VALUE ZERO.
           01  WS-DIA-SEMANA-ORDEN PIC 9(1) VALUE ZERO.
           01  WS-FECHA-SIGUIENTE-NUM PIC 9(8) VALUE ZERO.
           01  WS-FECHA-SIGUIENTE PIC X(8) VALUE SPACES.
           01  WS-SALDO-ORDEN PIC S9(11)V99 VALUE ZERO.
           01  WS-DISPONIBLE PIC S9(11)V99 VALUE ZERO.
           01  WS-IMPORTE-ED PIC 9(11).99.

      *CONTADORES DE LA CORRIDA Y CONTROL DEL ARCHIVO GENERADO:
      *CANTIDAD Y HASH QUE VAN A LA COLA, IGUALES A LOS QUE
      *MOVIMIENTOS VA A COTEJAR
           01  WS-ORD-LEIDAS PIC 9(7) VALUE ZERO.
           01  WS-ORD-EJECUTADAS PIC 9(7) VALUE ZERO.
           01  WS-ORD-SIN-SALDO PIC 9(7) VALUE ZERO.
           01  WS-ORD-OMITIDAS PIC 9(7) VALUE ZERO.
           01  WS-ORD-VENCIDAS PIC 9(7) VALUE ZERO.
           01  WS-ORD-YA-GENERADAS PIC 9(7) VALUE ZERO.
           01  WS-ORD-REEMITIDAS PIC 9(7) VALUE ZERO.
           01  WS-GEN-CANTIDAD PIC 9(9) VALUE ZERO.
           01  WS-GEN-HASH PIC 9(13)V99 VALUE ZERO.
           01  WS-LINEA-SALIDA PIC X(132) VALUE SPACES.
           01  WS-TOTAL-ED PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *LINEA DE UNA ORDEN EN EL LISTADO
           01  LINEA-ORDEN.
               05 LOR-CUENTA PIC X(16).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LOR-NUMERO PIC 9(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LOR-OPERACION PIC X(9).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LOR-IMPORTE PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LOR-FRECUENCIA PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LOR-CUOTAS PIC 9(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LOR-RESULTADO PIC X(30).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LOR-DESCRIPCION PIC X(30).

      ******************************************************************
           PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           ACCEPT WS-FECHA-CORRIDA-AAAAMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-FECHA-PROCESO FROM ENVIRONMENT "ORDENES_FECHA".
           IF WS-FECHA-PROCESO = SPACES
               MOVE WS-FECHA-CORRIDA-AAAAMMDD TO WS-FECHA-PROCESO
           END-IF.
           MOVE ZERO TO WS-DIA-PROCESO.
           IF WS-FECHA-PROCESO NUMERIC
               MOVE WS-FECHA-PROCESO TO WS-FECHA-PROCESO-NUM
               IF WS-FECHA-PROCESO-NUM > 16010101
                   COMPUTE WS-DIA-PROCESO =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO-NUM)
               END-IF
           END-IF.
           IF WS-DIA-PROCESO = ZERO
               DISPLAY "Fecha de proceso invalida, se espera "
                   "AAAAMMDD."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           STRING WS-FECHA-PROCESO(7:2) "/" WS-FECHA-PROCESO(5:2) "/"
               WS-FECHA-PROCESO(1:4)
               DELIMITED BY SIZE INTO WS-FECHA-EMISION.
           ACCEPT WS-ARCHIVO-ORDENES
               FROM ENVIRONMENT "ARCHIVO_ORDENES".
           IF WS-ARCHIVO-ORDENES = SPACES
               MOVE "ordenes.ind" TO WS-ARCHIVO-ORDENES
           END-IF.
           ACCEPT WS-ARCHIVO-CUENTAS
               FROM ENVIRONMENT "ARCHIVO_CUENTAS".
           IF WS-ARCHIVO-CUENTAS = SPACES
               MOVE "cuentas.ind" TO WS-ARCHIVO-CUENTAS
           END-IF.
           ACCEPT WS-ARCHIVO-SALDOS FROM ENVIRONMENT "ARCHIVO_SALDOS".
           IF WS-ARCHIVO-SALDOS = SPACES
               MOVE "saldos.dat" TO WS-ARCHIVO-SALDOS
           END-IF.
           ACCEPT WS-ARCHIVO-OPERACIONES
               FROM ENVIRONMENT "ARCHIVO_OPERACIONES".
           IF WS-ARCHIVO-OPERACIONES = SPACES
               MOVE "operaciones.dat" TO WS-ARCHIVO-OPERACIONES
           END-IF.
           ACCEPT WS-ARCHIVO-CALENDARIO
               FROM ENVIRONMENT "ARCHIVO_CALENDARIO".
           IF WS-ARCHIVO-CALENDARIO = SPACES
               MOVE "calendario.dat" TO WS-ARCHIVO-CALENDARIO
           END-IF.
      *EL ARCHIVO GENERADO LLEVA LA FECHA EN EL NOMBRE: MOVIMIENTOS
      *RECONOCE LOS ARCHIVOS YA POSTEADOS POR SU NOMBRE, Y UN NOMBRE
      *FIJO HARIA PASAR LA ORDEN DE UN DIA POR REPROCESO DEL ANTERIOR
           ACCEPT WS-ARCHIVO-GENERADO
               FROM ENVIRONMENT "ARCHIVO_ORDENES_MOV".
           IF WS-ARCHIVO-GENERADO = SPACES
               STRING "ordenes" WS-FECHA-PROCESO ".mov"
                   DELIMITED BY SIZE INTO WS-ARCHIVO-GENERADO
           END-IF.
           ACCEPT WS-ARCHIVO-LISTADO
               FROM ENVIRONMENT "ARCHIVO_ORDENES_LISTADO".
           IF WS-ARCHIVO-LISTADO = SPACES
               STRING "ordenes" WS-FECHA-PROCESO ".lst"
                   DELIMITED BY SIZE INTO WS-ARCHIVO-LISTADO
           END-IF.
           PERFORM CARGAR-CALENDARIO.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-EVAL.
           PERFORM EVALUAR-DIA-HABIL.
           IF WS-DIA-HABIL = "N"
               DISPLAY "El " WS-FECHA-EMISION " no es dia habil: "
                   "sus ordenes se generan el habil siguiente."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CALCULAR-VENTANA.
           PERFORM CARGAR-OPERACIONES.
           PERFORM CARGAR-SALDOS.
           OPEN I-O ORDENES-ARCHIVO.
           OPEN INPUT CUENTAS-ARCHIVO.
           OPEN OUTPUT GENERADO-ARCHIVO.
           OPEN OUTPUT LISTADO-ARCHIVO.
           PERFORM ESCRIBIR-CABECERA.
           PERFORM ESCRIBIR-TITULOS.
           PERFORM RECORRER-ORDENES.
           PERFORM ESCRIBIR-COLA.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE LISTADO-ARCHIVO.
           CLOSE GENERADO-ARCHIVO.
           CLOSE CUENTAS-ARCHIVO.
           CLOSE ORDENES-ARCHIVO.
           DISPLAY "Ordenes leidas:                 " WS-ORD-LEIDAS.
           DISPLAY "Ejecutadas:                     "
               WS-ORD-EJECUTADAS.
           DISPLAY "Omitidas por saldo insuficiente: "
               WS-ORD-SIN-SALDO.
           DISPLAY "Omitidas por estado de cuenta:  " WS-ORD-OMITIDAS.
           DISPLAY "Vencidas:                       " WS-ORD-VENCIDAS.
           IF WS-ORD-REEMITIDAS > ZERO
               DISPLAY "AVISO: " WS-ORD-REEMITIDAS " ordenes ya "
                   "ejecutadas este dia se volvieron a emitir, sin "
                   "descontar cuotas"
           END-IF.
           IF WS-ORD-YA-GENERADAS > ZERO
               DISPLAY "AVISO: " WS-ORD-YA-GENERADAS " ordenes ya "
                   "ejecutadas en un dia posterior no se generaron"
           END-IF.
      *RETORNO PARA EL PLANIFICADOR: 4 CON ORDENES OMITIDAS, 8 SIN
      *NADA QUE GENERAR, 0 TODO GENERADO
           IF WS-ORD-SIN-SALDO > ZERO OR WS-ORD-OMITIDAS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-GEN-CANTIDAD = ZERO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           PROGRAM-DONE.
           STOP RUN.

      ******************************************************************
      *CARGA EL CALENDARIO DE PROCESO: FERIADOS A LA TABLA Y REGLA
      *DE SABADO AL CONMUTADOR. SIN ARCHIVO, SOLO RIGEN LOS FINES
      *DE SEMANA
           CARGAR-CALENDARIO.
           OPEN INPUT CALENDARIO-ARCHIVO.
           MOVE "N" TO WS-FIN-CALENDARIO.
           MOVE ZERO TO WS-FERIADOS-CANT.
           PERFORM UNTIL WS-FIN-CALENDARIO = "S"
               READ CALENDARIO-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-CALENDARIO
                   NOT AT END
                       EVALUATE CAL-TIPO
                           WHEN "F"
                               IF WS-FERIADOS-CANT < 200
                                   ADD 1 TO WS-FERIADOS-CANT
                                   MOVE CAL-DATO TO
                                       WS-FER-FECHA(WS-FERIADOS-CANT)
                               ELSE
                                   MOVE "S" TO WS-FER-DESBORDE
                               END-IF
                           WHEN "S"
                               MOVE CAL-DATO(1:1) TO WS-SABADO-HABIL
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE CALENDARIO-ARCHIVO.
           IF WS-FER-DESBORDE = "S"
               DISPLAY "AVISO: calendario supera los 200 feriados, "
                   "los excedentes no se validan"
           END-IF.

      ******************************************************************
      *DECIDE SI WS-FECHA-EVAL (AAAAMMDD) ES DIA HABIL: DOMINGO NO,
      *SABADO SEGUN LA REGLA DEL CALENDARIO, FERIADOS DE TABLA NO
           EVALUAR-DIA-HABIL.
           MOVE "S" TO WS-DIA-HABIL.
           IF WS-FECHA-EVAL NOT NUMERIC
               CONTINUE
           ELSE
               MOVE WS-FECHA-EVAL TO WS-FECHA-EVAL-NUM
               COMPUTE WS-DIA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-EVAL-NUM)
               IF WS-DIA-ENTERO = ZERO
                   CONTINUE
               ELSE
      *EL DIA 1 DEL CALENDARIO INTERNO FUE LUNES: MOD 7 DA 1=LUNES
      *... 6=SABADO, 0=DOMINGO
                   COMPUTE WS-DIA-SEMANA =
                       FUNCTION MOD(WS-DIA-ENTERO, 7)
                   IF WS-DIA-SEMANA = 0
                       MOVE "N" TO WS-DIA-HABIL
                   END-IF
                   IF WS-DIA-SEMANA = 6
                           AND WS-SABADO-HABIL NOT = "S"
                       MOVE "N" TO WS-DIA-HABIL
                   END-IF
                   PERFORM VARYING WS-FER-IND FROM 1 BY 1
                           UNTIL WS-FER-IND > WS-FERIADOS-CANT
                       IF WS-FER-FECHA(WS-FER-IND) = WS-FECHA-EVAL
                           MOVE "N" TO WS-DIA-HABIL
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      ******************************************************************
      *BUSCA EL DIA HABIL ANTERIOR AL DE PROCESO; LA VENTANA ARRANCA
      *EL DIA SIGUIENTE A ESE. EL TOPE DE 30 DIAS FRENA UN
      *CALENDARIO ROTO QUE DECLARE TODO FERIADO
           CALCULAR-VENTANA.
           COMPUTE WS-DIA-ENTERO = WS-DIA-PROCESO - 1.
           COMPUTE WS-FECHA-EVAL-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO).
           MOVE WS-FECHA-EVAL-NUM TO WS-FECHA-EVAL.
           PERFORM EVALUAR-DIA-HABIL.
           MOVE ZERO TO WS-RODADA-TOPE.
           PERFORM UNTIL WS-DIA-HABIL = "S"
                   OR WS-RODADA-TOPE > 30
               ADD 1 TO WS-RODADA-TOPE
               SUBTRACT 1 FROM WS-DIA-ENTERO
               COMPUTE WS-FECHA-EVAL-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO)
               MOVE WS-FECHA-EVAL-NUM TO WS-FECHA-EVAL
               PERFORM EVALUAR-DIA-HABIL
           END-PERFORM.
           COMPUTE WS-DIA-VENTANA-DESDE = WS-DIA-ENTERO + 1.
           COMPUTE WS-FECHA-EVAL-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DIA-VENTANA-DESDE).
           MOVE WS-FECHA-EVAL-NUM TO WS-FECHA-VENTANA-DESDE.
           DISPLAY "Ordenes con fecha del " WS-FECHA-VENTANA-DESDE
               " al " WS-FECHA-PROCESO.

      ******************************************************************
           CARGAR-OPERACIONES.
           OPEN INPUT OPERACIONES-ARCHIVO.
           MOVE "N" TO WS-FIN-OPERACIONES.
           MOVE ZERO TO WS-OPERACIONES-CANT.
           PERFORM UNTIL WS-FIN-OPERACIONES = "S"
               READ OPERACIONES-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-OPERACIONES
                   NOT AT END
                       IF WS-OPERACIONES-CANT < 200
                           ADD 1 TO WS-OPERACIONES-CANT
                           MOVE OPE-CODIGO TO
                               WS-OPE-CODIGO(WS-OPERACIONES-CANT)
                           MOVE OPE-SIGNO TO
                               WS-OPE-SIGNO(WS-OPERACIONES-CANT)
                           MOVE OPE-ESTADO TO
                               WS-OPE-ESTADO(WS-OPERACIONES-CANT)
                       ELSE
                           MOVE "S" TO WS-OPE-DESBORDE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERACIONES-ARCHIVO.
           IF WS-OPE-DESBORDE = "S"
               DISPLAY "AVISO: mas de 200 codigos de operacion, los "
                   "excedentes no se cargan"
           END-IF.

      ******************************************************************
      *CARGA LOS SALDOS DEL CIERRE ANTERIOR. SI EL ARCHIVO NO
      *EXISTE TODAS LAS CUENTAS ARRANCAN EN CERO
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
                   "1000 cuentas, los excedentes se toman en cero"
           END-IF.

      ******************************************************************
           ESCRIBIR-CABECERA.
           MOVE SPACES TO GENERADO-CABECERA.
           MOVE "HDR" TO GCA-TIPO.
           MOVE WS-FECHA-EMISION TO GCA-FECHA.
           MOVE "ORDENES" TO GCA-SUCURSAL.
           WRITE GENERADO-REGISTRO FROM GENERADO-CABECERA.

           ESCRIBIR-COLA.
           MOVE SPACES TO GENERADO-COLA.
           MOVE "TRL" TO GCO-TIPO.
           MOVE WS-GEN-CANTIDAD TO GCO-CANTIDAD.
           MOVE WS-GEN-HASH TO GCO-HASH.
           WRITE GENERADO-REGISTRO FROM GENERADO-COLA.

      ******************************************************************
           ESCRIBIR-TITULOS.
           MOVE SPACES TO WS-LINEA-SALIDA.
           STRING "ORDENES PERMANENTES DEL DIA HABIL "
               WS-FECHA-EMISION DELIMITED BY SIZE
               INTO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           MOVE SPACES TO WS-LINEA-SALIDA.
           STRING "CUENTA           NRO OPERACION            IMPORTE "
               "F CUO RESULTADO                      DESCRIPCION"
               DELIMITED BY SIZE INTO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.

      ******************************************************************
           ESCRIBIR-TOTALES.
           MOVE SPACES TO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           STRING "EJECUTADAS: " WS-ORD-EJECUTADAS
               "  OMITIDAS POR SALDO: " WS-ORD-SIN-SALDO
               "  OMITIDAS POR CUENTA: " WS-ORD-OMITIDAS
               "  VENCIDAS: " WS-ORD-VENCIDAS
               DELIMITED BY SIZE INTO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           MOVE SPACES TO WS-LINEA-SALIDA.
           MOVE WS-GEN-HASH TO WS-TOTAL-ED.
           STRING "MOVIMIENTOS GENERADOS: " WS-GEN-CANTIDAD
               "  IMPORTE TOTAL: " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.

      ******************************************************************
      *RECORRE EL MAESTRO COMPLETO; SOLO LAS ORDENES ACTIVAS SE
      *EVALUAN, Y LAS QUE VENCIERON HOY CON SU ULTIMA CUOTA PARA QUE
      *UNA CORRIDA REPETIDA LAS VUELVA A EMITIR
           RECORRER-ORDENES.
           MOVE LOW-VALUES TO ORD-CLAVE.
           MOVE "N" TO WS-FIN-ORDENES.
           START ORDENES-ARCHIVO KEY NOT < ORD-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-ORDENES
           END-START.
           PERFORM UNTIL WS-FIN-ORDENES = "S"
               READ ORDENES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-ORDENES
                   NOT AT END
                       ADD 1 TO WS-ORD-LEIDAS
                       IF ORD-ESTADO = "A"
                               OR (ORD-ESTADO = "V" AND
                               ORD-ULTIMA-EJEC = WS-FECHA-PROCESO)
                           PERFORM PROCESAR-ORDEN
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *UNA ORDEN YA EJECUTADA ESTE DIA (CORRIDA REPETIDA, QUE
      *RECREA EL ARCHIVO GENERADO) SE VUELVE A EMITIR SIN TOCAR SUS
      *CUOTAS; UNA EJECUTADA UN DIA POSTERIOR (REPROCESO DE UN DIA
      *VIEJO) NO SE GENERA. UNA ORDEN SIN CUOTAS, CON LA FECHA DE FIN
      *ANTERIOR A LA VENTANA O DE DIA FIJO YA PASADO SE MARCA
      *VENCIDA; LAS DEMAS SE GENERAN SI ALGUNA FECHA DE LA VENTANA
      *LES CORRESPONDE
           PROCESAR-ORDEN.
           IF ORD-ULTIMA-EJEC = WS-FECHA-PROCESO
               PERFORM REEMITIR-ORDEN
           ELSE
           IF ORD-ULTIMA-EJEC NOT = SPACES
                   AND ORD-ULTIMA-EJEC > WS-FECHA-PROCESO
               ADD 1 TO WS-ORD-YA-GENERADAS
           ELSE
               MOVE "N" TO WS-ORD-VENCIDA
               IF ORD-CUOTAS = ZERO
                   MOVE "S" TO WS-ORD-VENCIDA
               END-IF
               IF ORD-FECHA-HASTA NOT = SPACES
                       AND ORD-FECHA-HASTA < WS-FECHA-VENTANA-DESDE
                   MOVE "S" TO WS-ORD-VENCIDA
               END-IF
               IF ORD-FRECUENCIA = "D"
                       AND ORD-FECHA-DESDE < WS-FECHA-VENTANA-DESDE
                   MOVE "S" TO WS-ORD-VENCIDA
               END-IF
               IF WS-ORD-VENCIDA = "S"
                   PERFORM MARCAR-VENCIDA
               ELSE
                   PERFORM DETERMINAR-VENCIMIENTO
                   IF WS-ORD-VENCE = "S"
                       PERFORM EJECUTAR-ORDEN
                   END-IF
               END-IF
           END-IF
           END-IF.

      ******************************************************************
      *VUELVE A EMITIR EL MOVIMIENTO DE UNA ORDEN YA EJECUTADA HOY,
      *CON LOS DATOS ACTUALES DE SU CUENTA, SIN CONTROLAR SALDO NI
      *DESCONTAR OTRA CUOTA: ESO YA SE HIZO AL EJECUTARLA. SU DEBITO
      *SE DESCUENTA DEL SALDO PARA LAS ORDENES QUE SIGUEN
           REEMITIR-ORDEN.
           MOVE "N" TO WS-CTA-HALLADA.
           MOVE ORD-CUENTA TO CTA-CUENTA.
           READ CUENTAS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-CTA-HALLADA
           END-READ.
           IF WS-CTA-HALLADA NOT = "S"
               MOVE "OMITIDA: CUENTA NO EN MAESTRO" TO WS-ORD-RESULTADO
               PERFORM OMITIR-ORDEN
           ELSE
               PERFORM BUSCAR-OPERACION
               MOVE ZERO TO WS-SAL-IND-ACTUAL
               IF WS-SIGNO-HALLADO = "D"
                   PERFORM BUSCAR-SALDO
               END-IF
               PERFORM ESCRIBIR-MOVIMIENTO
               ADD 1 TO WS-ORD-REEMITIDAS
               MOVE "REEMITIDA, EJECUTADA HOY" TO WS-ORD-RESULTADO
               PERFORM ESCRIBIR-LINEA-ORDEN
           END-IF.

      ******************************************************************
           MARCAR-VENCIDA.
           MOVE "V" TO ORD-ESTADO.
           REWRITE ORDEN-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR: no se pudo regrabar la orden "
                       ORD-CUENTA " " ORD-NUMERO
           END-REWRITE.
           ADD 1 TO WS-ORD-VENCIDAS.
           MOVE "VENCIDA" TO WS-ORD-RESULTADO.
           PERFORM ESCRIBIR-LINEA-ORDEN.

      ******************************************************************
      *RECORRE LAS FECHAS DE LA VENTANA DENTRO DE LA VIGENCIA DE LA
      *ORDEN HASTA ENCONTRAR UNA QUE LE CORRESPONDA
           DETERMINAR-VENCIMIENTO.
           MOVE "N" TO WS-ORD-VENCE.
           PERFORM VARYING WS-DIA-EVAL FROM WS-DIA-VENTANA-DESDE BY 1
                   UNTIL WS-DIA-EVAL > WS-DIA-PROCESO
                   OR WS-ORD-VENCE = "S"
               COMPUTE WS-FECHA-EVAL-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-EVAL)
               MOVE WS-FECHA-EVAL-NUM TO WS-FECHA-EVAL
               IF WS-FECHA-EVAL NOT < ORD-FECHA-DESDE
                       AND (ORD-FECHA-HASTA = SPACES
                       OR WS-FECHA-EVAL NOT > ORD-FECHA-HASTA)
                   PERFORM EVALUAR-FECHA-ORDEN
               END-IF
           END-PERFORM.

      ******************************************************************
      *"D": LA FECHA DE INICIO. "S": EL DIA DE LA SEMANA (1=LUNES
      *... 7=DOMINGO, QUE MOD 7 LLEVA A LA MISMA ESCALA DEL
      *CALENDARIO INTERNO). "M": EL DIA DEL MES, O EL ULTIMO DIA SI
      *EL MES NO LLEGA AL DIA PEDIDO (EL DIA SIGUIENTE ES UN 1)
           EVALUAR-FECHA-ORDEN.
           EVALUATE ORD-FRECUENCIA
               WHEN "D"
                   IF WS-FECHA-EVAL = ORD-FECHA-DESDE
                       MOVE "S" TO WS-ORD-VENCE
                   END-IF
               WHEN "S"
                   COMPUTE WS-DIA-SEMANA =
                       FUNCTION MOD(WS-DIA-EVAL, 7)
                   COMPUTE WS-DIA-SEMANA-ORDEN =
                       FUNCTION MOD(ORD-DIA, 7)
                   IF WS-DIA-SEMANA = WS-DIA-SEMANA-ORDEN
                       MOVE "S" TO WS-ORD-VENCE
                   END-IF
               WHEN "M"
                   MOVE WS-FECHA-EVAL(7:2) TO WS-DIA-MES
                   IF WS-DIA-MES = ORD-DIA
                       MOVE "S" TO WS-ORD-VENCE
                   ELSE
                       IF ORD-DIA > WS-DIA-MES
                           COMPUTE WS-FECHA-SIGUIENTE-NUM =
                               FUNCTION DATE-OF-INTEGER(WS-DIA-EVAL + 1)
                           MOVE WS-FECHA-SIGUIENTE-NUM
                               TO WS-FECHA-SIGUIENTE
                           IF WS-FECHA-SIGUIENTE(7:2) = "01"
                               MOVE "S" TO WS-ORD-VENCE
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      *CONTROLA LA CUENTA Y EL CODIGO ANTES DE GENERAR. CUENTA
      *DESCONOCIDA O CERRADA, CODIGO NO VIGENTE, O DEBITO SOBRE
      *CUENTA BLOQUEADA O INACTIVA: MOVIMIENTOS LO RECHAZARIA O
      *RETENDRIA, SE OMITE. UN DEBITO SIN SALDO QUE LO CUBRA TAMBIEN
      *SE OMITE
           EJECUTAR-ORDEN.
           MOVE "N" TO WS-CTA-HALLADA.
           MOVE ORD-CUENTA TO CTA-CUENTA.
           READ CUENTAS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-CTA-HALLADA
           END-READ.
           PERFORM BUSCAR-OPERACION.
           IF WS-CTA-HALLADA NOT = "S"
               MOVE "OMITIDA: CUENTA NO EN MAESTRO" TO WS-ORD-RESULTADO
               PERFORM OMITIR-ORDEN
           ELSE
           IF CTA-ESTADO = "C"
               MOVE "OMITIDA: CUENTA CERRADA" TO WS-ORD-RESULTADO
               PERFORM OMITIR-ORDEN
           ELSE
           IF WS-OPE-ENCONTRADO NOT = "S"
                   OR WS-OPE-ESTADO-HALLADO = "I"
               MOVE "OMITIDA: CODIGO NO VIGENTE" TO WS-ORD-RESULTADO
               PERFORM OMITIR-ORDEN
           ELSE
           IF CTA-ESTADO = "B" AND WS-SIGNO-HALLADO = "D"
               MOVE "OMITIDA: CUENTA BLOQUEADA" TO WS-ORD-RESULTADO
               PERFORM OMITIR-ORDEN
           ELSE
           IF CTA-ESTADO = "I" AND WS-SIGNO-HALLADO = "D"
               MOVE "OMITIDA: CUENTA INACTIVA" TO WS-ORD-RESULTADO
               PERFORM OMITIR-ORDEN
           ELSE
               IF WS-SIGNO-HALLADO = "D"
                   PERFORM BUSCAR-SALDO
                   COMPUTE WS-DISPONIBLE =
                       WS-SALDO-ORDEN + CTA-DESCUBIERTO
                   IF ORD-IMPORTE > WS-DISPONIBLE
                       ADD 1 TO WS-ORD-SIN-SALDO
                       MOVE "OMITIDA: SALDO INSUFICIENTE"
                           TO WS-ORD-RESULTADO
                       PERFORM ESCRIBIR-LINEA-ORDEN
                   ELSE
                       PERFORM GENERAR-MOVIMIENTO
                   END-IF
               ELSE
                   PERFORM GENERAR-MOVIMIENTO
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      ******************************************************************
           OMITIR-ORDEN.
           ADD 1 TO WS-ORD-OMITIDAS.
           PERFORM ESCRIBIR-LINEA-ORDEN.

      ******************************************************************
           BUSCAR-OPERACION.
           MOVE "N" TO WS-OPE-ENCONTRADO.
           MOVE SPACE TO WS-SIGNO-HALLADO.
           MOVE SPACE TO WS-OPE-ESTADO-HALLADO.
           PERFORM VARYING WS-OPE-IND FROM 1 BY 1
                   UNTIL WS-OPE-IND > WS-OPERACIONES-CANT
                   OR WS-OPE-ENCONTRADO = "S"
               IF WS-OPE-CODIGO(WS-OPE-IND) = ORD-OPERACION
                   MOVE "S" TO WS-OPE-ENCONTRADO
                   MOVE WS-OPE-SIGNO(WS-OPE-IND) TO WS-SIGNO-HALLADO
                   MOVE WS-OPE-ESTADO(WS-OPE-IND)
                       TO WS-OPE-ESTADO-HALLADO
               END-IF
           END-PERFORM.

      ******************************************************************
      *UBICA LA CUENTA DE LA ORDEN EN LA TABLA DE SALDOS. UNA CUENTA
      *SIN SALDO ANTERIOR SE AGREGA EN CERO PARA QUE SUS DEBITOS
      *DE LA CORRIDA SE VAYAN DESCONTANDO
           BUSCAR-SALDO.
           MOVE ZERO TO WS-SAL-IND-ACTUAL.
           MOVE ZERO TO WS-SALDO-ORDEN.
           PERFORM VARYING WS-SAL-IND FROM 1 BY 1
                   UNTIL WS-SAL-IND > WS-SALDOS-CANT
                   OR WS-SAL-IND-ACTUAL > 0
               IF WS-SAL-CUENTA(WS-SAL-IND) = ORD-CUENTA
                   MOVE WS-SAL-IND TO WS-SAL-IND-ACTUAL
               END-IF
           END-PERFORM.
           IF WS-SAL-IND-ACTUAL = 0
               IF WS-SALDOS-CANT < 1000
                   ADD 1 TO WS-SALDOS-CANT
                   MOVE ORD-CUENTA TO WS-SAL-CUENTA(WS-SALDOS-CANT)
                   MOVE ZERO TO WS-SAL-IMPORTE(WS-SALDOS-CANT)
                   MOVE WS-SALDOS-CANT TO WS-SAL-IND-ACTUAL
               END-IF
           ELSE
               MOVE WS-SAL-IMPORTE(WS-SAL-IND-ACTUAL)
                   TO WS-SALDO-ORDEN
           END-IF.

      ******************************************************************
      *ARMA EL MOVIMIENTO CON EL TRAZADO DE ENTRADA: TITULAR, TIPO
      *Y SUCURSAL DEL MAESTRO DE CUENTAS, DIGITO DE LA ORDEN, FECHA
      *DEL DIA DE PROCESO Y CANAL "OP". DESPUES ACTUALIZA LA ORDEN:
      *ULTIMA EJECUCION, UNA CUOTA MENOS (SALVO SIN TOPE) Y
      *VENCIDA SI ERA LA ULTIMA
           GENERAR-MOVIMIENTO.
           PERFORM ESCRIBIR-MOVIMIENTO.
           ADD 1 TO WS-ORD-EJECUTADAS.
           MOVE WS-FECHA-PROCESO TO ORD-ULTIMA-EJEC.
           IF ORD-CUOTAS NOT = 999
               SUBTRACT 1 FROM ORD-CUOTAS
           END-IF.
           IF ORD-CUOTAS = ZERO
               MOVE "V" TO ORD-ESTADO
               MOVE "EJECUTADA, ULTIMA CUOTA" TO WS-ORD-RESULTADO
           ELSE
               MOVE "EJECUTADA" TO WS-ORD-RESULTADO
           END-IF.
           REWRITE ORDEN-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR: no se pudo regrabar la orden "
                       ORD-CUENTA " " ORD-NUMERO
           END-REWRITE.
           PERFORM ESCRIBIR-LINEA-ORDEN.

      *GRABA EL MOVIMIENTO DE LA ORDEN, LO SUMA AL CONTROL DE LA COLA
      *Y DESCUENTA EL DEBITO DEL SALDO DE LA CUENTA
           ESCRIBIR-MOVIMIENTO.
           MOVE SPACES TO GENERADO-REGISTRO.
           MOVE CTA-CLIENTE TO GEN-CLIENTE.
           MOVE CTA-T-CTA TO GEN-T-CTA.
           MOVE CTA-SUCURSAL TO GEN-SUCURSAL.
           MOVE ORD-CUENTA TO GEN-CUENTA.
           MOVE ORD-DIGITO TO GEN-DIGITO.
           MOVE WS-FECHA-EMISION TO GEN-FECHA.
           MOVE ORD-OPERACION TO GEN-OPERACION.
           MOVE ORD-IMPORTE TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED TO GEN-IMPORTE.
           MOVE "OP" TO GEN-CANAL.
      *EL IMPORTE DE LA ORDEN ESTA EN LA MONEDA DE LA CUENTA
           MOVE CTA-MONEDA TO GEN-MONEDA.
           IF GEN-MONEDA = SPACES
               MOVE "ARS" TO GEN-MONEDA
           END-IF.
           WRITE GENERADO-REGISTRO.
           ADD 1 TO WS-GEN-CANTIDAD.
           ADD ORD-IMPORTE TO WS-GEN-HASH.
           IF WS-SIGNO-HALLADO = "D" AND WS-SAL-IND-ACTUAL > 0
               SUBTRACT ORD-IMPORTE
                   FROM WS-SAL-IMPORTE(WS-SAL-IND-ACTUAL)
           END-IF.

      ******************************************************************
           ESCRIBIR-LINEA-ORDEN.
           MOVE ORD-CUENTA TO LOR-CUENTA.
           MOVE ORD-NUMERO TO LOR-NUMERO.
           MOVE ORD-OPERACION TO LOR-OPERACION.
           MOVE ORD-IMPORTE TO LOR-IMPORTE.
           MOVE ORD-FRECUENCIA TO LOR-FRECUENCIA.
           MOVE ORD-CUOTAS TO LOR-CUOTAS.
           MOVE WS-ORD-RESULTADO TO LOR-RESULTADO.
           MOVE ORD-DESCRIPCION TO LOR-DESCRIPCION.
           WRITE LISTADO-REGISTRO FROM LINEA-ORDEN.
