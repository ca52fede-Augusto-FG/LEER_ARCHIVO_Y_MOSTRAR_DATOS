       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPUESTOS.
      *CALCULO DIARIO DEL IMPUESTO A LOS DEBITOS Y CREDITOS
      *BANCARIOS. RECORRE EL MAESTRO HISTORICO Y, PARA CADA
      *MOVIMIENTO POSTEADO CON FECHA HASTA EL DIA HABIL DE PROCESO
      *QUE NINGUNA CORRIDA ANTERIOR EVALUO (LOS DEL DIA Y DE LOS NO
      *HABILES QUE LO PRECEDEN, Y LOS QUE LLEGARON TARDE CON FECHA
      *YA PASADA: SUCURSALES DEMORADAS, CORRECCIONES DE
      *DEVOLUCIONES), BUSCA LA ALICUOTA DE SU
      *CODIGO DE OPERACION EN LA TABLA DE ALICUOTAS Y LA CONDICION
      *DEL CLIENTE EN EL MAESTRO DE CLIENTES: EXENTO NO PAGA,
      *REDUCIDA Y GENERAL PAGAN LA TASA QUE LES CORRESPONDE. LOS
      *CODIGOS NO GRAVADOS (POR EJEMPLO TRANSFERENCIAS ENTRE
      *CUENTAS PROPIAS) FIGURAN EN LA TABLA CON GRAVADO "N".
      *CADA IMPUESTO SALE COMO UN DEBITO EN LA MISMA CUENTA Y
      *MONEDA DEL MOVIMIENTO, EN UN ARCHIVO CON EL TRAZADO DE
      *ENTRADA DE MOVIMIENTOS Y CABECERA "HDR" Y COLA "TRL", IGUAL
      *QUE DEVENGAR Y GENORDENES, PARA QUE LA CORRIDA SIGUIENTE LO
      *POSTEE. ADEMAS CADA IMPUESTO SE AGREGA AL DETALLE ACUMULADO
      *DE PERCEPCIONES, DEL QUE DECLARACION ARMA LA PRESENTACION
      *MENSUAL. UN DIA YA CALCULADO NO SE VUELVE A CALCULAR.
      *EL DEBITO DEL IMPUESTO SOLO SE GENERA SI MOVIMIENTOS LO VA A
      *POSTEAR: EN UNA CUENTA BLOQUEADA O INACTIVA QUEDARIA RETENIDO,
      *ASI QUE EL MOVIMIENTO SE DIFIERE Y SE REEVALUA CADA DIA HASTA
      *QUE LA CUENTA VUELVA A ESTAR ACTIVA; EN UNA CERRADA O FUERA
      *DEL MAESTRO SERIA RECHAZADO, ASI QUE SE ANOTA SIN IMPUESTO.
      *ASI EL DETALLE Y LO POSTEADO EN EL HISTORICO COINCIDEN
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL HISTORIA-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-HISTORIA
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HIS-CLAVE
       ALTERNATE RECORD KEY IS HIS-CLIENTE WITH DUPLICATES.

      *MAESTRO DE CLIENTES: CUIT Y CONDICION FRENTE AL IMPUESTO
       SELECT OPTIONAL CLIENTES-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-CLIENTES
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CLI-CODIGO.

      *MAESTRO DE CUENTAS: ESTADO DE LA CUENTA A DEBITAR
       SELECT OPTIONAL CUENTAS-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-CUENTAS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CTA-CUENTA.

       SELECT OPTIONAL OPERACIONES-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-OPERACIONES
       ORGANIZATION IS LINE SEQUENTIAL.

      *TABLA DE ALICUOTAS POR CODIGO DE OPERACION
       SELECT OPTIONAL ALICUOTAS-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-ALICUOTAS
       ORGANIZATION IS LINE SEQUENTIAL.

      *CALENDARIO DE PROCESO, EL MISMO QUE LEE MOVIMIENTOS
       SELECT OPTIONAL CALENDARIO-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-CALENDARIO
       ORGANIZATION IS LINE SEQUENTIAL.

      *DETALLE ACUMULADO DE PERCEPCIONES, UN RENGLON POR IMPUESTO
       SELECT OPTIONAL DETALLE-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-DETALLE
       ORGANIZATION IS LINE SEQUENTIAL.

      *MOVIMIENTOS EVALUADOS QUE NO GENERARON PERCEPCION (PROPIOS,
      *NO GRAVADOS, EXENTOS, ILEGIBLES O DE IMPUESTO NULO). CON EL
      *DETALLE FORMAN EL REGISTRO DE LO YA EVALUADO
       SELECT OPTIONAL EVALUADOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-EVALUADOS
       ORGANIZATION IS LINE SEQUENTIAL.

      *ARCHIVO DE TRABAJO DEL SORT DE CLAVES YA EVALUADAS
       SELECT CLAVES-SORT
       ASSIGN TO DYNAMIC WS-ARCHIVO-WORKSORT.

      *ARCHIVO DE MOVIMIENTOS GENERADO, CON EL TRAZADO DE ENTRADA
      *DE MOVIMIENTOS
       SELECT GENERADO-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-GENERADO
       ORGANIZATION IS LINE SEQUENTIAL.

      *LISTADO DE LA CORRIDA
       SELECT LISTADO-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-LISTADO
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD OPERACIONES-ARCHIVO.
       01 OPERACION-REGISTRO.
           05 OPE-CODIGO PIC X(9).
           05 OPE-DESCRIPCION PIC X(25).
           05 OPE-SIGNO PIC X(1).
           05 OPE-ESTADO PIC X(1).

      *CODIGO DE OPERACION, "S" GRAVADO O "N" NO GRAVADO, Y LAS
      *TASAS GENERAL Y REDUCIDA EN % EN EL MISMO FORMATO LIBRE QUE
      *IMPORTE (POR EJEMPLO "0.6" Y "0.25")
       FD ALICUOTAS-ARCHIVO.
       01 ALICUOTA-REGISTRO.
           05 ALI-OPERACION PIC X(9).
           05 ALI-GRAVADO PIC X(1).
           05 ALI-TASA-GENERAL PIC X(10).
           05 ALI-TASA-REDUCIDA PIC X(10).

      *"F" + FECHA AAAAMMDD ES UN FERIADO; "S" + "S" DECLARA EL
      *SABADO COMO DIA HABIL
       FD CALENDARIO-ARCHIVO.
       01 CALENDARIO-REGISTRO.
           05 CAL-TIPO PIC X(1).
           05 FILLER PIC X(1).
           05 CAL-DATO PIC X(8).

      *PERCEPCION: DIA DE PROCESO QUE LA CALCULO, CLAVE DEL
      *MOVIMIENTO GRAVADO, CLIENTE CON EL CUIT Y LA CONDICION QUE
      *TENIA AL CALCULAR, CODIGO Y MONEDA DEL MOVIMIENTO, BASE,
      *ALICUOTA APLICADA EN % E IMPUESTO
       FD DETALLE-ARCHIVO.
       01 DETALLE-REGISTRO.
           05 DET-FECHA-PROCESO PIC X(8).
           05 DET-CLAVE-ORIGEN PIC X(28).
           05 DET-CLIENTE PIC X(11).
           05 DET-CUIT PIC X(11).
           05 DET-CONDICION PIC X(1).
           05 DET-OPERACION PIC X(9).
           05 DET-MONEDA PIC X(3).
           05 DET-BASE PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 DET-ALICUOTA PIC 9(2)V9(4).
           05 DET-IMPUESTO PIC S9(11)V99 SIGN LEADING SEPARATE.

      *DIA DE PROCESO QUE LO EVALUO, CLAVE DEL MOVIMIENTO Y MOTIVO:
      *"P" IMPUESTO PROPIO, "N" CODIGO NO GRAVADO, "E" CLIENTE
      *EXENTO, "I" IMPORTE ILEGIBLE, "C" IMPUESTO EN CERO, "X" CUENTA
      *CERRADA O FUERA DEL MAESTRO. UN CODIGO SIN ALICUOTA O UNA
      *CUENTA BLOQUEADA O INACTIVA NO SE ANOTAN: SE REEVALUAN HASTA
      *QUE LA TABLA LOS TENGA O LA CUENTA ESTE ACTIVA
       FD EVALUADOS-ARCHIVO.
       01 EVALUADO-REGISTRO.
           05 EVA-FECHA-PROCESO PIC X(8).
           05 EVA-CLAVE-ORIGEN PIC X(28).
           05 EVA-MOTIVO PIC X(1).

       SD CLAVES-SORT.
       01 CLAVE-SORT-REGISTRO.
           05 SRT-CLAVE PIC X(28).

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

           01  WS-ARCHIVO-HISTORIA PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-CLIENTES PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-CUENTAS PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-OPERACIONES PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-ALICUOTAS PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-CALENDARIO PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-DETALLE PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-EVALUADOS PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-WORKSORT PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-GENERADO PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-LISTADO PIC X(250) VALUE SPACES.

      *DIA HABIL DE PROCESO (AAAAMMDD, POR OMISION EL DIA DE LA
      *CORRIDA) Y VENTANA DE FECHAS QUE LE CORRESPONDE: DESDE EL DIA
      *POSTERIOR AL HABIL ANTERIOR HASTA EL PROPIO DIA, IGUAL QUE
      *GENORDENES. UN MOVIMIENTO CON FECHA ANTERIOR A LA VENTANA
      *LLEGO TARDE Y SE MARCA EN EL LISTADO
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
           01  WS-DIA-BASE PIC 9(7) VALUE ZERO.
           01  WS-FECHA-VENTANA-CALC PIC X(8) VALUE SPACES.

      *REGISTRO DE LO YA EVALUADO: LAS CLAVES DEL DETALLE Y DE LOS
      *EVALUADOS, ORDENADAS, SE APAREAN CONTRA EL HISTORICO QUE SE
      *LEE EN EL MISMO ORDEN. SE MIRA DESDE LA VENTANA DEL PRIMER
      *DIA CALCULADO: LO ANTERIOR ES DE ANTES DEL IMPUESTO
           01  WS-FIN-EVALUADOS PIC X VALUE "N".
           01  WS-FIN-SORT PIC X VALUE "N".
           01  WS-CLAVE-EVALUADA PIC X(28) VALUE SPACES.
           01  WS-PRIMER-CALCULO PIC X(8) VALUE SPACES.
           01  WS-PRIMER-CALCULO-NUM PIC 9(8) VALUE ZERO.
           01  WS-FECHA-PENDIENTES-DESDE PIC X(8) VALUE SPACES.
           01  WS-MOV-TARDIO PIC X VALUE "N".
           01  WS-MOTIVO-EVALUADO PIC X VALUE SPACE.

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

      *CODIGO DE OPERACION CON EL QUE SE DEBITA EL IMPUESTO: DEBE
      *EXISTIR ACTIVO EN LA TABLA CON SIGNO "D". SUS PROPIOS
      *MOVIMIENTOS NUNCA SE GRAVAN
           01  WS-COD-IMPUESTO PIC X(9) VALUE SPACES.
           01  WS-COD-IMPUESTO-OK PIC X VALUE "N".

      *TABLA DE CODIGOS DE OPERACION
           01  WS-FIN-OPERACIONES PIC X VALUE "N".
           01  WS-OPERACIONES-CANT PIC 9(3) VALUE ZERO.
           01  WS-OPERACIONES-TABLA.
               05 WS-OPERACION-ELEM OCCURS 200 TIMES.
                  10 WS-OPE-CODIGO PIC X(9).
                  10 WS-OPE-SIGNO PIC X(1).
                  10 WS-OPE-ESTADO PIC X(1).
           01  WS-OPE-IND PIC 9(3) VALUE ZERO.
           01  WS-OPE-DESBORDE PIC X VALUE "N".

      *TABLA DE ALICUOTAS EN MEMORIA. UN RENGLON CON TASA
      *INVALIDA SE AVISA Y NO SE CARGA: SU CODIGO QUEDA SIN
      *ALICUOTA Y SE LISTA COMO TAL
           01  WS-FIN-ALICUOTAS PIC X VALUE "N".
           01  WS-ALICUOTAS-CANT PIC 9(3) VALUE ZERO.
           01  WS-ALICUOTAS-TABLA.
               05 WS-ALICUOTA-ELEM OCCURS 200 TIMES.
                  10 WS-ALI-OPERACION PIC X(9).
                  10 WS-ALI-GRAVADO PIC X(1).
                  10 WS-ALI-GENERAL PIC 9(2)V9(4).
                  10 WS-ALI-REDUCIDA PIC 9(2)V9(4).
           01  WS-ALI-IND PIC 9(3) VALUE ZERO.
           01  WS-ALI-HALLADA PIC 9(3) VALUE ZERO.
           01  WS-ALI-DESBORDE PIC X VALUE "N".
           01  WS-ALI-TASA-OK PIC X VALUE "N".
           01  WS-ALI-TASA-NUM PIC S9(5)V9(4) VALUE ZERO.

      *CONTROL DE DIA YA CALCULADO CONTRA EL DETALLE ACUMULADO
           01  WS-FIN-DETALLE PIC X VALUE "N".
           01  WS-DIA-YA-CALCULADO PIC X VALUE "N".

      *MOVIMIENTO EN PROCESO
           01  WS-FIN-HISTORIA PIC X VALUE "N".
           01  WS-CLI-HALLADO PIC X VALUE "N".
           01  WS-CTA-HALLADA PIC X VALUE "N".
           01  WS-CONDICION PIC X(1) VALUE SPACE.
           01  WS-CUIT PIC X(11) VALUE SPACES.
           01  WS-MONEDA PIC X(3) VALUE SPACES.
           01  WS-IMPORTE-NUM PIC S9(11)V99 VALUE ZERO.
           01  WS-TASA PIC 9(2)V9(4) VALUE ZERO.
           01  WS-IMPUESTO PIC S9(11)V99 VALUE ZERO.
           01  WS-IMPORTE-ED PIC 9(11).99.
           01  WS-OBSERVACION PIC X(30) VALUE SPACES.

      *TOTALES POR MONEDA DEL IMPUESTO GENERADO
           01  WS-MONEDAS-CANT PIC 9(2) VALUE ZERO.
           01  WS-MONEDAS-TABLA.
               05 WS-MONEDA-ELEM OCCURS 10 TIMES.
                  10 WS-MON-CODIGO PIC X(3).
                  10 WS-MON-MOVS PIC 9(7).
                  10 WS-MON-BASE PIC S9(13)V99.
                  10 WS-MON-IMPUESTO PIC S9(13)V99.
           01  WS-MON-IND PIC 9(2) VALUE ZERO.
           01  WS-MON-HALLADA PIC 9(2) VALUE ZERO.
           01  WS-MON-DESBORDE PIC X VALUE "N".

      *CONTADORES DE LA CORRIDA Y CONTROL DEL ARCHIVO GENERADO:
      *CANTIDAD Y HASH QUE VAN A LA COLA, IGUALES A LOS QUE
      *MOVIMIENTOS VA A COTEJAR
           01  WS-MOV-LEIDOS PIC 9(7) VALUE ZERO.
           01  WS-MOV-TARDIOS PIC 9(7) VALUE ZERO.
           01  WS-MOV-PROPIOS PIC 9(7) VALUE ZERO.
           01  WS-MOV-NO-GRAVADOS PIC 9(7) VALUE ZERO.
           01  WS-MOV-EXENTOS PIC 9(7) VALUE ZERO.
           01  WS-MOV-SIN-ALICUOTA PIC 9(7) VALUE ZERO.
           01  WS-MOV-SIN-IMPORTE PIC 9(7) VALUE ZERO.
           01  WS-CLI-NO-HALLADOS PIC 9(7) VALUE ZERO.
           01  WS-MOV-DIFERIDOS PIC 9(7) VALUE ZERO.
           01  WS-MOV-SIN-CUENTA PIC 9(7) VALUE ZERO.
           01  WS-GEN-CANTIDAD PIC 9(9) VALUE ZERO.
           01  WS-GEN-HASH PIC 9(13)V99 VALUE ZERO.
           01  WS-LINEA-SALIDA PIC X(132) VALUE SPACES.
           01  WS-TOTAL-ED PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           01  WS-BASE-ED PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

      *LINEA DE UN MOVIMIENTO EN EL LISTADO
           01  LINEA-IMPUESTO.
               05 LIM-CUENTA PIC X(16).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LIM-FECHA PIC X(10).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LIM-OPERACION PIC X(9).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LIM-CLIENTE PIC X(11).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LIM-CONDICION PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LIM-BASE PIC Z,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LIM-ALICUOTA PIC Z9.9999.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LIM-IMPUESTO PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LIM-MONEDA PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LIM-OBSERVACION PIC X(30).

      ******************************************************************
           PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           ACCEPT WS-FECHA-CORRIDA-AAAAMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-FECHA-PROCESO FROM ENVIRONMENT "IMPUESTOS_FECHA".
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
           ACCEPT WS-ARCHIVO-CUENTAS
               FROM ENVIRONMENT "ARCHIVO_CUENTAS".
           IF WS-ARCHIVO-CUENTAS = SPACES
               MOVE "cuentas.ind" TO WS-ARCHIVO-CUENTAS
           END-IF.
           ACCEPT WS-ARCHIVO-OPERACIONES
               FROM ENVIRONMENT "ARCHIVO_OPERACIONES".
           IF WS-ARCHIVO-OPERACIONES = SPACES
               MOVE "operaciones.dat" TO WS-ARCHIVO-OPERACIONES
           END-IF.
           ACCEPT WS-ARCHIVO-ALICUOTAS
               FROM ENVIRONMENT "ARCHIVO_ALICUOTAS".
           IF WS-ARCHIVO-ALICUOTAS = SPACES
               MOVE "alicuotas.dat" TO WS-ARCHIVO-ALICUOTAS
           END-IF.
           ACCEPT WS-ARCHIVO-CALENDARIO
               FROM ENVIRONMENT "ARCHIVO_CALENDARIO".
           IF WS-ARCHIVO-CALENDARIO = SPACES
               MOVE "calendario.dat" TO WS-ARCHIVO-CALENDARIO
           END-IF.
           ACCEPT WS-ARCHIVO-DETALLE
               FROM ENVIRONMENT "ARCHIVO_IMPUESTOS_DETALLE".
           IF WS-ARCHIVO-DETALLE = SPACES
               MOVE "impuestos.det" TO WS-ARCHIVO-DETALLE
           END-IF.
           ACCEPT WS-ARCHIVO-EVALUADOS
               FROM ENVIRONMENT "ARCHIVO_IMPUESTOS_EVALUADOS".
           IF WS-ARCHIVO-EVALUADOS = SPACES
               MOVE "impuestos.eva" TO WS-ARCHIVO-EVALUADOS
           END-IF.
           ACCEPT WS-ARCHIVO-WORKSORT
               FROM ENVIRONMENT "ARCHIVO_IMPUESTOS_SORT".
           IF WS-ARCHIVO-WORKSORT = SPACES
               MOVE "impuestos.srt" TO WS-ARCHIVO-WORKSORT
           END-IF.
      *EL ARCHIVO GENERADO LLEVA LA FECHA EN EL NOMBRE: MOVIMIENTOS
      *RECONOCE LOS ARCHIVOS YA POSTEADOS POR SU NOMBRE
           ACCEPT WS-ARCHIVO-GENERADO
               FROM ENVIRONMENT "ARCHIVO_IMPUESTOS_MOV".
           IF WS-ARCHIVO-GENERADO = SPACES
               STRING "impuestos" WS-FECHA-PROCESO ".mov"
                   DELIMITED BY SIZE INTO WS-ARCHIVO-GENERADO
           END-IF.
           ACCEPT WS-ARCHIVO-LISTADO
               FROM ENVIRONMENT "ARCHIVO_IMPUESTOS_LISTADO".
           IF WS-ARCHIVO-LISTADO = SPACES
               STRING "impuestos" WS-FECHA-PROCESO ".lst"
                   DELIMITED BY SIZE INTO WS-ARCHIVO-LISTADO
           END-IF.
           ACCEPT WS-COD-IMPUESTO
               FROM ENVIRONMENT "OPERACION_IMPUESTO".
           IF WS-COD-IMPUESTO = SPACES
               MOVE "IMPDEBCRE" TO WS-COD-IMPUESTO
           END-IF.
           PERFORM CARGAR-CALENDARIO.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-EVAL.
           PERFORM EVALUAR-DIA-HABIL.
           IF WS-DIA-HABIL = "N"
               DISPLAY "El " WS-FECHA-EMISION " no es dia habil: "
                   "sus movimientos se gravan el habil siguiente."
               PERFORM GENERAR-ARCHIVO-VACIO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DIA-PROCESO TO WS-DIA-BASE.
           PERFORM CALCULAR-VENTANA.
           MOVE WS-FECHA-VENTANA-CALC TO WS-FECHA-VENTANA-DESDE.
           DISPLAY "Movimientos con fecha del " WS-FECHA-VENTANA-DESDE
               " al " WS-FECHA-PROCESO.
           PERFORM CARGAR-OPERACIONES.
           PERFORM CONTROLAR-CODIGO-IMPUESTO.
           IF WS-COD-IMPUESTO-OK NOT = "S"
               DISPLAY "El codigo " WS-COD-IMPUESTO " debe existir "
                   "activo en la tabla de operaciones con signo D. "
                   "Cargarlo con MANTOPERACIONES antes de calcular."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARGAR-ALICUOTAS.
           IF WS-ALICUOTAS-CANT = ZERO
               DISPLAY "Sin tabla de alicuotas no se puede calcular "
                   "el impuesto."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CONTROLAR-DIA-CALCULADO.
           IF WS-DIA-YA-CALCULADO = "S"
               DISPLAY "El impuesto del " WS-FECHA-EMISION " ya esta "
                   "en el detalle de percepciones, no se repite."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT HISTORIA-ARCHIVO.
           OPEN INPUT CLIENTES-ARCHIVO.
           OPEN INPUT CUENTAS-ARCHIVO.
           OPEN OUTPUT GENERADO-ARCHIVO.
           OPEN OUTPUT LISTADO-ARCHIVO.
           PERFORM ESCRIBIR-CABECERA.
           PERFORM ESCRIBIR-TITULOS.
      *EL DETALLE Y LOS EVALUADOS SE LEEN EN LA ENTRADA DEL SORT Y
      *SE ABREN PARA AGREGAR EN LA SALIDA, QUE RECORRE EL HISTORICO
           SORT CLAVES-SORT ON ASCENDING KEY SRT-CLAVE
               INPUT PROCEDURE IS LIBERAR-CLAVES-EVALUADAS
               OUTPUT PROCEDURE IS RECORRER-HISTORIA.
           PERFORM ESCRIBIR-COLA.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE LISTADO-ARCHIVO.
           CLOSE GENERADO-ARCHIVO.
           CLOSE CUENTAS-ARCHIVO.
           CLOSE CLIENTES-ARCHIVO.
           CLOSE HISTORIA-ARCHIVO.
           DISPLAY "Movimientos del periodo:      " WS-MOV-LEIDOS.
           DISPLAY "  con fecha anterior (tarde): " WS-MOV-TARDIOS.
           DISPLAY "Gravados con impuesto:        " WS-GEN-CANTIDAD.
           DISPLAY "No gravados por codigo:       " WS-MOV-NO-GRAVADOS.
           DISPLAY "Exentos por cliente:          " WS-MOV-EXENTOS.
           DISPLAY "Codigos sin alicuota:         "
               WS-MOV-SIN-ALICUOTA.
           DISPLAY "Diferidos por cuenta bloqueada o inactiva: "
               WS-MOV-DIFERIDOS.
           DISPLAY "Sin impuesto por cuenta cerrada o fuera del "
               "maestro: " WS-MOV-SIN-CUENTA.
           IF WS-CLI-NO-HALLADOS > ZERO
               DISPLAY "AVISO: " WS-CLI-NO-HALLADOS " movimientos de "
                   "clientes fuera del maestro, gravados con la "
                   "alicuota general"
           END-IF.
           IF WS-MON-DESBORDE = "S"
               DISPLAY "AVISO: mas de 10 monedas, los totales por "
                   "moneda del listado quedan incompletos"
           END-IF.
      *RETORNO PARA EL PLANIFICADOR: 4 CON CODIGOS SIN ALICUOTA,
      *IMPORTES ILEGIBLES, CLIENTES FUERA DEL MAESTRO O CUENTAS QUE
      *NO ADMITEN EL DEBITO, 8 SIN NADA QUE GRAVAR, 0 TODO CALCULADO
           IF WS-MOV-SIN-ALICUOTA > ZERO
                   OR WS-MOV-SIN-IMPORTE > ZERO
                   OR WS-CLI-NO-HALLADOS > ZERO
                   OR WS-MOV-DIFERIDOS > ZERO
                   OR WS-MOV-SIN-CUENTA > ZERO
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
      *BUSCA EL DIA HABIL ANTERIOR A WS-DIA-BASE; SU VENTANA ARRANCA
      *EL DIA SIGUIENTE A ESE Y QUEDA EN WS-FECHA-VENTANA-CALC. EL
      *TOPE DE 30 DIAS FRENA UN CALENDARIO ROTO QUE DECLARE TODO
      *FERIADO
           CALCULAR-VENTANA.
           COMPUTE WS-DIA-ENTERO = WS-DIA-BASE - 1.
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
           MOVE WS-FECHA-EVAL-NUM TO WS-FECHA-VENTANA-CALC.

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
      *EL CODIGO DEL IMPUESTO DEBE ESTAR ACTIVO Y SER DEBE
           CONTROLAR-CODIGO-IMPUESTO.
           MOVE "N" TO WS-COD-IMPUESTO-OK.
           PERFORM VARYING WS-OPE-IND FROM 1 BY 1
                   UNTIL WS-OPE-IND > WS-OPERACIONES-CANT
               IF WS-OPE-CODIGO(WS-OPE-IND) = WS-COD-IMPUESTO
                       AND WS-OPE-SIGNO(WS-OPE-IND) = "D"
                       AND WS-OPE-ESTADO(WS-OPE-IND) NOT = "I"
                   MOVE "S" TO WS-COD-IMPUESTO-OK
               END-IF
           END-PERFORM.

      ******************************************************************
      *CARGA LA TABLA DE ALICUOTAS. GRAVADO DISTINTO DE "N" SE
      *TOMA COMO GRAVADO; UNA TASA VACIA ES CERO, UNA ILEGIBLE O
      *NEGATIVA DEJA EL RENGLON AFUERA CON AVISO
           CARGAR-ALICUOTAS.
           OPEN INPUT ALICUOTAS-ARCHIVO.
           MOVE "N" TO WS-FIN-ALICUOTAS.
           MOVE ZERO TO WS-ALICUOTAS-CANT.
           PERFORM UNTIL WS-FIN-ALICUOTAS = "S"
               READ ALICUOTAS-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-ALICUOTAS
                   NOT AT END
                       IF ALI-OPERACION NOT = SPACES
                           PERFORM CARGAR-ALICUOTA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ALICUOTAS-ARCHIVO.
           IF WS-ALI-DESBORDE = "S"
               DISPLAY "AVISO: mas de 200 codigos en la tabla de "
                   "alicuotas, los excedentes quedan sin alicuota"
           END-IF.

      ******************************************************************
           CARGAR-ALICUOTA.
           IF WS-ALICUOTAS-CANT NOT < 200
               MOVE "S" TO WS-ALI-DESBORDE
           ELSE
               MOVE "S" TO WS-ALI-TASA-OK
               ADD 1 TO WS-ALICUOTAS-CANT
               MOVE ALI-OPERACION TO
                   WS-ALI-OPERACION(WS-ALICUOTAS-CANT)
               IF ALI-GRAVADO = "N"
                   MOVE "N" TO WS-ALI-GRAVADO(WS-ALICUOTAS-CANT)
               ELSE
                   MOVE "S" TO WS-ALI-GRAVADO(WS-ALICUOTAS-CANT)
               END-IF
               MOVE ZERO TO WS-ALI-GENERAL(WS-ALICUOTAS-CANT)
               MOVE ZERO TO WS-ALI-REDUCIDA(WS-ALICUOTAS-CANT)
               IF ALI-TASA-GENERAL NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(ALI-TASA-GENERAL) NOT = 0
                       MOVE "N" TO WS-ALI-TASA-OK
                   ELSE
                       MOVE FUNCTION NUMVAL(ALI-TASA-GENERAL)
                           TO WS-ALI-TASA-NUM
                       IF WS-ALI-TASA-NUM < ZERO
                               OR WS-ALI-TASA-NUM > 99
                           MOVE "N" TO WS-ALI-TASA-OK
                       ELSE
                           MOVE WS-ALI-TASA-NUM
                               TO WS-ALI-GENERAL(WS-ALICUOTAS-CANT)
                       END-IF
                   END-IF
               END-IF
               IF ALI-TASA-REDUCIDA NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(ALI-TASA-REDUCIDA) NOT = 0
                       MOVE "N" TO WS-ALI-TASA-OK
                   ELSE
                       MOVE FUNCTION NUMVAL(ALI-TASA-REDUCIDA)
                           TO WS-ALI-TASA-NUM
                       IF WS-ALI-TASA-NUM < ZERO
                               OR WS-ALI-TASA-NUM > 99
                           MOVE "N" TO WS-ALI-TASA-OK
                       ELSE
                           MOVE WS-ALI-TASA-NUM
                               TO WS-ALI-REDUCIDA(WS-ALICUOTAS-CANT)
                       END-IF
                   END-IF
               END-IF
               IF WS-ALI-TASA-OK NOT = "S"
                   SUBTRACT 1 FROM WS-ALICUOTAS-CANT
                   DISPLAY "AVISO: alicuota invalida para el codigo "
                       ALI-OPERACION ", queda sin alicuota"
               END-IF
           END-IF.

      ******************************************************************
      *UN DIA CUYAS PERCEPCIONES YA ESTAN EN EL DETALLE FUE
      *CALCULADO: REPETIRLO DUPLICARIA EL DEBITO AL CLIENTE Y LA
      *DECLARACION
           CONTROLAR-DIA-CALCULADO.
           MOVE "N" TO WS-DIA-YA-CALCULADO.
           OPEN INPUT DETALLE-ARCHIVO.
           MOVE "N" TO WS-FIN-DETALLE.
           PERFORM UNTIL WS-FIN-DETALLE = "S"
               READ DETALLE-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-DETALLE
                   NOT AT END
                       IF DET-FECHA-PROCESO = WS-FECHA-PROCESO
                           MOVE "S" TO WS-DIA-YA-CALCULADO
                           MOVE "S" TO WS-FIN-DETALLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DETALLE-ARCHIVO.

      ******************************************************************
           ESCRIBIR-CABECERA.
           MOVE SPACES TO GENERADO-CABECERA.
           MOVE "HDR" TO GCA-TIPO.
           MOVE WS-FECHA-EMISION TO GCA-FECHA.
           MOVE "IMPUESTO" TO GCA-SUCURSAL.
           WRITE GENERADO-REGISTRO FROM GENERADO-CABECERA.

           ESCRIBIR-COLA.
           MOVE SPACES TO GENERADO-COLA.
           MOVE "TRL" TO GCO-TIPO.
           MOVE WS-GEN-CANTIDAD TO GCO-CANTIDAD.
           MOVE WS-GEN-HASH TO GCO-HASH.
           WRITE GENERADO-REGISTRO FROM GENERADO-COLA.

      *SIN NADA QUE GRAVAR EL ARCHIVO GENERADO QUEDA IGUAL, SOLO CON
      *CABECERA Y COLA, PARA QUE EL POSTEO QUE LO SIGUE EN LA CADENA
      *ENCUENTRE SU ENTRADA
           GENERAR-ARCHIVO-VACIO.
           OPEN OUTPUT GENERADO-ARCHIVO.
           PERFORM ESCRIBIR-CABECERA.
           PERFORM ESCRIBIR-COLA.
           CLOSE GENERADO-ARCHIVO.

      ******************************************************************
           ESCRIBIR-TITULOS.
           MOVE SPACES TO WS-LINEA-SALIDA.
           STRING "IMPUESTO A LOS DEBITOS Y CREDITOS DEL DIA HABIL "
               WS-FECHA-EMISION "  CODIGO " WS-COD-IMPUESTO
               DELIMITED BY SIZE INTO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           MOVE SPACES TO WS-LINEA-SALIDA.
           STRING "CUENTA           FECHA      OPERACION CLIENTE     "
               "C             BASE ALICUOTA     IMPUESTO MON "
               "OBSERVACION"
               DELIMITED BY SIZE INTO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.

      ******************************************************************
      *ENTRADA DEL SORT: LAS CLAVES DE TODO LO YA EVALUADO, CON
      *PERCEPCION (DETALLE) O SIN ELLA (EVALUADOS), Y EL PRIMER DIA
      *DE PROCESO QUE FIGURA EN CUALQUIERA DE LOS DOS
           LIBERAR-CLAVES-EVALUADAS.
           MOVE SPACES TO WS-PRIMER-CALCULO.
           OPEN INPUT DETALLE-ARCHIVO.
           MOVE "N" TO WS-FIN-DETALLE.
           PERFORM UNTIL WS-FIN-DETALLE = "S"
               READ DETALLE-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-DETALLE
                   NOT AT END
                       MOVE DET-CLAVE-ORIGEN TO SRT-CLAVE
                       RELEASE CLAVE-SORT-REGISTRO
                       IF WS-PRIMER-CALCULO = SPACES
                               OR DET-FECHA-PROCESO < WS-PRIMER-CALCULO
                           MOVE DET-FECHA-PROCESO TO WS-PRIMER-CALCULO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DETALLE-ARCHIVO.
           OPEN INPUT EVALUADOS-ARCHIVO.
           MOVE "N" TO WS-FIN-EVALUADOS.
           PERFORM UNTIL WS-FIN-EVALUADOS = "S"
               READ EVALUADOS-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-EVALUADOS
                   NOT AT END
                       MOVE EVA-CLAVE-ORIGEN TO SRT-CLAVE
                       RELEASE CLAVE-SORT-REGISTRO
                       IF WS-PRIMER-CALCULO = SPACES
                               OR EVA-FECHA-PROCESO < WS-PRIMER-CALCULO
                           MOVE EVA-FECHA-PROCESO TO WS-PRIMER-CALCULO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EVALUADOS-ARCHIVO.

      ******************************************************************
      *SALIDA DEL SORT: RECORRE EL MAESTRO COMPLETO EN ORDEN DE
      *CLAVE, APAREANDO CONTRA LAS CLAVES YA EVALUADAS. SE EVALUA
      *TODO MOVIMIENTO CON FECHA DESDE LA VENTANA DEL PRIMER DIA
      *CALCULADO (SIN CALCULOS PREVIOS, LA DEL PROPIO DIA) HASTA EL
      *DIA DE PROCESO QUE NO ESTE ENTRE ELLAS
           RECORRER-HISTORIA.
           PERFORM CALCULAR-PENDIENTES-DESDE.
           OPEN EXTEND DETALLE-ARCHIVO.
           OPEN EXTEND EVALUADOS-ARCHIVO.
           MOVE "N" TO WS-FIN-SORT.
           MOVE LOW-VALUES TO WS-CLAVE-EVALUADA.
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
                       IF HIS-FECHA-ORD NOT < WS-FECHA-PENDIENTES-DESDE
                               AND HIS-FECHA-ORD NOT >
                                   WS-FECHA-PROCESO
                           PERFORM AVANZAR-CLAVE-EVALUADA
                               UNTIL WS-CLAVE-EVALUADA NOT < HIS-CLAVE
                           IF WS-CLAVE-EVALUADA NOT = HIS-CLAVE
                               PERFORM EVALUAR-MOVIMIENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EVALUADOS-ARCHIVO.
           CLOSE DETALLE-ARCHIVO.

      ******************************************************************
      *TRAE LA SIGUIENTE CLAVE YA EVALUADA; AGOTADAS, HIGH-VALUES
      *DEJA AL RESTO DEL HISTORICO COMO PENDIENTE
           AVANZAR-CLAVE-EVALUADA.
           IF WS-FIN-SORT = "S"
               MOVE HIGH-VALUES TO WS-CLAVE-EVALUADA
           ELSE
               RETURN CLAVES-SORT
                   AT END
                       MOVE "S" TO WS-FIN-SORT
                       MOVE HIGH-VALUES TO WS-CLAVE-EVALUADA
                   NOT AT END
                       MOVE SRT-CLAVE TO WS-CLAVE-EVALUADA
               END-RETURN
           END-IF.

      ******************************************************************
      *LIMITE INFERIOR DE LO PENDIENTE: LA VENTANA DEL PRIMER DIA
      *CALCULADO. SIN CALCULOS PREVIOS (O CON UNA FECHA ILEGIBLE EN
      *EL REGISTRO) ES LA VENTANA DEL PROPIO DIA
           CALCULAR-PENDIENTES-DESDE.
           MOVE WS-FECHA-VENTANA-DESDE TO WS-FECHA-PENDIENTES-DESDE.
           IF WS-PRIMER-CALCULO NUMERIC
               MOVE WS-PRIMER-CALCULO TO WS-PRIMER-CALCULO-NUM
               IF WS-PRIMER-CALCULO-NUM > 16010101
                       AND WS-PRIMER-CALCULO < WS-FECHA-PROCESO
                   COMPUTE WS-DIA-BASE = FUNCTION
                       INTEGER-OF-DATE(WS-PRIMER-CALCULO-NUM)
                   PERFORM CALCULAR-VENTANA
                   MOVE WS-FECHA-VENTANA-CALC
                       TO WS-FECHA-PENDIENTES-DESDE
               END-IF
           END-IF.
           IF WS-FECHA-PENDIENTES-DESDE < WS-FECHA-VENTANA-DESDE
               DISPLAY "Pendientes de evaluar desde el "
                   WS-FECHA-PENDIENTES-DESDE
           END-IF.

      ******************************************************************
      *EL PROPIO IMPUESTO NO SE GRAVA. UN CODIGO FUERA DE LA TABLA
      *DE ALICUOTAS SE LISTA PARA COMPLETARLA; UN CODIGO NO GRAVADO
      *SE SALTEA
           EVALUAR-MOVIMIENTO.
           ADD 1 TO WS-MOV-LEIDOS.
           MOVE "N" TO WS-MOV-TARDIO.
           IF HIS-FECHA-ORD < WS-FECHA-VENTANA-DESDE
               MOVE "S" TO WS-MOV-TARDIO
               ADD 1 TO WS-MOV-TARDIOS
           END-IF.
           IF HIS-OPERACION = WS-COD-IMPUESTO
               ADD 1 TO WS-MOV-PROPIOS
               MOVE "P" TO WS-MOTIVO-EVALUADO
               PERFORM ANOTAR-EVALUADO
           ELSE
               PERFORM BUSCAR-ALICUOTA
               IF WS-ALI-HALLADA = 0
                   ADD 1 TO WS-MOV-SIN-ALICUOTA
                   MOVE SPACE TO WS-CONDICION
                   MOVE ZERO TO WS-IMPORTE-NUM
                   MOVE ZERO TO WS-TASA
                   MOVE ZERO TO WS-IMPUESTO
                   MOVE "CODIGO SIN ALICUOTA" TO WS-OBSERVACION
                   PERFORM ESCRIBIR-LINEA-IMPUESTO
               ELSE
               IF WS-ALI-GRAVADO(WS-ALI-HALLADA) = "N"
                   ADD 1 TO WS-MOV-NO-GRAVADOS
                   MOVE "N" TO WS-MOTIVO-EVALUADO
                   PERFORM ANOTAR-EVALUADO
               ELSE
                   PERFORM GRAVAR-MOVIMIENTO
               END-IF
               END-IF
           END-IF.

      ******************************************************************
           BUSCAR-ALICUOTA.
           MOVE ZERO TO WS-ALI-HALLADA.
           PERFORM VARYING WS-ALI-IND FROM 1 BY 1
                   UNTIL WS-ALI-IND > WS-ALICUOTAS-CANT
                   OR WS-ALI-HALLADA > 0
               IF WS-ALI-OPERACION(WS-ALI-IND) = HIS-OPERACION
                   MOVE WS-ALI-IND TO WS-ALI-HALLADA
               END-IF
           END-PERFORM.

      ******************************************************************
      *LA CONDICION SALE DEL MAESTRO DE CLIENTES: EXENTO NO PAGA,
      *"R" PAGA LA REDUCIDA Y EL RESTO LA GENERAL. UN CLIENTE
      *FUERA DEL MAESTRO PAGA LA GENERAL Y SE AVISA
           GRAVAR-MOVIMIENTO.
           MOVE SPACES TO WS-OBSERVACION.
           MOVE "N" TO WS-CLI-HALLADO.
           MOVE HIS-CLIENTE TO CLI-CODIGO.
           READ CLIENTES-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-CLI-HALLADO
           END-READ.
           IF WS-CLI-HALLADO = "S"
               MOVE CLI-CONDICION-IMP TO WS-CONDICION
               MOVE CLI-CUIT TO WS-CUIT
           ELSE
               ADD 1 TO WS-CLI-NO-HALLADOS
               MOVE "G" TO WS-CONDICION
               MOVE SPACES TO WS-CUIT
               MOVE "CLIENTE FUERA DEL MAESTRO" TO WS-OBSERVACION
           END-IF.
           IF WS-CONDICION NOT = "E" AND WS-CONDICION NOT = "R"
               MOVE "G" TO WS-CONDICION
           END-IF.
           MOVE HIS-MONEDA TO WS-MONEDA.
           IF WS-MONEDA = SPACES
               MOVE "ARS" TO WS-MONEDA
           END-IF.
           MOVE ZERO TO WS-IMPORTE-NUM.
           MOVE ZERO TO WS-IMPUESTO.
           IF FUNCTION TEST-NUMVAL(HIS-IMPORTE) = 0
               MOVE FUNCTION NUMVAL(HIS-IMPORTE) TO WS-IMPORTE-NUM
           END-IF.
           EVALUATE WS-CONDICION
               WHEN "E"
                   MOVE ZERO TO WS-TASA
               WHEN "R"
                   MOVE WS-ALI-REDUCIDA(WS-ALI-HALLADA) TO WS-TASA
               WHEN OTHER
                   MOVE WS-ALI-GENERAL(WS-ALI-HALLADA) TO WS-TASA
           END-EVALUATE.
           IF WS-CONDICION = "E"
               ADD 1 TO WS-MOV-EXENTOS
               MOVE "E" TO WS-MOTIVO-EVALUADO
               PERFORM ANOTAR-EVALUADO
           ELSE
           IF WS-IMPORTE-NUM NOT > ZERO
               ADD 1 TO WS-MOV-SIN-IMPORTE
               MOVE "IMPORTE ILEGIBLE, NO SE GRAVA" TO WS-OBSERVACION
               PERFORM ESCRIBIR-LINEA-IMPUESTO
               MOVE "I" TO WS-MOTIVO-EVALUADO
               PERFORM ANOTAR-EVALUADO
           ELSE
               COMPUTE WS-IMPUESTO ROUNDED =
                   WS-IMPORTE-NUM * WS-TASA / 100
               IF WS-IMPUESTO > ZERO
                   PERFORM CONTROLAR-CUENTA-GRAVADA
               ELSE
                   MOVE "C" TO WS-MOTIVO-EVALUADO
                   PERFORM ANOTAR-EVALUADO
               END-IF
           END-IF
           END-IF.

      ******************************************************************
      *EL DEBITO DEL IMPUESTO SOLO SE GENERA EN UNA CUENTA QUE LO
      *ADMITE. MOVIMIENTOS RETIENE LOS DEBITOS DE UNA CUENTA
      *BLOQUEADA O INACTIVA (SE DIFIERE, SIN ANOTAR, HASTA QUE SE
      *REACTIVE) Y RECHAZA LOS DE UNA CERRADA O FUERA DEL MAESTRO (SE
      *ANOTA SIN IMPUESTO). EN LOS DOS CASOS VA AL LISTADO
           CONTROLAR-CUENTA-GRAVADA.
           MOVE "N" TO WS-CTA-HALLADA.
           MOVE HIS-CUENTA TO CTA-CUENTA.
           READ CUENTAS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-CTA-HALLADA
           END-READ.
           IF WS-CTA-HALLADA NOT = "S" OR CTA-ESTADO = "C"
               ADD 1 TO WS-MOV-SIN-CUENTA
               MOVE "CUENTA CERRADA O FUERA MAESTRO" TO WS-OBSERVACION
               PERFORM ESCRIBIR-LINEA-IMPUESTO
               MOVE "X" TO WS-MOTIVO-EVALUADO
               PERFORM ANOTAR-EVALUADO
           ELSE
               IF CTA-ESTADO = "B" OR CTA-ESTADO = "I"
                   ADD 1 TO WS-MOV-DIFERIDOS
                   IF CTA-ESTADO = "B"
                       MOVE "CUENTA BLOQUEADA, SE DIFIERE"
                           TO WS-OBSERVACION
                   ELSE
                       MOVE "CUENTA INACTIVA, SE DIFIERE"
                           TO WS-OBSERVACION
                   END-IF
                   PERFORM ESCRIBIR-LINEA-IMPUESTO
               ELSE
                   PERFORM ESCRIBIR-IMPUESTO
               END-IF
           END-IF.

      ******************************************************************
      *DEJA EL MOVIMIENTO EVALUADO SIN PERCEPCION EN EL REGISTRO DE
      *EVALUADOS, PARA QUE NINGUNA CORRIDA LO VUELVA A TOMAR
           ANOTAR-EVALUADO.
           MOVE SPACES TO EVALUADO-REGISTRO.
           MOVE WS-FECHA-PROCESO TO EVA-FECHA-PROCESO.
           MOVE HIS-CLAVE TO EVA-CLAVE-ORIGEN.
           MOVE WS-MOTIVO-EVALUADO TO EVA-MOTIVO.
           WRITE EVALUADO-REGISTRO.

      ******************************************************************
      *ARMA EL DEBITO DEL IMPUESTO CON EL TRAZADO DE ENTRADA, CON
      *LOS DATOS DE CLIENTE Y CUENTA DEL MOVIMIENTO GRAVADO Y LA
      *FECHA DEL DIA DE PROCESO, Y DEJA SU PERCEPCION EN EL DETALLE
           ESCRIBIR-IMPUESTO.
           MOVE SPACES TO GENERADO-REGISTRO.
           MOVE HIS-CLIENTE TO GEN-CLIENTE.
           MOVE HIS-T-CTA TO GEN-T-CTA.
           MOVE HIS-SUCURSAL TO GEN-SUCURSAL.
           MOVE HIS-CUENTA TO GEN-CUENTA.
           MOVE HIS-DIGITO TO GEN-DIGITO.
           MOVE WS-FECHA-EMISION TO GEN-FECHA.
           MOVE WS-COD-IMPUESTO TO GEN-OPERACION.
           MOVE WS-IMPUESTO TO WS-IMPORTE-ED.
           MOVE WS-IMPORTE-ED TO GEN-IMPORTE.
           MOVE "IM" TO GEN-CANAL.
           MOVE WS-MONEDA TO GEN-MONEDA.
           WRITE GENERADO-REGISTRO.
           ADD 1 TO WS-GEN-CANTIDAD.
           ADD WS-IMPUESTO TO WS-GEN-HASH.
           MOVE SPACES TO DETALLE-REGISTRO.
           MOVE WS-FECHA-PROCESO TO DET-FECHA-PROCESO.
           MOVE HIS-CLAVE TO DET-CLAVE-ORIGEN.
           MOVE HIS-CLIENTE TO DET-CLIENTE.
           MOVE WS-CUIT TO DET-CUIT.
           MOVE WS-CONDICION TO DET-CONDICION.
           MOVE HIS-OPERACION TO DET-OPERACION.
           MOVE WS-MONEDA TO DET-MONEDA.
           MOVE WS-IMPORTE-NUM TO DET-BASE.
           MOVE WS-TASA TO DET-ALICUOTA.
           MOVE WS-IMPUESTO TO DET-IMPUESTO.
           WRITE DETALLE-REGISTRO.
           PERFORM ACUMULAR-MONEDA.
           PERFORM ESCRIBIR-LINEA-IMPUESTO.

      ******************************************************************
           ACUMULAR-MONEDA.
           MOVE ZERO TO WS-MON-HALLADA.
           PERFORM VARYING WS-MON-IND FROM 1 BY 1
                   UNTIL WS-MON-IND > WS-MONEDAS-CANT
                   OR WS-MON-HALLADA > 0
               IF WS-MON-CODIGO(WS-MON-IND) = WS-MONEDA
                   MOVE WS-MON-IND TO WS-MON-HALLADA
               END-IF
           END-PERFORM.
           IF WS-MON-HALLADA = 0
               IF WS-MONEDAS-CANT < 10
                   ADD 1 TO WS-MONEDAS-CANT
                   MOVE WS-MONEDA TO WS-MON-CODIGO(WS-MONEDAS-CANT)
                   MOVE ZERO TO WS-MON-MOVS(WS-MONEDAS-CANT)
                   MOVE ZERO TO WS-MON-BASE(WS-MONEDAS-CANT)
                   MOVE ZERO TO WS-MON-IMPUESTO(WS-MONEDAS-CANT)
                   MOVE WS-MONEDAS-CANT TO WS-MON-HALLADA
               ELSE
                   MOVE "S" TO WS-MON-DESBORDE
               END-IF
           END-IF.
           IF WS-MON-HALLADA > 0
               ADD 1 TO WS-MON-MOVS(WS-MON-HALLADA)
               ADD WS-IMPORTE-NUM TO WS-MON-BASE(WS-MON-HALLADA)
               ADD WS-IMPUESTO TO WS-MON-IMPUESTO(WS-MON-HALLADA)
           END-IF.

      ******************************************************************
           ESCRIBIR-LINEA-IMPUESTO.
           MOVE HIS-CUENTA TO LIM-CUENTA.
           MOVE HIS-FECHA(1:10) TO LIM-FECHA.
           MOVE HIS-OPERACION TO LIM-OPERACION.
           MOVE HIS-CLIENTE TO LIM-CLIENTE.
           MOVE WS-CONDICION TO LIM-CONDICION.
           MOVE WS-IMPORTE-NUM TO LIM-BASE.
           MOVE WS-TASA TO LIM-ALICUOTA.
           MOVE WS-IMPUESTO TO LIM-IMPUESTO.
           MOVE HIS-MONEDA TO LIM-MONEDA.
           IF WS-MOV-TARDIO = "S" AND WS-OBSERVACION = SPACES
               MOVE "POSTEADO TARDE, FECHA ANTERIOR" TO WS-OBSERVACION
           END-IF.
           MOVE WS-OBSERVACION TO LIM-OBSERVACION.
           WRITE LISTADO-REGISTRO FROM LINEA-IMPUESTO.

      ******************************************************************
      *CONTADORES DE LA CORRIDA Y TOTAL DEL IMPUESTO POR MONEDA
           ESCRIBIR-TOTALES.
           MOVE SPACES TO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           STRING "MOVIMIENTOS DEL PERIODO: " WS-MOV-LEIDOS
               "  TARDE: " WS-MOV-TARDIOS
               "  NO GRAVADOS: " WS-MOV-NO-GRAVADOS
               "  EXENTOS: " WS-MOV-EXENTOS
               "  SIN ALICUOTA: " WS-MOV-SIN-ALICUOTA
               "  ILEGIBLES: " WS-MOV-SIN-IMPORTE
               DELIMITED BY SIZE INTO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           PERFORM VARYING WS-MON-IND FROM 1 BY 1
                   UNTIL WS-MON-IND > WS-MONEDAS-CANT
               MOVE SPACES TO WS-LINEA-SALIDA
               MOVE WS-MON-BASE(WS-MON-IND) TO WS-BASE-ED
               MOVE WS-MON-IMPUESTO(WS-MON-IND) TO WS-TOTAL-ED
               STRING "MONEDA " WS-MON-CODIGO(WS-MON-IND)
                   "  GRAVADOS: " WS-MON-MOVS(WS-MON-IND)
                   "  BASE: " WS-BASE-ED
                   "  IMPUESTO: " WS-TOTAL-ED
                   DELIMITED BY SIZE INTO WS-LINEA-SALIDA
               WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA
           END-PERFORM.
           MOVE SPACES TO WS-LINEA-SALIDA.
           STRING "DIFERIDOS POR CUENTA BLOQUEADA O INACTIVA: "
               WS-MOV-DIFERIDOS
               "  SIN IMPUESTO POR CUENTA CERRADA O FUERA DEL MAESTRO: "
               WS-MOV-SIN-CUENTA
               DELIMITED BY SIZE INTO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           MOVE SPACES TO WS-LINEA-SALIDA.
           STRING "MOVIMIENTOS DE IMPUESTO GENERADOS: " WS-GEN-CANTIDAD
               DELIMITED BY SIZE INTO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
