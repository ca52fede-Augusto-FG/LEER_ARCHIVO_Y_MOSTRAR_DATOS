       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLUCIONES.
      *DEVOLUCION DE RECHAZOS A LAS SUCURSALES. CORRE DESPUES DE
      *MOVIMIENTOS Y TOMA SUS EXCEPCIONES EN FORMATO DE MAQUINA:
      *  - LAS REPARTE EN UN ARCHIVO DE DEVOLUCION POR SUCURSAL DE
      *    ORIGEN Y ARCHIVO DE ORIGEN (NUMERO EN LA NOMINA DE LA
      *    CORRIDA CONSOLIDADA), CON CABECERA "HDR", COLA "TRL" Y
      *    CADA MOVIMIENTO CON EL TRAZADO DE ENTRADA MAS EL CODIGO
      *    Y EL TEXTO DEL MOTIVO, PARA QUE EL SISTEMA DE LA SUCURSAL
      *    LO CARGUE SIN TIPEO;
      *  - AGREGA LOS RECHAZADOS (TIPO "R", NO POSTEADOS) AL ARCHIVO
      *    DE RECHAZOS PENDIENTES. UN PENDIENTE SE CIERRA CUANDO EN
      *    UNA CORRIDA POSTERIOR ENTRA AL MAESTRO HISTORICO UN
      *    MOVIMIENTO DE LA MISMA CUENTA, FECHA E IMPORTE: AL
      *    REGISTRAR EL RECHAZO SE GUARDA CUANTOS IGUALES HABIA Y
      *    SE CIERRA CUANDO HAY MAS;
      *  - LISTA POR SUCURSAL LOS PENDIENTES CON N O MAS DIAS
      *    HABILES DESDE EL RECHAZO.
      *LOS OBSERVADOS (TIPO "O") YA SE POSTEARON: VAN EN LA
      *DEVOLUCION PARA INFORMAR A LA SUCURSAL PERO NO QUEDAN
      *PENDIENTES. LAS EXCEPCIONES LEIDAS SE CONSUMEN: EL ARCHIVO
      *QUEDA VACIO PARA QUE UNA SEGUNDA CORRIDA NO LAS DUPLIQUE
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *EXCEPCIONES EN FORMATO DE MAQUINA QUE DEJA MOVIMIENTOS
       SELECT OPTIONAL RECHAZOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-RECHAZOS
       ORGANIZATION IS LINE SEQUENTIAL.

      *ARCHIVO DE TRABAJO DEL SORT POR SUCURSAL Y ARCHIVO DE ORIGEN
       SELECT DEVOLUCION-SORT
       ASSIGN TO DYNAMIC WS-ARCHIVO-WORKSORT.

      *ARCHIVO DE DEVOLUCION DE UNA SUCURSAL Y ARCHIVO DE ORIGEN; EL
      *NOMBRE SE ARMA EN CADA QUIEBRE
       SELECT DEVOLUCION-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-DEVOLUCION
       ORGANIZATION IS LINE SEQUENTIAL.

      *RECHAZOS PENDIENTES DE CORRECCION, ACUMULADO ENTRE CORRIDAS
       SELECT OPTIONAL PENDIENTES-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-PENDIENTES
       ORGANIZATION IS LINE SEQUENTIAL.

      *COPIA DE TRABAJO DE LOS PENDIENTES QUE SIGUEN ABIERTOS
       SELECT OPTIONAL TRABAJO-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-TRABAJO
       ORGANIZATION IS LINE SEQUENTIAL.

      *ARCHIVO DE TRABAJO DEL SORT DE ANTIGUEDAD POR SUCURSAL
       SELECT PENDIENTE-SORT
       ASSIGN TO DYNAMIC WS-ARCHIVO-WORKSORT.

       SELECT OPTIONAL HISTORIA-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-HISTORIA
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HIS-CLAVE
       ALTERNATE RECORD KEY IS HIS-CLIENTE WITH DUPLICATES.

      *CALENDARIO DE PROCESO, EL MISMO QUE LEE MOVIMIENTOS
       SELECT OPTIONAL CALENDARIO-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-CALENDARIO
       ORGANIZATION IS LINE SEQUENTIAL.

      *LISTADO DE LA CORRIDA
       SELECT LISTADO-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-LISTADO
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *MISMO TRAZADO QUE GRABA MOVIMIENTOS
       FD RECHAZOS-ARCHIVO.
       01 RECHAZO-REGISTRO.
           05 RCH-FECHA-CORRIDA PIC X(8).
           05 RCH-ARCH-NRO PIC 9(2).
           05 RCH-ARCHIVO PIC X(60).
           05 RCH-TIPO PIC X(1).
           05 RCH-MOTIVO-COD PIC 9(2).
           05 RCH-FECHA-ORD PIC X(8).
           05 RCH-MOVIMIENTO.
              10 RCH-CLIENTE PIC X(11).
              10 RCH-T-CTA PIC X(10).
              10 RCH-SUCURSAL PIC X(8).
              10 RCH-CUENTA PIC X(16).
              10 RCH-DIGITO PIC X(5).
              10 RCH-FECHA PIC X(13).
              10 RCH-OPERACION PIC X(9).
              10 RCH-IMPORTE PIC X(15).
              10 RCH-CANAL PIC X(2).
              10 RCH-MONEDA PIC X(3).

      *MISMO TRAZADO, ORDENADO POR SUCURSAL, ARCHIVO DE ORIGEN Y
      *CUENTA
       SD DEVOLUCION-SORT.
       01 DVS-REGISTRO.
           05 DVS-FECHA-CORRIDA PIC X(8).
           05 DVS-ARCH-NRO PIC 9(2).
           05 DVS-ARCHIVO PIC X(60).
           05 DVS-TIPO PIC X(1).
           05 DVS-MOTIVO-COD PIC 9(2).
           05 DVS-FECHA-ORD PIC X(8).
           05 DVS-MOVIMIENTO.
              10 DVS-CLIENTE PIC X(11).
              10 DVS-T-CTA PIC X(10).
              10 DVS-SUCURSAL PIC X(8).
              10 DVS-CUENTA PIC X(16).
              10 DVS-DIGITO PIC X(5).
              10 DVS-FECHA PIC X(13).
              10 DVS-OPERACION PIC X(9).
              10 DVS-IMPORTE PIC X(15).
              10 DVS-CANAL PIC X(2).
              10 DVS-MONEDA PIC X(3).

      *DEVOLUCION: EL MOVIMIENTO CON EL TRAZADO DE ENTRADA DE
      *MOVIMIENTOS (FECHA ORIGINAL, ANTES DE LA RODADA DE DIA
      *HABIL), EL CODIGO DE MOTIVO, EL TIPO "R" RECHAZADO (REENVIAR
      *CORREGIDO) U "O" OBSERVADO (YA POSTEADO) Y EL TEXTO DEL
      *MOTIVO. LA CABECERA LLEVA FECHA DE PROCESO, SUCURSAL Y
      *ARCHIVO DE ORIGEN; LA COLA, CANTIDAD Y HASH DE IMPORTES CON
      *EL MISMO CRITERIO DE LA COLA DE ENTRADA
       FD DEVOLUCION-ARCHIVO.
       01 DEVOLUCION-REGISTRO.
           05 DEV-CLIENTE PIC X(11).
           05 DEV-T-CTA PIC X(10).
           05 DEV-SUCURSAL PIC X(8).
           05 DEV-CUENTA PIC X(16).
           05 DEV-DIGITO PIC X(5).
           05 DEV-FECHA PIC X(13).
           05 DEV-OPERACION PIC X(9).
           05 DEV-IMPORTE PIC X(15).
           05 DEV-CANAL PIC X(2).
           05 DEV-MONEDA PIC X(3).
           05 DEV-MOTIVO-COD PIC 9(2).
           05 DEV-TIPO PIC X(1).
           05 DEV-MOTIVO PIC X(30).
       01 DEVOLUCION-CABECERA.
           05 DCA-TIPO PIC X(3).
           05 DCA-FECHA PIC X(10).
           05 DCA-SUCURSAL PIC X(8).
           05 DCA-ARCH-NRO PIC 9(2).
           05 DCA-ARCHIVO PIC X(60).
           05 FILLER PIC X(42).
       01 DEVOLUCION-COLA.
           05 DCO-TIPO PIC X(3).
           05 DCO-CANTIDAD PIC 9(9).
           05 DCO-HASH PIC 9(13)V99.
           05 FILLER PIC X(98).

      *TRAZADO EN WS-PENDIENTE
       FD PENDIENTES-ARCHIVO.
       01 PENDIENTE-REGISTRO PIC X(116).

       FD TRABAJO-ARCHIVO.
       01 TRABAJO-REGISTRO PIC X(116).

      *MISMO TRAZADO DE PENDIENTES, ORDENADO POR SUCURSAL, FECHA DE
      *RECHAZO Y CUENTA
       SD PENDIENTE-SORT.
       01 PNS-REGISTRO.
           05 PNS-FECHA-RECHAZO PIC X(8).
           05 PNS-FECHA-ORD PIC X(8).
           05 PNS-MOTIVO-COD PIC 9(2).
           05 PNS-BASE-HISTORIA PIC 9(4).
           05 PNS-ARCH-NRO PIC 9(2).
           05 PNS-MOVIMIENTO.
              10 PNS-CLIENTE PIC X(11).
              10 PNS-T-CTA PIC X(10).
              10 PNS-SUCURSAL PIC X(8).
              10 PNS-CUENTA PIC X(16).
              10 PNS-DIGITO PIC X(5).
              10 PNS-FECHA PIC X(13).
              10 PNS-OPERACION PIC X(9).
              10 PNS-IMPORTE PIC X(15).
              10 PNS-CANAL PIC X(2).
              10 PNS-MONEDA PIC X(3).

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

      *"F" + FECHA AAAAMMDD ES UN FERIADO; "S" + "S" DECLARA EL
      *SABADO COMO DIA HABIL
       FD CALENDARIO-ARCHIVO.
       01 CALENDARIO-REGISTRO.
           05 CAL-TIPO PIC X(1).
           05 FILLER PIC X(1).
           05 CAL-DATO PIC X(8).

       FD LISTADO-ARCHIVO.
       01 LISTADO-REGISTRO PIC X(132).

       WORKING-STORAGE SECTION.

           01  WS-ARCHIVO-RECHAZOS PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-WORKSORT PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-DEVOLUCION PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-PENDIENTES PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-TRABAJO PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-HISTORIA PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-CALENDARIO PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-LISTADO PIC X(250) VALUE SPACES.

      *DIA DE PROCESO (AAAAMMDD, POR OMISION EL DIA DE LA CORRIDA):
      *VA EN LA CABECERA Y EN EL NOMBRE DE LAS DEVOLUCIONES Y ES EL
      *DIA CONTRA EL QUE SE MIDE LA ANTIGUEDAD DE LOS PENDIENTES
           01  WS-FECHA-CORRIDA-AAAAMMDD.
               05 WS-FC-ANIO PIC 9(4).
               05 WS-FC-MES PIC 9(2).
               05 WS-FC-DIA PIC 9(2).
           01  WS-FECHA-PROCESO PIC X(8) VALUE SPACES.
           01  WS-FECHA-PROCESO-NUM PIC 9(8) VALUE ZERO.
           01  WS-FECHA-EMISION PIC X(10) VALUE SPACES.
           01  WS-DIA-PROCESO PIC 9(7) VALUE ZERO.

      *DIAS HABILES SIN CORREGIR A PARTIR DE LOS CUALES UN PENDIENTE
      *SALE EN EL LISTADO DE ANTIGUEDAD
           01  WS-DIAS-TEXTO PIC X(10) VALUE SPACES.
           01  WS-DIAS-LIMITE PIC 9(3) VALUE ZERO.

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

      *ANTIGUEDAD DE UN PENDIENTE EN DIAS HABILES: SE CUENTAN LOS
      *HABILES POSTERIORES AL DIA DEL RECHAZO HASTA EL DE PROCESO.
      *EL TOPE EVITA RECORRER ANIOS DE CALENDARIO POR UN PENDIENTE
      *OLVIDADO
           01  WS-DIA-RECHAZO PIC 9(7) VALUE ZERO.
           01  WS-DIAS-HABILES PIC 9(3) VALUE ZERO.

      *QUIEBRE DE SUCURSAL Y ARCHIVO DE ORIGEN DE LAS DEVOLUCIONES
           01  WS-FIN-SORT PIC X VALUE "N".
           01  WS-DEV-ABIERTA PIC X VALUE "N".
           01  WS-DEV-SUCURSAL PIC X(8) VALUE SPACES.
           01  WS-DEV-ARCH-NRO PIC 9(2) VALUE ZERO.
           01  WS-DEV-ARCHIVO PIC X(60) VALUE SPACES.
           01  WS-DEV-SUC-NOMBRE PIC X(8) VALUE SPACES.
           01  WS-DEV-CANTIDAD PIC 9(9) VALUE ZERO.
           01  WS-DEV-HASH PIC 9(13)V99 VALUE ZERO.
           01  WS-DEV-RECHAZADOS PIC 9(7) VALUE ZERO.
           01  WS-DEV-OBSERVADOS PIC 9(7) VALUE ZERO.

      *BUSQUEDA EN EL HISTORICO DE MOVIMIENTOS IGUALES A UN
      *RECHAZO: MISMA CUENTA, FECHA E IMPORTE, SIN CONTAR LAS
      *REVERSAS DE AJUSTES. UN IMPORTE ILEGIBLE (MOTIVO 01) NO SE
      *PUEDE COMPARAR: ALCANZA CON CUENTA Y FECHA
           01  WS-FIN-HISTORIA PIC X VALUE "N".
           01  WS-BUS-CUENTA PIC X(16) VALUE SPACES.
           01  WS-BUS-FECHA-ORD PIC X(8) VALUE SPACES.
           01  WS-BUS-IMPORTE PIC X(15) VALUE SPACES.
           01  WS-BUS-POR-IMPORTE PIC X VALUE "N".
           01  WS-BUS-IMPORTE-NUM PIC S9(11)V99 VALUE ZERO.
           01  WS-BUS-CANT PIC 9(4) VALUE ZERO.

      *PENDIENTES
           01  WS-FIN-PENDIENTES PIC X VALUE "N".
           01  WS-FIN-TRABAJO PIC X VALUE "N".
           01  WS-PEN-ANTERIORES PIC 9(7) VALUE ZERO.
           01  WS-PEN-CORREGIDOS PIC 9(7) VALUE ZERO.
           01  WS-PEN-NUEVOS PIC 9(7) VALUE ZERO.
           01  WS-PEN-ABIERTOS PIC 9(7) VALUE ZERO.
           01  WS-PEN-VENCIDOS PIC 9(7) VALUE ZERO.

      *PENDIENTE EN PROCESO: FECHA DE LA CORRIDA QUE LO RECHAZO,
      *FECHA AAAAMMDD CON LA QUE SE POSTEARIA, MOTIVO, MOVIMIENTOS
      *IGUALES (CUENTA, FECHA E IMPORTE) QUE YA HABIA EN EL
      *HISTORICO AL RECHAZARLO, ARCHIVO DE ORIGEN Y EL MOVIMIENTO
      *CON EL TRAZADO DE ENTRADA. SE ARMA EN MEMORIA PORQUE EL
      *LISTADO DE ANTIGUEDAD LO TOMA DEL SORT, CON EL ARCHIVO CERRADO
           01  WS-PENDIENTE.
               05 WS-PND-FECHA-RECHAZO PIC X(8).
               05 WS-PND-FECHA-ORD PIC X(8).
               05 WS-PND-MOTIVO-COD PIC 9(2).
               05 WS-PND-BASE-HISTORIA PIC 9(4).
               05 WS-PND-ARCH-NRO PIC 9(2).
               05 WS-PND-MOVIMIENTO.
                  10 WS-PND-CLIENTE PIC X(11).
                  10 WS-PND-T-CTA PIC X(10).
                  10 WS-PND-SUCURSAL PIC X(8).
                  10 WS-PND-CUENTA PIC X(16).
                  10 WS-PND-DIGITO PIC X(5).
                  10 WS-PND-FECHA PIC X(13).
                  10 WS-PND-OPERACION PIC X(9).
                  10 WS-PND-IMPORTE PIC X(15).
                  10 WS-PND-CANAL PIC X(2).
                  10 WS-PND-MONEDA PIC X(3).

      *ANTIGUEDAD POR SUCURSAL
           01  WS-ANT-SUCURSAL PIC X(8) VALUE SPACES.
           01  WS-ANT-SUC-VENCIDOS PIC 9(7) VALUE ZERO.
           01  WS-ANT-PRIMERA PIC X VALUE "S".

      *CONTADORES DE LA CORRIDA
           01  WS-REG-LEIDOS PIC 9(7) VALUE ZERO.
           01  WS-ARCHIVOS-GENERADOS PIC 9(5) VALUE ZERO.
           01  WS-MOTIVO-COD PIC 9(2) VALUE ZERO.
           01  WS-MOTIVO-TEXTO PIC X(30) VALUE SPACES.
           01  WS-LINEA-SALIDA PIC X(132) VALUE SPACES.
           01  WS-FECHA-ED PIC X(10) VALUE SPACES.
           01  WS-CANT-ED PIC ZZZ,ZZ9.

      *LINEA DE UN ARCHIVO DE DEVOLUCION GENERADO
           01  LINEA-ARCHIVO.
               05 LAR-SUCURSAL PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LAR-ARCH-NRO PIC 9(2).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LAR-RECHAZADOS PIC ZZZ,ZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LAR-OBSERVADOS PIC ZZZ,ZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LAR-DEVOLUCION PIC X(40).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LAR-ARCHIVO PIC X(60).

      *LINEA DE UN PENDIENTE (CORREGIDO O VENCIDO)
           01  LINEA-PENDIENTE.
               05 LPE-SUCURSAL PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LPE-CUENTA PIC X(16).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LPE-FECHA PIC X(10).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LPE-OPERACION PIC X(9).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LPE-IMPORTE PIC X(15).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LPE-MONEDA PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LPE-RECHAZO PIC X(10).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LPE-DIAS PIC ZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LPE-MOTIVO-COD PIC 9(2).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LPE-MOTIVO PIC X(30).

      ******************************************************************
           PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           ACCEPT WS-FECHA-CORRIDA-AAAAMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-FECHA-PROCESO
               FROM ENVIRONMENT "DEVOLUCIONES_FECHA".
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
           ACCEPT WS-DIAS-TEXTO FROM ENVIRONMENT "DEVOLUCIONES_DIAS".
           IF WS-DIAS-TEXTO = SPACES
               MOVE "5" TO WS-DIAS-TEXTO
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-DIAS-TEXTO) NOT = 0
               DISPLAY "Cantidad de dias habiles invalida: "
                   WS-DIAS-TEXTO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION NUMVAL(WS-DIAS-TEXTO) < 1
                   OR FUNCTION NUMVAL(WS-DIAS-TEXTO) > 250
               DISPLAY "Cantidad de dias habiles invalida: "
                   WS-DIAS-TEXTO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION NUMVAL(WS-DIAS-TEXTO) TO WS-DIAS-LIMITE.
           ACCEPT WS-ARCHIVO-RECHAZOS
               FROM ENVIRONMENT "ARCHIVO_RECHAZOS".
           IF WS-ARCHIVO-RECHAZOS = SPACES
               MOVE "movimientos.dev" TO WS-ARCHIVO-RECHAZOS
           END-IF.
           ACCEPT WS-ARCHIVO-WORKSORT
               FROM ENVIRONMENT "ARCHIVO_DEVOLUCIONES_SORT".
           IF WS-ARCHIVO-WORKSORT = SPACES
               MOVE "devoluciones.srt" TO WS-ARCHIVO-WORKSORT
           END-IF.
           ACCEPT WS-ARCHIVO-PENDIENTES
               FROM ENVIRONMENT "ARCHIVO_PENDIENTES".
           IF WS-ARCHIVO-PENDIENTES = SPACES
               MOVE "rechazos.pen" TO WS-ARCHIVO-PENDIENTES
           END-IF.
           ACCEPT WS-ARCHIVO-TRABAJO
               FROM ENVIRONMENT "ARCHIVO_PENDIENTES_TRABAJO".
           IF WS-ARCHIVO-TRABAJO = SPACES
               MOVE "rechazos.pnt" TO WS-ARCHIVO-TRABAJO
           END-IF.
           ACCEPT WS-ARCHIVO-HISTORIA
               FROM ENVIRONMENT "ARCHIVO_HISTORIA".
           IF WS-ARCHIVO-HISTORIA = SPACES
               MOVE "historia.dat" TO WS-ARCHIVO-HISTORIA
           END-IF.
           ACCEPT WS-ARCHIVO-CALENDARIO
               FROM ENVIRONMENT "ARCHIVO_CALENDARIO".
           IF WS-ARCHIVO-CALENDARIO = SPACES
               MOVE "calendario.dat" TO WS-ARCHIVO-CALENDARIO
           END-IF.
           ACCEPT WS-ARCHIVO-LISTADO
               FROM ENVIRONMENT "ARCHIVO_DEVOLUCIONES_LISTADO".
           IF WS-ARCHIVO-LISTADO = SPACES
               STRING "devoluciones" WS-FECHA-PROCESO ".lst"
                   DELIMITED BY SIZE INTO WS-ARCHIVO-LISTADO
           END-IF.
           PERFORM CARGAR-CALENDARIO.
           OPEN INPUT HISTORIA-ARCHIVO.
           OPEN OUTPUT LISTADO-ARCHIVO.
           MOVE SPACES TO WS-LINEA-SALIDA.
           STRING "DEVOLUCION DE RECHAZOS A SUCURSALES AL "
               WS-FECHA-EMISION
               DELIMITED BY SIZE INTO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
      *PRIMERO SE REVISAN LOS PENDIENTES DE CORRIDAS ANTERIORES,
      *ASI LOS RECHAZOS DE ESTA CORRIDA NO SE COTEJAN CONTRA SI
      *MISMOS; LOS QUE SIGUEN ABIERTOS QUEDAN EN LA COPIA DE TRABAJO
           OPEN OUTPUT TRABAJO-ARCHIVO.
           PERFORM REVISAR-PENDIENTES.
           PERFORM ESCRIBIR-TITULOS-ARCHIVOS.
           SORT DEVOLUCION-SORT ON ASCENDING KEY DVS-SUCURSAL
                   DVS-ARCH-NRO DVS-CUENTA DVS-FECHA-ORD
               USING RECHAZOS-ARCHIVO
               OUTPUT PROCEDURE IS GRABAR-DEVOLUCIONES.
           CLOSE TRABAJO-ARCHIVO.
           PERFORM REEMPLAZAR-PENDIENTES.
      *LAS EXCEPCIONES YA REPARTIDAS SE CONSUMEN
           OPEN OUTPUT RECHAZOS-ARCHIVO.
           CLOSE RECHAZOS-ARCHIVO.
           PERFORM ESCRIBIR-TITULOS-ANTIGUEDAD.
           SORT PENDIENTE-SORT ON ASCENDING KEY PNS-SUCURSAL
                   PNS-FECHA-RECHAZO PNS-CUENTA
               USING PENDIENTES-ARCHIVO
               OUTPUT PROCEDURE IS LISTAR-ANTIGUEDAD.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE LISTADO-ARCHIVO.
           CLOSE HISTORIA-ARCHIVO.
           DISPLAY "Excepciones leidas:            " WS-REG-LEIDOS.
           DISPLAY "Archivos de devolucion:        "
               WS-ARCHIVOS-GENERADOS.
           DISPLAY "Pendientes corregidos:         " WS-PEN-CORREGIDOS.
           DISPLAY "Pendientes nuevos:             " WS-PEN-NUEVOS.
           DISPLAY "Pendientes abiertos:           " WS-PEN-ABIERTOS.
           DISPLAY "Pendientes con " WS-DIAS-LIMITE
               " o mas dias habiles: " WS-PEN-VENCIDOS.
           IF WS-FER-DESBORDE = "S"
               DISPLAY "AVISO: calendario supera los 200 feriados, "
                   "los excedentes no se validan"
           END-IF.
      *RETORNO PARA EL PLANIFICADOR: 4 CON PENDIENTES VENCIDOS, 8
      *SIN EXCEPCIONES NI PENDIENTES, 0 CORRIDA LIMPIA
           IF WS-PEN-VENCIDOS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-REG-LEIDOS = ZERO
                       AND WS-PEN-ANTERIORES = ZERO
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
      *DIAS HABILES ENTRE EL RECHAZO (WS-DIA-RECHAZO) Y EL DIA DE
      *PROCESO: CUENTA LOS HABILES POSTERIORES AL RECHAZO HASTA EL
      *DIA DE PROCESO INCLUSIVE, CON TOPE DE 999
           CONTAR-DIAS-HABILES.
           MOVE ZERO TO WS-DIAS-HABILES.
           COMPUTE WS-DIA-ENTERO = WS-DIA-RECHAZO + 1.
           PERFORM UNTIL WS-DIA-ENTERO > WS-DIA-PROCESO
                   OR WS-DIAS-HABILES = 999
               COMPUTE WS-FECHA-EVAL-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO)
               MOVE WS-FECHA-EVAL-NUM TO WS-FECHA-EVAL
               PERFORM EVALUAR-DIA-HABIL
               IF WS-DIA-HABIL = "S"
                   ADD 1 TO WS-DIAS-HABILES
               END-IF
      *EVALUAR-DIA-HABIL RECALCULA WS-DIA-ENTERO DESDE LA FECHA,
      *QUEDA IGUAL AL DIA QUE SE EVALUO
               ADD 1 TO WS-DIA-ENTERO
           END-PERFORM.

      ******************************************************************
      *CUENTA EN EL HISTORICO LOS MOVIMIENTOS IGUALES AL BUSCADO
      *(WS-BUS-CUENTA, WS-BUS-FECHA-ORD, WS-BUS-IMPORTE). LAS
      *REVERSAS DE AJUSTES NO CUENTAN: NO SON UN REENVIO DEL ORIGEN
           CONTAR-HISTORIA.
           MOVE ZERO TO WS-BUS-CANT.
           MOVE "N" TO WS-BUS-POR-IMPORTE.
           IF FUNCTION TEST-NUMVAL(WS-BUS-IMPORTE) = 0
               MOVE "S" TO WS-BUS-POR-IMPORTE
               MOVE FUNCTION NUMVAL(WS-BUS-IMPORTE)
                   TO WS-BUS-IMPORTE-NUM
           END-IF.
           MOVE WS-BUS-CUENTA TO HIS-CUENTA.
           MOVE WS-BUS-FECHA-ORD TO HIS-FECHA-ORD.
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
                       IF HIS-CUENTA NOT = WS-BUS-CUENTA
                               OR HIS-FECHA-ORD NOT = WS-BUS-FECHA-ORD
                           MOVE "S" TO WS-FIN-HISTORIA
                       ELSE
                           IF HIS-REF-ORIGEN = SPACES
                               PERFORM COTEJAR-IMPORTE-HISTORIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           COTEJAR-IMPORTE-HISTORIA.
           IF WS-BUS-POR-IMPORTE NOT = "S"
               IF WS-BUS-CANT < 9999
                   ADD 1 TO WS-BUS-CANT
               END-IF
           ELSE
               IF FUNCTION TEST-NUMVAL(HIS-IMPORTE) = 0
                   IF FUNCTION NUMVAL(HIS-IMPORTE)
                           = WS-BUS-IMPORTE-NUM
                           AND WS-BUS-CANT < 9999
                       ADD 1 TO WS-BUS-CANT
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *RECORRE LOS PENDIENTES DE CORRIDAS ANTERIORES: SI EL
      *HISTORICO YA TIENE MAS MOVIMIENTOS IGUALES QUE AL RECHAZARLO,
      *LA SUCURSAL LO REENVIO CORREGIDO Y SE CIERRA (SE LISTA Y NO
      *PASA A LA COPIA); SI NO, SIGUE ABIERTO
           REVISAR-PENDIENTES.
           MOVE SPACES TO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           MOVE "PENDIENTES CORREGIDOS EN CORRIDAS POSTERIORES"
               TO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           PERFORM ESCRIBIR-TITULOS-PENDIENTE.
           OPEN INPUT PENDIENTES-ARCHIVO.
           MOVE "N" TO WS-FIN-PENDIENTES.
           PERFORM UNTIL WS-FIN-PENDIENTES = "S"
               READ PENDIENTES-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-PENDIENTES
                   NOT AT END
                       IF PENDIENTE-REGISTRO NOT = SPACES
                           MOVE PENDIENTE-REGISTRO TO WS-PENDIENTE
                           PERFORM REVISAR-PENDIENTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDIENTES-ARCHIVO.

           REVISAR-PENDIENTE.
           ADD 1 TO WS-PEN-ANTERIORES.
           MOVE WS-PND-CUENTA TO WS-BUS-CUENTA.
           MOVE WS-PND-FECHA-ORD TO WS-BUS-FECHA-ORD.
           MOVE WS-PND-IMPORTE TO WS-BUS-IMPORTE.
           PERFORM CONTAR-HISTORIA.
           IF WS-BUS-CANT > WS-PND-BASE-HISTORIA
               ADD 1 TO WS-PEN-CORREGIDOS
               MOVE ZERO TO WS-DIAS-HABILES
               PERFORM ESCRIBIR-LINEA-PENDIENTE
           ELSE
               WRITE TRABAJO-REGISTRO FROM WS-PENDIENTE
               ADD 1 TO WS-PEN-ABIERTOS
           END-IF.

      ******************************************************************
      *PROCEDIMIENTO DE SALIDA DEL SORT DE EXCEPCIONES: UN ARCHIVO
      *DE DEVOLUCION POR CADA SUCURSAL Y ARCHIVO DE ORIGEN, Y CADA
      *RECHAZADO AGREGADO A LOS PENDIENTES
           GRABAR-DEVOLUCIONES.
           MOVE "N" TO WS-FIN-SORT.
           MOVE "N" TO WS-DEV-ABIERTA.
           PERFORM UNTIL WS-FIN-SORT = "S"
               RETURN DEVOLUCION-SORT
                   AT END
                       MOVE "S" TO WS-FIN-SORT
                   NOT AT END
                       PERFORM GRABAR-DEVOLUCION
               END-RETURN
           END-PERFORM.
           IF WS-DEV-ABIERTA = "S"
               PERFORM CERRAR-DEVOLUCION
           END-IF.

           GRABAR-DEVOLUCION.
           ADD 1 TO WS-REG-LEIDOS.
           IF WS-DEV-ABIERTA = "S"
               IF DVS-SUCURSAL NOT = WS-DEV-SUCURSAL
                       OR DVS-ARCH-NRO NOT = WS-DEV-ARCH-NRO
                   PERFORM CERRAR-DEVOLUCION
               END-IF
           END-IF.
           IF WS-DEV-ABIERTA NOT = "S"
               PERFORM ABRIR-DEVOLUCION
           END-IF.
           MOVE SPACES TO DEVOLUCION-REGISTRO.
           MOVE DVS-CLIENTE TO DEV-CLIENTE.
           MOVE DVS-T-CTA TO DEV-T-CTA.
           MOVE DVS-SUCURSAL TO DEV-SUCURSAL.
           MOVE DVS-CUENTA TO DEV-CUENTA.
           MOVE DVS-DIGITO TO DEV-DIGITO.
           MOVE DVS-FECHA TO DEV-FECHA.
           MOVE DVS-OPERACION TO DEV-OPERACION.
           MOVE DVS-IMPORTE TO DEV-IMPORTE.
           MOVE DVS-CANAL TO DEV-CANAL.
           MOVE DVS-MONEDA TO DEV-MONEDA.
           MOVE DVS-MOTIVO-COD TO DEV-MOTIVO-COD.
           MOVE DVS-TIPO TO DEV-TIPO.
           MOVE DVS-MOTIVO-COD TO WS-MOTIVO-COD.
           PERFORM DESCRIBIR-MOTIVO.
           MOVE WS-MOTIVO-TEXTO TO DEV-MOTIVO.
           WRITE DEVOLUCION-REGISTRO.
           ADD 1 TO WS-DEV-CANTIDAD.
           IF FUNCTION TEST-NUMVAL(DVS-IMPORTE) = 0
               ADD FUNCTION NUMVAL(DVS-IMPORTE) TO WS-DEV-HASH
           END-IF.
           IF DVS-TIPO = "R"
               ADD 1 TO WS-DEV-RECHAZADOS
               PERFORM AGREGAR-PENDIENTE
           ELSE
               ADD 1 TO WS-DEV-OBSERVADOS
           END-IF.

      ******************************************************************
      *EL NOMBRE LLEVA SUCURSAL, NUMERO DE ARCHIVO DE ORIGEN Y DIA
      *DE PROCESO; UNA SUCURSAL EN BLANCO SALE COMO "SINSUC"
           ABRIR-DEVOLUCION.
           MOVE DVS-SUCURSAL TO WS-DEV-SUCURSAL.
           MOVE DVS-ARCH-NRO TO WS-DEV-ARCH-NRO.
           MOVE DVS-ARCHIVO TO WS-DEV-ARCHIVO.
           MOVE DVS-SUCURSAL TO WS-DEV-SUC-NOMBRE.
           IF WS-DEV-SUC-NOMBRE = SPACES
               MOVE "SINSUC" TO WS-DEV-SUC-NOMBRE
           END-IF.
           MOVE SPACES TO WS-ARCHIVO-DEVOLUCION.
           STRING "devolucion" DELIMITED BY SIZE
               WS-DEV-SUC-NOMBRE DELIMITED BY SPACE
               "_" WS-DEV-ARCH-NRO "_" WS-FECHA-PROCESO ".dev"
               DELIMITED BY SIZE INTO WS-ARCHIVO-DEVOLUCION.
           OPEN OUTPUT DEVOLUCION-ARCHIVO.
           MOVE "S" TO WS-DEV-ABIERTA.
           MOVE ZERO TO WS-DEV-CANTIDAD.
           MOVE ZERO TO WS-DEV-HASH.
           MOVE ZERO TO WS-DEV-RECHAZADOS.
           MOVE ZERO TO WS-DEV-OBSERVADOS.
           MOVE SPACES TO DEVOLUCION-CABECERA.
           MOVE "HDR" TO DCA-TIPO.
           MOVE WS-FECHA-EMISION TO DCA-FECHA.
           MOVE WS-DEV-SUCURSAL TO DCA-SUCURSAL.
           MOVE WS-DEV-ARCH-NRO TO DCA-ARCH-NRO.
           MOVE WS-DEV-ARCHIVO TO DCA-ARCHIVO.
           WRITE DEVOLUCION-REGISTRO FROM DEVOLUCION-CABECERA.
           ADD 1 TO WS-ARCHIVOS-GENERADOS.

           CERRAR-DEVOLUCION.
           MOVE SPACES TO DEVOLUCION-COLA.
           MOVE "TRL" TO DCO-TIPO.
           MOVE WS-DEV-CANTIDAD TO DCO-CANTIDAD.
           MOVE WS-DEV-HASH TO DCO-HASH.
           WRITE DEVOLUCION-REGISTRO FROM DEVOLUCION-COLA.
           CLOSE DEVOLUCION-ARCHIVO.
           MOVE "N" TO WS-DEV-ABIERTA.
           MOVE WS-DEV-SUCURSAL TO LAR-SUCURSAL.
           MOVE WS-DEV-ARCH-NRO TO LAR-ARCH-NRO.
           MOVE WS-DEV-RECHAZADOS TO LAR-RECHAZADOS.
           MOVE WS-DEV-OBSERVADOS TO LAR-OBSERVADOS.
           MOVE WS-ARCHIVO-DEVOLUCION TO LAR-DEVOLUCION.
           MOVE WS-DEV-ARCHIVO TO LAR-ARCHIVO.
           WRITE LISTADO-REGISTRO FROM LINEA-ARCHIVO.

      ******************************************************************
      *UN RECHAZO NUEVO QUEDA PENDIENTE CON LA CANTIDAD DE IGUALES
      *QUE YA HAY EN EL HISTORICO (INCLUIDO LO QUE POSTEO LA MISMA
      *CORRIDA): EL REENVIO CORREGIDO ES EL QUE LA SUPERA
           AGREGAR-PENDIENTE.
           MOVE DVS-CUENTA TO WS-BUS-CUENTA.
           MOVE DVS-FECHA-ORD TO WS-BUS-FECHA-ORD.
           MOVE DVS-IMPORTE TO WS-BUS-IMPORTE.
           PERFORM CONTAR-HISTORIA.
           MOVE SPACES TO WS-PENDIENTE.
           MOVE DVS-FECHA-CORRIDA TO WS-PND-FECHA-RECHAZO.
           MOVE DVS-FECHA-ORD TO WS-PND-FECHA-ORD.
           MOVE DVS-MOTIVO-COD TO WS-PND-MOTIVO-COD.
           MOVE WS-BUS-CANT TO WS-PND-BASE-HISTORIA.
           MOVE DVS-ARCH-NRO TO WS-PND-ARCH-NRO.
           MOVE DVS-MOVIMIENTO TO WS-PND-MOVIMIENTO.
           WRITE TRABAJO-REGISTRO FROM WS-PENDIENTE.
           ADD 1 TO WS-PEN-NUEVOS.
           ADD 1 TO WS-PEN-ABIERTOS.

      ******************************************************************
      *LA COPIA DE TRABAJO (ABIERTOS ANTERIORES MAS NUEVOS) PASA A
      *SER EL ARCHIVO DE PENDIENTES
           REEMPLAZAR-PENDIENTES.
           OPEN INPUT TRABAJO-ARCHIVO.
           OPEN OUTPUT PENDIENTES-ARCHIVO.
           MOVE "N" TO WS-FIN-TRABAJO.
           PERFORM UNTIL WS-FIN-TRABAJO = "S"
               READ TRABAJO-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-TRABAJO
                   NOT AT END
                       WRITE PENDIENTE-REGISTRO FROM TRABAJO-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE PENDIENTES-ARCHIVO.
           CLOSE TRABAJO-ARCHIVO.

      ******************************************************************
      *PROCEDIMIENTO DE SALIDA DEL SORT DE PENDIENTES: LISTA POR
      *SUCURSAL LOS QUE LLEVAN N O MAS DIAS HABILES SIN CORREGIR,
      *CON SUBTOTAL POR SUCURSAL
           LISTAR-ANTIGUEDAD.
           MOVE "N" TO WS-FIN-SORT.
           MOVE "S" TO WS-ANT-PRIMERA.
           PERFORM UNTIL WS-FIN-SORT = "S"
               RETURN PENDIENTE-SORT
                   AT END
                       MOVE "S" TO WS-FIN-SORT
                   NOT AT END
                       PERFORM EVALUAR-ANTIGUEDAD
               END-RETURN
           END-PERFORM.
           IF WS-ANT-PRIMERA NOT = "S"
               PERFORM ESCRIBIR-SUBTOTAL-SUCURSAL
           END-IF.

           EVALUAR-ANTIGUEDAD.
           MOVE PNS-REGISTRO TO WS-PENDIENTE.
           MOVE ZERO TO WS-DIA-RECHAZO.
           IF WS-PND-FECHA-RECHAZO NUMERIC
               MOVE WS-PND-FECHA-RECHAZO TO WS-FECHA-EVAL-NUM
               IF WS-FECHA-EVAL-NUM > 16010101
                   COMPUTE WS-DIA-RECHAZO =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-EVAL-NUM)
               END-IF
           END-IF.
           IF WS-DIA-RECHAZO = ZERO
               MOVE 999 TO WS-DIAS-HABILES
           ELSE
               PERFORM CONTAR-DIAS-HABILES
           END-IF.
           IF WS-DIAS-HABILES NOT < WS-DIAS-LIMITE
               IF WS-ANT-PRIMERA NOT = "S"
                       AND WS-PND-SUCURSAL NOT = WS-ANT-SUCURSAL
                   PERFORM ESCRIBIR-SUBTOTAL-SUCURSAL
               END-IF
               IF WS-ANT-PRIMERA = "S"
                       OR WS-PND-SUCURSAL NOT = WS-ANT-SUCURSAL
                   MOVE "N" TO WS-ANT-PRIMERA
                   MOVE WS-PND-SUCURSAL TO WS-ANT-SUCURSAL
                   MOVE ZERO TO WS-ANT-SUC-VENCIDOS
                   MOVE SPACES TO WS-LINEA-SALIDA
                   STRING "SUCURSAL " WS-PND-SUCURSAL
                       DELIMITED BY SIZE INTO WS-LINEA-SALIDA
                   WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA
               END-IF
               ADD 1 TO WS-ANT-SUC-VENCIDOS
               ADD 1 TO WS-PEN-VENCIDOS
               PERFORM ESCRIBIR-LINEA-PENDIENTE
           END-IF.

           ESCRIBIR-SUBTOTAL-SUCURSAL.
           MOVE WS-ANT-SUC-VENCIDOS TO WS-CANT-ED.
           MOVE SPACES TO WS-LINEA-SALIDA.
           STRING "  PENDIENTES VENCIDOS DE LA SUCURSAL "
               DELIMITED BY SIZE
               WS-ANT-SUCURSAL DELIMITED BY SPACE
               ": " WS-CANT-ED DELIMITED BY SIZE
               INTO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           MOVE SPACES TO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.

      ******************************************************************
      *RENGLON DE UN PENDIENTE (EN WS-PENDIENTE). LOS DIAS
      *HABILES SOLO SE CALCULAN PARA EL LISTADO DE ANTIGUEDAD; EN EL
      *DE CORREGIDOS SALEN EN BLANCO
           ESCRIBIR-LINEA-PENDIENTE.
           MOVE WS-PND-SUCURSAL TO LPE-SUCURSAL.
           MOVE WS-PND-CUENTA TO LPE-CUENTA.
           MOVE WS-PND-FECHA TO LPE-FECHA.
           MOVE WS-PND-OPERACION TO LPE-OPERACION.
           MOVE WS-PND-IMPORTE TO LPE-IMPORTE.
           MOVE WS-PND-MONEDA TO LPE-MONEDA.
           MOVE SPACES TO WS-FECHA-ED.
           STRING WS-PND-FECHA-RECHAZO(7:2) "/"
               WS-PND-FECHA-RECHAZO(5:2) "/"
               WS-PND-FECHA-RECHAZO(1:4)
               DELIMITED BY SIZE INTO WS-FECHA-ED.
           MOVE WS-FECHA-ED TO LPE-RECHAZO.
           MOVE WS-DIAS-HABILES TO LPE-DIAS.
           MOVE WS-PND-MOTIVO-COD TO LPE-MOTIVO-COD.
           MOVE WS-PND-MOTIVO-COD TO WS-MOTIVO-COD.
           PERFORM DESCRIBIR-MOTIVO.
           MOVE WS-MOTIVO-TEXTO TO LPE-MOTIVO.
           WRITE LISTADO-REGISTRO FROM LINEA-PENDIENTE.

      ******************************************************************
      *TEXTO DEL CODIGO DE MOTIVO (WS-MOTIVO-COD), EL MISMO QUE
      *IMPRIME MOVIMIENTOS EN SU LISTADO DE EXCEPCIONES
           DESCRIBIR-MOTIVO.
           EVALUATE WS-MOTIVO-COD
               WHEN 01
                   MOVE "IMPORTE O DIGITO INVALIDO" TO WS-MOTIVO-TEXTO
               WHEN 02
                   MOVE "CUENTA NO ESTA EN MAESTRO" TO WS-MOTIVO-TEXTO
               WHEN 03
                   MOVE "CUENTA CERRADA" TO WS-MOTIVO-TEXTO
               WHEN 04
                   MOVE "MONEDA DISTINTA A LA CUENTA"
                       TO WS-MOTIVO-TEXTO
               WHEN 11
                   MOVE "OPERACION NO CODIFICADA" TO WS-MOTIVO-TEXTO
               WHEN 12
                   MOVE "FECHA NO HABIL" TO WS-MOTIVO-TEXTO
               WHEN 13
                   MOVE "EXCEDE DESCUBIERTO AUTORIZADO"
                       TO WS-MOTIVO-TEXTO
               WHEN OTHER
                   MOVE "MOTIVO NO CODIFICADO" TO WS-MOTIVO-TEXTO
           END-EVALUATE.

      ******************************************************************
           ESCRIBIR-TITULOS-PENDIENTE.
           MOVE SPACES TO WS-LINEA-SALIDA.
           STRING "SUCURSAL CUENTA           FECHA      OPERACION "
               "IMPORTE         MON RECHAZO    DIA MOTIVO"
               DELIMITED BY SIZE INTO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.

           ESCRIBIR-TITULOS-ARCHIVOS.
           MOVE SPACES TO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           MOVE "ARCHIVOS DE DEVOLUCION GENERADOS" TO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           MOVE SPACES TO WS-LINEA-SALIDA.
           STRING "SUCURSAL NR RECHAZ OBSERV DEVOLUCION"
               "                               ARCHIVO DE ORIGEN"
               DELIMITED BY SIZE INTO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.

           ESCRIBIR-TITULOS-ANTIGUEDAD.
           MOVE SPACES TO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           MOVE SPACES TO WS-LINEA-SALIDA.
           STRING "RECHAZOS SIN CORREGIR CON " WS-DIAS-LIMITE
               " O MAS DIAS HABILES"
               DELIMITED BY SIZE INTO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           PERFORM ESCRIBIR-TITULOS-PENDIENTE.

           ESCRIBIR-TOTALES.
           MOVE SPACES TO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           MOVE WS-REG-LEIDOS TO WS-CANT-ED.
           MOVE SPACES TO WS-LINEA-SALIDA.
           STRING "EXCEPCIONES DEVUELTAS:        " WS-CANT-ED
               DELIMITED BY SIZE INTO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           MOVE WS-PEN-CORREGIDOS TO WS-CANT-ED.
           MOVE SPACES TO WS-LINEA-SALIDA.
           STRING "PENDIENTES CORREGIDOS:        " WS-CANT-ED
               DELIMITED BY SIZE INTO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           MOVE WS-PEN-NUEVOS TO WS-CANT-ED.
           MOVE SPACES TO WS-LINEA-SALIDA.
           STRING "PENDIENTES NUEVOS:            " WS-CANT-ED
               DELIMITED BY SIZE INTO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           MOVE WS-PEN-ABIERTOS TO WS-CANT-ED.
           MOVE SPACES TO WS-LINEA-SALIDA.
           STRING "PENDIENTES ABIERTOS:          " WS-CANT-ED
               DELIMITED BY SIZE INTO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           MOVE WS-PEN-VENCIDOS TO WS-CANT-ED.
           MOVE SPACES TO WS-LINEA-SALIDA.
           STRING "PENDIENTES VENCIDOS:          " WS-CANT-ED
               DELIMITED BY SIZE INTO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
