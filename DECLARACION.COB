       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLARACION.
      *DECLARACION MENSUAL DEL IMPUESTO A LOS DEBITOS Y CREDITOS
      *BANCARIOS. LEE EL DETALLE ACUMULADO DE PERCEPCIONES QUE GRABA
      *IMPUESTOS, TOMA LAS DE LOS DIAS DE PROCESO DEL MES PEDIDO Y
      *LAS TOTALIZA POR CLIENTE, CUIT Y MONEDA EN UN ARCHIVO DE
      *TRAZADO FIJO CON CABECERA "HDR" Y COLA "TRL" PARA PRESENTAR
      *AL FISCO. EL LISTADO DE CONTROL CRUZA, MONEDA POR MONEDA, LO
      *DECLARADO CONTRA LOS MOVIMIENTOS DEL CODIGO DEL IMPUESTO
      *EFECTIVAMENTE POSTEADOS EN EL MAESTRO HISTORICO EN EL MES:
      *CON CUALQUIER DIFERENCIA LA DECLARACION NO SE PRESENTA
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *DETALLE ACUMULADO DE PERCEPCIONES QUE GRABA IMPUESTOS
       SELECT OPTIONAL DETALLE-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-DETALLE
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL HISTORIA-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-HISTORIA
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HIS-CLAVE
       ALTERNATE RECORD KEY IS HIS-CLIENTE WITH DUPLICATES.

      *MAESTRO DE CLIENTES: NOMBRE Y CUIT VIGENTE
       SELECT OPTIONAL CLIENTES-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-CLIENTES
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CLI-CODIGO.

      *ARCHIVO DE PRESENTACION AL FISCO
       SELECT DECLARACION-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-DECLARACION
       ORGANIZATION IS LINE SEQUENTIAL.

      *LISTADO DE CONTROL
       SELECT LISTADO-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-LISTADO
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *MISMO TRAZADO QUE GRABA IMPUESTOS
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

      *CABECERA CON EL PERIODO, LA FECHA DE EMISION Y EL CUIT DEL
      *AGENTE DE PERCEPCION; UN RENGLON "DET" POR CLIENTE, CUIT Y
      *MONEDA; COLA CON LA CANTIDAD DE RENGLONES Y LA SUMA DE
      *CONTROL DEL IMPUESTO DE TODOS ELLOS
       FD DECLARACION-ARCHIVO.
       01 DECLARACION-REGISTRO.
           05 DCL-TIPO PIC X(3).
           05 DCL-CUIT PIC X(11).
           05 DCL-CLIENTE PIC X(11).
           05 DCL-NOMBRE PIC X(30).
           05 DCL-PERIODO PIC X(6).
           05 DCL-MONEDA PIC X(3).
           05 DCL-CANTIDAD PIC 9(7).
           05 DCL-BASE PIC S9(13)V99 SIGN LEADING SEPARATE.
           05 DCL-IMPUESTO PIC S9(13)V99 SIGN LEADING SEPARATE.
       01 DECLARACION-CABECERA.
           05 DCA-TIPO PIC X(3).
           05 DCA-PERIODO PIC X(6).
           05 DCA-FECHA PIC X(10).
           05 DCA-CUIT-AGENTE PIC X(11).
           05 FILLER PIC X(73).
       01 DECLARACION-COLA.
           05 DCO-TIPO PIC X(3).
           05 DCO-CANTIDAD PIC 9(9).
           05 DCO-TOTAL PIC 9(13)V99.
           05 FILLER PIC X(76).

       FD LISTADO-ARCHIVO.
       01 LISTADO-REGISTRO PIC X(132).

       WORKING-STORAGE SECTION.

           01  WS-ARCHIVO-DETALLE PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-HISTORIA PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-CLIENTES PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-DECLARACION PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-LISTADO PIC X(250) VALUE SPACES.

           01  WS-FECHA-CORRIDA-AAAAMMDD.
               05 WS-FC-ANIO PIC 9(4).
               05 WS-FC-MES PIC 9(2).
               05 WS-FC-DIA PIC 9(2).
           01  WS-FECHA-EMISION PIC X(10) VALUE SPACES.

      *MES A DECLARAR (AAAAMM)
           01  WS-MES-PEDIDO PIC X(6) VALUE SPACES.
           01  WS-MES-ANIO PIC 9(4) VALUE ZERO.
           01  WS-MES-MES PIC 9(2) VALUE ZERO.

      *CODIGO DE OPERACION DEL IMPUESTO, EL MISMO QUE USA IMPUESTOS,
      *Y CUIT DEL BANCO COMO AGENTE DE PERCEPCION
           01  WS-COD-IMPUESTO PIC X(9) VALUE SPACES.
           01  WS-CUIT-AGENTE PIC X(11) VALUE SPACES.

      *PERCEPCIONES DEL MES POR CLIENTE, CUIT Y MONEDA
           01  WS-FIN-DETALLE PIC X VALUE "N".
           01  WS-DECL-CANT PIC 9(4) VALUE ZERO.
           01  WS-DECL-TABLA.
               05 WS-DECL-ELEM OCCURS 1000 TIMES.
                  10 WS-DECL-CLIENTE PIC X(11).
                  10 WS-DECL-CUIT PIC X(11).
                  10 WS-DECL-MONEDA PIC X(3).
                  10 WS-DECL-MOVS PIC 9(7).
                  10 WS-DECL-BASE PIC S9(13)V99.
                  10 WS-DECL-IMPUESTO PIC S9(13)V99.
           01  WS-DECL-IND PIC 9(4) VALUE ZERO.
           01  WS-DECL-HALLADO PIC 9(4) VALUE ZERO.
           01  WS-DECL-DESBORDE PIC X VALUE "N".
           01  WS-PERCEPCIONES-MES PIC 9(7) VALUE ZERO.
           01  WS-CUIT PIC X(11) VALUE SPACES.
           01  WS-MONEDA PIC X(3) VALUE SPACES.

      *CONTROL POR MONEDA: LO DECLARADO CONTRA LO POSTEADO CON EL
      *CODIGO DEL IMPUESTO EN EL MAESTRO HISTORICO
           01  WS-FIN-HISTORIA PIC X VALUE "N".
           01  WS-CTL-CANT PIC 9(2) VALUE ZERO.
           01  WS-CTL-TABLA.
               05 WS-CTL-ELEM OCCURS 10 TIMES.
                  10 WS-CTL-MONEDA PIC X(3).
                  10 WS-CTL-MOVS-DECL PIC 9(7).
                  10 WS-CTL-DECLARADO PIC S9(13)V99.
                  10 WS-CTL-MOVS-POST PIC 9(7).
                  10 WS-CTL-POSTEADO PIC S9(13)V99.
           01  WS-CTL-IND PIC 9(2) VALUE ZERO.
           01  WS-CTL-HALLADO PIC 9(2) VALUE ZERO.
           01  WS-CTL-DESBORDE PIC X VALUE "N".
           01  WS-CTL-DIFERENCIA PIC S9(13)V99 VALUE ZERO.
           01  WS-CTL-ERROR PIC X VALUE "N".
           01  WS-IMPORTE-NUM PIC S9(11)V99 VALUE ZERO.
           01  WS-POST-ILEGIBLES PIC 9(7) VALUE ZERO.

      *ARCHIVO DE PRESENTACION
           01  WS-CLI-HALLADO PIC X VALUE "N".
           01  WS-SIN-CUIT PIC 9(5) VALUE ZERO.
           01  WS-DCL-CANTIDAD PIC 9(9) VALUE ZERO.
           01  WS-DCL-TOTAL PIC 9(13)V99 VALUE ZERO.

           01  WS-LINEA-SALIDA PIC X(132) VALUE SPACES.
           01  WS-DECLARADO-ED PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           01  WS-POSTEADO-ED PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           01  WS-DIFERENCIA-ED PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

      ******************************************************************
           PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           ACCEPT WS-FECHA-CORRIDA-AAAAMMDD FROM DATE YYYYMMDD.
           STRING WS-FC-DIA "/" WS-FC-MES "/" WS-FC-ANIO
               DELIMITED BY SIZE INTO WS-FECHA-EMISION.
           ACCEPT WS-MES-PEDIDO FROM ENVIRONMENT "DECLARACION_MES".
           IF WS-MES-PEDIDO = SPACES
               DISPLAY "Mes a declarar (AAAAMM):"
               ACCEPT WS-MES-PEDIDO
           END-IF.
           IF WS-MES-PEDIDO = SPACES
                   OR WS-MES-PEDIDO NOT NUMERIC
               DISPLAY "Mes invalido, se espera AAAAMM."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-MES-PEDIDO(1:4) TO WS-MES-ANIO.
           MOVE WS-MES-PEDIDO(5:2) TO WS-MES-MES.
           IF WS-MES-MES < 1 OR WS-MES-MES > 12
               DISPLAY "Mes invalido, se espera AAAAMM."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-ARCHIVO-DETALLE
               FROM ENVIRONMENT "ARCHIVO_IMPUESTOS_DETALLE".
           IF WS-ARCHIVO-DETALLE = SPACES
               MOVE "impuestos.det" TO WS-ARCHIVO-DETALLE
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
           ACCEPT WS-ARCHIVO-DECLARACION
               FROM ENVIRONMENT "ARCHIVO_DECLARACION".
           IF WS-ARCHIVO-DECLARACION = SPACES
               STRING "declaracion" WS-MES-PEDIDO ".dat"
                   DELIMITED BY SIZE INTO WS-ARCHIVO-DECLARACION
           END-IF.
           ACCEPT WS-ARCHIVO-LISTADO
               FROM ENVIRONMENT "ARCHIVO_DECLARACION_CONTROL".
           IF WS-ARCHIVO-LISTADO = SPACES
               STRING "declaracion" WS-MES-PEDIDO ".lst"
                   DELIMITED BY SIZE INTO WS-ARCHIVO-LISTADO
           END-IF.
           ACCEPT WS-COD-IMPUESTO
               FROM ENVIRONMENT "OPERACION_IMPUESTO".
           IF WS-COD-IMPUESTO = SPACES
               MOVE "IMPDEBCRE" TO WS-COD-IMPUESTO
           END-IF.
           ACCEPT WS-CUIT-AGENTE FROM ENVIRONMENT "CUIT_AGENTE".
           PERFORM ACUMULAR-DETALLE.
           IF WS-DECL-DESBORDE = "S"
               DISPLAY "Mas de 1000 combinaciones de cliente, CUIT y "
                   "moneda en el mes: la declaracion quedaria "
                   "incompleta y no se genera."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-DECL-CANT = ZERO
               DISPLAY "Sin percepciones en el mes " WS-MES-PEDIDO
                   ", no hay nada que declarar."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SUMAR-POSTEADOS.
           OPEN INPUT CLIENTES-ARCHIVO.
           OPEN OUTPUT DECLARACION-ARCHIVO.
           OPEN OUTPUT LISTADO-ARCHIVO.
           PERFORM ESCRIBIR-TITULOS.
           PERFORM ESCRIBIR-CABECERA.
           PERFORM VARYING WS-DECL-IND FROM 1 BY 1
                   UNTIL WS-DECL-IND > WS-DECL-CANT
               PERFORM ESCRIBIR-DECLARADO
           END-PERFORM.
           PERFORM ESCRIBIR-COLA.
           PERFORM ESCRIBIR-CONTROL.
           CLOSE LISTADO-ARCHIVO.
           CLOSE DECLARACION-ARCHIVO.
           CLOSE CLIENTES-ARCHIVO.
           DISPLAY "Percepciones del mes:      " WS-PERCEPCIONES-MES.
           DISPLAY "Renglones declarados:      " WS-DCL-CANTIDAD.
           IF WS-SIN-CUIT > ZERO
               DISPLAY "AVISO: " WS-SIN-CUIT " renglones sin CUIT, "
                   "completarlo con MANTCLIENTES"
           END-IF.
      *RETORNO PARA EL PLANIFICADOR: 12 SI LO DECLARADO NO CIERRA
      *CON LO POSTEADO, 4 CON CLIENTES SIN CUIT, 0 LISTO PARA
      *PRESENTAR
           IF WS-CTL-ERROR = "S"
               DISPLAY "DIFERENCIA DE CONTROL: NO PRESENTAR, ver "
                   "el listado de control."
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-SIN-CUIT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           PROGRAM-DONE.
           STOP RUN.

      ******************************************************************
      *TOTALIZA LAS PERCEPCIONES CALCULADAS EN DIAS DE PROCESO DEL
      *MES. UNA PERCEPCION SIN CUIT SE DECLARA APARTE DE LAS DEL
      *MISMO CLIENTE CON CUIT, PARA QUE EL RENGLON SE VEA
           ACUMULAR-DETALLE.
           OPEN INPUT DETALLE-ARCHIVO.
           MOVE "N" TO WS-FIN-DETALLE.
           PERFORM UNTIL WS-FIN-DETALLE = "S"
               READ DETALLE-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-DETALLE
                   NOT AT END
                       IF DET-FECHA-PROCESO(1:6) = WS-MES-PEDIDO
                           PERFORM ACUMULAR-PERCEPCION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DETALLE-ARCHIVO.

      ******************************************************************
           ACUMULAR-PERCEPCION.
           ADD 1 TO WS-PERCEPCIONES-MES.
           MOVE DET-MONEDA TO WS-MONEDA.
           IF WS-MONEDA = SPACES
               MOVE "ARS" TO WS-MONEDA
           END-IF.
           MOVE ZERO TO WS-DECL-HALLADO.
           PERFORM VARYING WS-DECL-IND FROM 1 BY 1
                   UNTIL WS-DECL-IND > WS-DECL-CANT
                   OR WS-DECL-HALLADO > 0
               IF WS-DECL-CLIENTE(WS-DECL-IND) = DET-CLIENTE
                       AND WS-DECL-CUIT(WS-DECL-IND) = DET-CUIT
                       AND WS-DECL-MONEDA(WS-DECL-IND) = WS-MONEDA
                   MOVE WS-DECL-IND TO WS-DECL-HALLADO
               END-IF
           END-PERFORM.
           IF WS-DECL-HALLADO = 0
               IF WS-DECL-CANT < 1000
                   ADD 1 TO WS-DECL-CANT
                   MOVE DET-CLIENTE TO WS-DECL-CLIENTE(WS-DECL-CANT)
                   MOVE DET-CUIT TO WS-DECL-CUIT(WS-DECL-CANT)
                   MOVE WS-MONEDA TO WS-DECL-MONEDA(WS-DECL-CANT)
                   MOVE ZERO TO WS-DECL-MOVS(WS-DECL-CANT)
                   MOVE ZERO TO WS-DECL-BASE(WS-DECL-CANT)
                   MOVE ZERO TO WS-DECL-IMPUESTO(WS-DECL-CANT)
                   MOVE WS-DECL-CANT TO WS-DECL-HALLADO
               ELSE
                   MOVE "S" TO WS-DECL-DESBORDE
               END-IF
           END-IF.
           IF WS-DECL-HALLADO > 0
               ADD 1 TO WS-DECL-MOVS(WS-DECL-HALLADO)
               ADD DET-BASE TO WS-DECL-BASE(WS-DECL-HALLADO)
               ADD DET-IMPUESTO TO WS-DECL-IMPUESTO(WS-DECL-HALLADO)
           END-IF.

      ******************************************************************
      *SUMA POR MONEDA LOS MOVIMIENTOS DEL CODIGO DEL IMPUESTO
      *POSTEADOS CON FECHA DEL MES. IMPUESTOS LOS FECHA EN SU DIA DE
      *PROCESO, ASI QUE CAEN EN EL MISMO MES QUE SU PERCEPCION
           SUMAR-POSTEADOS.
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
                       IF HIS-OPERACION = WS-COD-IMPUESTO
                           AND HIS-FECHA-ORD(1:6) = WS-MES-PEDIDO
                           PERFORM SUMAR-POSTEADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORIA-ARCHIVO.

      ******************************************************************
           SUMAR-POSTEADO.
           MOVE HIS-MONEDA TO WS-MONEDA.
           IF WS-MONEDA = SPACES
               MOVE "ARS" TO WS-MONEDA
           END-IF.
           IF FUNCTION TEST-NUMVAL(HIS-IMPORTE) = 0
               MOVE FUNCTION NUMVAL(HIS-IMPORTE) TO WS-IMPORTE-NUM
               PERFORM BUSCAR-MONEDA-CONTROL
               IF WS-CTL-HALLADO > 0
                   ADD 1 TO WS-CTL-MOVS-POST(WS-CTL-HALLADO)
                   ADD WS-IMPORTE-NUM
                       TO WS-CTL-POSTEADO(WS-CTL-HALLADO)
               END-IF
           ELSE
               ADD 1 TO WS-POST-ILEGIBLES
           END-IF.

      ******************************************************************
      *UBICA O AGREGA WS-MONEDA EN LA TABLA DE CONTROL
           BUSCAR-MONEDA-CONTROL.
           MOVE ZERO TO WS-CTL-HALLADO.
           PERFORM VARYING WS-CTL-IND FROM 1 BY 1
                   UNTIL WS-CTL-IND > WS-CTL-CANT
                   OR WS-CTL-HALLADO > 0
               IF WS-CTL-MONEDA(WS-CTL-IND) = WS-MONEDA
                   MOVE WS-CTL-IND TO WS-CTL-HALLADO
               END-IF
           END-PERFORM.
           IF WS-CTL-HALLADO = 0
               IF WS-CTL-CANT < 10
                   ADD 1 TO WS-CTL-CANT
                   MOVE WS-MONEDA TO WS-CTL-MONEDA(WS-CTL-CANT)
                   MOVE ZERO TO WS-CTL-MOVS-DECL(WS-CTL-CANT)
                   MOVE ZERO TO WS-CTL-DECLARADO(WS-CTL-CANT)
                   MOVE ZERO TO WS-CTL-MOVS-POST(WS-CTL-CANT)
                   MOVE ZERO TO WS-CTL-POSTEADO(WS-CTL-CANT)
                   MOVE WS-CTL-CANT TO WS-CTL-HALLADO
               ELSE
                   MOVE "S" TO WS-CTL-DESBORDE
               END-IF
           END-IF.

      ******************************************************************
           ESCRIBIR-CABECERA.
           MOVE SPACES TO DECLARACION-CABECERA.
           MOVE "HDR" TO DCA-TIPO.
           MOVE WS-MES-PEDIDO TO DCA-PERIODO.
           MOVE WS-FECHA-EMISION TO DCA-FECHA.
           MOVE WS-CUIT-AGENTE TO DCA-CUIT-AGENTE.
           WRITE DECLARACION-REGISTRO FROM DECLARACION-CABECERA.

           ESCRIBIR-COLA.
           MOVE SPACES TO DECLARACION-COLA.
           MOVE "TRL" TO DCO-TIPO.
           MOVE WS-DCL-CANTIDAD TO DCO-CANTIDAD.
           MOVE WS-DCL-TOTAL TO DCO-TOTAL.
           WRITE DECLARACION-REGISTRO FROM DECLARACION-COLA.

      ******************************************************************
      *UN RENGLON DE LA DECLARACION. EL NOMBRE SALE DEL MAESTRO; SI
      *LA PERCEPCION SE CALCULO CUANDO EL CLIENTE TODAVIA NO TENIA
      *CUIT SE TOMA EL QUE TENGA HOY, Y SI SIGUE SIN CUIT SE
      *DECLARA IGUAL (EL TOTAL TIENE QUE CERRAR) Y SE LISTA
           ESCRIBIR-DECLARADO.
           MOVE WS-DECL-CUIT(WS-DECL-IND) TO WS-CUIT.
           MOVE "N" TO WS-CLI-HALLADO.
           MOVE WS-DECL-CLIENTE(WS-DECL-IND) TO CLI-CODIGO.
           READ CLIENTES-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-CLI-HALLADO
           END-READ.
           IF WS-CLI-HALLADO NOT = "S"
               MOVE SPACES TO CLI-NOMBRE
           END-IF.
           IF WS-CUIT = SPACES AND WS-CLI-HALLADO = "S"
               MOVE CLI-CUIT TO WS-CUIT
           END-IF.
           MOVE SPACES TO DECLARACION-REGISTRO.
           MOVE "DET" TO DCL-TIPO.
           MOVE WS-CUIT TO DCL-CUIT.
           MOVE WS-DECL-CLIENTE(WS-DECL-IND) TO DCL-CLIENTE.
           MOVE CLI-NOMBRE TO DCL-NOMBRE.
           MOVE WS-MES-PEDIDO TO DCL-PERIODO.
           MOVE WS-DECL-MONEDA(WS-DECL-IND) TO DCL-MONEDA.
           MOVE WS-DECL-MOVS(WS-DECL-IND) TO DCL-CANTIDAD.
           MOVE WS-DECL-BASE(WS-DECL-IND) TO DCL-BASE.
           MOVE WS-DECL-IMPUESTO(WS-DECL-IND) TO DCL-IMPUESTO.
           WRITE DECLARACION-REGISTRO.
           ADD 1 TO WS-DCL-CANTIDAD.
           ADD WS-DECL-IMPUESTO(WS-DECL-IND) TO WS-DCL-TOTAL.
           MOVE WS-DECL-MONEDA(WS-DECL-IND) TO WS-MONEDA.
           PERFORM BUSCAR-MONEDA-CONTROL.
           IF WS-CTL-HALLADO > 0
               ADD WS-DECL-MOVS(WS-DECL-IND)
                   TO WS-CTL-MOVS-DECL(WS-CTL-HALLADO)
               ADD WS-DECL-IMPUESTO(WS-DECL-IND)
                   TO WS-CTL-DECLARADO(WS-CTL-HALLADO)
           END-IF.
           IF WS-CUIT = SPACES
               ADD 1 TO WS-SIN-CUIT
               MOVE WS-DECL-IMPUESTO(WS-DECL-IND) TO WS-DECLARADO-ED
               MOVE SPACES TO WS-LINEA-SALIDA
               STRING "SIN CUIT: CLIENTE " DCL-CLIENTE " " DCL-NOMBRE
                   " MONEDA " DCL-MONEDA " IMPUESTO " WS-DECLARADO-ED
                   DELIMITED BY SIZE INTO WS-LINEA-SALIDA
               WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA
           END-IF.

      ******************************************************************
           ESCRIBIR-TITULOS.
           MOVE SPACES TO WS-LINEA-SALIDA.
           STRING "CONTROL DE LA DECLARACION DEL IMPUESTO A LOS "
               "DEBITOS Y CREDITOS  PERIODO " WS-MES-PEDIDO
               "  CODIGO " WS-COD-IMPUESTO "  EMITIDO "
               WS-FECHA-EMISION
               DELIMITED BY SIZE INTO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           MOVE SPACES TO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.

      ******************************************************************
      *CIERRE POR MONEDA: LO DECLARADO DEBE SER IGUAL A LO POSTEADO
      *CON EL CODIGO DEL IMPUESTO. UNA DIFERENCIA SE DEBE A DEBITOS
      *DEL IMPUESTO SIN POSTEAR (ARCHIVO GENERADO PENDIENTE O
      *RECHAZADO) O A MOVIMIENTOS CARGADOS A MANO CON ESE CODIGO
           ESCRIBIR-CONTROL.
           MOVE SPACES TO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           MOVE SPACES TO WS-LINEA-SALIDA.
           STRING "MON  PERCEP.             DECLARADO   MOVS."
               "              POSTEADO            DIFERENCIA"
               DELIMITED BY SIZE INTO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           PERFORM VARYING WS-CTL-IND FROM 1 BY 1
                   UNTIL WS-CTL-IND > WS-CTL-CANT
               COMPUTE WS-CTL-DIFERENCIA =
                   WS-CTL-DECLARADO(WS-CTL-IND)
                   - WS-CTL-POSTEADO(WS-CTL-IND)
               MOVE WS-CTL-DECLARADO(WS-CTL-IND) TO WS-DECLARADO-ED
               MOVE WS-CTL-POSTEADO(WS-CTL-IND) TO WS-POSTEADO-ED
               MOVE WS-CTL-DIFERENCIA TO WS-DIFERENCIA-ED
               MOVE SPACES TO WS-LINEA-SALIDA
               STRING WS-CTL-MONEDA(WS-CTL-IND) "  "
                   WS-CTL-MOVS-DECL(WS-CTL-IND) " " WS-DECLARADO-ED
                   " " WS-CTL-MOVS-POST(WS-CTL-IND) " "
                   WS-POSTEADO-ED " " WS-DIFERENCIA-ED
                   DELIMITED BY SIZE INTO WS-LINEA-SALIDA
               WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA
               IF WS-CTL-DIFERENCIA NOT = ZERO
                   MOVE "S" TO WS-CTL-ERROR
               END-IF
           END-PERFORM.
           IF WS-CTL-DESBORDE = "S"
               MOVE "S" TO WS-CTL-ERROR
               MOVE SPACES TO WS-LINEA-SALIDA
               STRING "MAS DE 10 MONEDAS: EL CONTROL QUEDA INCOMPLETO"
                   DELIMITED BY SIZE INTO WS-LINEA-SALIDA
               WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA
           END-IF.
           IF WS-POST-ILEGIBLES > ZERO
               MOVE "S" TO WS-CTL-ERROR
               MOVE SPACES TO WS-LINEA-SALIDA
               STRING "MOVIMIENTOS DEL IMPUESTO CON IMPORTE ILEGIBLE "
                   "EN EL HISTORICO: " WS-POST-ILEGIBLES
                   DELIMITED BY SIZE INTO WS-LINEA-SALIDA
               WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA
           END-IF.
           MOVE SPACES TO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           MOVE WS-DCL-TOTAL TO WS-DECLARADO-ED.
           MOVE SPACES TO WS-LINEA-SALIDA.
           STRING "RENGLONES DECLARADOS: " WS-DCL-CANTIDAD
               "  SUMA DE CONTROL: " WS-DECLARADO-ED
               "  SIN CUIT: " WS-SIN-CUIT
               DELIMITED BY SIZE INTO WS-LINEA-SALIDA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           MOVE SPACES TO WS-LINEA-SALIDA.
           IF WS-CTL-ERROR = "S"
               STRING "RESULTADO: DIFERENCIA DE CONTROL, NO PRESENTAR"
                   DELIMITED BY SIZE INTO WS-LINEA-SALIDA
           ELSE
               STRING "RESULTADO: CONTROL CONFORME, PRESENTAR"
                   DELIMITED BY SIZE INTO WS-LINEA-SALIDA
           END-IF.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
