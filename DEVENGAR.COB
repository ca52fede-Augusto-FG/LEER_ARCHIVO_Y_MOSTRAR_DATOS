      *DIA POR DIA EL SALDO AL CIERRE DE CADA DIA. UNA CUENTA SIN
      *ACTIVIDAD EN EL MES PERO CON CIERRE NEGATIVO DEVENGA IGUAL
      *EL INTERES (SU PROMEDIO ES EL CIERRE, QUE NO SE MOVIO); EL
      *CARGO FIJO, EN CAMBIO, ES SOLO POR CUENTA CON ACTIVIDAD.
      *CADA CARGO SALE EN LA MONEDA DE LA CUENTA. LA TARIFA FIJA
      *ESTA EN PESOS Y SOLO SE COBRA A LAS CUENTAS EN PESOS; EL
      *INTERES, COMO ES UN PORCENTAJE, APLICA EN CUALQUIER MONEDA
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       ASSIGN TO DYNAMIC WS-ARCHIVO-TARIFAS
       ORGANIZATION IS LINE SEQUENTIAL.

      *MAESTRO DE CUENTAS: SOLO DEVENGAN LAS CUENTAS DADAS DE ALTA
      *Y NO CERRADAS, Y LOS CARGOS SALEN CON SU TITULAR, TIPO Y
      *SUCURSAL
       SELECT OPTIONAL CUENTAS-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-CUENTAS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CTA-CUENTA.

      *ARCHIVO DE MOVIMIENTOS GENERADO, CON EL TRAZADO DE ENTRADA
      *DE MOVIMIENTOS
       SELECT DEVENGO-ARCHIVO
      *CLAVE DEL MOVIMIENTO ORIGINAL CUANDO ESTE REGISTRO ES UNA
      *REVERSA DE AJUSTES; ESPACIOS EN LOS MOVIMIENTOS NORMALES
           05 HIS-REF-ORIGEN PIC X(28).
           05 HIS-MONEDA PIC X(3).

       FD SALDOS-ARCHIVO.
       01 SALDO-REGISTRO.
           05 SAL-CUENTA PIC X(16).
           05 SAL-IMPORTE PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 SAL-MONEDA PIC X(3).

       FD OPERACIONES-ARCHIVO.
       01 OPERACION-REGISTRO.
           05 TAR-OPERACION PIC X(9).
           05 TAR-VALOR PIC X(15).

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

      *MISMO TRAZADO QUE EL ARCHIVO CRUDO DE ENTRADA DE
      *MOVIMIENTOS, CON SUS REGISTROS DE CONTROL HDR Y TRL
       FD DEVENGO-ARCHIVO.
           05 DEV-OPERACION PIC X(9).
           05 DEV-IMPORTE PIC X(15).
           05 DEV-CANAL PIC X(2).
           05 DEV-MONEDA PIC X(3).
       01 DEVENGO-CABECERA.
           05 DCA-TIPO PIC X(3).
           05 DCA-FECHA PIC X(10).
           05 DCA-SUCURSAL PIC X(8).
           05 FILLER PIC X(71).
       01 DEVENGO-COLA.
           05 DCO-TIPO PIC X(3).
           05 DCO-CANTIDAD PIC 9(9).
           05 DCO-HASH PIC 9(13)V99.
           05 FILLER PIC X(65).

       WORKING-STORAGE SECTION.

           01  WS-ARCHIVO-OPERACIONES PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-TARIFAS PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-DEVENGO PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-CUENTAS PIC X(250) VALUE SPACES.

      *MES A DEVENGAR (AAAAMM) Y FECHAS DERIVADAS
           01  WS-MES-PEDIDO PIC X(6) VALUE SPACES.
           01  WS-GEN-HASH PIC 9(13)V99 VALUE ZERO.
           01  WS-CUENTAS-CARGADAS PIC 9(5) VALUE ZERO.

      *CONTROL CONTRA EL MAESTRO DE CUENTAS: CUENTAS DEL ARCHIVO DE
      *SALDOS QUE NO DEVENGAN (DESCONOCIDAS O CERRADAS) Y TOTAL DE
      *CARGOS DE LA CUENTA EN PROCESO, PARA COTEJAR EL SALDO QUE
      *QUEDA CONTRA EL DESCUBIERTO AUTORIZADO
           01  WS-CTA-HALLADA PIC X VALUE "N".
           01  WS-MONEDA-CUENTA PIC X(3) VALUE SPACES.
           01  WS-CUENTAS-OMITIDAS PIC 9(5) VALUE ZERO.
           01  WS-CARGOS-CUENTA PIC S9(11)V99 VALUE ZERO.

      ******************************************************************
           PROCEDURE DIVISION.

           IF WS-ARCHIVO-DEVENGO = SPACES
               MOVE "devengo.mov" TO WS-ARCHIVO-DEVENGO
           END-IF.
           ACCEPT WS-ARCHIVO-CUENTAS
               FROM ENVIRONMENT "ARCHIVO_CUENTAS".
           IF WS-ARCHIVO-CUENTAS = SPACES
               MOVE "cuentas.ind" TO WS-ARCHIVO-CUENTAS
           END-IF.
           ACCEPT WS-MES-PEDIDO FROM ENVIRONMENT "DEVENGO_MES".
           IF WS-MES-PEDIDO = SPACES
               DISPLAY "Mes a devengar (AAAAMM):"
           IF WS-TARIFAS-CANT = ZERO
               DISPLAY "Sin reglas de tarifas, no hay nada que "
                   "devengar."
               PERFORM GENERAR-ARCHIVO-VACIO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARGAR-OPERACIONES.
           PERFORM CONTROLAR-TARIFAS.
           OPEN INPUT HISTORIA-ARCHIVO.
           OPEN INPUT CUENTAS-ARCHIVO.
           OPEN OUTPUT DEVENGO-ARCHIVO.
           PERFORM ESCRIBIR-CABECERA.
           PERFORM RECORRER-SALDOS.
           PERFORM ESCRIBIR-COLA.
           CLOSE DEVENGO-ARCHIVO.
           CLOSE CUENTAS-ARCHIVO.
           CLOSE HISTORIA-ARCHIVO.
           DISPLAY "Cuentas con cargos: " WS-CUENTAS-CARGADAS
               "  Movimientos generados: " WS-GEN-CANTIDAD.
           IF WS-CUENTAS-OMITIDAS > ZERO
               DISPLAY "Cuentas sin devengo por no estar abiertas en "
                   "el maestro: " WS-CUENTAS-OMITIDAS
           END-IF.
           IF WS-GEN-CANTIDAD = ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
           MOVE WS-GEN-HASH TO DCO-HASH.
           WRITE DEVENGO-REGISTRO FROM DEVENGO-COLA.

      *SIN NADA QUE DEVENGAR EL ARCHIVO DE DEVENGO QUEDA IGUAL, SOLO
      *CON CABECERA Y COLA, PARA QUE EL POSTEO QUE LO SIGUE EN LA
      *CADENA ENCUENTRE SU ENTRADA
           GENERAR-ARCHIVO-VACIO.
           OPEN OUTPUT DEVENGO-ARCHIVO.
           PERFORM ESCRIBIR-CABECERA.
           PERFORM ESCRIBIR-COLA.
           CLOSE DEVENGO-ARCHIVO.

      ******************************************************************
      *UNA CUENTA POR RENGLON DEL ARCHIVO DE SALDOS: SE LE BUSCA LA
      *ACTIVIDAD DEL MES EN EL HISTORICO Y SE LE APLICAN LAS REGLAS
           END-PERFORM.
           CLOSE SALDOS-ARCHIVO.

      ******************************************************************
      *SOLO DEVENGA UNA CUENTA DADA DE ALTA Y NO CERRADA: LOS
      *CARGOS DE UNA CUENTA DESCONOCIDA O CERRADA MOVIMIENTOS LOS
      *RECHAZARIA Y EL ARCHIVO GENERADO SALDRIA CON EXCEPCIONES
           PROCESAR-CUENTA.
           MOVE "N" TO WS-CTA-HALLADA.
           MOVE WS-CUENTA-PROCESO TO CTA-CUENTA.
           READ CUENTAS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-CTA-HALLADA
           END-READ.
           IF WS-CTA-HALLADA NOT = "S"
               ADD 1 TO WS-CUENTAS-OMITIDAS
               DISPLAY "AVISO: cuenta " WS-CUENTA-PROCESO
                   " no esta en el maestro de cuentas, no se devenga"
           ELSE
           IF CTA-ESTADO = "C"
               ADD 1 TO WS-CUENTAS-OMITIDAS
               DISPLAY "AVISO: cuenta " WS-CUENTA-PROCESO
                   " cerrada, no se devenga"
           ELSE
               MOVE CTA-MONEDA TO WS-MONEDA-CUENTA
               IF WS-MONEDA-CUENTA = SPACES
                   MOVE "ARS" TO WS-MONEDA-CUENTA
               END-IF
               PERFORM DEVENGAR-CUENTA
           END-IF
           END-IF.

      ******************************************************************
      *JUNTA LA ACTIVIDAD DEL MES DE LA CUENTA (TOTAL SIGNADO POR
      *DIA Y DATOS DEL CLIENTE), RECONSTRUYE EL PROMEDIO DIARIO Y
      *EN TODO EL MES, ASI QUE EL PROMEDIO DIARIO ES EL PROPIO
      *CIERRE, Y LOS DATOS DE CLIENTE SALEN DE SU ULTIMO
      *MOVIMIENTO HISTORICO. UNA CUENTA SIN HISTORIA SE SALTEA
           DEVENGAR-CUENTA.
           MOVE ZERO TO WS-CARGOS-CUENTA.
           MOVE ZERO TO WS-MOVS-MES.
           MOVE ZERO TO WS-TOTAL-MES.
           PERFORM VARYING WS-DIA-IND FROM 1 BY 1
                   END-IF
               END-IF
           END-IF.
           IF WS-CARGOS-CUENTA > ZERO
               PERFORM CONTROLAR-CARGOS-CUENTA
           END-IF.

      ******************************************************************
      *AVISOS SOBRE LOS CARGOS GENERADOS PARA LA CUENTA: BLOQUEADA
      *(MOVIMIENTOS LOS VA A RETENER), TITULAR O SUCURSAL DEL
      *HISTORICO DISTINTOS DE LOS DEL MAESTRO (EL CARGO SALE CON
      *LOS DEL MAESTRO) Y SALDO QUE PASA EL DESCUBIERTO AUTORIZADO
           CONTROLAR-CARGOS-CUENTA.
           IF CTA-ESTADO = "B"
               DISPLAY "AVISO: cuenta " WS-CUENTA-PROCESO
                   " bloqueada, MOVIMIENTOS va a retener sus cargos "
                   "hasta que se desbloquee"
           END-IF.
           IF WS-HIS-CLIENTE NOT = CTA-CLIENTE
                   OR WS-HIS-SUCURSAL NOT = CTA-SUCURSAL
               DISPLAY "AVISO: cuenta " WS-CUENTA-PROCESO
                   " con titular o sucursal del historico distintos "
                   "del maestro, el cargo sale con los del maestro"
           END-IF.
           IF WS-SALDO-CIERRE - WS-CARGOS-CUENTA + CTA-DESCUBIERTO
                   < ZERO
               DISPLAY "AVISO: los cargos dejan la cuenta "
                   WS-CUENTA-PROCESO " mas alla del descubierto "
                   "autorizado"
           END-IF.

      ******************************************************************
      *POSICIONA EL HISTORICO EN LA CUENTA Y EL PRIMER DIA DEL MES
               WS-ACUM-SALDOS / WS-DIAS-MES.

      ******************************************************************
      *REGLA "F": CARGO FIJO POR CUENTA CON ACTIVIDAD EN EL MES,
      *SOLO PARA CUENTAS EN PESOS (LA TARIFA ESTA EN PESOS).
      *REGLA "I": TASA MENSUAL EN % SOBRE EL SALDO PROMEDIO
      *NEGATIVO. LOS CARGOS EN CERO NO GENERAN MOVIMIENTO
           APLICAR-REGLAS.
                   UNTIL WS-TAR-IND > WS-TARIFAS-CANT
               MOVE ZERO TO WS-CARGO
               IF WS-TAR-TIPO(WS-TAR-IND) = "F"
                   IF WS-MONEDA-CUENTA = "ARS"
                       MOVE WS-TAR-VALOR(WS-TAR-IND) TO WS-CARGO
                   END-IF
               ELSE
                   IF WS-SALDO-PROMEDIO < ZERO
                       COMPUTE WS-CARGO ROUNDED =

      ******************************************************************
      *ARMA EL MOVIMIENTO DE CARGO CON EL TRAZADO DE ENTRADA Y LO
      *SUMA A LOS CONTROLES DE LA COLA. FECHA: ULTIMO DIA DEL MES.
      *TITULAR, TIPO Y SUCURSAL SALEN DEL MAESTRO DE CUENTAS; EL
      *DIGITO, DEL HISTORICO
           ESCRIBIR-CARGO.
           MOVE SPACES TO DEVENGO-REGISTRO.
           MOVE CTA-CLIENTE TO DEV-CLIENTE.
           MOVE CTA-T-CTA TO DEV-T-CTA.
           MOVE CTA-SUCURSAL TO DEV-SUCURSAL.
           MOVE WS-CUENTA-PROCESO TO DEV-CUENTA.
           MOVE WS-HIS-DIGITO TO DEV-DIGITO.
           MOVE WS-ULTIMO-DIA-FECHA TO DEV-FECHA.
           MOVE WS-CARGO TO WS-CARGO-ED.
           MOVE WS-CARGO-ED TO DEV-IMPORTE.
           MOVE "DV" TO DEV-CANAL.
           MOVE WS-MONEDA-CUENTA TO DEV-MONEDA.
           WRITE DEVENGO-REGISTRO.
           ADD 1 TO WS-GEN-CANTIDAD.
           ADD WS-CARGO TO WS-GEN-HASH.
           ADD WS-CARGO TO WS-CARGOS-CUENTA.
