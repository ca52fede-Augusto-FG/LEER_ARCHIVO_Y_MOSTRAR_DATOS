       ASSIGN TO DYNAMIC WS-ARCHIVO-SALDOS-SALIDA
       ORGANIZATION IS LINE SEQUENTIAL.

      *MAESTRO DE CUENTAS: LA CUENTA DEL ORIGINAL DEBE SEGUIR
      *ABIERTA PARA ADMITIR UNA REVERSA
       SELECT OPTIONAL CUENTAS-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-CUENTAS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CTA-CUENTA.

      *BITACORA ACUMULATIVA, LA MISMA QUE ESCRIBE MOVIMIENTOS;
      *CADA REVERSA AGREGA SU PROPIO RENGLON DE AJUSTE
       SELECT OPTIONAL AUDITORIA-ARCHIVO
           05 HIS-IMPORTE PIC X(15).
           05 HIS-CANAL PIC X(2).
           05 HIS-REF-ORIGEN PIC X(28).
           05 HIS-MONEDA PIC X(3).

       FD OPERACIONES-ARCHIVO.
       01 OPERACION-REGISTRO.
       01 SALDO-REGISTRO.
           05 SAL-CUENTA PIC X(16).
           05 SAL-IMPORTE PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 SAL-MONEDA PIC X(3).

       FD SALDOS-SALIDA-ARCHIVO.
       01 SALDO-SALIDA-REGISTRO.
           05 SAL-SAL-CUENTA PIC X(16).
           05 SAL-SAL-IMPORTE PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 SAL-SAL-MONEDA PIC X(3).

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

      *RENGLON DE AJUSTE EN LA BITACORA: FECHA Y HORA, LA MARCA
      *"AJUSTE", OPERADOR, CLAVE DEL ORIGINAL, CLAVE DE LA
           01  WS-ARCHIVO-SALDOS PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-SALDOS-SALIDA PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-AUDITORIA PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-CUENTAS PIC X(250) VALUE SPACES.

      *FECHA Y HORA DE LA SESION: LA REVERSA SE POSTEA CON LA
      *FECHA DEL DIA, NO CON LA DEL ORIGINAL, PARA QUE LOS SALDOS
           01  WS-ORI-OPERACION PIC X(9) VALUE SPACES.
           01  WS-ORI-IMPORTE PIC X(15) VALUE SPACES.
           01  WS-ORI-CANAL PIC X(2) VALUE SPACES.
           01  WS-ORI-MONEDA PIC X(3) VALUE SPACES.
           01  WS-ORI-SIGNO PIC X VALUE SPACE.

      *TABLA DE CODIGOS DE OPERACION EN MEMORIA
               05 WS-SALDO-ELEM OCCURS 1000 TIMES.
                  10 WS-SAL-CUENTA PIC X(16).
                  10 WS-SAL-IMPORTE PIC S9(11)V99.
                  10 WS-SAL-MONEDA PIC X(3).
           01  WS-SAL-IND PIC 9(4) VALUE ZERO.
           01  WS-SAL-HALLADO PIC 9(4) VALUE ZERO.
           01  WS-SAL-DESBORDE PIC X VALUE "N".
           01  WS-IMPORTE-NUM PIC S9(11)V99 VALUE ZERO.
           01  WS-EFECTO-REVERSA PIC S9(11)V99 VALUE ZERO.

      *CONTROL DE LA CUENTA CONTRA SU MAESTRO: UNA CUENTA CERRADA
      *O DESCONOCIDA NO ADMITE REVERSAS, Y UNA BLOQUEADA SOLO LAS
      *QUE ACREDITAN. EL SALDO RESULTANTE SE COTEJA CONTRA EL
      *DESCUBIERTO AUTORIZADO
           01  WS-CTA-ADMITE PIC X VALUE "S".
           01  WS-SALDO-RESULTANTE PIC S9(11)V99 VALUE ZERO.
           01  WS-SALDO-ED PIC Z,ZZZ,ZZZ,ZZ9.99-.

           01  WS-HAY-CAMBIOS PIC X VALUE "N".
           01  WS-REVERSAS-HECHAS PIC 9(4) VALUE ZERO.

           IF WS-COD-REV-HABER = SPACES
               MOVE "REVERSA-H" TO WS-COD-REV-HABER
           END-IF.
           ACCEPT WS-ARCHIVO-CUENTAS
               FROM ENVIRONMENT "ARCHIVO_CUENTAS".
           IF WS-ARCHIVO-CUENTAS = SPACES
               MOVE "cuentas.ind" TO WS-ARCHIVO-CUENTAS
           END-IF.
           PERFORM CARGAR-OPERACIONES.
           PERFORM CONTROLAR-CODIGOS-REVERSA.
           IF WS-REV-DEBE-OK NOT = "S"
               STOP RUN
           END-IF.
           PERFORM CARGAR-SALDOS.
           OPEN INPUT CUENTAS-ARCHIVO.
           OPEN I-O HISTORIA-ARCHIVO.
           PERFORM SESION-AJUSTES.
           CLOSE HISTORIA-ARCHIVO.
           CLOSE CUENTAS-ARCHIVO.
           IF WS-HAY-CAMBIOS = "S"
               PERFORM ESCRIBIR-SALDOS
               DISPLAY "Saldos actualizados grabados en "
                               WS-SAL-CUENTA(WS-SALDOS-CANT)
                           MOVE SAL-IMPORTE TO
                               WS-SAL-IMPORTE(WS-SALDOS-CANT)
                           MOVE SAL-MONEDA TO
                               WS-SAL-MONEDA(WS-SALDOS-CANT)
                           IF SAL-MONEDA = SPACES
                               MOVE "ARS" TO
                                   WS-SAL-MONEDA(WS-SALDOS-CANT)
                           END-IF
                       ELSE
                           MOVE "S" TO WS-SAL-DESBORDE
                       END-IF
           MOVE HIS-OPERACION TO WS-ORI-OPERACION.
           MOVE HIS-IMPORTE TO WS-ORI-IMPORTE.
           MOVE HIS-CANAL TO WS-ORI-CANAL.
      *HISTORIA ANTERIOR A LA MONEDA: VACIO ES PESOS
           MOVE HIS-MONEDA TO WS-ORI-MONEDA.
           IF WS-ORI-MONEDA = SPACES
               MOVE "ARS" TO WS-ORI-MONEDA
           END-IF.

      ******************************************************************
           CONFIRMAR-Y-POSTEAR.
           DISPLAY "Original: cliente " WS-ORI-CLIENTE
               " fecha " WS-ORI-FECHA.
           DISPLAY "          operacion " WS-ORI-OPERACION
               " importe " WS-ORI-IMPORTE " " WS-ORI-MONEDA
               " canal " WS-ORI-CANAL.
      *SIGNO DEL ORIGINAL SEGUN LA TABLA; FUERA DE TABLA SE TOMA
      *COMO HABER, IGUAL QUE AL LISTAR Y AL VERIFICAR
           ELSE
               MOVE WS-COD-REV-DEBE TO WS-COD-REVERSA
           END-IF.
           PERFORM CONTROLAR-CUENTA.
           IF WS-CTA-ADMITE NOT = "S"
               CONTINUE
           ELSE
               DISPLAY "La reversa se postea hoy (" WS-FECHA-EMISION
                   ") con el codigo " WS-COD-REVERSA "."
               DISPLAY "Motivo del ajuste:"
               ACCEPT WS-MOTIVO
               IF WS-MOTIVO = SPACES
                   DISPLAY "Sin motivo no se postea, ajuste cancelado"
               ELSE
                   MOVE "N" TO WS-CONFIRMA
                   DISPLAY "Confirma la reversa? (S/N):"
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S"
                       PERFORM POSTEAR-REVERSA
                   ELSE
                       DISPLAY "Ajuste cancelado por el operador"
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *LA CUENTA DEL ORIGINAL SE COTEJA CONTRA SU MAESTRO CON EL
      *MISMO CRITERIO QUE MOVIMIENTOS: DESCONOCIDA O CERRADA NO
      *ADMITE REVERSA; BLOQUEADA NO ADMITE UNA REVERSA QUE DEBITA
      *(ORIGINAL HABER). TITULAR O SUCURSAL DISTINTOS Y UN SALDO
      *QUE PASA EL DESCUBIERTO SOLO SE AVISAN ANTES DE CONFIRMAR
           CONTROLAR-CUENTA.
           MOVE "S" TO WS-CTA-ADMITE.
           MOVE WS-ORI-CLAVE(1:16) TO CTA-CUENTA.
           READ CUENTAS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO WS-CTA-ADMITE
                   DISPLAY "La cuenta no esta en el maestro de "
                       "cuentas, ajuste cancelado"
               NOT INVALID KEY
                   PERFORM EVALUAR-CUENTA
           END-READ.

           EVALUAR-CUENTA.
           IF CTA-ESTADO = "C"
               MOVE "N" TO WS-CTA-ADMITE
               DISPLAY "La cuenta esta cerrada, ajuste cancelado"
           ELSE
           IF CTA-ESTADO = "B" AND WS-ORI-SIGNO NOT = "D"
               MOVE "N" TO WS-CTA-ADMITE
               DISPLAY "La cuenta esta bloqueada y la reversa es un "
                   "debito, ajuste cancelado hasta desbloquearla "
                   "con MANTCUENTAS"
           ELSE
           IF CTA-ESTADO = "I" AND WS-ORI-SIGNO NOT = "D"
               MOVE "N" TO WS-CTA-ADMITE
               DISPLAY "La cuenta esta inactiva y la reversa es un "
                   "debito, ajuste cancelado hasta que un supervisor "
                   "la reactive con MANTCUENTAS"
           ELSE
               IF WS-ORI-CLIENTE NOT = CTA-CLIENTE
                   DISPLAY "ATENCION: el cliente del original no es "
                       "el titular de la cuenta (" CTA-CLIENTE ")"
               END-IF
               IF WS-ORI-SUCURSAL NOT = CTA-SUCURSAL
                   DISPLAY "ATENCION: la sucursal del original no es "
                       "la de la cuenta (" CTA-SUCURSAL ")"
               END-IF
               IF WS-ORI-SIGNO NOT = "D"
                   MOVE ZERO TO WS-IMPORTE-NUM
                   IF FUNCTION TEST-NUMVAL(WS-ORI-IMPORTE) = 0
                       MOVE FUNCTION NUMVAL(WS-ORI-IMPORTE)
                           TO WS-IMPORTE-NUM
                   END-IF
                   MOVE ZERO TO WS-SALDO-RESULTANTE
                   PERFORM VARYING WS-SAL-IND FROM 1 BY 1
                           UNTIL WS-SAL-IND > WS-SALDOS-CANT
                       IF WS-SAL-CUENTA(WS-SAL-IND) = CTA-CUENTA
                           MOVE WS-SAL-IMPORTE(WS-SAL-IND)
                               TO WS-SALDO-RESULTANTE
                       END-IF
                   END-PERFORM
                   SUBTRACT WS-IMPORTE-NUM FROM WS-SALDO-RESULTANTE
                   IF WS-SALDO-RESULTANTE + CTA-DESCUBIERTO < ZERO
                       MOVE WS-SALDO-RESULTANTE TO WS-SALDO-ED
                       DISPLAY "ATENCION: la reversa deja la cuenta en "
                           WS-SALDO-ED ", mas alla del descubierto "
                           "autorizado"
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

      ******************************************************************
      *EL MOVIMIENTO SALIO DE UN AJUSTE DE OPERADOR
           MOVE "AJ" TO HIS-CANAL.
           MOVE WS-ORI-CLAVE TO HIS-REF-ORIGEN.
           MOVE WS-ORI-MONEDA TO HIS-MONEDA.
           WRITE HISTORIA-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR: no se pudo grabar la reversa"
                   MOVE WS-ORI-CLAVE(1:16)
                       TO WS-SAL-CUENTA(WS-SALDOS-CANT)
                   MOVE ZERO TO WS-SAL-IMPORTE(WS-SALDOS-CANT)
                   MOVE WS-ORI-MONEDA TO WS-SAL-MONEDA(WS-SALDOS-CANT)
                   MOVE WS-SALDOS-CANT TO WS-SAL-HALLADO
               ELSE
                   DISPLAY "AVISO: sin lugar en la tabla de saldos, "
                   UNTIL WS-SAL-IND > WS-SALDOS-CANT
               MOVE WS-SAL-CUENTA(WS-SAL-IND) TO SAL-SAL-CUENTA
               MOVE WS-SAL-IMPORTE(WS-SAL-IND) TO SAL-SAL-IMPORTE
               MOVE WS-SAL-MONEDA(WS-SAL-IND) TO SAL-SAL-MONEDA
               WRITE SALDO-SALIDA-REGISTRO
           END-PERFORM.
           CLOSE SALDOS-SALIDA-ARCHIVO.
