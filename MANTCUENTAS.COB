       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTCUENTAS.
      *MANTENIMIENTO DEL MAESTRO DE CUENTAS: ALTA, MODIFICACION,
      *BLOQUEO, CIERRE, REACTIVACION Y LISTADO. EL MAESTRO ES
      *INDEXADO POR CUENTA Y GUARDA EL TIPO DE CUENTA, EL CLIENTE
      *TITULAR, LA SUCURSAL DE RADICACION, LA FECHA DE APERTURA, EL
      *ESTADO (ABIERTA, BLOQUEADA, CERRADA, INACTIVA), EL
      *DESCUBIERTO AUTORIZADO Y LA MONEDA DE LA CUENTA (PESOS O
      *DOLARES), QUE SE FIJA EN EL ALTA Y NO SE MODIFICA.
      *MOVIMIENTOS, AJUSTES Y DEVENGAR VALIDAN CADA MOVIMIENTO
      *CONTRA ESTE MAESTRO Y RECHAZAN LAS CUENTAS QUE NO ESTAN
      *DADAS DE ALTA. IGUAL QUE MANTCLIENTES, CADA OPERACION LEE
      *Y GRABA SU REGISTRO DIRECTO EN EL ARCHIVO, SIN TABLA EN
      *MEMORIA. UNA CUENTA QUE INACTIVAS MARCO COMO INACTIVA SOLO
      *LA REACTIVA UN SUPERVISOR, Y CADA REACTIVACION QUEDA EN EL
      *REGISTRO DE REACTIVACIONES
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL CUENTAS-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-CUENTAS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CTA-CUENTA.

      *MAESTRO DE CLIENTES, SOLO PARA CONTROLAR QUE EL TITULAR
      *EXISTA Y TOMAR SU SUCURSAL POR OMISION
       SELECT OPTIONAL CLIENTES-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-CLIENTES
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CLI-CODIGO.

      *SALDOS VIGENTES: UNA CUENTA SOLO SE CIERRA CON SALDO CERO
       SELECT OPTIONAL SALDOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-SALDOS
       ORGANIZATION IS LINE SEQUENTIAL.

      *REGISTRO DE REACTIVACIONES DE CUENTAS INACTIVAS
       SELECT OPTIONAL REACTIVACIONES-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-REACTIVACIONES
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *MAESTRO DE CUENTAS. CTA-ESTADO ES "A" (ABIERTA), "B"
      *(BLOQUEADA: NO ADMITE DEBITOS), "C" (CERRADA: NO ADMITE
      *MOVIMIENTOS) O "I" (INACTIVA: SIN ACTIVIDAD DEL CLIENTE,
      *NO ADMITE DEBITOS HASTA QUE UN SUPERVISOR LA REACTIVE).
      *CTA-DESCUBIERTO ES EL SALDO NEGATIVO MAXIMO AUTORIZADO, EN
      *POSITIVO; CERO ES SIN DESCUBIERTO.
      *CTA-MONEDA ES "ARS" O "USD"; VACIO SE TOMA COMO PESOS
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

      *MISMO TRAZADO QUE LEE MOVIMIENTOS EN SUS BUSQUEDAS
       FD CLIENTES-ARCHIVO.
       01 CLIENTE-REGISTRO.
           05 CLI-CODIGO PIC X(11).
           05 CLI-NOMBRE PIC X(30).
           05 CLI-SUCURSAL PIC X(8).
           05 CLI-ESTADO PIC X(1).
           05 CLI-CUIT PIC X(11).
           05 CLI-CONDICION-IMP PIC X(1).

       FD SALDOS-ARCHIVO.
       01 SALDO-REGISTRO.
           05 SAL-CUENTA PIC X(16).
           05 SAL-IMPORTE PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 SAL-MONEDA PIC X(3).

      *UNA REACTIVACION: FECHA (AAAAMMDD) Y HORA, CUENTA, TITULAR,
      *SUPERVISOR QUE LA AUTORIZO Y MOTIVO. INACTIVAS TOMA LA
      *FECHA COMO INICIO DEL NUEVO PLAZO DE INACTIVIDAD
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

       WORKING-STORAGE SECTION.

           01  WS-ARCHIVO-CUENTAS PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-CLIENTES PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-SALDOS PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-REACTIVACIONES PIC X(250) VALUE SPACES.
           01  WS-FIN-CUENTAS PIC X VALUE "N".
           01  WS-FIN-SALDOS PIC X VALUE "N".
           01  WS-CUENTAS-CANT PIC 9(7) VALUE ZERO.
           01  WS-CTA-HALLADA PIC X VALUE "N".
           01  WS-CLI-HALLADO PIC X VALUE "N".
           01  WS-SAL-HALLADO PIC X VALUE "N".
           01  WS-SALDO-VIGENTE PIC S9(11)V99 VALUE ZERO.
           01  WS-SALDO-ED PIC Z,ZZZ,ZZZ,ZZ9.99-.
           01  WS-DESCUBIERTO-ED PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *FECHA DEL DIA, QUE QUEDA COMO FECHA DE APERTURA DEL ALTA
           01  WS-FECHA-CORRIDA-AAAAMMDD.
               05 WS-FC-ANIO PIC 9(4).
               05 WS-FC-MES PIC 9(2).
               05 WS-FC-DIA PIC 9(2).
           01  WS-HORA-CORRIDA.
               05 WS-HC-HORA PIC 9(2).
               05 WS-HC-MINUTO PIC 9(2).
               05 WS-HC-SEGUNDO PIC 9(2).
               05 WS-HC-CENTESIMA PIC 9(2).

      *OPCION DEL MENU Y DATOS TIPEADOS POR EL OPERADOR
           01  WS-OPCION PIC X VALUE SPACE.
           01  WS-CONFIRMA PIC X VALUE "N".
           01  WS-ENT-CUENTA PIC X(16) VALUE SPACES.
           01  WS-ENT-T-CTA PIC X(10) VALUE SPACES.
           01  WS-ENT-CLIENTE PIC X(11) VALUE SPACES.
           01  WS-ENT-SUCURSAL PIC X(8) VALUE SPACES.
           01  WS-ENT-DESCUBIERTO PIC X(15) VALUE SPACES.
           01  WS-DESCUBIERTO-NUM PIC S9(11)V99 VALUE ZERO.
           01  WS-DESCUBIERTO-OK PIC X VALUE "N".
           01  WS-ENT-MONEDA PIC X(3) VALUE SPACES.
           01  WS-SUPERVISOR PIC X(10) VALUE SPACES.
           01  WS-MOTIVO PIC X(40) VALUE SPACES.

      ******************************************************************
           PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           ACCEPT WS-FECHA-CORRIDA-AAAAMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-ARCHIVO-CUENTAS
               FROM ENVIRONMENT "ARCHIVO_CUENTAS".
           IF WS-ARCHIVO-CUENTAS = SPACES
               MOVE "cuentas.ind" TO WS-ARCHIVO-CUENTAS
           END-IF.
           ACCEPT WS-ARCHIVO-CLIENTES
               FROM ENVIRONMENT "ARCHIVO_CLIENTES".
           IF WS-ARCHIVO-CLIENTES = SPACES
               MOVE "clientes.ind" TO WS-ARCHIVO-CLIENTES
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
           OPEN I-O CUENTAS-ARCHIVO.
           OPEN INPUT CLIENTES-ARCHIVO.
           DISPLAY "MANTENIMIENTO DEL MAESTRO DE CUENTAS".
           PERFORM UNTIL WS-OPCION = "S"
               DISPLAY " "
               DISPLAY "A=Alta M=Modificacion B=Bloqueo C=Cierre "
                   "R=Reactivar L=Listar S=Salir"
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                   WHEN "A"
                       PERFORM ALTA-CUENTA
                   WHEN "M"
                       PERFORM MODIFICAR-CUENTA
                   WHEN "B"
                       PERFORM BLOQUEAR-CUENTA
                   WHEN "C"
                       PERFORM CERRAR-CUENTA
                   WHEN "R"
                       PERFORM REACTIVAR-CUENTA
                   WHEN "L"
                       PERFORM LISTAR-CUENTAS
                   WHEN "S"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcion no reconocida"
               END-EVALUATE
           END-PERFORM.
           CLOSE CLIENTES-ARCHIVO.
           CLOSE CUENTAS-ARCHIVO.
           DISPLAY "Fin del mantenimiento, cada cambio quedo "
               "grabado al confirmarse.".
           PROGRAM-DONE.
           STOP RUN.

      ******************************************************************
      *LEE POR CLAVE LA CUENTA TIPEADA; WS-CTA-HALLADA QUEDA EN "S"
      *Y EL REGISTRO EN EL BUFFER, O EN "N" SI NO ESTA
           BUSCAR-CUENTA.
           MOVE "N" TO WS-CTA-HALLADA.
           MOVE WS-ENT-CUENTA TO CTA-CUENTA.
           READ CUENTAS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-CTA-HALLADA
           END-READ.

      ******************************************************************
           BUSCAR-CLIENTE.
           MOVE "N" TO WS-CLI-HALLADO.
           MOVE WS-ENT-CLIENTE TO CLI-CODIGO.
           READ CLIENTES-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-CLI-HALLADO
           END-READ.

      ******************************************************************
      *SALDO VIGENTE DE LA CUENTA SEGUN EL ARCHIVO DE SALDOS; UNA
      *CUENTA QUE NO FIGURA NUNCA TUVO MOVIMIENTOS Y VALE CERO
           BUSCAR-SALDO.
           MOVE "N" TO WS-SAL-HALLADO.
           MOVE ZERO TO WS-SALDO-VIGENTE.
           OPEN INPUT SALDOS-ARCHIVO.
           MOVE "N" TO WS-FIN-SALDOS.
           PERFORM UNTIL WS-FIN-SALDOS = "S"
               READ SALDOS-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-SALDOS
                   NOT AT END
                       IF SAL-CUENTA = WS-ENT-CUENTA
                           MOVE "S" TO WS-SAL-HALLADO
                           MOVE SAL-IMPORTE TO WS-SALDO-VIGENTE
                           MOVE "S" TO WS-FIN-SALDOS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALDOS-ARCHIVO.

      ******************************************************************
      *EL DESCUBIERTO SE TIPEA EN EL MISMO FORMATO LIBRE QUE LOS
      *IMPORTES; VACIO ES CERO Y NO SE ADMITE NEGATIVO
           VALIDAR-DESCUBIERTO.
           MOVE "S" TO WS-DESCUBIERTO-OK.
           MOVE ZERO TO WS-DESCUBIERTO-NUM.
           IF WS-ENT-DESCUBIERTO NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-ENT-DESCUBIERTO) NOT = 0
                   MOVE "N" TO WS-DESCUBIERTO-OK
               ELSE
                   MOVE FUNCTION NUMVAL(WS-ENT-DESCUBIERTO)
                       TO WS-DESCUBIERTO-NUM
                   IF WS-DESCUBIERTO-NUM < ZERO
                       MOVE "N" TO WS-DESCUBIERTO-OK
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *EL TITULAR DEBE ESTAR ACTIVO EN EL MAESTRO DE CLIENTES; LA
      *SUCURSAL VACIA TOMA LA DE RADICACION DEL CLIENTE
           ALTA-CUENTA.
           DISPLAY "Numero de cuenta (16):".
           ACCEPT WS-ENT-CUENTA.
           IF WS-ENT-CUENTA = SPACES
               DISPLAY "Cuenta vacia, alta cancelada"
           ELSE
               PERFORM BUSCAR-CUENTA
               IF WS-CTA-HALLADA = "S"
                   DISPLAY "La cuenta ya existe, use Modificacion"
               ELSE
                   DISPLAY "Cliente titular (11):"
                   ACCEPT WS-ENT-CLIENTE
                   PERFORM BUSCAR-CLIENTE
                   IF WS-CLI-HALLADO NOT = "S"
                       DISPLAY "El cliente no esta en el maestro, "
                           "darlo de alta con MANTCLIENTES"
                   ELSE
                       IF CLI-ESTADO NOT = "A"
                           DISPLAY "El cliente esta inactivo, alta "
                               "cancelada"
                       ELSE
                           DISPLAY "Tipo de cuenta (10):"
                           ACCEPT WS-ENT-T-CTA
                           DISPLAY "Sucursal (8, vacio = la del "
                               "cliente " CLI-SUCURSAL "):"
                           ACCEPT WS-ENT-SUCURSAL
                           IF WS-ENT-SUCURSAL = SPACES
                               MOVE CLI-SUCURSAL TO WS-ENT-SUCURSAL
                           END-IF
                           DISPLAY "Descubierto autorizado (vacio = "
                               "sin descubierto):"
                           ACCEPT WS-ENT-DESCUBIERTO
                           PERFORM VALIDAR-DESCUBIERTO
                           IF WS-DESCUBIERTO-OK NOT = "S"
                               DISPLAY "Descubierto invalido, alta "
                                   "cancelada"
                           ELSE
                               DISPLAY "Moneda de la cuenta, ARS o "
                                   "USD (vacio = ARS):"
                               ACCEPT WS-ENT-MONEDA
                               IF WS-ENT-MONEDA = SPACES
                                   MOVE "ARS" TO WS-ENT-MONEDA
                               END-IF
                               IF WS-ENT-MONEDA NOT = "ARS"
                                   AND WS-ENT-MONEDA NOT = "USD"
                                   DISPLAY "Moneda invalida, alta "
                                       "cancelada"
                               ELSE
                                   MOVE WS-ENT-CUENTA TO CTA-CUENTA
                                   MOVE WS-ENT-T-CTA TO CTA-T-CTA
                                   MOVE WS-ENT-CLIENTE TO CTA-CLIENTE
                                   MOVE WS-ENT-SUCURSAL TO CTA-SUCURSAL
                                   MOVE WS-FECHA-CORRIDA-AAAAMMDD
                                       TO CTA-FECHA-ALTA
                                   MOVE "A" TO CTA-ESTADO
                                   MOVE WS-DESCUBIERTO-NUM
                                       TO CTA-DESCUBIERTO
                                   MOVE WS-ENT-MONEDA TO CTA-MONEDA
                                   WRITE CUENTA-REGISTRO
                                       INVALID KEY
                                           DISPLAY "ERROR: no se pudo "
                                               "grabar el alta"
                                       NOT INVALID KEY
                                           DISPLAY "Cuenta dada de "
                                               "alta"
                                   END-WRITE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *MODIFICA TIPO, TITULAR, SUCURSAL Y DESCUBIERTO; VACIO
      *CONSERVA EL VALOR ACTUAL. EL NUEVO TITULAR, COMO EN EL ALTA,
      *DEBE ESTAR ACTIVO. LA MONEDA SOLO SE MUESTRA: UNA
      *CUENTA NO CAMBIA DE MONEDA CON SALDO Y MOVIMIENTOS YA
      *REGISTRADOS. UNA CUENTA BLOQUEADA PUEDE
      *DESBLOQUEARSE ACA; UNA CERRADA NO SE TOCA MAS
           MODIFICAR-CUENTA.
           DISPLAY "Cuenta a modificar:".
           ACCEPT WS-ENT-CUENTA.
           PERFORM BUSCAR-CUENTA.
           IF WS-CTA-HALLADA = "N"
               DISPLAY "Cuenta no esta en el maestro"
           ELSE
           IF CTA-ESTADO = "C"
               DISPLAY "Cuenta cerrada, no admite modificaciones"
           ELSE
               DISPLAY "Moneda: " CTA-MONEDA
               DISPLAY "Tipo actual: " CTA-T-CTA
               DISPLAY "Nuevo tipo (vacio conserva):"
               ACCEPT WS-ENT-T-CTA
               IF WS-ENT-T-CTA NOT = SPACES
                   MOVE WS-ENT-T-CTA TO CTA-T-CTA
               END-IF
               DISPLAY "Titular actual: " CTA-CLIENTE
               DISPLAY "Nuevo titular (vacio conserva):"
               ACCEPT WS-ENT-CLIENTE
               IF WS-ENT-CLIENTE NOT = SPACES
                   PERFORM BUSCAR-CLIENTE
                   IF WS-CLI-HALLADO NOT = "S"
                       DISPLAY "El cliente no esta en el maestro, "
                           "se conserva el titular actual"
                   ELSE
                       IF CLI-ESTADO NOT = "A"
                           DISPLAY "El cliente esta inactivo, se "
                               "conserva el titular actual"
                       ELSE
                           MOVE WS-ENT-CLIENTE TO CTA-CLIENTE
                       END-IF
                   END-IF
               END-IF
               DISPLAY "Sucursal actual: " CTA-SUCURSAL
               DISPLAY "Nueva sucursal (vacio conserva):"
               ACCEPT WS-ENT-SUCURSAL
               IF WS-ENT-SUCURSAL NOT = SPACES
                   MOVE WS-ENT-SUCURSAL TO CTA-SUCURSAL
               END-IF
               MOVE CTA-DESCUBIERTO TO WS-DESCUBIERTO-ED
               DISPLAY "Descubierto actual: " WS-DESCUBIERTO-ED
               DISPLAY "Nuevo descubierto (vacio conserva):"
               ACCEPT WS-ENT-DESCUBIERTO
               IF WS-ENT-DESCUBIERTO NOT = SPACES
                   PERFORM VALIDAR-DESCUBIERTO
                   IF WS-DESCUBIERTO-OK = "S"
                       MOVE WS-DESCUBIERTO-NUM TO CTA-DESCUBIERTO
                   ELSE
                       DISPLAY "Descubierto invalido, se conserva "
                           "el actual"
                   END-IF
               END-IF
               IF CTA-ESTADO = "B"
                   MOVE "N" TO WS-CONFIRMA
                   DISPLAY "La cuenta esta bloqueada. Desbloquear? "
                       "(S/N):"
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S"
                       MOVE "A" TO CTA-ESTADO
                   END-IF
               END-IF
               REWRITE CUENTA-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR: no se pudo regrabar la cuenta"
                   NOT INVALID KEY
                       DISPLAY "Cuenta modificada, estado "
                           CTA-ESTADO
               END-REWRITE
           END-IF
           END-IF.

      ******************************************************************
      *EL BLOQUEO FRENA LOS DEBITOS: MOVIMIENTOS LOS APARTA AL
      *LISTADO DE RETENIDOS HASTA QUE LA CUENTA SE DESBLOQUEE
           BLOQUEAR-CUENTA.
           DISPLAY "Cuenta a bloquear:".
           ACCEPT WS-ENT-CUENTA.
           PERFORM BUSCAR-CUENTA.
           IF WS-CTA-HALLADA = "N"
               DISPLAY "Cuenta no esta en el maestro"
           ELSE
           IF CTA-ESTADO NOT = "A"
               DISPLAY "Solo se bloquea una cuenta abierta, estado "
                   "actual " CTA-ESTADO
           ELSE
               MOVE "B" TO CTA-ESTADO
               REWRITE CUENTA-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR: no se pudo regrabar la cuenta"
                   NOT INVALID KEY
                       DISPLAY "Cuenta bloqueada"
               END-REWRITE
           END-IF
           END-IF.

      ******************************************************************
      *EL CIERRE ES DEFINITIVO Y SOLO CON SALDO CERO: DESPUES
      *MOVIMIENTOS RECHAZA CUALQUIER MOVIMIENTO DE LA CUENTA
           CERRAR-CUENTA.
           DISPLAY "Cuenta a cerrar:".
           ACCEPT WS-ENT-CUENTA.
           PERFORM BUSCAR-CUENTA.
           IF WS-CTA-HALLADA = "N"
               DISPLAY "Cuenta no esta en el maestro"
           ELSE
           IF CTA-ESTADO = "C"
               DISPLAY "La cuenta ya esta cerrada"
           ELSE
               PERFORM BUSCAR-SALDO
               IF WS-SALDO-VIGENTE NOT = ZERO
                   MOVE WS-SALDO-VIGENTE TO WS-SALDO-ED
                   DISPLAY "La cuenta tiene saldo " WS-SALDO-ED
                       ", no se puede cerrar"
               ELSE
                   MOVE "N" TO WS-CONFIRMA
                   DISPLAY "Confirma el cierre definitivo? (S/N):"
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S"
      *LA RELECTURA REPONE EL BUFFER ANTES DE REGRABAR
                       PERFORM BUSCAR-CUENTA
                       MOVE "C" TO CTA-ESTADO
                       REWRITE CUENTA-REGISTRO
                           INVALID KEY
                               DISPLAY "ERROR: no se pudo regrabar "
                                   "la cuenta"
                           NOT INVALID KEY
                               DISPLAY "Cuenta cerrada"
                       END-REWRITE
                   ELSE
                       DISPLAY "Cierre cancelado por el operador"
                   END-IF
               END-IF
           END-IF
           END-IF.

      ******************************************************************
      *SOLO UN SUPERVISOR REACTIVA UNA CUENTA INACTIVA: SIN SU
      *IDENTIFICACION NO SE TOCA. LA CUENTA VUELVE A ABIERTA Y LOS
      *DEBITOS QUE MOVIMIENTOS RETUVO PUEDEN REENVIARSE
           REACTIVAR-CUENTA.
           DISPLAY "Cuenta a reactivar:".
           ACCEPT WS-ENT-CUENTA.
           PERFORM BUSCAR-CUENTA.
           IF WS-CTA-HALLADA = "N"
               DISPLAY "Cuenta no esta en el maestro"
           ELSE
           IF CTA-ESTADO NOT = "I"
               DISPLAY "Solo se reactiva una cuenta inactiva, estado "
                   "actual " CTA-ESTADO
           ELSE
               DISPLAY "Identificacion del supervisor:"
               MOVE SPACES TO WS-SUPERVISOR
               ACCEPT WS-SUPERVISOR
               IF WS-SUPERVISOR = SPACES
                   DISPLAY "Sin identificacion del supervisor no se "
                       "reactiva, operacion cancelada"
               ELSE
                   DISPLAY "Motivo de la reactivacion (40):"
                   MOVE SPACES TO WS-MOTIVO
                   ACCEPT WS-MOTIVO
                   MOVE "A" TO CTA-ESTADO
                   REWRITE CUENTA-REGISTRO
                       INVALID KEY
                           DISPLAY "ERROR: no se pudo regrabar la "
                               "cuenta"
                       NOT INVALID KEY
                           PERFORM ESCRIBIR-REACTIVACION
                           DISPLAY "Cuenta reactivada por "
                               WS-SUPERVISOR
                   END-REWRITE
               END-IF
           END-IF
           END-IF.

      ******************************************************************
      *RENGLON DEL REGISTRO DE REACTIVACIONES: QUIEN Y CUANDO
           ESCRIBIR-REACTIVACION.
           ACCEPT WS-FECHA-CORRIDA-AAAAMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-CORRIDA FROM TIME.
           OPEN EXTEND REACTIVACIONES-ARCHIVO.
           MOVE SPACES TO REACTIVACION-REGISTRO.
           MOVE WS-FECHA-CORRIDA-AAAAMMDD TO RCT-FECHA.
           STRING WS-HC-HORA ":" WS-HC-MINUTO ":" WS-HC-SEGUNDO
               DELIMITED BY SIZE INTO RCT-HORA.
           MOVE CTA-CUENTA TO RCT-CUENTA.
           MOVE CTA-CLIENTE TO RCT-CLIENTE.
           MOVE WS-SUPERVISOR TO RCT-SUPERVISOR.
           MOVE WS-MOTIVO TO RCT-MOTIVO.
           WRITE REACTIVACION-REGISTRO.
           CLOSE REACTIVACIONES-ARCHIVO.

      ******************************************************************
      *RECORRE EL MAESTRO COMPLETO EN ORDEN DE CUENTA
           LISTAR-CUENTAS.
           MOVE ZERO TO WS-CUENTAS-CANT.
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
                       ADD 1 TO WS-CUENTAS-CANT
                       MOVE CTA-DESCUBIERTO TO WS-DESCUBIERTO-ED
                       DISPLAY CTA-CUENTA " " CTA-T-CTA " "
                           CTA-CLIENTE " " CTA-SUCURSAL " "
                           CTA-FECHA-ALTA " " CTA-ESTADO " "
                           WS-DESCUBIERTO-ED " " CTA-MONEDA
               END-READ
           END-PERFORM.
           DISPLAY "Cuentas en el maestro: " WS-CUENTAS-CANT.
