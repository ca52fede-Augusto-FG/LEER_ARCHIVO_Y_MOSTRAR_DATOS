       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTORDENES.
      *MANTENIMIENTO DEL MAESTRO DE ORDENES PERMANENTES (DEBITOS Y
      *CREDITOS RECURRENTES: ALQUILERES, CUOTAS DE PRESTAMOS,
      *BARRIDOS A AHORRO): ALTA, MODIFICACION, BAJA Y LISTADO. EL
      *MAESTRO ES INDEXADO POR CUENTA Y NUMERO DE ORDEN DENTRO DE
      *LA CUENTA, Y GUARDA EL CODIGO DE OPERACION, EL IMPORTE, LA
      *FRECUENCIA (MENSUAL, SEMANAL O UN DIA FIJO), LAS FECHAS DE
      *INICIO Y FIN Y LAS CUOTAS QUE QUEDAN. GENORDENES LEE ESTE
      *MAESTRO CADA DIA HABIL Y GENERA LOS MOVIMIENTOS QUE VENCEN.
      *IGUAL QUE MANTCUENTAS, CADA OPERACION LEE Y GRABA SU
      *REGISTRO DIRECTO EN EL ARCHIVO, SIN TABLA EN MEMORIA
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL ORDENES-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-ORDENES
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ORD-CLAVE.

      *MAESTRO DE CUENTAS, PARA CONTROLAR QUE LA CUENTA EXISTA Y
      *NO ESTE CERRADA
       SELECT OPTIONAL CUENTAS-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-CUENTAS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CTA-CUENTA.

      *TABLA DE CODIGOS DE OPERACION, PARA CONTROLAR QUE EL CODIGO
      *DE LA ORDEN ESTE CODIFICADO Y ACTIVO
       SELECT OPTIONAL OPERACIONES-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-OPERACIONES
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *MAESTRO DE ORDENES PERMANENTES. ORD-FRECUENCIA ES "M"
      *(MENSUAL, EL DIA ORD-DIA DE CADA MES; SI EL MES ES MAS CORTO,
      *SU ULTIMO DIA), "S" (SEMANAL, ORD-DIA ES EL DIA DE LA SEMANA,
      *1=LUNES ... 7=DOMINGO) O "D" (DIA FIJO: UNA SOLA VEZ, EN LA
      *FECHA DE INICIO). FECHAS EN AAAAMMDD; FECHA DE FIN EN
      *ESPACIOS ES SIN FIN. ORD-CUOTAS 999 ES SIN TOPE DE CUOTAS.
      *ORD-ESTADO ES "A" (ACTIVA), "V" (VENCIDA: SE TERMINARON LAS
      *CUOTAS O PASO LA FECHA DE FIN) O "B" (BAJA). ORD-ULTIMA-EJEC
      *ES EL ULTIMO DIA HABIL EN QUE GENORDENES LA GENERO
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

      *MISMO TRAZADO QUE LEE MOVIMIENTOS EN SU CARGA DE OPERACIONES
       FD OPERACIONES-ARCHIVO.
       01 OPERACION-REGISTRO.
           05 OPE-CODIGO PIC X(9).
           05 OPE-DESCRIPCION PIC X(25).
           05 OPE-SIGNO PIC X(1).
           05 OPE-ESTADO PIC X(1).

       WORKING-STORAGE SECTION.

           01  WS-ARCHIVO-ORDENES PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-CUENTAS PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-OPERACIONES PIC X(250) VALUE SPACES.
           01  WS-FIN-ORDENES PIC X VALUE "N".
           01  WS-FIN-OPERACIONES PIC X VALUE "N".
           01  WS-ORDENES-CANT PIC 9(7) VALUE ZERO.
           01  WS-ORD-HALLADA PIC X VALUE "N".
           01  WS-CTA-HALLADA PIC X VALUE "N".
           01  WS-OPE-HALLADO PIC X VALUE "N".
           01  WS-OPE-SIGNO-HALLADO PIC X VALUE SPACE.
           01  WS-OPE-ESTADO-HALLADO PIC X VALUE SPACE.
           01  WS-ULTIMO-NUMERO PIC 9(3) VALUE ZERO.
           01  WS-IMPORTE-ED PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *FECHA DEL DIA, QUE QUEDA COMO FECHA DE ALTA Y COMO INICIO
      *POR OMISION
           01  WS-FECHA-CORRIDA-AAAAMMDD.
               05 WS-FC-ANIO PIC 9(4).
               05 WS-FC-MES PIC 9(2).
               05 WS-FC-DIA PIC 9(2).

      *OPCION DEL MENU Y DATOS TIPEADOS POR EL OPERADOR
           01  WS-OPCION PIC X VALUE SPACE.
           01  WS-CONFIRMA PIC X VALUE "N".
           01  WS-ENT-CUENTA PIC X(16) VALUE SPACES.
           01  WS-ENT-NUMERO PIC X(3) VALUE SPACES.
           01  WS-ENT-OPERACION PIC X(9) VALUE SPACES.
           01  WS-ENT-IMPORTE PIC X(15) VALUE SPACES.
           01  WS-ENT-FRECUENCIA PIC X(1) VALUE SPACE.
           01  WS-ENT-DIA PIC X(2) VALUE SPACES.
           01  WS-ENT-FECHA PIC X(8) VALUE SPACES.
           01  WS-ENT-CUOTAS PIC X(3) VALUE SPACES.
           01  WS-ENT-DIGITO PIC X(5) VALUE SPACES.
           01  WS-ENT-DESCRIPCION PIC X(30) VALUE SPACES.

      *RESULTADO DE LAS VALIDACIONES DE LO TIPEADO
           01  WS-IMPORTE-NUM PIC S9(11)V99 VALUE ZERO.
           01  WS-IMPORTE-OK PIC X VALUE "N".
           01  WS-DIA-NUM PIC 9(2) VALUE ZERO.
           01  WS-DIA-OK PIC X VALUE "N".
           01  WS-FECHA-OK PIC X VALUE "N".
           01  WS-FECHA-NUM PIC 9(8) VALUE ZERO.
           01  WS-DIA-ENTERO PIC 9(7) VALUE ZERO.
           01  WS-CUOTAS-NUM PIC 9(3) VALUE ZERO.
           01  WS-CUOTAS-OK PIC X VALUE "N".
           01  WS-DATOS-OK PIC X VALUE "N".
           01  WS-ALTA-DESDE PIC X(8) VALUE SPACES.
           01  WS-ALTA-HASTA PIC X(8) VALUE SPACES.

      ******************************************************************
           PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           ACCEPT WS-FECHA-CORRIDA-AAAAMMDD FROM DATE YYYYMMDD.
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
           ACCEPT WS-ARCHIVO-OPERACIONES
               FROM ENVIRONMENT "ARCHIVO_OPERACIONES".
           IF WS-ARCHIVO-OPERACIONES = SPACES
               MOVE "operaciones.dat" TO WS-ARCHIVO-OPERACIONES
           END-IF.
           OPEN I-O ORDENES-ARCHIVO.
           OPEN INPUT CUENTAS-ARCHIVO.
           DISPLAY "MANTENIMIENTO DE ORDENES PERMANENTES".
           PERFORM UNTIL WS-OPCION = "S"
               DISPLAY " "
               DISPLAY "A=Alta M=Modificacion B=Baja L=Listar "
                   "S=Salir"
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                   WHEN "A"
                       PERFORM ALTA-ORDEN
                   WHEN "M"
                       PERFORM MODIFICAR-ORDEN
                   WHEN "B"
                       PERFORM BAJA-ORDEN
                   WHEN "L"
                       PERFORM LISTAR-ORDENES
                   WHEN "S"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcion no reconocida"
               END-EVALUATE
           END-PERFORM.
           CLOSE CUENTAS-ARCHIVO.
           CLOSE ORDENES-ARCHIVO.
           DISPLAY "Fin del mantenimiento, cada cambio quedo "
               "grabado al confirmarse.".
           PROGRAM-DONE.
           STOP RUN.

      ******************************************************************
      *LEE POR CLAVE LA ORDEN TIPEADA (CUENTA Y NUMERO);
      *WS-ORD-HALLADA QUEDA EN "S" Y EL REGISTRO EN EL BUFFER
           BUSCAR-ORDEN.
           MOVE "N" TO WS-ORD-HALLADA.
           IF WS-ENT-NUMERO NOT NUMERIC
               DISPLAY "Numero de orden invalido"
           ELSE
               MOVE WS-ENT-CUENTA TO ORD-CUENTA
               MOVE WS-ENT-NUMERO TO ORD-NUMERO
               READ ORDENES-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-ORD-HALLADA
               END-READ
           END-IF.

      ******************************************************************
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
      *BUSCA EL CODIGO TIPEADO EN LA TABLA DE OPERACIONES Y DEJA
      *SU SIGNO Y SU ESTADO
           BUSCAR-OPERACION.
           MOVE "N" TO WS-OPE-HALLADO.
           MOVE SPACE TO WS-OPE-SIGNO-HALLADO.
           MOVE SPACE TO WS-OPE-ESTADO-HALLADO.
           OPEN INPUT OPERACIONES-ARCHIVO.
           MOVE "N" TO WS-FIN-OPERACIONES.
           PERFORM UNTIL WS-FIN-OPERACIONES = "S"
               READ OPERACIONES-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-OPERACIONES
                   NOT AT END
                       IF OPE-CODIGO = WS-ENT-OPERACION
                           MOVE "S" TO WS-OPE-HALLADO
                           MOVE OPE-SIGNO TO WS-OPE-SIGNO-HALLADO
                           MOVE OPE-ESTADO TO WS-OPE-ESTADO-HALLADO
                           MOVE "S" TO WS-FIN-OPERACIONES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERACIONES-ARCHIVO.

      ******************************************************************
      *PROXIMO NUMERO DE ORDEN LIBRE DE LA CUENTA: UNO MAS QUE EL
      *MAYOR YA USADO (LAS ORDENES DADAS DE BAJA NO SE REUSAN)
           PROXIMO-NUMERO.
           MOVE ZERO TO WS-ULTIMO-NUMERO.
           MOVE WS-ENT-CUENTA TO ORD-CUENTA.
           MOVE ZERO TO ORD-NUMERO.
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
                       IF ORD-CUENTA NOT = WS-ENT-CUENTA
                           MOVE "S" TO WS-FIN-ORDENES
                       ELSE
                           MOVE ORD-NUMERO TO WS-ULTIMO-NUMERO
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *EL IMPORTE SE TIPEA EN EL MISMO FORMATO LIBRE QUE LOS
      *MOVIMIENTOS Y DEBE SER MAYOR QUE CERO
           VALIDAR-IMPORTE.
           MOVE "N" TO WS-IMPORTE-OK.
           MOVE ZERO TO WS-IMPORTE-NUM.
           IF WS-ENT-IMPORTE NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-ENT-IMPORTE) = 0
                   MOVE FUNCTION NUMVAL(WS-ENT-IMPORTE)
                       TO WS-IMPORTE-NUM
                   IF WS-IMPORTE-NUM > ZERO
                       MOVE "S" TO WS-IMPORTE-OK
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *UNA FECHA AAAAMMDD ES VALIDA SI ES NUMERICA Y EXISTE EN EL
      *CALENDARIO (INTEGER-OF-DATE DA CERO PARA UNA FECHA INVALIDA)
           VALIDAR-FECHA.
           MOVE "N" TO WS-FECHA-OK.
           IF WS-ENT-FECHA NUMERIC
               MOVE WS-ENT-FECHA TO WS-FECHA-NUM
               IF WS-FECHA-NUM > 16010101
                   COMPUTE WS-DIA-ENTERO =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
                   IF WS-DIA-ENTERO NOT = ZERO
                       MOVE "S" TO WS-FECHA-OK
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *EL DIA DEPENDE DE LA FRECUENCIA: 1 A 31 PARA LA MENSUAL,
      *1 A 7 PARA LA SEMANAL; LA DE DIA FIJO NO LO USA
           VALIDAR-DIA.
           MOVE "N" TO WS-DIA-OK.
           MOVE ZERO TO WS-DIA-NUM.
           IF WS-ENT-FRECUENCIA = "D"
               MOVE "S" TO WS-DIA-OK
           ELSE
               IF WS-ENT-DIA(2:1) = SPACE
                   MOVE WS-ENT-DIA(1:1) TO WS-ENT-DIA(2:1)
                   MOVE "0" TO WS-ENT-DIA(1:1)
               END-IF
               IF WS-ENT-DIA NUMERIC
                   MOVE WS-ENT-DIA TO WS-DIA-NUM
                   IF WS-ENT-FRECUENCIA = "M"
                       IF WS-DIA-NUM >= 1 AND WS-DIA-NUM <= 31
                           MOVE "S" TO WS-DIA-OK
                       END-IF
                   ELSE
                       IF WS-DIA-NUM >= 1 AND WS-DIA-NUM <= 7
                           MOVE "S" TO WS-DIA-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *CUOTAS VACIAS ES SIN TOPE (999); SI NO, DE 1 A 998
           VALIDAR-CUOTAS.
           MOVE "N" TO WS-CUOTAS-OK.
           IF WS-ENT-CUOTAS = SPACES
               MOVE 999 TO WS-CUOTAS-NUM
               MOVE "S" TO WS-CUOTAS-OK
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-ENT-CUOTAS) = 0
                   MOVE FUNCTION NUMVAL(WS-ENT-CUOTAS)
                       TO WS-CUOTAS-NUM
                   IF WS-CUOTAS-NUM > ZERO
                       MOVE "S" TO WS-CUOTAS-OK
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *LA CUENTA DEBE ESTAR EN EL MAESTRO Y NO CERRADA, Y EL CODIGO
      *DE OPERACION CODIFICADO Y ACTIVO. EL NUMERO DE ORDEN LO
      *ASIGNA EL PROGRAMA. EL IMPORTE SE TIPEA EN LA MONEDA DE LA
      *CUENTA
           ALTA-ORDEN.
           DISPLAY "Cuenta (16):".
           ACCEPT WS-ENT-CUENTA.
           PERFORM BUSCAR-CUENTA.
           IF WS-CTA-HALLADA NOT = "S"
               DISPLAY "La cuenta no esta en el maestro, darla de "
                   "alta con MANTCUENTAS"
           ELSE
           IF CTA-ESTADO = "C"
               DISPLAY "La cuenta esta cerrada, alta cancelada"
           ELSE
               DISPLAY "Cuenta en moneda " CTA-MONEDA
               DISPLAY "Codigo de operacion (9):"
               ACCEPT WS-ENT-OPERACION
               PERFORM BUSCAR-OPERACION
               IF WS-OPE-HALLADO NOT = "S"
                   DISPLAY "El codigo no esta en la tabla de "
                       "operaciones, alta cancelada"
               ELSE
               IF WS-OPE-ESTADO-HALLADO = "I"
                   DISPLAY "El codigo esta dado de baja en la "
                       "tabla, alta cancelada"
               ELSE
                   PERFORM PEDIR-DATOS-ALTA
                   IF WS-DATOS-OK = "S"
                       PERFORM GRABAR-ALTA
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

      ******************************************************************
      *PIDE Y VALIDA EL RESTO DE LA ORDEN; AL PRIMER DATO INVALIDO
      *EL ALTA SE CANCELA Y WS-DATOS-OK QUEDA EN "N"
           PEDIR-DATOS-ALTA.
           MOVE "N" TO WS-DATOS-OK.
           DISPLAY "Importe:".
           ACCEPT WS-ENT-IMPORTE.
           PERFORM VALIDAR-IMPORTE.
           IF WS-IMPORTE-OK NOT = "S"
               DISPLAY "Importe invalido, alta cancelada"
           ELSE
               DISPLAY "Frecuencia (M=Mensual S=Semanal D=Dia fijo):"
               ACCEPT WS-ENT-FRECUENCIA
               IF WS-ENT-FRECUENCIA NOT = "M"
                       AND WS-ENT-FRECUENCIA NOT = "S"
                       AND WS-ENT-FRECUENCIA NOT = "D"
                   DISPLAY "Frecuencia invalida, alta cancelada"
               ELSE
                   MOVE SPACES TO WS-ENT-DIA
                   IF WS-ENT-FRECUENCIA = "M"
                       DISPLAY "Dia del mes (1 a 31):"
                       ACCEPT WS-ENT-DIA
                   END-IF
                   IF WS-ENT-FRECUENCIA = "S"
                       DISPLAY "Dia de la semana (1=Lunes ... "
                           "7=Domingo):"
                       ACCEPT WS-ENT-DIA
                   END-IF
                   PERFORM VALIDAR-DIA
                   IF WS-DIA-OK NOT = "S"
                       DISPLAY "Dia invalido, alta cancelada"
                   ELSE
                       PERFORM PEDIR-FECHAS-ALTA
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
           PEDIR-FECHAS-ALTA.
           IF WS-ENT-FRECUENCIA = "D"
               DISPLAY "Fecha de ejecucion (AAAAMMDD):"
           ELSE
               DISPLAY "Fecha de inicio (AAAAMMDD, vacio = hoy):"
           END-IF.
           ACCEPT WS-ENT-FECHA.
           IF WS-ENT-FECHA = SPACES
               MOVE WS-FECHA-CORRIDA-AAAAMMDD TO WS-ENT-FECHA
           END-IF.
           PERFORM VALIDAR-FECHA.
           IF WS-FECHA-OK NOT = "S"
               DISPLAY "Fecha invalida, alta cancelada"
           ELSE
               MOVE WS-ENT-FECHA TO WS-ALTA-DESDE
               MOVE SPACES TO WS-ALTA-HASTA
               MOVE 1 TO WS-CUOTAS-NUM
               MOVE "S" TO WS-CUOTAS-OK
               IF WS-ENT-FRECUENCIA NOT = "D"
                   DISPLAY "Fecha de fin (AAAAMMDD, vacio = sin "
                       "fin):"
                   ACCEPT WS-ENT-FECHA
                   IF WS-ENT-FECHA NOT = SPACES
                       PERFORM VALIDAR-FECHA
                       IF WS-FECHA-OK NOT = "S"
                               OR WS-ENT-FECHA < WS-ALTA-DESDE
                           MOVE "N" TO WS-CUOTAS-OK
                           DISPLAY "Fecha de fin invalida o anterior "
                               "al inicio, alta cancelada"
                       ELSE
                           MOVE WS-ENT-FECHA TO WS-ALTA-HASTA
                       END-IF
                   END-IF
                   IF WS-CUOTAS-OK = "S"
                       DISPLAY "Cuotas (vacio = sin tope):"
                       ACCEPT WS-ENT-CUOTAS
                       PERFORM VALIDAR-CUOTAS
                       IF WS-CUOTAS-OK NOT = "S"
                           DISPLAY "Cuotas invalidas, alta cancelada"
                       END-IF
                   END-IF
               END-IF
               IF WS-CUOTAS-OK = "S"
                   DISPLAY "Digito de la cuenta (5):"
                   ACCEPT WS-ENT-DIGITO
                   IF WS-ENT-DIGITO NOT NUMERIC
                       DISPLAY "Digito invalido, alta cancelada"
                   ELSE
                       DISPLAY "Descripcion (30):"
                       ACCEPT WS-ENT-DESCRIPCION
                       MOVE "S" TO WS-DATOS-OK
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *SE ASIGNA EL NUMERO Y SE ARMA EL REGISTRO CON LO VALIDADO
           GRABAR-ALTA.
           PERFORM PROXIMO-NUMERO.
           IF WS-ULTIMO-NUMERO = 999
               DISPLAY "La cuenta ya uso los 999 numeros de orden, "
                   "alta cancelada"
           ELSE
               MOVE SPACES TO ORDEN-REGISTRO
               MOVE WS-ENT-CUENTA TO ORD-CUENTA
               COMPUTE ORD-NUMERO = WS-ULTIMO-NUMERO + 1
               MOVE WS-ENT-OPERACION TO ORD-OPERACION
               MOVE WS-IMPORTE-NUM TO ORD-IMPORTE
               MOVE WS-ENT-FRECUENCIA TO ORD-FRECUENCIA
               MOVE WS-DIA-NUM TO ORD-DIA
               MOVE WS-ALTA-DESDE TO ORD-FECHA-DESDE
               MOVE WS-ALTA-HASTA TO ORD-FECHA-HASTA
               MOVE WS-CUOTAS-NUM TO ORD-CUOTAS
               MOVE WS-ENT-DIGITO TO ORD-DIGITO
               MOVE WS-ENT-DESCRIPCION TO ORD-DESCRIPCION
               MOVE "A" TO ORD-ESTADO
               MOVE WS-FECHA-CORRIDA-AAAAMMDD TO ORD-FECHA-ALTA
               MOVE SPACES TO ORD-ULTIMA-EJEC
               WRITE ORDEN-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR: no se pudo grabar el alta"
                   NOT INVALID KEY
                       DISPLAY "Orden dada de alta con el numero "
                           ORD-NUMERO
               END-WRITE
           END-IF.

      ******************************************************************
      *MODIFICA IMPORTE, FECHA DE FIN, CUOTAS QUE QUEDAN Y
      *DESCRIPCION; VACIO CONSERVA EL VALOR ACTUAL. UNA ORDEN
      *VENCIDA PUEDE REACTIVARSE ACA; UNA DADA DE BAJA NO SE TOCA
           MODIFICAR-ORDEN.
           DISPLAY "Cuenta de la orden:".
           ACCEPT WS-ENT-CUENTA.
           DISPLAY "Numero de orden (3):".
           ACCEPT WS-ENT-NUMERO.
           PERFORM BUSCAR-ORDEN.
           IF WS-ORD-HALLADA NOT = "S"
               DISPLAY "Orden no esta en el maestro"
           ELSE
           IF ORD-ESTADO = "B"
               DISPLAY "Orden dada de baja, no admite modificaciones"
           ELSE
               MOVE ORD-IMPORTE TO WS-IMPORTE-ED
               DISPLAY "Importe actual: " WS-IMPORTE-ED
               DISPLAY "Nuevo importe (vacio conserva):"
               ACCEPT WS-ENT-IMPORTE
               IF WS-ENT-IMPORTE NOT = SPACES
                   PERFORM VALIDAR-IMPORTE
                   IF WS-IMPORTE-OK = "S"
                       MOVE WS-IMPORTE-NUM TO ORD-IMPORTE
                   ELSE
                       DISPLAY "Importe invalido, se conserva el "
                           "actual"
                   END-IF
               END-IF
               IF ORD-FRECUENCIA NOT = "D"
                   DISPLAY "Fecha de fin actual: " ORD-FECHA-HASTA
                   DISPLAY "Nueva fecha de fin (vacio conserva):"
                   ACCEPT WS-ENT-FECHA
                   IF WS-ENT-FECHA NOT = SPACES
                       PERFORM VALIDAR-FECHA
                       IF WS-FECHA-OK = "S"
                               AND WS-ENT-FECHA NOT < ORD-FECHA-DESDE
                           MOVE WS-ENT-FECHA TO ORD-FECHA-HASTA
                       ELSE
                           DISPLAY "Fecha de fin invalida, se "
                               "conserva la actual"
                       END-IF
                   END-IF
                   DISPLAY "Cuotas que quedan: " ORD-CUOTAS
                   DISPLAY "Nuevas cuotas (vacio conserva):"
                   ACCEPT WS-ENT-CUOTAS
                   IF WS-ENT-CUOTAS NOT = SPACES
                       PERFORM VALIDAR-CUOTAS
                       IF WS-CUOTAS-OK = "S"
                           MOVE WS-CUOTAS-NUM TO ORD-CUOTAS
                       ELSE
                           DISPLAY "Cuotas invalidas, se conservan "
                               "las actuales"
                       END-IF
                   END-IF
               END-IF
               DISPLAY "Descripcion actual: " ORD-DESCRIPCION
               DISPLAY "Nueva descripcion (vacio conserva):"
               ACCEPT WS-ENT-DESCRIPCION
               IF WS-ENT-DESCRIPCION NOT = SPACES
                   MOVE WS-ENT-DESCRIPCION TO ORD-DESCRIPCION
               END-IF
               IF ORD-ESTADO = "V"
                   MOVE "N" TO WS-CONFIRMA
                   DISPLAY "La orden esta vencida. Reactivar? (S/N):"
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S"
                       MOVE "A" TO ORD-ESTADO
                   END-IF
               END-IF
               REWRITE ORDEN-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR: no se pudo regrabar la orden"
                   NOT INVALID KEY
                       DISPLAY "Orden modificada, estado " ORD-ESTADO
               END-REWRITE
           END-IF
           END-IF.

      ******************************************************************
      *LA BAJA ES LOGICA: LA ORDEN QUEDA EN EL MAESTRO CON ESTADO
      *"B" Y GENORDENES YA NO LA GENERA
           BAJA-ORDEN.
           DISPLAY "Cuenta de la orden:".
           ACCEPT WS-ENT-CUENTA.
           DISPLAY "Numero de orden (3):".
           ACCEPT WS-ENT-NUMERO.
           PERFORM BUSCAR-ORDEN.
           IF WS-ORD-HALLADA NOT = "S"
               DISPLAY "Orden no esta en el maestro"
           ELSE
           IF ORD-ESTADO = "B"
               DISPLAY "La orden ya esta dada de baja"
           ELSE
               MOVE ORD-IMPORTE TO WS-IMPORTE-ED
               DISPLAY ORD-OPERACION " " WS-IMPORTE-ED " "
                   ORD-DESCRIPCION
               MOVE "N" TO WS-CONFIRMA
               DISPLAY "Confirma la baja? (S/N):"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S"
                   MOVE "B" TO ORD-ESTADO
                   REWRITE ORDEN-REGISTRO
                       INVALID KEY
                           DISPLAY "ERROR: no se pudo regrabar la "
                               "orden"
                       NOT INVALID KEY
                           DISPLAY "Orden dada de baja"
                   END-REWRITE
               ELSE
                   DISPLAY "Baja cancelada por el operador"
               END-IF
           END-IF
           END-IF.

      ******************************************************************
      *RECORRE EL MAESTRO COMPLETO EN ORDEN DE CUENTA Y NUMERO
           LISTAR-ORDENES.
           MOVE ZERO TO WS-ORDENES-CANT.
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
                       ADD 1 TO WS-ORDENES-CANT
                       MOVE ORD-IMPORTE TO WS-IMPORTE-ED
                       DISPLAY ORD-CUENTA " " ORD-NUMERO " "
                           ORD-OPERACION " " WS-IMPORTE-ED " "
                           ORD-FRECUENCIA ORD-DIA " "
                           ORD-FECHA-DESDE " " ORD-FECHA-HASTA " "
                           ORD-CUOTAS " " ORD-ESTADO " "
                           ORD-ULTIMA-EJEC " " ORD-DESCRIPCION
               END-READ
           END-PERFORM.
           DISPLAY "Ordenes en el maestro: " WS-ORDENES-CANT.
