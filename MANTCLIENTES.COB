      *EL MAESTRO ES INDEXADO POR CODIGO (VER CONVCLIENTES PARA LA
      *CONVERSION DESDE EL PLANO VIEJO): CADA OPERACION LEE Y
      *GRABA SU REGISTRO DIRECTO EN EL ARCHIVO, SIN TABLA EN
      *MEMORIA NI TOPE DE ENTRADAS, Y SIN REESCRITURA AL SALIR.
      *CADA CLIENTE LLEVA SU CUIT Y SU CONDICION FRENTE AL
      *IMPUESTO A LOS DEBITOS Y CREDITOS, QUE USA IMPUESTOS PARA
      *ELEGIR LA ALICUOTA Y DECLARACION PARA LA PRESENTACION.
      *CADA ALTA, MODIFICACION Y BAJA QUEDA EN EL REGISTRO DE
      *CAMBIOS CON EL OPERADOR Y LAS IMAGENES ANTERIOR Y POSTERIOR
      *DEL REGISTRO (VER LISTCAMBIOS)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CLI-CODIGO.

      *REGISTRO DE CAMBIOS DE LOS MANTENIMIENTOS, COMPARTIDO CON
      *MANTOPERACIONES
       SELECT OPTIONAL CAMBIOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-CAMBIOS
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *MISMO TRAZADO QUE LEE MOVIMIENTOS EN SUS BUSQUEDAS.
      *CLI-CUIT SON LOS 11 DIGITOS SIN GUIONES. CLI-CONDICION-IMP
      *ES "E" (EXENTO), "R" (ALICUOTA REDUCIDA) O "G" (ALICUOTA
      *GENERAL); VACIO SE TOMA COMO GENERAL
       FD CLIENTES-ARCHIVO.
       01 CLIENTE-REGISTRO.
           05 CLI-CODIGO PIC X(11).
           05 CLI-NOMBRE PIC X(30).
           05 CLI-SUCURSAL PIC X(8).
           05 CLI-ESTADO PIC X(1).
           05 CLI-CUIT PIC X(11).
           05 CLI-CONDICION-IMP PIC X(1).

      *UN CAMBIO: FECHA (AAAAMMDD) Y HORA, OPERADOR, ARCHIVO
      *("CLIENTES" U "OPERACIONES"), ACCION (A=ALTA,
      *M=MODIFICACION, B=BAJA), CLAVE E IMAGENES DEL REGISTRO ANTES
      *Y DESPUES DEL CAMBIO (ANTES VACIO EN UN ALTA)
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

       WORKING-STORAGE SECTION.

           01  WS-ARCHIVO-CLIENTES PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-CAMBIOS PIC X(250) VALUE SPACES.
           01  WS-FIN-CLIENTES PIC X VALUE "N".
           01  WS-CLIENTES-CANT PIC 9(7) VALUE ZERO.
           01  WS-CLI-HALLADO PIC X VALUE "N".
           01  WS-ENT-CODIGO PIC X(11) VALUE SPACES.
           01  WS-ENT-NOMBRE PIC X(30) VALUE SPACES.
           01  WS-ENT-SUCURSAL PIC X(8) VALUE SPACES.
           01  WS-ENT-CUIT PIC X(11) VALUE SPACES.
           01  WS-ENT-CONDICION PIC X(1) VALUE SPACES.

      *IDENTIFICACION DEL OPERADOR E IMAGEN DEL REGISTRO ANTES DEL
      *CAMBIO, PARA EL REGISTRO DE CAMBIOS
           01  WS-OPERADOR PIC X(10) VALUE SPACES.
           01  WS-IMAGEN-ANTES PIC X(80) VALUE SPACES.
           01  WS-ACCION PIC X(1) VALUE SPACE.
           01  WS-FECHA-CORRIDA-AAAAMMDD PIC X(8) VALUE SPACES.
           01  WS-HORA-CORRIDA.
               05 WS-HC-HORA PIC 9(2).
               05 WS-HC-MINUTO PIC 9(2).
               05 WS-HC-SEGUNDO PIC 9(2).
               05 WS-HC-CENTESIMA PIC 9(2).

      *CONTROL DEL CUIT: DIGITO VERIFICADOR MODULO 11 CON LOS
      *PESOS 5,4,3,2,7,6,5,4,3,2 SOBRE LOS DIEZ PRIMEROS DIGITOS
           01  WS-CUIT-OK PIC X VALUE "N".
           01  WS-CUIT-PESOS-TEXTO PIC X(10) VALUE "5432765432".
           01  WS-CUIT-PESOS REDEFINES WS-CUIT-PESOS-TEXTO.
               05 WS-CUIT-PESO OCCURS 10 TIMES PIC 9(1).
           01  WS-CUIT-DIGITOS.
               05 WS-CUIT-DIGITO OCCURS 11 TIMES PIC 9(1).
           01  WS-CUIT-IND PIC 9(2) VALUE ZERO.
           01  WS-CUIT-SUMA PIC 9(4) VALUE ZERO.
           01  WS-CUIT-COCIENTE PIC 9(3) VALUE ZERO.
           01  WS-CUIT-RESTO PIC 9(2) VALUE ZERO.
           01  WS-CUIT-VERIFICADOR PIC 9(2) VALUE ZERO.

      ******************************************************************
           PROCEDURE DIVISION.
           IF WS-ARCHIVO-CLIENTES = SPACES
               MOVE "clientes.ind" TO WS-ARCHIVO-CLIENTES
           END-IF.
           ACCEPT WS-ARCHIVO-CAMBIOS
               FROM ENVIRONMENT "ARCHIVO_CAMBIOS".
           IF WS-ARCHIVO-CAMBIOS = SPACES
               MOVE "cambios.log" TO WS-ARCHIVO-CAMBIOS
           END-IF.
           DISPLAY "MANTENIMIENTO DEL MAESTRO DE CLIENTES".
           DISPLAY "Identificacion del operador:".
           ACCEPT WS-OPERADOR.
           IF WS-OPERADOR = SPACES
               DISPLAY "Sin identificacion del operador no se "
                   "registran cambios."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CLIENTES-ARCHIVO.
           PERFORM UNTIL WS-OPCION = "S"
               DISPLAY " "
               DISPLAY "A=Alta M=Modificacion B=Baja L=Listar S=Salir"
                   ACCEPT WS-ENT-NOMBRE
                   DISPLAY "Sucursal de radicacion (8):"
                   ACCEPT WS-ENT-SUCURSAL
                   DISPLAY "CUIT (11 digitos, sin guiones):"
                   ACCEPT WS-ENT-CUIT
                   PERFORM VALIDAR-CUIT
                   IF WS-CUIT-OK NOT = "S"
                       DISPLAY "CUIT invalido, alta cancelada"
                   ELSE
                       DISPLAY "Condicion frente al impuesto, E=Exento "
                           "R=Reducida G=General (vacio = G):"
                       ACCEPT WS-ENT-CONDICION
                       IF WS-ENT-CONDICION = SPACE
                           MOVE "G" TO WS-ENT-CONDICION
                       END-IF
                       IF WS-ENT-CONDICION NOT = "E"
                           AND WS-ENT-CONDICION NOT = "R"
                           AND WS-ENT-CONDICION NOT = "G"
                           DISPLAY "Condicion invalida, alta cancelada"
                       ELSE
                           MOVE WS-ENT-CODIGO TO CLI-CODIGO
                           MOVE WS-ENT-NOMBRE TO CLI-NOMBRE
                           MOVE WS-ENT-SUCURSAL TO CLI-SUCURSAL
                           MOVE "A" TO CLI-ESTADO
                           MOVE WS-ENT-CUIT TO CLI-CUIT
                           MOVE WS-ENT-CONDICION TO CLI-CONDICION-IMP
                           WRITE CLIENTE-REGISTRO
                               INVALID KEY
                                   DISPLAY "ERROR: no se pudo "
                                       "grabar el alta"
                               NOT INVALID KEY
                                   DISPLAY "Cliente dado de alta"
                                   MOVE SPACES TO WS-IMAGEN-ANTES
                                   MOVE "A" TO WS-ACCION
                                   PERFORM ESCRIBIR-CAMBIO
                           END-WRITE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *MODIFICA NOMBRE, SUCURSAL, CUIT Y CONDICION FRENTE AL
      *IMPUESTO; VACIO CONSERVA EL VALOR ACTUAL Y UN DATO INVALIDO
      *TAMBIEN. TAMBIEN REACTIVA UN CLIENTE DADO DE BAJA
           MODIFICAR-CLIENTE.
           DISPLAY "Codigo de cliente a modificar:".
           ACCEPT WS-ENT-CODIGO.
           IF WS-CLI-HALLADO = "N"
               DISPLAY "Cliente no esta en el maestro"
           ELSE
               MOVE CLIENTE-REGISTRO TO WS-IMAGEN-ANTES
               DISPLAY "Nombre actual: " CLI-NOMBRE
               DISPLAY "Nuevo nombre (vacio conserva):"
               ACCEPT WS-ENT-NOMBRE
               IF WS-ENT-SUCURSAL NOT = SPACES
                   MOVE WS-ENT-SUCURSAL TO CLI-SUCURSAL
               END-IF
               DISPLAY "CUIT actual: " CLI-CUIT
               DISPLAY "Nuevo CUIT (vacio conserva):"
               ACCEPT WS-ENT-CUIT
               IF WS-ENT-CUIT NOT = SPACES
                   PERFORM VALIDAR-CUIT
                   IF WS-CUIT-OK = "S"
                       MOVE WS-ENT-CUIT TO CLI-CUIT
                   ELSE
                       DISPLAY "CUIT invalido, se conserva el actual"
                   END-IF
               END-IF
               DISPLAY "Condicion actual: " CLI-CONDICION-IMP
               DISPLAY "Nueva condicion E/R/G (vacio conserva):"
               ACCEPT WS-ENT-CONDICION
               IF WS-ENT-CONDICION = "E" OR WS-ENT-CONDICION = "R"
                       OR WS-ENT-CONDICION = "G"
                   MOVE WS-ENT-CONDICION TO CLI-CONDICION-IMP
               ELSE
                   IF WS-ENT-CONDICION NOT = SPACE
                       DISPLAY "Condicion invalida, se conserva la "
                           "actual"
                   END-IF
               END-IF
               MOVE "A" TO CLI-ESTADO
               REWRITE CLIENTE-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR: no se pudo regrabar el cliente"
                   NOT INVALID KEY
                       DISPLAY "Cliente modificado y activo"
                       MOVE "M" TO WS-ACCION
                       PERFORM ESCRIBIR-CAMBIO
               END-REWRITE
           END-IF.

           IF WS-CLI-HALLADO = "N"
               DISPLAY "Cliente no esta en el maestro"
           ELSE
               MOVE CLIENTE-REGISTRO TO WS-IMAGEN-ANTES
               MOVE "I" TO CLI-ESTADO
               REWRITE CLIENTE-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR: no se pudo regrabar el cliente"
                   NOT INVALID KEY
                       DISPLAY "Cliente desactivado"
                       MOVE "B" TO WS-ACCION
                       PERFORM ESCRIBIR-CAMBIO
               END-REWRITE
           END-IF.

                   NOT AT END
                       ADD 1 TO WS-CLIENTES-CANT
                       DISPLAY CLI-CODIGO " " CLI-NOMBRE " "
                           CLI-SUCURSAL " " CLI-ESTADO " "
                           CLI-CUIT " " CLI-CONDICION-IMP
               END-READ
           END-PERFORM.
           DISPLAY "Clientes en el maestro: " WS-CLIENTES-CANT.

      ******************************************************************
      *RENGLON DEL REGISTRO DE CAMBIOS CON EL REGISTRO YA GRABADO
      *COMO IMAGEN POSTERIOR
           ESCRIBIR-CAMBIO.
           ACCEPT WS-FECHA-CORRIDA-AAAAMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-CORRIDA FROM TIME.
           OPEN EXTEND CAMBIOS-ARCHIVO.
           MOVE SPACES TO CAMBIO-REGISTRO.
           MOVE WS-FECHA-CORRIDA-AAAAMMDD TO CMB-FECHA.
           STRING WS-HC-HORA ":" WS-HC-MINUTO ":" WS-HC-SEGUNDO
               DELIMITED BY SIZE INTO CMB-HORA.
           MOVE WS-OPERADOR TO CMB-OPERADOR.
           MOVE "CLIENTES" TO CMB-ARCHIVO.
           MOVE WS-ACCION TO CMB-ACCION.
           MOVE CLI-CODIGO TO CMB-CLAVE.
           MOVE WS-IMAGEN-ANTES TO CMB-ANTES.
           MOVE CLIENTE-REGISTRO TO CMB-DESPUES.
           WRITE CAMBIO-REGISTRO.
           CLOSE CAMBIOS-ARCHIVO.

      ******************************************************************
      *EL CUIT TIPEADO DEBE SER DE 11 DIGITOS Y CERRAR CON SU
      *DIGITO VERIFICADOR: 11 MENOS EL RESTO DE LA SUMA PONDERADA
      *POR 11; RESTO 0 DA VERIFICADOR 0 Y RESTO 1 NO ES VALIDO
           VALIDAR-CUIT.
           MOVE "N" TO WS-CUIT-OK.
           IF WS-ENT-CUIT NUMERIC
               MOVE WS-ENT-CUIT TO WS-CUIT-DIGITOS
               MOVE ZERO TO WS-CUIT-SUMA
               PERFORM VARYING WS-CUIT-IND FROM 1 BY 1
                       UNTIL WS-CUIT-IND > 10
                   COMPUTE WS-CUIT-SUMA = WS-CUIT-SUMA
                       + WS-CUIT-DIGITO(WS-CUIT-IND)
                       * WS-CUIT-PESO(WS-CUIT-IND)
               END-PERFORM
               DIVIDE WS-CUIT-SUMA BY 11 GIVING WS-CUIT-COCIENTE
                   REMAINDER WS-CUIT-RESTO
               IF WS-CUIT-RESTO = 0
                   MOVE 0 TO WS-CUIT-VERIFICADOR
               ELSE
                   COMPUTE WS-CUIT-VERIFICADOR = 11 - WS-CUIT-RESTO
               END-IF
               IF WS-CUIT-VERIFICADOR < 10
                       AND WS-CUIT-VERIFICADOR = WS-CUIT-DIGITO(11)
                   MOVE "S" TO WS-CUIT-OK
               END-IF
           END-IF.
