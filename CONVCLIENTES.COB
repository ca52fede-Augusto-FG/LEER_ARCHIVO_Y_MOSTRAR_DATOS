      *CODIGO (clientes.ind) QUE PASAN A USAR MANTCLIENTES,
      *MOVIMIENTOS Y EXTRACTOS. EL ARCHIVO PLANO NO SE TOCA; LOS
      *CONTADORES (LEIDOS, GRABADOS, DUPLICADOS, VACIOS) DEBEN
      *CERRAR ANTES DE PONER EL INDEXADO EN PRODUCCION.
      *EL MAESTRO INDEXADO SUMA EL CUIT Y LA CONDICION FRENTE AL
      *IMPUESTO A LOS DEBITOS Y CREDITOS. EL MISMO PROGRAMA PASA
      *AL TRAZADO NUEVO UN MAESTRO INDEXADO YA EN PRODUCCION: CON
      *ARCHIVO_CLIENTES_VIEJO INDICADO LEE ESE MAESTRO EN LUGAR DEL
      *PLANO. EN LOS DOS CASOS EL CUIT QUEDA VACIO Y LA CONDICION
      *EN GENERAL, HASTA QUE SE COMPLETEN CON MANTCLIENTES
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       ASSIGN TO DYNAMIC WS-ARCHIVO-PLANO
       ORGANIZATION IS LINE SEQUENTIAL.

      *MAESTRO INDEXADO CON EL TRAZADO ANTERIOR AL CUIT
       SELECT OPTIONAL CLIENTES-VIEJO
       ASSIGN TO DYNAMIC WS-ARCHIVO-VIEJO
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS VIE-CODIGO.

       SELECT CLIENTES-INDEXADO
       ASSIGN TO DYNAMIC WS-ARCHIVO-INDEXADO
       ORGANIZATION IS INDEXED
           05 PLA-SUCURSAL PIC X(8).
           05 PLA-ESTADO PIC X(1).

      *MISMO TRAZADO QUE EL PLANO, YA INDEXADO POR CODIGO
       FD CLIENTES-VIEJO.
       01 CLIENTE-VIEJO-REGISTRO.
           05 VIE-CODIGO PIC X(11).
           05 VIE-NOMBRE PIC X(30).
           05 VIE-SUCURSAL PIC X(8).
           05 VIE-ESTADO PIC X(1).

      *MAESTRO INDEXADO POR CODIGO, CON CUIT Y CONDICION
       FD CLIENTES-INDEXADO.
       01 CLIENTE-REGISTRO.
           05 CLI-CODIGO PIC X(11).
           05 CLI-NOMBRE PIC X(30).
           05 CLI-SUCURSAL PIC X(8).
           05 CLI-ESTADO PIC X(1).
           05 CLI-CUIT PIC X(11).
           05 CLI-CONDICION-IMP PIC X(1).

       WORKING-STORAGE SECTION.

           01  WS-ARCHIVO-PLANO PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-INDEXADO PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-VIEJO PIC X(250) VALUE SPACES.
           01  WS-FIN-PLANO PIC X VALUE "N".
           01  WS-REG-LEIDOS PIC 9(7) VALUE ZERO.
           01  WS-REG-GRABADOS PIC 9(7) VALUE ZERO.
           01  WS-REG-VACIOS PIC 9(7) VALUE ZERO.
           01  WS-REG-CONTROL PIC 9(7) VALUE ZERO.

      *REGISTRO LEIDO, DEL PLANO O DEL INDEXADO VIEJO: LOS DOS
      *TIENEN EL MISMO TRAZADO
           01  WS-CLIENTE-ORIGEN.
               05 WS-ORI-CODIGO PIC X(11).
               05 WS-ORI-NOMBRE PIC X(30).
               05 WS-ORI-SUCURSAL PIC X(8).
               05 WS-ORI-ESTADO PIC X(1).

      ******************************************************************
           PROCEDURE DIVISION.

           IF WS-ARCHIVO-INDEXADO = SPACES
               MOVE "clientes.ind" TO WS-ARCHIVO-INDEXADO
           END-IF.
           ACCEPT WS-ARCHIVO-VIEJO
               FROM ENVIRONMENT "ARCHIVO_CLIENTES_VIEJO".
      *EL MAESTRO VIEJO SE LEE DE UNA COPIA: ABRIR EL MISMO ARCHIVO
      *PARA GRABAR LO BORRARIA ANTES DE LEERLO
           IF WS-ARCHIVO-VIEJO = WS-ARCHIVO-INDEXADO
               DISPLAY "El maestro viejo y el nuevo no pueden ser el "
                   "mismo archivo: renombrar el viejo antes."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CLIENTES-INDEXADO.
           MOVE "N" TO WS-FIN-PLANO.
           IF WS-ARCHIVO-VIEJO = SPACES
               OPEN INPUT CLIENTES-PLANO
               PERFORM UNTIL WS-FIN-PLANO = "S"
                   READ CLIENTES-PLANO INTO WS-CLIENTE-ORIGEN
                       AT END
                           MOVE "S" TO WS-FIN-PLANO
                       NOT AT END
                           ADD 1 TO WS-REG-LEIDOS
                           PERFORM CONVERTIR-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE CLIENTES-PLANO
           ELSE
               OPEN INPUT CLIENTES-VIEJO
               PERFORM UNTIL WS-FIN-PLANO = "S"
                   READ CLIENTES-VIEJO NEXT RECORD
                           INTO WS-CLIENTE-ORIGEN
                       AT END
                           MOVE "S" TO WS-FIN-PLANO
                       NOT AT END
                           ADD 1 TO WS-REG-LEIDOS
                           PERFORM CONVERTIR-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE CLIENTES-VIEJO
           END-IF.
           CLOSE CLIENTES-INDEXADO.
           PERFORM INFORMAR-CONTADORES.
           PROGRAM-DONE.
           STOP RUN.
      *AVISO; UN CODIGO REPETIDO EN EL PLANO CONSERVA LA PRIMERA
      *APARICION, IGUAL QUE LA BUSQUEDA SECUENCIAL QUE SE REEMPLAZA
           CONVERTIR-REGISTRO.
           IF WS-ORI-CODIGO = SPACES
               ADD 1 TO WS-REG-VACIOS
               DISPLAY "AVISO: renglon " WS-REG-LEIDOS " sin codigo, "
                   "descartado"
           ELSE
               MOVE WS-ORI-CODIGO TO CLI-CODIGO
               MOVE WS-ORI-NOMBRE TO CLI-NOMBRE
               MOVE WS-ORI-SUCURSAL TO CLI-SUCURSAL
               MOVE SPACES TO CLI-CUIT
               MOVE "G" TO CLI-CONDICION-IMP
               IF WS-ORI-ESTADO = "I"
                   MOVE "I" TO CLI-ESTADO
               ELSE
                   MOVE "A" TO CLI-ESTADO
               WRITE CLIENTE-REGISTRO
                   INVALID KEY
                       ADD 1 TO WS-REG-DUPLICADOS
                       DISPLAY "AVISO: codigo duplicado "
                           WS-ORI-CODIGO
                           ", se conserva la primera aparicion"
                   NOT INVALID KEY
                       ADD 1 TO WS-REG-GRABADOS
