      *ENTERO EN MEMORIA Y SE REESCRIBE AL SALIR, IGUAL QUE
      *MANTCLIENTES CON EL MAESTRO DE CLIENTES. ADEMAS MUESTRA LOS
      *CODIGOS QUE LAS ULTIMAS CORRIDAS DE MOVIMIENTOS ASENTARON
      *COMO FUERA DE TABLA EN EL REGISTRO DE DESCONOCIDAS.
      *CADA CODIGO PUEDE MARCARSE COMO "DE SISTEMA" (CARGOS,
      *INTERESES, REVERSAS, IMPUESTOS): SUS MOVIMIENTOS NO CUENTAN
      *COMO ACTIVIDAD DEL CLIENTE PARA INACTIVAS.
      *CADA ALTA, MODIFICACION Y BAJA QUEDA EN EL REGISTRO DE
      *CAMBIOS CON EL OPERADOR Y LAS IMAGENES ANTERIOR Y POSTERIOR
      *DE LA ENTRADA. COMO LA TABLA SOLO SE GRABA AL SALIR, LOS
      *CAMBIOS QUEDAN PENDIENTES EN MEMORIA Y SE ASIENTAN RECIEN
      *CUANDO LA TABLA SE REESCRIBE; SI LA SESION SE DESCARTA NO
      *QUEDA NADA ASENTADO (VER LISTCAMBIOS)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       ASSIGN TO DYNAMIC WS-ARCHIVO-DESCONOCIDAS
       ORGANIZATION IS LINE SEQUENTIAL.

      *REGISTRO DE CAMBIOS DE LOS MANTENIMIENTOS, COMPARTIDO CON
      *MANTCLIENTES
       SELECT OPTIONAL CAMBIOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-CAMBIOS
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *MISMO TRAZADO QUE LEE MOVIMIENTOS EN SU CARGA DE OPERACIONES
      *"I" ES BAJA LOGICA (MOVIMIENTOS NO LA CARGA); ESPACIO EN
      *ARCHIVOS VIEJOS VALE COMO ACTIVA
           05 OPE-ESTADO PIC X(1).
      *"S" ES CODIGO DE SISTEMA, NO INICIADO POR EL CLIENTE;
      *ESPACIO EN ARCHIVOS VIEJOS VALE COMO "N"
           05 OPE-SISTEMA PIC X(1).

       FD DESCONOCIDAS-ARCHIVO.
       01 DESCONOCIDA-REGISTRO.
           05 FILLER PIC X(1).
           05 DSC-CODIGO PIC X(9).

      *MISMO TRAZADO QUE GRABA MANTCLIENTES
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

           01  WS-ARCHIVO-OPERACIONES PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-DESCONOCIDAS PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-CAMBIOS PIC X(250) VALUE SPACES.
           01  WS-FIN-OPERACIONES PIC X VALUE "N".
           01  WS-OPERACIONES-CANT PIC 9(3) VALUE ZERO.
           01  WS-OPERACIONES-TABLA.
                  10 WS-OPE-DESCRIPCION PIC X(25).
                  10 WS-OPE-SIGNO PIC X(1).
                  10 WS-OPE-ESTADO PIC X(1).
                  10 WS-OPE-SISTEMA PIC X(1).
           01  WS-OPE-IND PIC 9(3) VALUE ZERO.
           01  WS-OPE-HALLADO PIC 9(3) VALUE ZERO.

           01  WS-ENT-CODIGO PIC X(9) VALUE SPACES.
           01  WS-ENT-DESCRIPCION PIC X(25) VALUE SPACES.
           01  WS-ENT-SIGNO PIC X(1) VALUE SPACE.
           01  WS-ENT-SISTEMA PIC X(1) VALUE SPACE.
           01  WS-HAY-CAMBIOS PIC X VALUE "N".
      *"S" = EL ARCHIVO TRAE MAS ENTRADAS QUE LA TABLA: LA CARGA
      *QUEDO TRUNCA Y REESCRIBIR LA TABLA BORRARIA LOS EXCEDENTES
           01  WS-DSC-MOSTRADAS PIC 9(5) VALUE ZERO.
           01  WS-DSC-MARCA PIC X(14) VALUE SPACES.

      *IDENTIFICACION DEL OPERADOR Y CAMBIOS DE LA SESION PENDIENTES
      *DE ASENTAR: CADA ENTRADA LLEVA FECHA Y HORA DEL CAMBIO,
      *ACCION (A/M/B), CODIGO E IMAGENES DE LA ENTRADA DE LA TABLA
      *ANTES Y DESPUES (MISMO TRAZADO QUE OPERACION-REGISTRO)
           01  WS-OPERADOR PIC X(10) VALUE SPACES.
           01  WS-IMAGEN-ANTES PIC X(37) VALUE SPACES.
           01  WS-ACCION PIC X(1) VALUE SPACE.
           01  WS-FECHA-CORRIDA-AAAAMMDD PIC X(8) VALUE SPACES.
           01  WS-HORA-CORRIDA.
               05 WS-HC-HORA PIC 9(2).
               05 WS-HC-MINUTO PIC 9(2).
               05 WS-HC-SEGUNDO PIC 9(2).
               05 WS-HC-CENTESIMA PIC 9(2).
           01  WS-PENDIENTES-CANT PIC 9(3) VALUE ZERO.
           01  WS-PENDIENTES-TABLA.
               05 WS-PENDIENTE-ELEM OCCURS 200 TIMES.
                  10 WS-PEN-FECHA PIC X(8).
                  10 WS-PEN-HORA PIC X(8).
                  10 WS-PEN-ACCION PIC X(1).
                  10 WS-PEN-CODIGO PIC X(9).
                  10 WS-PEN-ANTES PIC X(37).
                  10 WS-PEN-DESPUES PIC X(37).
           01  WS-PEN-IND PIC 9(3) VALUE ZERO.

      ******************************************************************
           PROCEDURE DIVISION.

           IF WS-ARCHIVO-DESCONOCIDAS = SPACES
               MOVE "operaciones.dsc" TO WS-ARCHIVO-DESCONOCIDAS
           END-IF.
           ACCEPT WS-ARCHIVO-CAMBIOS
               FROM ENVIRONMENT "ARCHIVO_CAMBIOS".
           IF WS-ARCHIVO-CAMBIOS = SPACES
               MOVE "cambios.log" TO WS-ARCHIVO-CAMBIOS
           END-IF.
           DISPLAY "MANTENIMIENTO DE LA TABLA DE OPERACIONES".
           DISPLAY "Identificacion del operador:".
           ACCEPT WS-OPERADOR.
           IF WS-OPERADOR = SPACES
               DISPLAY "Sin identificacion del operador no se "
                   "registran cambios."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARGAR-OPERACIONES.
           DISPLAY "Operaciones cargadas: " WS-OPERACIONES-CANT.
           IF WS-SIGNOS-INVALIDOS > ZERO
               DISPLAY "ATENCION: " WS-SIGNOS-INVALIDOS " entradas "
                               MOVE "A" TO
                                   WS-OPE-ESTADO(WS-OPERACIONES-CANT)
                           END-IF
                           IF OPE-SISTEMA = "S"
                               MOVE "S" TO
                                   WS-OPE-SISTEMA(WS-OPERACIONES-CANT)
                           ELSE
                               MOVE "N" TO
                                   WS-OPE-SISTEMA(WS-OPERACIONES-CANT)
                           END-IF
                           IF OPE-SIGNO NOT = "D"
                                   AND OPE-SIGNO NOT = "C"
                               ADD 1 TO WS-SIGNOS-INVALIDOS
                               AND WS-ENT-SIGNO NOT = "C"
                           DISPLAY "Signo invalido, alta cancelada"
                       ELSE
                           DISPLAY "Codigo de sistema, no cuenta "
                               "como actividad del cliente (S/N, "
                               "vacio = N):"
                           ACCEPT WS-ENT-SISTEMA
                           IF WS-ENT-SISTEMA NOT = "S"
                               MOVE "N" TO WS-ENT-SISTEMA
                           END-IF
                           ADD 1 TO WS-OPERACIONES-CANT
                           MOVE WS-ENT-CODIGO TO
                               WS-OPE-CODIGO(WS-OPERACIONES-CANT)
                               WS-OPE-SIGNO(WS-OPERACIONES-CANT)
                           MOVE "A" TO
                               WS-OPE-ESTADO(WS-OPERACIONES-CANT)
                           MOVE WS-ENT-SISTEMA TO
                               WS-OPE-SISTEMA(WS-OPERACIONES-CANT)
                           MOVE "S" TO WS-HAY-CAMBIOS
                           DISPLAY "Operacion dada de alta"
                           MOVE SPACES TO WS-IMAGEN-ANTES
                           MOVE "A" TO WS-ACCION
                           MOVE WS-OPERACIONES-CANT TO WS-OPE-HALLADO
                           PERFORM REGISTRAR-CAMBIO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *MODIFICA DESCRIPCION, SIGNO Y MARCA DE SISTEMA; VACIO
      *CONSERVA EL VALOR ACTUAL.
      *TAMBIEN REACTIVA UNA ENTRADA DADA DE BAJA
           MODIFICAR-OPERACION.
           DISPLAY "Codigo de operacion a modificar:".
           IF WS-OPE-HALLADO = 0
               DISPLAY "El codigo no esta en la tabla"
           ELSE
               MOVE WS-OPERACION-ELEM(WS-OPE-HALLADO)
                   TO WS-IMAGEN-ANTES
               DISPLAY "Descripcion actual: "
                   WS-OPE-DESCRIPCION(WS-OPE-HALLADO)
               DISPLAY "Nueva descripcion (vacio conserva):"
                           WS-OPE-SIGNO(WS-OPE-HALLADO)
                   END-IF
               END-IF
               DISPLAY "Codigo de sistema actual: "
                   WS-OPE-SISTEMA(WS-OPE-HALLADO)
               DISPLAY "Codigo de sistema S/N (vacio conserva):"
               ACCEPT WS-ENT-SISTEMA
               IF WS-ENT-SISTEMA = SPACE
                   CONTINUE
               ELSE
                   IF WS-ENT-SISTEMA NOT = "S"
                           AND WS-ENT-SISTEMA NOT = "N"
                       DISPLAY "Marca invalida, se conserva la actual"
                   ELSE
                       MOVE WS-ENT-SISTEMA TO
                           WS-OPE-SISTEMA(WS-OPE-HALLADO)
                   END-IF
               END-IF
               MOVE "A" TO WS-OPE-ESTADO(WS-OPE-HALLADO)
               MOVE "S" TO WS-HAY-CAMBIOS
               DISPLAY "Operacion modificada y activa"
               MOVE "M" TO WS-ACCION
               PERFORM REGISTRAR-CAMBIO
           END-IF.

      ******************************************************************
           IF WS-OPE-HALLADO = 0
               DISPLAY "El codigo no esta en la tabla"
           ELSE
               MOVE WS-OPERACION-ELEM(WS-OPE-HALLADO)
                   TO WS-IMAGEN-ANTES
               MOVE "I" TO WS-OPE-ESTADO(WS-OPE-HALLADO)
               MOVE "S" TO WS-HAY-CAMBIOS
               DISPLAY "Operacion desactivada"
               MOVE "B" TO WS-ACCION
               PERFORM REGISTRAR-CAMBIO
           END-IF.

      ******************************************************************
               DISPLAY WS-OPE-CODIGO(WS-OPE-IND) " "
                   WS-OPE-DESCRIPCION(WS-OPE-IND) " "
                   WS-OPE-SIGNO(WS-OPE-IND) " "
                   WS-OPE-ESTADO(WS-OPE-IND) " "
                   WS-OPE-SISTEMA(WS-OPE-IND)
           END-PERFORM.
           DISPLAY "Operaciones en la tabla: " WS-OPERACIONES-CANT.

               MOVE WS-OPE-DESCRIPCION(WS-OPE-IND) TO OPE-DESCRIPCION
               MOVE WS-OPE-SIGNO(WS-OPE-IND) TO OPE-SIGNO
               MOVE WS-OPE-ESTADO(WS-OPE-IND) TO OPE-ESTADO
               MOVE WS-OPE-SISTEMA(WS-OPE-IND) TO OPE-SISTEMA
               WRITE OPERACION-REGISTRO
           END-PERFORM.
           CLOSE OPERACIONES-ARCHIVO.
           PERFORM ASENTAR-CAMBIOS.

      ******************************************************************
      *DEJA PENDIENTE EL CAMBIO RECIEN HECHO SOBRE LA ENTRADA
      *WS-OPE-HALLADO, CON WS-ACCION Y WS-IMAGEN-ANTES. SI LA TABLA
      *DE PENDIENTES ESTA LLENA SE GRABA LA TABLA DE OPERACIONES (QUE
      *ASIENTA Y VACIA LOS PENDIENTES) ANTES DE AGREGAR ESTE CAMBIO;
      *CON LA CARGA TRUNCA LA SESION SE DESCARTA IGUAL Y LOS
      *PENDIENTES NO HACEN FALTA
           REGISTRAR-CAMBIO.
           IF WS-PENDIENTES-CANT = 200
               IF WS-OPE-DESBORDE = "S"
                   MOVE ZERO TO WS-PENDIENTES-CANT
               ELSE
                   PERFORM GRABAR-OPERACIONES
                   DISPLAY "Tabla de operaciones grabada por cantidad "
                       "de cambios pendientes."
               END-IF
           END-IF.
           ACCEPT WS-FECHA-CORRIDA-AAAAMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-CORRIDA FROM TIME.
           ADD 1 TO WS-PENDIENTES-CANT.
           MOVE WS-FECHA-CORRIDA-AAAAMMDD
               TO WS-PEN-FECHA(WS-PENDIENTES-CANT).
           STRING WS-HC-HORA ":" WS-HC-MINUTO ":" WS-HC-SEGUNDO
               DELIMITED BY SIZE
               INTO WS-PEN-HORA(WS-PENDIENTES-CANT).
           MOVE WS-ACCION TO WS-PEN-ACCION(WS-PENDIENTES-CANT).
           MOVE WS-OPE-CODIGO(WS-OPE-HALLADO)
               TO WS-PEN-CODIGO(WS-PENDIENTES-CANT).
           MOVE WS-IMAGEN-ANTES TO WS-PEN-ANTES(WS-PENDIENTES-CANT).
           MOVE WS-OPERACION-ELEM(WS-OPE-HALLADO)
               TO WS-PEN-DESPUES(WS-PENDIENTES-CANT).

      ******************************************************************
      *ESCRIBE EN EL REGISTRO DE CAMBIOS LOS CAMBIOS PENDIENTES, UNA
      *VEZ GRABADA LA TABLA, Y LOS DA POR ASENTADOS
           ASENTAR-CAMBIOS.
           IF WS-PENDIENTES-CANT > ZERO
               OPEN EXTEND CAMBIOS-ARCHIVO
               PERFORM VARYING WS-PEN-IND FROM 1 BY 1
                       UNTIL WS-PEN-IND > WS-PENDIENTES-CANT
                   MOVE SPACES TO CAMBIO-REGISTRO
                   MOVE WS-PEN-FECHA(WS-PEN-IND) TO CMB-FECHA
                   MOVE WS-PEN-HORA(WS-PEN-IND) TO CMB-HORA
                   MOVE WS-OPERADOR TO CMB-OPERADOR
                   MOVE "OPERACIONES" TO CMB-ARCHIVO
                   MOVE WS-PEN-ACCION(WS-PEN-IND) TO CMB-ACCION
                   MOVE WS-PEN-CODIGO(WS-PEN-IND) TO CMB-CLAVE
                   MOVE WS-PEN-ANTES(WS-PEN-IND) TO CMB-ANTES
                   MOVE WS-PEN-DESPUES(WS-PEN-IND) TO CMB-DESPUES
                   WRITE CAMBIO-REGISTRO
               END-PERFORM
               CLOSE CAMBIOS-ARCHIVO
               MOVE ZERO TO WS-PENDIENTES-CANT
           END-IF.
