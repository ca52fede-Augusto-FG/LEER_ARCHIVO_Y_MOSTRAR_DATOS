       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE.
      *CONTROLADOR DE LA CADENA DE CIERRE DIARIO Y DE FIN DE MES.
      *LEE UN ARCHIVO DE DEFINICION DE LA CADENA CON:
      *  - RENGLONES "P": UN PASO POR RENGLON, EN EL ORDEN EN QUE SE
      *    CORREN, CON SU NOMBRE, SI CORRE TODOS LOS DIAS ("D") O
      *    SOLO EL ULTIMO DIA HABIL DEL MES ("M"), LOS CODIGOS DE
      *    RETORNO CON LOS QUE LA CADENA SIGUE Y EL COMANDO;
      *  - RENGLONES "E": VARIABLES DE ENTORNO. ANTES DEL PRIMER
      *    PASO RIGEN PARA TODA LA CADENA; DESPUES DE UN PASO SON
      *    SOLO DE ESE PASO Y SE BORRAN AL TERMINAR;
      *  - RENGLONES "R": COMO LOS "E" DE UN PASO, PERO SOLO RIGEN
      *    CUANDO SE REANUDA LA CADENA EN ESE PASO, EL QUE FALLO
      *    (POR EJEMPLO MOVIMIENTOS_RESTART=S PARA QUE MOVIMIENTOS
      *    RETOME SU PUNTO DE CONTROL);
      *  - RENGLONES "*": COMENTARIOS.
      *EN LOS VALORES Y LOS COMANDOS "&FECHA" SE REEMPLAZA POR EL
      *DIA DE PROCESO (AAAAMMDD) Y "&MES" POR SU MES (AAAAMM).
      *UN COMANDO "*PROMOVER ORIGEN DESTINO" NO SE LANZA AL SISTEMA:
      *LO RESUELVE EL CONTROLADOR COPIANDO ORIGEN SOBRE DESTINO
      *(POR EJEMPLO SALDOS.NEW SOBRE SALDOS.DAT) Y DEJA EL DESTINO
      *ANTERIOR COMO DESTINO.ANT; UN ORIGEN VACIO O INEXISTENTE ES
      *RETORNO 12. LA CADENA SE DETIENE EN EL PRIMER PASO CON UN
      *RETORNO QUE NO ESTA ENTRE LOS ACEPTADOS.
      *CADA INICIO, FIN, SALTO O DETENCION SE ASIENTA EN LA BITACORA
      *DE LA CADENA. SI LA ULTIMA CADENA DE ESTE ARCHIVO DE
      *DEFINICION QUEDO DETENIDA, LA CORRIDA SIGUIENTE LA REANUDA
      *CON SU MISMO DIA DE PROCESO DESDE EL PASO QUE FALLO, SIN
      *REPETIR LOS YA TERMINADOS
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *DEFINICION DE LA CADENA
       SELECT OPTIONAL DEFINICION-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-DEFINICION
       ORGANIZATION IS LINE SEQUENTIAL.

      *BITACORA DE LAS CADENAS, ACUMULADA ENTRE CORRIDAS
       SELECT OPTIONAL BITACORA-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-BITACORA
       ORGANIZATION IS LINE SEQUENTIAL.

      *CALENDARIO DE PROCESO, EL MISMO QUE LEE MOVIMIENTOS
       SELECT OPTIONAL CALENDARIO-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-CALENDARIO
       ORGANIZATION IS LINE SEQUENTIAL.

      *ARCHIVOS DE UNA PROMOCION: ORIGEN, DESTINO Y RESPALDO DEL
      *DESTINO ANTERIOR
       SELECT OPTIONAL ORIGEN-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-ORIGEN
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL DESTINO-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-DESTINO
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RESPALDO-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-RESPALDO
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DEFINICION-ARCHIVO.
       01 DEFINICION-REGISTRO.
           05 DEF-TIPO PIC X(1).
           05 FILLER PIC X(199).
      *PASO: NOMBRE, "D" DIARIO O "M" FIN DE MES, RETORNOS
      *ACEPTADOS SEPARADOS POR BLANCOS (VACIO = SOLO 0) Y COMANDO
       01 DEFINICION-PASO.
           05 FILLER PIC X(2).
           05 DEF-PASO PIC X(12).
           05 FILLER PIC X(1).
           05 DEF-CUANDO PIC X(1).
           05 FILLER PIC X(1).
           05 DEF-RC-OK PIC X(20).
           05 FILLER PIC X(1).
           05 DEF-COMANDO PIC X(150).
           05 FILLER PIC X(12).
      *VARIABLE DE ENTORNO ("E") O DE REANUDACION ("R"): NOMBRE Y
      *VALOR
       01 DEFINICION-VARIABLE.
           05 FILLER PIC X(2).
           05 DEF-VARIABLE PIC X(30).
           05 FILLER PIC X(1).
           05 DEF-VALOR PIC X(150).
           05 FILLER PIC X(17).

      *ESTADOS: C COMIENZO DE CADENA, R REANUDACION, I INICIO DE
      *PASO, F FIN CORRECTO, S SALTEADO (NO ES FIN DE MES), E
      *RETORNO NO ACEPTADO (CADENA DETENIDA), T CADENA TERMINADA
       FD BITACORA-ARCHIVO.
       01 BITACORA-REGISTRO.
           05 BIT-FECHA PIC X(8).
           05 FILLER PIC X(1).
           05 BIT-HORA PIC X(8).
           05 FILLER PIC X(1).
           05 BIT-DEFINICION PIC X(40).
           05 FILLER PIC X(1).
           05 BIT-FECHA-PROCESO PIC X(8).
           05 FILLER PIC X(1).
           05 BIT-PASO-NRO PIC 9(2).
           05 FILLER PIC X(1).
           05 BIT-PASO PIC X(12).
           05 FILLER PIC X(1).
           05 BIT-ESTADO PIC X(1).
           05 FILLER PIC X(1).
           05 BIT-RC PIC 9(3).

       FD CALENDARIO-ARCHIVO.
       01 CALENDARIO-REGISTRO.
           05 CAL-TIPO PIC X(1).
           05 FILLER PIC X(1).
           05 CAL-DATO PIC X(8).

       FD ORIGEN-ARCHIVO.
       01 ORIGEN-REGISTRO PIC X(500).

       FD DESTINO-ARCHIVO.
       01 DESTINO-REGISTRO PIC X(500).

       FD RESPALDO-ARCHIVO.
       01 RESPALDO-REGISTRO PIC X(500).

       WORKING-STORAGE SECTION.

           01  WS-ARCHIVO-DEFINICION PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-BITACORA PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-CALENDARIO PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-ORIGEN PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-DESTINO PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-RESPALDO PIC X(250) VALUE SPACES.

      *DIA DE PROCESO (AAAAMMDD, POR OMISION EL DIA DE LA CORRIDA).
      *AL REANUDAR UNA CADENA DETENIDA RIGE EL DIA DE ESA CADENA
           01  WS-FECHA-CORRIDA-AAAAMMDD.
               05 WS-FC-ANIO PIC 9(4).
               05 WS-FC-MES PIC 9(2).
               05 WS-FC-DIA PIC 9(2).
           01  WS-HORA-CORRIDA.
               05 WS-HC-HORA PIC 9(2).
               05 WS-HC-MINUTO PIC 9(2).
               05 WS-HC-SEGUNDO PIC 9(2).
               05 WS-HC-CENTESIMA PIC 9(2).
           01  WS-FECHA-PROCESO PIC X(8) VALUE SPACES.
           01  WS-FECHA-PROCESO-NUM PIC 9(8) VALUE ZERO.
           01  WS-FECHA-INDICADA PIC X VALUE "N".
           01  WS-DIA-PROCESO PIC 9(7) VALUE ZERO.

      *LLAVES DE OPERACION: CIERRE_REANUDAR=N EMPIEZA UNA CADENA
      *NUEVA AUNQUE HAYA UNA DETENIDA; CIERRE_REPROCESAR=S CORRE DE
      *NUEVO UN DIA CUYA CADENA YA TERMINO
           01  WS-REANUDAR PIC X VALUE "S".
           01  WS-REPROCESAR PIC X VALUE "N".

      *PASOS DE LA CADENA. HECHO = "S" SI YA TERMINO (O SE SALTEO)
      *EN LA CADENA QUE SE REANUDA
           01  WS-FIN-DEFINICION PIC X VALUE "N".
           01  WS-DEF-ERROR PIC X VALUE "N".
           01  WS-DEF-RENGLON PIC 9(5) VALUE ZERO.
           01  WS-PASOS-CANT PIC 9(2) VALUE ZERO.
           01  WS-PASOS-TABLA.
               05 WS-PASO-ELEM OCCURS 30 TIMES.
                  10 WS-PAS-NOMBRE PIC X(12).
                  10 WS-PAS-CUANDO PIC X(1).
                  10 WS-PAS-RC-OK PIC X(20).
                  10 WS-PAS-COMANDO PIC X(150).
                  10 WS-PAS-HECHO PIC X(1).
           01  WS-PASO-IND PIC 9(2) VALUE ZERO.
           01  WS-PASOS-DESBORDE PIC X VALUE "N".
           01  WS-HAY-FIN-DE-MES PIC X VALUE "N".

      *VARIABLES DE ENTORNO DE LA DEFINICION. PASO 00 = DE TODA LA
      *CADENA. REANUDACION = "S" SI SOLO RIGE AL REANUDAR EN SU PASO
           01  WS-VARIABLES-CANT PIC 9(3) VALUE ZERO.
           01  WS-VARIABLES-TABLA.
               05 WS-VARIABLE-ELEM OCCURS 300 TIMES.
                  10 WS-VAR-PASO PIC 9(2).
                  10 WS-VAR-REANUDACION PIC X(1).
                  10 WS-VAR-NOMBRE PIC X(30).
                  10 WS-VAR-VALOR PIC X(150).
           01  WS-VAR-IND PIC 9(3) VALUE ZERO.
           01  WS-VARIABLES-DESBORDE PIC X VALUE "N".
           01  WS-VALOR-ENTORNO PIC X(150) VALUE SPACES.
           01  WS-VALOR-VACIO PIC X(1) VALUE SPACE.

      *RETORNOS ACEPTADOS DE UN PASO
           01  WS-RC-LISTA.
               05 WS-RC-TEXTO PIC X(20) OCCURS 5 TIMES.
           01  WS-RC-IND PIC 9(1) VALUE ZERO.
           01  WS-RC-ACEPTADO PIC X VALUE "N".

      *REEMPLAZO DE "&FECHA" Y "&MES" EN UN VALOR O UN COMANDO
           01  WS-SUS-ENTRADA PIC X(150) VALUE SPACES.
           01  WS-SUS-SALIDA PIC X(150) VALUE SPACES.
           01  WS-SUS-IND PIC 9(3) VALUE ZERO.
           01  WS-SUS-POS PIC 9(3) VALUE ZERO.
           01  WS-SUS-DESBORDE PIC X VALUE "N".

      *ULTIMA CADENA DE ESTA DEFINICION SEGUN LA BITACORA: SU DIA,
      *SI QUEDO PENDIENTE Y QUE PASOS COMPLETO. LOS PASOS SE
      *RECONOCEN POR NUMERO Y NOMBRE
           01  WS-FIN-BITACORA PIC X VALUE "N".
           01  WS-ULT-HALLADA PIC X VALUE "N".
           01  WS-ULT-PENDIENTE PIC X VALUE "N".
           01  WS-ULT-FECHA PIC X(8) VALUE SPACES.
           01  WS-ULT-HECHOS-TABLA.
               05 WS-ULT-HECHO PIC X(12) OCCURS 30 TIMES.
           01  WS-DIA-TERMINADO PIC X VALUE "N".
           01  WS-MODO-REANUDACION PIC X VALUE "N".
      *PASO QUE FALLO EN LA CADENA QUE SE REANUDA: EL PRIMERO QUE
      *NO COMPLETO
           01  WS-PASO-FALLIDO PIC 9(2) VALUE ZERO.

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

      *ULTIMO DIA HABIL DEL MES: EL DIA DE PROCESO ES HABIL Y EL
      *HABIL SIGUIENTE CAE EN OTRO MES
           01  WS-FIN-DE-MES PIC X VALUE "N".
           01  WS-DIA-SIGUIENTE PIC 9(7) VALUE ZERO.
           01  WS-DIAS-BUSCADOS PIC 9(2) VALUE ZERO.

      *EJECUCION DE UN PASO
           01  WS-COMANDO PIC X(150) VALUE SPACES.
           01  WS-RC-SISTEMA PIC S9(9) VALUE ZERO.
           01  WS-RC-PASO PIC 9(3) VALUE ZERO.
           01  WS-ESTADO-PASO PIC X(1) VALUE SPACE.
           01  WS-CADENA-DETENIDA PIC X VALUE "N".
           01  WS-PASOS-CORRIDOS PIC 9(2) VALUE ZERO.
           01  WS-PASOS-SALTEADOS PIC 9(2) VALUE ZERO.

      *PROMOCION DE UN ARCHIVO
           01  WS-FIN-COPIA PIC X VALUE "N".
           01  WS-COPIA-CANT PIC 9(9) VALUE ZERO.
           01  WS-RESPALDO-CANT PIC 9(9) VALUE ZERO.

      ******************************************************************
           PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           ACCEPT WS-FECHA-CORRIDA-AAAAMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-FECHA-PROCESO FROM ENVIRONMENT "CIERRE_FECHA".
           IF WS-FECHA-PROCESO = SPACES
               MOVE WS-FECHA-CORRIDA-AAAAMMDD TO WS-FECHA-PROCESO
           ELSE
               MOVE "S" TO WS-FECHA-INDICADA
           END-IF.
           PERFORM VALIDAR-FECHA-PROCESO.
           ACCEPT WS-REANUDAR FROM ENVIRONMENT "CIERRE_REANUDAR".
           IF WS-REANUDAR NOT = "N"
               MOVE "S" TO WS-REANUDAR
           END-IF.
           ACCEPT WS-REPROCESAR FROM ENVIRONMENT "CIERRE_REPROCESAR".
           IF WS-REPROCESAR NOT = "S"
               MOVE "N" TO WS-REPROCESAR
           END-IF.
           ACCEPT WS-ARCHIVO-DEFINICION
               FROM ENVIRONMENT "ARCHIVO_CADENA".
           IF WS-ARCHIVO-DEFINICION = SPACES
               MOVE "cierre.job" TO WS-ARCHIVO-DEFINICION
           END-IF.
           ACCEPT WS-ARCHIVO-BITACORA
               FROM ENVIRONMENT "ARCHIVO_BITACORA_CADENA".
           IF WS-ARCHIVO-BITACORA = SPACES
               MOVE "cierre.log" TO WS-ARCHIVO-BITACORA
           END-IF.
           PERFORM CARGAR-DEFINICION.
           IF WS-DEF-ERROR = "S"
               DISPLAY "Definicion de la cadena con errores, no se "
                   "corre ningun paso."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PASOS-CANT = ZERO
               DISPLAY "La definicion " WS-ARCHIVO-DEFINICION(1:40)
                   " no tiene pasos."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LEER-BITACORA.
      *CADENA DETENIDA: SE REANUDA CON SU DIA, SALVO QUE SE PIDA
      *EXPRESAMENTE OTRO DIA (ENTONCES SE AVISA Y NO SE CORRE) O UNA
      *CADENA NUEVA
           IF WS-ULT-PENDIENTE = "S" AND WS-REANUDAR = "S"
               IF WS-FECHA-INDICADA = "S"
                       AND WS-FECHA-PROCESO NOT = WS-ULT-FECHA
                   DISPLAY "La cadena del " WS-ULT-FECHA " quedo "
                       "detenida. Reanudela sin CIERRE_FECHA o use "
                       "CIERRE_REANUDAR=N para empezar otra."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ULT-FECHA TO WS-FECHA-PROCESO
               PERFORM VALIDAR-FECHA-PROCESO
               PERFORM MARCAR-PASOS-HECHOS
               MOVE "S" TO WS-MODO-REANUDACION
           ELSE
               IF WS-DIA-TERMINADO = "S" AND WS-REPROCESAR NOT = "S"
                   DISPLAY "La cadena del " WS-FECHA-PROCESO " ya "
                       "termino. Use CIERRE_REPROCESAR=S para "
                       "correrla de nuevo."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM APLICAR-VARIABLES-CADENA.
           ACCEPT WS-ARCHIVO-CALENDARIO
               FROM ENVIRONMENT "ARCHIVO_CALENDARIO".
           IF WS-ARCHIVO-CALENDARIO = SPACES
               MOVE "calendario.dat" TO WS-ARCHIVO-CALENDARIO
           END-IF.
           PERFORM CARGAR-CALENDARIO.
           PERFORM DETERMINAR-FIN-DE-MES.
           DISPLAY "Cadena " WS-ARCHIVO-DEFINICION(1:40).
           DISPLAY "Dia de proceso: " WS-FECHA-PROCESO.
           IF WS-HAY-FIN-DE-MES = "S"
               IF WS-FIN-DE-MES = "S"
                   DISPLAY "Ultimo dia habil del mes: corren los "
                       "pasos de fin de mes."
               ELSE
                   DISPLAY "No es el ultimo dia habil del mes: se "
                       "saltean los pasos de fin de mes."
               END-IF
           END-IF.
           MOVE ZERO TO WS-PASO-IND.
           MOVE SPACES TO WS-ESTADO-PASO.
           MOVE ZERO TO WS-RC-PASO.
           IF WS-MODO-REANUDACION = "S"
               DISPLAY "Se reanuda la cadena detenida."
               MOVE "R" TO WS-ESTADO-PASO
           ELSE
               MOVE "C" TO WS-ESTADO-PASO
           END-IF.
           PERFORM ESCRIBIR-BITACORA.
           PERFORM VARYING WS-PASO-IND FROM 1 BY 1
                   UNTIL WS-PASO-IND > WS-PASOS-CANT
                   OR WS-CADENA-DETENIDA = "S"
               PERFORM EJECUTAR-PASO
           END-PERFORM.
           DISPLAY "Pasos corridos:                " WS-PASOS-CORRIDOS.
           DISPLAY "Pasos salteados:               " WS-PASOS-SALTEADOS.
           IF WS-FER-DESBORDE = "S"
               DISPLAY "AVISO: calendario supera los 200 feriados, "
                   "los excedentes no se validan"
           END-IF.
      *RETORNO PARA EL PLANIFICADOR: 12 CADENA DETENIDA, 0 CADENA
      *TERMINADA
           IF WS-CADENA-DETENIDA = "S"
               DISPLAY "CADENA DETENIDA. Corrija la causa y vuelva a "
                   "correr CIERRE para reanudarla desde el paso "
                   "que fallo."
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE ZERO TO WS-PASO-IND
               MOVE "T" TO WS-ESTADO-PASO
               MOVE ZERO TO WS-RC-PASO
               PERFORM ESCRIBIR-BITACORA
               DISPLAY "Cadena terminada."
               MOVE 0 TO RETURN-CODE
           END-IF.
           PROGRAM-DONE.
           STOP RUN.

      ******************************************************************
      *VALIDA WS-FECHA-PROCESO (AAAAMMDD) Y DEJA SU DIA ENTERO
           VALIDAR-FECHA-PROCESO.
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

      ******************************************************************
      *CARGA LA DEFINICION DE LA CADENA A LAS TABLAS DE PASOS Y DE
      *VARIABLES. CUALQUIER RENGLON MAL FORMADO ANULA LA CORRIDA: UNA
      *CADENA A MEDIAS ES PEOR QUE NINGUNA
           CARGAR-DEFINICION.
           OPEN INPUT DEFINICION-ARCHIVO.
           MOVE "N" TO WS-FIN-DEFINICION.
           MOVE ZERO TO WS-DEF-RENGLON.
           PERFORM UNTIL WS-FIN-DEFINICION = "S"
               READ DEFINICION-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-DEFINICION
                   NOT AT END
                       ADD 1 TO WS-DEF-RENGLON
                       EVALUATE DEF-TIPO
                           WHEN "P"
                               PERFORM AGREGAR-PASO
                           WHEN "E"
                           WHEN "R"
                               PERFORM AGREGAR-VARIABLE
                           WHEN "*"
                               CONTINUE
                           WHEN SPACE
                               CONTINUE
                           WHEN OTHER
                               DISPLAY "Renglon " WS-DEF-RENGLON
                                   ": tipo de renglon desconocido "
                                   DEF-TIPO
                               MOVE "S" TO WS-DEF-ERROR
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE DEFINICION-ARCHIVO.
           IF WS-PASOS-DESBORDE = "S"
               DISPLAY "AVISO: mas de 30 pasos en la definicion"
               MOVE "S" TO WS-DEF-ERROR
           END-IF.
           IF WS-VARIABLES-DESBORDE = "S"
               DISPLAY "AVISO: mas de 300 variables en la definicion"
               MOVE "S" TO WS-DEF-ERROR
           END-IF.

      ******************************************************************
      *PASO DE LA DEFINICION: NOMBRE Y COMANDO OBLIGATORIOS, "D" O
      *"M" Y RETORNOS ACEPTADOS NUMERICOS
           AGREGAR-PASO.
           IF WS-PASOS-CANT = 30
               MOVE "S" TO WS-PASOS-DESBORDE
           ELSE
               ADD 1 TO WS-PASOS-CANT
               MOVE DEF-PASO TO WS-PAS-NOMBRE(WS-PASOS-CANT)
               MOVE DEF-CUANDO TO WS-PAS-CUANDO(WS-PASOS-CANT)
               MOVE DEF-RC-OK TO WS-PAS-RC-OK(WS-PASOS-CANT)
               MOVE DEF-COMANDO TO WS-PAS-COMANDO(WS-PASOS-CANT)
               MOVE "N" TO WS-PAS-HECHO(WS-PASOS-CANT)
               IF WS-PAS-RC-OK(WS-PASOS-CANT) = SPACES
                   MOVE "0" TO WS-PAS-RC-OK(WS-PASOS-CANT)
               END-IF
               IF DEF-PASO = SPACES OR DEF-COMANDO = SPACES
                   DISPLAY "Renglon " WS-DEF-RENGLON
                       ": paso sin nombre o sin comando"
                   MOVE "S" TO WS-DEF-ERROR
               END-IF
               IF DEF-CUANDO = "M"
                   MOVE "S" TO WS-HAY-FIN-DE-MES
               ELSE
                   IF DEF-CUANDO NOT = "D"
                       DISPLAY "Renglon " WS-DEF-RENGLON
                           ": el paso " DEF-PASO " debe ser D "
                           "(diario) o M (fin de mes)"
                       MOVE "S" TO WS-DEF-ERROR
                   END-IF
               END-IF
               PERFORM SEPARAR-RETORNOS
               PERFORM VARYING WS-RC-IND FROM 1 BY 1
                       UNTIL WS-RC-IND > 5
                   IF WS-RC-TEXTO(WS-RC-IND) NOT = SPACES
                       IF FUNCTION TEST-NUMVAL(WS-RC-TEXTO(WS-RC-IND))
                               NOT = 0
                           DISPLAY "Renglon " WS-DEF-RENGLON
                               ": retorno aceptado invalido "
                               WS-RC-TEXTO(WS-RC-IND)
                           MOVE "S" TO WS-DEF-ERROR
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      *VARIABLE DE LA DEFINICION: DE LA CADENA SI TODAVIA NO HUBO
      *NINGUN PASO, SI NO DEL ULTIMO PASO LEIDO. UNA DE REANUDACION
      *TIENE QUE SEGUIR A UN PASO
           AGREGAR-VARIABLE.
           IF WS-VARIABLES-CANT = 300
               MOVE "S" TO WS-VARIABLES-DESBORDE
           ELSE
               IF DEF-VARIABLE = SPACES
                   DISPLAY "Renglon " WS-DEF-RENGLON
                       ": variable sin nombre"
                   MOVE "S" TO WS-DEF-ERROR
               ELSE
               IF DEF-TIPO = "R" AND WS-PASOS-CANT = ZERO
                   DISPLAY "Renglon " WS-DEF-RENGLON
                       ": variable de reanudacion antes del "
                       "primer paso"
                   MOVE "S" TO WS-DEF-ERROR
               ELSE
                   ADD 1 TO WS-VARIABLES-CANT
                   MOVE WS-PASOS-CANT TO WS-VAR-PASO(WS-VARIABLES-CANT)
                   IF DEF-TIPO = "R"
                       MOVE "S" TO
                           WS-VAR-REANUDACION(WS-VARIABLES-CANT)
                   ELSE
                       MOVE "N" TO
                           WS-VAR-REANUDACION(WS-VARIABLES-CANT)
                   END-IF
                   MOVE DEF-VARIABLE
                       TO WS-VAR-NOMBRE(WS-VARIABLES-CANT)
                   MOVE DEF-VALOR TO WS-VAR-VALOR(WS-VARIABLES-CANT)
               END-IF
               END-IF
           END-IF.

      ******************************************************************
      *SEPARA LOS RETORNOS ACEPTADOS DE UN PASO: DEL QUE SE ESTA
      *CARGANDO (WS-PASO-IND EN CERO) O DEL QUE SE ESTA CORRIENDO
           SEPARAR-RETORNOS.
           MOVE SPACES TO WS-RC-LISTA.
           IF WS-PASO-IND = ZERO
               UNSTRING WS-PAS-RC-OK(WS-PASOS-CANT)
                   DELIMITED BY ALL SPACE
                   INTO WS-RC-TEXTO(1) WS-RC-TEXTO(2) WS-RC-TEXTO(3)
                       WS-RC-TEXTO(4) WS-RC-TEXTO(5)
               END-UNSTRING
           ELSE
               UNSTRING WS-PAS-RC-OK(WS-PASO-IND)
                   DELIMITED BY ALL SPACE
                   INTO WS-RC-TEXTO(1) WS-RC-TEXTO(2) WS-RC-TEXTO(3)
                       WS-RC-TEXTO(4) WS-RC-TEXTO(5)
               END-UNSTRING
           END-IF.

      ******************************************************************
      *RECORRE LA BITACORA Y SE QUEDA CON LA ULTIMA CADENA DE ESTA
      *DEFINICION: CADA "C" EMPIEZA UNA CADENA NUEVA, "F" Y "S"
      *MARCAN PASOS COMPLETOS Y "T" LA DA POR TERMINADA. TAMBIEN
      *REGISTRA SI EL DIA DE PROCESO YA TIENE UNA CADENA TERMINADA
           LEER-BITACORA.
           OPEN INPUT BITACORA-ARCHIVO.
           MOVE "N" TO WS-FIN-BITACORA.
           PERFORM UNTIL WS-FIN-BITACORA = "S"
               READ BITACORA-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-BITACORA
                   NOT AT END
                       IF BIT-DEFINICION =
                               WS-ARCHIVO-DEFINICION(1:40)
                           PERFORM REGISTRAR-BITACORA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BITACORA-ARCHIVO.

           REGISTRAR-BITACORA.
           EVALUATE BIT-ESTADO
               WHEN "C"
                   MOVE "S" TO WS-ULT-HALLADA
                   MOVE "S" TO WS-ULT-PENDIENTE
                   MOVE BIT-FECHA-PROCESO TO WS-ULT-FECHA
                   MOVE SPACES TO WS-ULT-HECHOS-TABLA
               WHEN "F"
               WHEN "S"
                   IF WS-ULT-HALLADA = "S"
                           AND BIT-PASO-NRO NUMERIC
                           AND BIT-PASO-NRO > ZERO
                           AND BIT-PASO-NRO NOT > 30
                       MOVE BIT-PASO TO WS-ULT-HECHO(BIT-PASO-NRO)
                   END-IF
               WHEN "T"
                   MOVE "N" TO WS-ULT-PENDIENTE
                   IF BIT-FECHA-PROCESO = WS-FECHA-PROCESO
                       MOVE "S" TO WS-DIA-TERMINADO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      *AL REANUDAR, DA POR HECHOS LOS PASOS QUE LA CADENA DETENIDA
      *YA COMPLETO. SI EN EL MEDIO CAMBIO LA DEFINICION (OTRO PASO
      *EN ESE LUGAR) NO SE PUEDE SABER DESDE DONDE SEGUIR
           MARCAR-PASOS-HECHOS.
           PERFORM VARYING WS-PASO-IND FROM 1 BY 1
                   UNTIL WS-PASO-IND > 30
               IF WS-ULT-HECHO(WS-PASO-IND) NOT = SPACES
                   IF WS-PASO-IND > WS-PASOS-CANT
                       OR WS-ULT-HECHO(WS-PASO-IND)
                           NOT = WS-PAS-NOMBRE(WS-PASO-IND)
                       DISPLAY "La definicion cambio desde que se "
                           "detuvo la cadena del " WS-ULT-FECHA
                           " (paso " WS-PASO-IND " "
                           WS-ULT-HECHO(WS-PASO-IND) "). Use "
                           "CIERRE_REANUDAR=N y revise a mano."
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE "S" TO WS-PAS-HECHO(WS-PASO-IND)
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-PASO-FALLIDO.
           PERFORM VARYING WS-PASO-IND FROM 1 BY 1
                   UNTIL WS-PASO-IND > WS-PASOS-CANT
                   OR WS-PASO-FALLIDO NOT = ZERO
               IF WS-PAS-HECHO(WS-PASO-IND) NOT = "S"
                   MOVE WS-PASO-IND TO WS-PASO-FALLIDO
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-PASO-IND.

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
      *EL DIA DE PROCESO ES EL ULTIMO HABIL DE SU MES SI ES HABIL Y
      *EL PRIMER HABIL QUE LE SIGUE CAE EN OTRO MES. LA BUSQUEDA DEL
      *SIGUIENTE SE CORTA A LOS 31 DIAS, MAS QUE CUALQUIER RACHA DE
      *FERIADOS
           DETERMINAR-FIN-DE-MES.
           MOVE "N" TO WS-FIN-DE-MES.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-EVAL.
           PERFORM EVALUAR-DIA-HABIL.
           IF WS-DIA-HABIL = "S"
               MOVE WS-DIA-PROCESO TO WS-DIA-SIGUIENTE
               MOVE ZERO TO WS-DIAS-BUSCADOS
               MOVE "N" TO WS-DIA-HABIL
               PERFORM UNTIL WS-DIA-HABIL = "S"
                       OR WS-DIAS-BUSCADOS = 31
                   ADD 1 TO WS-DIA-SIGUIENTE
                   ADD 1 TO WS-DIAS-BUSCADOS
                   COMPUTE WS-FECHA-EVAL-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-DIA-SIGUIENTE)
                   MOVE WS-FECHA-EVAL-NUM TO WS-FECHA-EVAL
                   PERFORM EVALUAR-DIA-HABIL
               END-PERFORM
               IF WS-FECHA-EVAL(1:6) NOT = WS-FECHA-PROCESO(1:6)
                   MOVE "S" TO WS-FIN-DE-MES
               END-IF
           END-IF.

      ******************************************************************
      *CORRE UN PASO: LO SALTEA SI YA LO COMPLETO LA CADENA QUE SE
      *REANUDA O SI ES DE FIN DE MES Y NO CORRESPONDE; SI NO, ARMA
      *SU ENTORNO, LO LANZA Y CONTROLA EL RETORNO
           EJECUTAR-PASO.
           IF WS-PAS-HECHO(WS-PASO-IND) = "S"
               DISPLAY "Paso " WS-PASO-IND " "
                   WS-PAS-NOMBRE(WS-PASO-IND)
                   " ya completado en la cadena detenida"
           ELSE
               IF WS-PAS-CUANDO(WS-PASO-IND) = "M"
                       AND WS-FIN-DE-MES NOT = "S"
                   DISPLAY "Paso " WS-PASO-IND " "
                       WS-PAS-NOMBRE(WS-PASO-IND)
                       " salteado, es de fin de mes"
                   MOVE "S" TO WS-ESTADO-PASO
                   MOVE ZERO TO WS-RC-PASO
                   PERFORM ESCRIBIR-BITACORA
                   ADD 1 TO WS-PASOS-SALTEADOS
               ELSE
                   PERFORM CORRER-PASO
               END-IF
           END-IF.

           CORRER-PASO.
           ADD 1 TO WS-PASOS-CORRIDOS.
           MOVE "I" TO WS-ESTADO-PASO.
           MOVE ZERO TO WS-RC-PASO.
           PERFORM ESCRIBIR-BITACORA.
           DISPLAY "Paso " WS-PASO-IND " " WS-PAS-NOMBRE(WS-PASO-IND)
               " iniciado".
           PERFORM APLICAR-VARIABLES-CADENA.
           PERFORM APLICAR-VARIABLES-PASO.
           MOVE WS-PAS-COMANDO(WS-PASO-IND) TO WS-SUS-ENTRADA.
           PERFORM SUSTITUIR-SIMBOLOS.
           MOVE WS-SUS-SALIDA TO WS-COMANDO.
           IF WS-SUS-DESBORDE = "S"
               DISPLAY "El comando del paso no entra en 150 "
                   "posiciones al reemplazar &FECHA/&MES"
               MOVE 12 TO WS-RC-PASO
           ELSE
               IF WS-COMANDO(1:10) = "*PROMOVER "
                   PERFORM PROMOVER-ARCHIVO
               ELSE
                   PERFORM LANZAR-COMANDO
               END-IF
           END-IF.
           PERFORM BORRAR-VARIABLES-PASO.
           PERFORM SEPARAR-RETORNOS.
           MOVE "N" TO WS-RC-ACEPTADO.
           PERFORM VARYING WS-RC-IND FROM 1 BY 1
                   UNTIL WS-RC-IND > 5
               IF WS-RC-TEXTO(WS-RC-IND) NOT = SPACES
                   IF FUNCTION NUMVAL(WS-RC-TEXTO(WS-RC-IND))
                           = WS-RC-PASO
                       MOVE "S" TO WS-RC-ACEPTADO
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RC-ACEPTADO = "S"
               MOVE "F" TO WS-ESTADO-PASO
               DISPLAY "Paso " WS-PASO-IND " "
                   WS-PAS-NOMBRE(WS-PASO-IND)
                   " terminado con retorno " WS-RC-PASO
           ELSE
               MOVE "E" TO WS-ESTADO-PASO
               MOVE "S" TO WS-CADENA-DETENIDA
               DISPLAY "Paso " WS-PASO-IND " "
                   WS-PAS-NOMBRE(WS-PASO-IND)
                   " termino con retorno " WS-RC-PASO
                   ", no aceptado (" WS-PAS-RC-OK(WS-PASO-IND) ")"
           END-IF.
           PERFORM ESCRIBIR-BITACORA.

      ******************************************************************
      *LANZA EL COMANDO AL SISTEMA OPERATIVO. EL VALOR DEVUELTO ES EL
      *ESTADO DE ESPERA DEL PROCESO: EL RETORNO DEL PROGRAMA VIENE
      *MULTIPLICADO POR 256 Y UN RESTO DISTINTO DE CERO SIGNIFICA QUE
      *EL PROCESO FUE INTERRUMPIDO; ESO Y UNA FALLA DEL LANZAMIENTO
      *SE TOMAN COMO RETORNO 999
           LANZAR-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           MOVE RETURN-CODE TO WS-RC-SISTEMA.
           MOVE ZERO TO RETURN-CODE.
           IF WS-RC-SISTEMA < ZERO
               MOVE 999 TO WS-RC-PASO
           ELSE
               IF FUNCTION MOD(WS-RC-SISTEMA, 256) NOT = ZERO
                   MOVE 999 TO WS-RC-PASO
               ELSE
                   COMPUTE WS-RC-PASO = WS-RC-SISTEMA / 256
               END-IF
           END-IF.

      ******************************************************************
      *PONE EN EL ENTORNO LAS VARIABLES DE TODA LA CADENA. SE REPITE
      *ANTES DE CADA PASO PARA RESTITUIR LAS QUE UN PASO ANTERIOR
      *HAYA CAMBIADO
           APLICAR-VARIABLES-CADENA.
           PERFORM VARYING WS-VAR-IND FROM 1 BY 1
                   UNTIL WS-VAR-IND > WS-VARIABLES-CANT
               IF WS-VAR-PASO(WS-VAR-IND) = ZERO
                   PERFORM PONER-VARIABLE
               END-IF
           END-PERFORM.

      *LAS DE REANUDACION, SOLO SI SE REANUDA EN ESTE PASO
           APLICAR-VARIABLES-PASO.
           PERFORM VARYING WS-VAR-IND FROM 1 BY 1
                   UNTIL WS-VAR-IND > WS-VARIABLES-CANT
               IF WS-VAR-PASO(WS-VAR-IND) = WS-PASO-IND
                   IF WS-VAR-REANUDACION(WS-VAR-IND) NOT = "S"
                       PERFORM PONER-VARIABLE
                   ELSE
                       IF WS-MODO-REANUDACION = "S"
                               AND WS-PASO-IND = WS-PASO-FALLIDO
                           PERFORM PONER-VARIABLE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           PONER-VARIABLE.
           MOVE WS-VAR-VALOR(WS-VAR-IND) TO WS-SUS-ENTRADA.
           PERFORM SUSTITUIR-SIMBOLOS.
           MOVE WS-SUS-SALIDA TO WS-VALOR-ENTORNO.
           IF WS-SUS-DESBORDE = "S"
               DISPLAY "AVISO: el valor de "
                   WS-VAR-NOMBRE(WS-VAR-IND)
                   " no entra en 150 posiciones, queda cortado"
           END-IF.
           DISPLAY WS-VAR-NOMBRE(WS-VAR-IND) UPON ENVIRONMENT-NAME.
           DISPLAY WS-VALOR-ENTORNO UPON ENVIRONMENT-VALUE.

      *LAS VARIABLES PROPIAS DEL PASO SE VACIAN AL TERMINAR, PARA
      *QUE NO LAS HEREDE EL PASO SIGUIENTE
           BORRAR-VARIABLES-PASO.
           PERFORM VARYING WS-VAR-IND FROM 1 BY 1
                   UNTIL WS-VAR-IND > WS-VARIABLES-CANT
               IF WS-VAR-PASO(WS-VAR-IND) = WS-PASO-IND
                   DISPLAY WS-VAR-NOMBRE(WS-VAR-IND)
                       UPON ENVIRONMENT-NAME
                   DISPLAY WS-VALOR-VACIO UPON ENVIRONMENT-VALUE
               END-IF
           END-PERFORM.

      ******************************************************************
      *REEMPLAZA "&FECHA" POR EL DIA DE PROCESO Y "&MES" POR SU MES
      *EN WS-SUS-ENTRADA, DEJANDO EL RESULTADO EN WS-SUS-SALIDA
           SUSTITUIR-SIMBOLOS.
           MOVE SPACES TO WS-SUS-SALIDA.
           MOVE "N" TO WS-SUS-DESBORDE.
           MOVE 1 TO WS-SUS-IND.
           MOVE 1 TO WS-SUS-POS.
           PERFORM UNTIL WS-SUS-IND > 150
               EVALUATE TRUE
                   WHEN WS-SUS-IND NOT > 145
                           AND WS-SUS-ENTRADA(WS-SUS-IND:6) = "&FECHA"
                       IF WS-SUS-POS NOT > 143
                           MOVE WS-FECHA-PROCESO
                               TO WS-SUS-SALIDA(WS-SUS-POS:8)
                       ELSE
                           MOVE "S" TO WS-SUS-DESBORDE
                       END-IF
                       ADD 8 TO WS-SUS-POS
                       ADD 6 TO WS-SUS-IND
                   WHEN WS-SUS-IND NOT > 147
                           AND WS-SUS-ENTRADA(WS-SUS-IND:4) = "&MES"
                       IF WS-SUS-POS NOT > 145
                           MOVE WS-FECHA-PROCESO(1:6)
                               TO WS-SUS-SALIDA(WS-SUS-POS:6)
                       ELSE
                           MOVE "S" TO WS-SUS-DESBORDE
                       END-IF
                       ADD 6 TO WS-SUS-POS
                       ADD 4 TO WS-SUS-IND
                   WHEN OTHER
                       IF WS-SUS-POS NOT > 150
                           MOVE WS-SUS-ENTRADA(WS-SUS-IND:1)
                               TO WS-SUS-SALIDA(WS-SUS-POS:1)
                       ELSE
                           IF WS-SUS-ENTRADA(WS-SUS-IND:1)
                                   NOT = SPACE
                               MOVE "S" TO WS-SUS-DESBORDE
                           END-IF
                       END-IF
                       ADD 1 TO WS-SUS-POS
                       ADD 1 TO WS-SUS-IND
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
      *PROMOCION "*PROMOVER ORIGEN DESTINO": SOLO CON UN ORIGEN CON
      *DATOS; EL DESTINO VIGENTE SE COPIA ANTES A DESTINO.ANT Y
      *DESPUES SE REEMPLAZA POR EL ORIGEN. EL ORIGEN QUEDA COMO ESTA
           PROMOVER-ARCHIVO.
           MOVE SPACES TO WS-ARCHIVO-ORIGEN.
           MOVE SPACES TO WS-ARCHIVO-DESTINO.
           UNSTRING WS-COMANDO(11:140) DELIMITED BY ALL SPACE
               INTO WS-ARCHIVO-ORIGEN WS-ARCHIVO-DESTINO
           END-UNSTRING.
           IF WS-ARCHIVO-ORIGEN = SPACES
                   OR WS-ARCHIVO-DESTINO = SPACES
               DISPLAY "Promocion sin origen o sin destino"
               MOVE 12 TO WS-RC-PASO
           ELSE
               OPEN INPUT ORIGEN-ARCHIVO
               MOVE "N" TO WS-FIN-COPIA
               MOVE ZERO TO WS-COPIA-CANT
               PERFORM UNTIL WS-FIN-COPIA = "S"
                   READ ORIGEN-ARCHIVO
                       AT END
                           MOVE "S" TO WS-FIN-COPIA
                       NOT AT END
                           ADD 1 TO WS-COPIA-CANT
                   END-READ
               END-PERFORM
               CLOSE ORIGEN-ARCHIVO
               IF WS-COPIA-CANT = ZERO
                   DISPLAY "Promocion: " WS-ARCHIVO-ORIGEN(1:40)
                       " vacio o inexistente, no se promueve"
                   MOVE 12 TO WS-RC-PASO
               ELSE
                   PERFORM RESPALDAR-DESTINO
                   PERFORM COPIAR-ORIGEN
                   DISPLAY "Promocion: " WS-ARCHIVO-ORIGEN(1:40)
                       " sobre " WS-ARCHIVO-DESTINO(1:40)
                   DISPLAY "  Registros promovidos: " WS-COPIA-CANT
                       "  Registros respaldados: " WS-RESPALDO-CANT
                   MOVE ZERO TO WS-RC-PASO
               END-IF
           END-IF.

           RESPALDAR-DESTINO.
           MOVE SPACES TO WS-ARCHIVO-RESPALDO.
           STRING WS-ARCHIVO-DESTINO DELIMITED BY SPACE
               ".ant" DELIMITED BY SIZE
               INTO WS-ARCHIVO-RESPALDO.
           OPEN INPUT DESTINO-ARCHIVO.
           OPEN OUTPUT RESPALDO-ARCHIVO.
           MOVE "N" TO WS-FIN-COPIA.
           MOVE ZERO TO WS-RESPALDO-CANT.
           PERFORM UNTIL WS-FIN-COPIA = "S"
               READ DESTINO-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-COPIA
                   NOT AT END
                       WRITE RESPALDO-REGISTRO FROM DESTINO-REGISTRO
                       ADD 1 TO WS-RESPALDO-CANT
               END-READ
           END-PERFORM.
           CLOSE RESPALDO-ARCHIVO.
           CLOSE DESTINO-ARCHIVO.

           COPIAR-ORIGEN.
           OPEN INPUT ORIGEN-ARCHIVO.
           OPEN OUTPUT DESTINO-ARCHIVO.
           MOVE "N" TO WS-FIN-COPIA.
           MOVE ZERO TO WS-COPIA-CANT.
           PERFORM UNTIL WS-FIN-COPIA = "S"
               READ ORIGEN-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-COPIA
                   NOT AT END
                       WRITE DESTINO-REGISTRO FROM ORIGEN-REGISTRO
                       ADD 1 TO WS-COPIA-CANT
               END-READ
           END-PERFORM.
           CLOSE DESTINO-ARCHIVO.
           CLOSE ORIGEN-ARCHIVO.

      ******************************************************************
      *ASIENTA EN LA BITACORA EL ESTADO WS-ESTADO-PASO DEL PASO
      *WS-PASO-IND (CERO PARA LOS RENGLONES DE LA CADENA) CON SU
      *RETORNO. SE ABRE Y CIERRA EN CADA RENGLON PARA QUE QUEDE
      *GRABADO AUNQUE LA CORRIDA SE INTERRUMPA
           ESCRIBIR-BITACORA.
           ACCEPT WS-FECHA-CORRIDA-AAAAMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-CORRIDA FROM TIME.
           OPEN EXTEND BITACORA-ARCHIVO.
           MOVE SPACES TO BITACORA-REGISTRO.
           MOVE WS-FECHA-CORRIDA-AAAAMMDD TO BIT-FECHA.
           STRING WS-HC-HORA ":" WS-HC-MINUTO ":" WS-HC-SEGUNDO
               DELIMITED BY SIZE INTO BIT-HORA.
           MOVE WS-ARCHIVO-DEFINICION(1:40) TO BIT-DEFINICION.
           MOVE WS-FECHA-PROCESO TO BIT-FECHA-PROCESO.
           MOVE WS-PASO-IND TO BIT-PASO-NRO.
           IF WS-PASO-IND > ZERO
               MOVE WS-PAS-NOMBRE(WS-PASO-IND) TO BIT-PASO
           END-IF.
           MOVE WS-ESTADO-PASO TO BIT-ESTADO.
           MOVE WS-RC-PASO TO BIT-RC.
           WRITE BITACORA-REGISTRO.
           CLOSE BITACORA-ARCHIVO.
