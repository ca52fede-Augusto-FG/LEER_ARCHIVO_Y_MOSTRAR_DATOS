       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERFILES.
      *PERFIL DE COMPORTAMIENTO DE CADA CUENTA. RECORRE EL MAESTRO
      *HISTORICO Y, PARA LOS MOVIMIENTOS DEL CLIENTE (LOS CODIGOS
      *MARCADOS COMO DE SISTEMA EN LA TABLA DE OPERACIONES Y LAS
      *REVERSAS DE AJUSTES NO CUENTAN) DE LOS ULTIMOS MESES HASTA EL
      *MES PEDIDO, GRABA POR CUENTA: CANTIDAD DE MOVIMIENTOS Y DE
      *DIAS CON MOVIMIENTO, PROMEDIO DE MOVIMIENTOS POR DIA CON
      *MOVIMIENTO, IMPORTE PROMEDIO Y MAXIMO DE UN MOVIMIENTO E
      *IMPORTE PROMEDIO DE UN DIA (VALORES ABSOLUTOS, EN LA MONEDA
      *DE LA CUENTA). LOS CANALES SE TOMAN DE TODO EL HISTORICO
      *HASTA EL MES PEDIDO: SON LOS QUE LA CUENTA YA USO ALGUNA VEZ.
      *MOVIMIENTOS COMPARA CONTRA ESTE PERFIL LOS MOVIMIENTOS DE
      *CADA DIA Y EMITE EL REPORTE DE ALERTAS. SE CORRE AL CIERRE
      *DE CADA MES
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL HISTORIA-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-HISTORIA
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HIS-CLAVE
       ALTERNATE RECORD KEY IS HIS-CLIENTE WITH DUPLICATES.

       SELECT OPTIONAL OPERACIONES-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-OPERACIONES
       ORGANIZATION IS LINE SEQUENTIAL.

      *PERFILES POR CUENTA, LEIDOS POR CLAVE EN MOVIMIENTOS. SE
      *REGENERAN COMPLETOS EN CADA CORRIDA
       SELECT PERFILES-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-PERFILES
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PRF-CUENTA.

       DATA DIVISION.
       FILE SECTION.
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

      *MISMO TRAZADO QUE GRABA MANTOPERACIONES
       FD OPERACIONES-ARCHIVO.
       01 OPERACION-REGISTRO.
           05 OPE-CODIGO PIC X(9).
           05 OPE-DESCRIPCION PIC X(25).
           05 OPE-SIGNO PIC X(1).
           05 OPE-ESTADO PIC X(1).
           05 OPE-SISTEMA PIC X(1).

      *PERFIL DE UNA CUENTA. MESES DESDE/HASTA DE LA VENTANA DE LOS
      *PROMEDIOS; CANALES USADOS CON SU CANTIDAD DE MOVIMIENTOS, DEL
      *MAS USADO AL MENOS
       FD PERFILES-ARCHIVO.
       01 PERFIL-REGISTRO.
           05 PRF-CUENTA PIC X(16).
           05 PRF-MES-DESDE PIC X(6).
           05 PRF-MES-HASTA PIC X(6).
           05 PRF-MOVS PIC 9(7).
           05 PRF-DIAS PIC 9(5).
           05 PRF-MOVS-DIA PIC 9(5)V99.
           05 PRF-IMPORTE-PROM PIC 9(11)V99.
           05 PRF-IMPORTE-MAX PIC 9(11)V99.
           05 PRF-IMPORTE-DIA PIC 9(11)V99.
           05 PRF-CANALES-CANT PIC 9(2).
           05 PRF-CANAL-ELEM OCCURS 8 TIMES.
              10 PRF-CANAL PIC X(2).
              10 PRF-CANAL-MOVS PIC 9(7).

       WORKING-STORAGE SECTION.

           01  WS-ARCHIVO-HISTORIA PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-OPERACIONES PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-PERFILES PIC X(250) VALUE SPACES.

      *MES HASTA (AAAAMM, POR OMISION EL DE LA CORRIDA) Y CANTIDAD
      *DE MESES DE LA VENTANA DE LOS PROMEDIOS
           01  WS-FECHA-CORRIDA-AAAAMMDD.
               05 WS-FC-ANIO PIC 9(4).
               05 WS-FC-MES PIC 9(2).
               05 WS-FC-DIA PIC 9(2).
           01  WS-MES-HASTA PIC X(6) VALUE SPACES.
           01  WS-MES-HASTA-NUM PIC 9(6) VALUE ZERO.
           01  WS-MES-HASTA-PARTES REDEFINES WS-MES-HASTA-NUM.
               05 WS-MH-ANIO PIC 9(4).
               05 WS-MH-MES PIC 9(2).
           01  WS-MES-DESDE.
               05 WS-MD-ANIO PIC 9(4).
               05 WS-MD-MES PIC 9(2).
           01  WS-MESES-TEXTO PIC X(10) VALUE SPACES.
           01  WS-MESES PIC 9(2) VALUE ZERO.
           01  WS-MESES-CORRIDOS PIC 9(7) VALUE ZERO.

      *CODIGOS DE OPERACION DE SISTEMA. SE CARGAN AUNQUE ESTEN DADOS
      *DE BAJA: SUS MOVIMIENTOS VIEJOS SIGUEN SIN SER DEL CLIENTE
           01  WS-FIN-OPERACIONES PIC X VALUE "N".
           01  WS-SISTEMA-CANT PIC 9(3) VALUE ZERO.
           01  WS-SISTEMA-TABLA.
               05 WS-SISTEMA-ELEM OCCURS 200 TIMES.
                  10 WS-SIS-CODIGO PIC X(9).
           01  WS-SIS-IND PIC 9(3) VALUE ZERO.
           01  WS-SIS-DESBORDE PIC X VALUE "N".
           01  WS-ES-SISTEMA PIC X VALUE "N".

      *ACUMULADOS DE LA CUENTA EN CURSO
           01  WS-FIN-HISTORIA PIC X VALUE "N".
           01  WS-CUENTA-ACTUAL PIC X(16) VALUE SPACES.
           01  WS-ULTIMO-DIA PIC X(8) VALUE SPACES.
           01  WS-ACU-MOVS PIC 9(7) VALUE ZERO.
           01  WS-ACU-DIAS PIC 9(5) VALUE ZERO.
           01  WS-ACU-IMPORTE PIC 9(13)V99 VALUE ZERO.
           01  WS-ACU-MAXIMO PIC 9(11)V99 VALUE ZERO.
           01  WS-ACU-CANALES-CANT PIC 9(2) VALUE ZERO.
           01  WS-ACU-CANALES-TABLA.
               05 WS-ACU-CANAL-ELEM OCCURS 8 TIMES.
                  10 WS-ACU-CANAL PIC X(2).
                  10 WS-ACU-CANAL-MOVS PIC 9(7).
           01  WS-ACU-CANAL-DESBORDE PIC X VALUE "N".
           01  WS-CAN-IND PIC 9(2) VALUE ZERO.
           01  WS-CAN-HALLADO PIC 9(2) VALUE ZERO.
           01  WS-CAN-AUX.
               05 WS-CAN-AUX-CANAL PIC X(2).
               05 WS-CAN-AUX-MOVS PIC 9(7).
           01  WS-IMPORTE-NUM PIC S9(11)V99 VALUE ZERO.
           01  WS-IMPORTE-ABS PIC 9(11)V99 VALUE ZERO.

      *CONTADORES DE LA CORRIDA
           01  WS-REG-LEIDOS PIC 9(9) VALUE ZERO.
           01  WS-REG-CONSIDERADOS PIC 9(9) VALUE ZERO.
           01  WS-REG-INVALIDOS PIC 9(7) VALUE ZERO.
           01  WS-PERFILES-GRABADOS PIC 9(7) VALUE ZERO.
           01  WS-PERFILES-SIN-MOVS PIC 9(7) VALUE ZERO.
           01  WS-CANALES-DESBORDADOS PIC 9(7) VALUE ZERO.
           01  WS-ERRORES-GRABACION PIC 9(7) VALUE ZERO.

      ******************************************************************
           PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           ACCEPT WS-FECHA-CORRIDA-AAAAMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-MES-HASTA FROM ENVIRONMENT "PERFILES_MES".
           IF WS-MES-HASTA = SPACES
               MOVE WS-FECHA-CORRIDA-AAAAMMDD(1:6) TO WS-MES-HASTA
           END-IF.
           IF WS-MES-HASTA NOT NUMERIC
               DISPLAY "Mes invalido, se espera AAAAMM."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-MES-HASTA TO WS-MES-HASTA-NUM.
           IF WS-MH-MES < 1 OR WS-MH-MES > 12 OR WS-MH-ANIO < 1601
               DISPLAY "Mes invalido, se espera AAAAMM."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-MESES-TEXTO FROM ENVIRONMENT "PERFILES_MESES".
           IF WS-MESES-TEXTO = SPACES
               MOVE "6" TO WS-MESES-TEXTO
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-MESES-TEXTO) NOT = 0
               DISPLAY "Cantidad de meses invalida: " WS-MESES-TEXTO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION NUMVAL(WS-MESES-TEXTO) < 1
                   OR FUNCTION NUMVAL(WS-MESES-TEXTO) > 24
               DISPLAY "Cantidad de meses invalida: " WS-MESES-TEXTO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION NUMVAL(WS-MESES-TEXTO) TO WS-MESES.
      *PRIMER MES DE LA VENTANA: EL MES HASTA MENOS MESES - 1,
      *CONTANDO LOS MESES DESDE EL ANIO CERO
           COMPUTE WS-MESES-CORRIDOS = WS-MH-ANIO * 12 + WS-MH-MES - 1
               - (WS-MESES - 1).
           COMPUTE WS-MD-ANIO = WS-MESES-CORRIDOS / 12.
           COMPUTE WS-MD-MES = FUNCTION MOD(WS-MESES-CORRIDOS, 12) + 1.
           ACCEPT WS-ARCHIVO-HISTORIA
               FROM ENVIRONMENT "ARCHIVO_HISTORIA".
           IF WS-ARCHIVO-HISTORIA = SPACES
               MOVE "historia.dat" TO WS-ARCHIVO-HISTORIA
           END-IF.
           ACCEPT WS-ARCHIVO-OPERACIONES
               FROM ENVIRONMENT "ARCHIVO_OPERACIONES".
           IF WS-ARCHIVO-OPERACIONES = SPACES
               MOVE "operaciones.dat" TO WS-ARCHIVO-OPERACIONES
           END-IF.
           ACCEPT WS-ARCHIVO-PERFILES
               FROM ENVIRONMENT "ARCHIVO_PERFILES".
           IF WS-ARCHIVO-PERFILES = SPACES
               MOVE "perfiles.ind" TO WS-ARCHIVO-PERFILES
           END-IF.
           PERFORM CARGAR-OPERACIONES.
           IF WS-SISTEMA-CANT = ZERO
               DISPLAY "AVISO: ningun codigo marcado como de sistema "
                   "en la tabla de operaciones, todo movimiento "
                   "entra en el perfil del cliente"
           END-IF.
           OPEN INPUT HISTORIA-ARCHIVO.
           OPEN OUTPUT PERFILES-ARCHIVO.
           PERFORM RECORRER-HISTORIA.
           CLOSE PERFILES-ARCHIVO.
           CLOSE HISTORIA-ARCHIVO.
           DISPLAY "Perfiles de " WS-MES-DESDE " a " WS-MES-HASTA.
           DISPLAY "Movimientos leidos del historico: " WS-REG-LEIDOS.
           DISPLAY "Movimientos del cliente en la ventana: "
               WS-REG-CONSIDERADOS.
           DISPLAY "Perfiles grabados:             "
               WS-PERFILES-GRABADOS.
           DISPLAY "  sin movimientos en la ventana: "
               WS-PERFILES-SIN-MOVS.
           IF WS-REG-INVALIDOS > ZERO
               DISPLAY "AVISO: " WS-REG-INVALIDOS " importes no "
                   "numericos en el historico no entran en el perfil"
           END-IF.
           IF WS-CANALES-DESBORDADOS > ZERO
               DISPLAY "AVISO: " WS-CANALES-DESBORDADOS " cuentas "
                   "usaron mas de 8 canales, los excedentes se van a "
                   "alertar como canal nuevo"
           END-IF.
           IF WS-ERRORES-GRABACION > ZERO
               DISPLAY "AVISO: " WS-ERRORES-GRABACION " perfiles no "
                   "se pudieron grabar"
           END-IF.
      *RETORNO PARA EL PLANIFICADOR: 8 SIN PERFILES, 4 CON TABLAS
      *DESBORDADAS, IMPORTES INVALIDOS, SIN CODIGOS DE SISTEMA O
      *ERRORES DE GRABACION, 0 CORRIDA LIMPIA
           IF WS-PERFILES-GRABADOS = ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SIS-DESBORDE = "S"
                       OR WS-SISTEMA-CANT = ZERO
                       OR WS-REG-INVALIDOS > ZERO
                       OR WS-CANALES-DESBORDADOS > ZERO
                       OR WS-ERRORES-GRABACION > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           PROGRAM-DONE.
           STOP RUN.

      ******************************************************************
      *CARGA LOS CODIGOS DE OPERACION MARCADOS COMO DE SISTEMA
           CARGAR-OPERACIONES.
           OPEN INPUT OPERACIONES-ARCHIVO.
           MOVE "N" TO WS-FIN-OPERACIONES.
           MOVE ZERO TO WS-SISTEMA-CANT.
           PERFORM UNTIL WS-FIN-OPERACIONES = "S"
               READ OPERACIONES-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-OPERACIONES
                   NOT AT END
                       IF OPE-SISTEMA = "S"
                           IF WS-SISTEMA-CANT < 200
                               ADD 1 TO WS-SISTEMA-CANT
                               MOVE OPE-CODIGO TO
                                   WS-SIS-CODIGO(WS-SISTEMA-CANT)
                           ELSE
                               MOVE "S" TO WS-SIS-DESBORDE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERACIONES-ARCHIVO.
           IF WS-SIS-DESBORDE = "S"
               DISPLAY "AVISO: mas de 200 codigos de sistema, los "
                   "excedentes entran en el perfil del cliente"
           END-IF.

      ******************************************************************
      *RECORRE EL HISTORICO EN ORDEN DE CLAVE: CUENTA, FECHA Y
      *SECUENCIA. CADA CAMBIO DE CUENTA GRABA EL PERFIL DE LA QUE
      *TERMINA. LOS MOVIMIENTOS POSTERIORES AL MES HASTA NO CUENTAN
           RECORRER-HISTORIA.
           MOVE LOW-VALUES TO HIS-CLAVE.
           MOVE "N" TO WS-FIN-HISTORIA.
           START HISTORIA-ARCHIVO KEY NOT < HIS-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-HISTORIA
           END-START.
           MOVE SPACES TO WS-CUENTA-ACTUAL.
           PERFORM UNTIL WS-FIN-HISTORIA = "S"
               READ HISTORIA-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-HISTORIA
                   NOT AT END
                       ADD 1 TO WS-REG-LEIDOS
                       IF HIS-CUENTA NOT = WS-CUENTA-ACTUAL
                           IF WS-CUENTA-ACTUAL NOT = SPACES
                               PERFORM GRABAR-PERFIL
                           END-IF
                           PERFORM INICIAR-CUENTA
                       END-IF
                       IF HIS-FECHA-ORD(1:6) NOT > WS-MES-HASTA
                               AND HIS-REF-ORIGEN = SPACES
                           PERFORM EVALUAR-SISTEMA
                           IF WS-ES-SISTEMA = "N"
                               PERFORM SUMAR-MOVIMIENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CUENTA-ACTUAL NOT = SPACES
               PERFORM GRABAR-PERFIL
           END-IF.

           INICIAR-CUENTA.
           MOVE HIS-CUENTA TO WS-CUENTA-ACTUAL.
           MOVE SPACES TO WS-ULTIMO-DIA.
           MOVE ZERO TO WS-ACU-MOVS.
           MOVE ZERO TO WS-ACU-DIAS.
           MOVE ZERO TO WS-ACU-IMPORTE.
           MOVE ZERO TO WS-ACU-MAXIMO.
           MOVE ZERO TO WS-ACU-CANALES-CANT.
           MOVE SPACES TO WS-ACU-CANALES-TABLA.
           MOVE "N" TO WS-ACU-CANAL-DESBORDE.

           EVALUAR-SISTEMA.
           MOVE "N" TO WS-ES-SISTEMA.
           PERFORM VARYING WS-SIS-IND FROM 1 BY 1
                   UNTIL WS-SIS-IND > WS-SISTEMA-CANT
                   OR WS-ES-SISTEMA = "S"
               IF WS-SIS-CODIGO(WS-SIS-IND) = HIS-OPERACION
                   MOVE "S" TO WS-ES-SISTEMA
               END-IF
           END-PERFORM.

      ******************************************************************
      *EL CANAL CUENTA SIEMPRE; CANTIDAD, DIAS E IMPORTES SOLO DENTRO
      *DE LA VENTANA. UN IMPORTE NO NUMERICO NO ENTRA EN LOS
      *PROMEDIOS PERO SU CANAL QUEDA CONOCIDO
           SUMAR-MOVIMIENTO.
           IF HIS-CANAL NOT = SPACES
               PERFORM SUMAR-CANAL
           END-IF.
           IF HIS-FECHA-ORD(1:6) NOT < WS-MES-DESDE
               IF FUNCTION TEST-NUMVAL(HIS-IMPORTE) NOT = 0
                   ADD 1 TO WS-REG-INVALIDOS
               ELSE
                   ADD 1 TO WS-REG-CONSIDERADOS
                   MOVE FUNCTION NUMVAL(HIS-IMPORTE) TO WS-IMPORTE-NUM
                   IF WS-IMPORTE-NUM < ZERO
                       COMPUTE WS-IMPORTE-ABS = 0 - WS-IMPORTE-NUM
                   ELSE
                       MOVE WS-IMPORTE-NUM TO WS-IMPORTE-ABS
                   END-IF
                   ADD 1 TO WS-ACU-MOVS
                   ADD WS-IMPORTE-ABS TO WS-ACU-IMPORTE
                   IF WS-IMPORTE-ABS > WS-ACU-MAXIMO
                       MOVE WS-IMPORTE-ABS TO WS-ACU-MAXIMO
                   END-IF
                   IF HIS-FECHA-ORD NOT = WS-ULTIMO-DIA
                       ADD 1 TO WS-ACU-DIAS
                       MOVE HIS-FECHA-ORD TO WS-ULTIMO-DIA
                   END-IF
               END-IF
           END-IF.

      *SUMA UN MOVIMIENTO AL CANAL Y LO SUBE EN LA TABLA MIENTRAS
      *TENGA MAS MOVIMIENTOS QUE EL DE ARRIBA, ASI LA TABLA QUEDA
      *DEL CANAL MAS USADO AL MENOS
           SUMAR-CANAL.
           MOVE ZERO TO WS-CAN-HALLADO.
           PERFORM VARYING WS-CAN-IND FROM 1 BY 1
                   UNTIL WS-CAN-IND > WS-ACU-CANALES-CANT
                   OR WS-CAN-HALLADO > ZERO
               IF WS-ACU-CANAL(WS-CAN-IND) = HIS-CANAL
                   MOVE WS-CAN-IND TO WS-CAN-HALLADO
               END-IF
           END-PERFORM.
           IF WS-CAN-HALLADO = ZERO
               IF WS-ACU-CANALES-CANT < 8
                   ADD 1 TO WS-ACU-CANALES-CANT
                   MOVE WS-ACU-CANALES-CANT TO WS-CAN-HALLADO
                   MOVE HIS-CANAL TO WS-ACU-CANAL(WS-CAN-HALLADO)
                   MOVE ZERO TO WS-ACU-CANAL-MOVS(WS-CAN-HALLADO)
               ELSE
                   IF WS-ACU-CANAL-DESBORDE = "N"
                       ADD 1 TO WS-CANALES-DESBORDADOS
                       MOVE "S" TO WS-ACU-CANAL-DESBORDE
                   END-IF
               END-IF
           END-IF.
           IF WS-CAN-HALLADO > ZERO
               IF WS-ACU-CANAL-MOVS(WS-CAN-HALLADO) < 9999999
                   ADD 1 TO WS-ACU-CANAL-MOVS(WS-CAN-HALLADO)
               END-IF
               PERFORM UNTIL WS-CAN-HALLADO = 1
                   OR WS-ACU-CANAL-MOVS(WS-CAN-HALLADO)
                       NOT > WS-ACU-CANAL-MOVS(WS-CAN-HALLADO - 1)
                   MOVE WS-ACU-CANAL-ELEM(WS-CAN-HALLADO - 1)
                       TO WS-CAN-AUX
                   MOVE WS-ACU-CANAL-ELEM(WS-CAN-HALLADO)
                       TO WS-ACU-CANAL-ELEM(WS-CAN-HALLADO - 1)
                   MOVE WS-CAN-AUX TO WS-ACU-CANAL-ELEM(WS-CAN-HALLADO)
                   SUBTRACT 1 FROM WS-CAN-HALLADO
               END-PERFORM
           END-IF.

      ******************************************************************
      *GRABA EL PERFIL DE LA CUENTA QUE TERMINA. UNA CUENTA SIN
      *MOVIMIENTOS DEL CLIENTE (SOLO DE SISTEMA O REVERSAS) NO TIENE
      *PERFIL; CON CANALES PERO SIN MOVIMIENTOS EN LA VENTANA SE
      *GRABA IGUAL, CON LOS PROMEDIOS EN CERO
           GRABAR-PERFIL.
           IF WS-ACU-MOVS > ZERO OR WS-ACU-CANALES-CANT > ZERO
               MOVE SPACES TO PERFIL-REGISTRO
               MOVE WS-CUENTA-ACTUAL TO PRF-CUENTA
               MOVE WS-MES-DESDE TO PRF-MES-DESDE
               MOVE WS-MES-HASTA TO PRF-MES-HASTA
               MOVE WS-ACU-MOVS TO PRF-MOVS
               MOVE WS-ACU-DIAS TO PRF-DIAS
               MOVE ZERO TO PRF-MOVS-DIA
               MOVE ZERO TO PRF-IMPORTE-PROM
               MOVE WS-ACU-MAXIMO TO PRF-IMPORTE-MAX
               MOVE ZERO TO PRF-IMPORTE-DIA
               IF WS-ACU-MOVS > ZERO
                   COMPUTE PRF-MOVS-DIA ROUNDED =
                       WS-ACU-MOVS / WS-ACU-DIAS
                   COMPUTE PRF-IMPORTE-PROM ROUNDED =
                       WS-ACU-IMPORTE / WS-ACU-MOVS
                   COMPUTE PRF-IMPORTE-DIA ROUNDED =
                       WS-ACU-IMPORTE / WS-ACU-DIAS
               ELSE
                   ADD 1 TO WS-PERFILES-SIN-MOVS
               END-IF
               MOVE WS-ACU-CANALES-CANT TO PRF-CANALES-CANT
               PERFORM VARYING WS-CAN-IND FROM 1 BY 1
                       UNTIL WS-CAN-IND > 8
                   IF WS-CAN-IND > WS-ACU-CANALES-CANT
                       MOVE SPACES TO PRF-CANAL(WS-CAN-IND)
                       MOVE ZERO TO PRF-CANAL-MOVS(WS-CAN-IND)
                   ELSE
                       MOVE WS-ACU-CANAL(WS-CAN-IND)
                           TO PRF-CANAL(WS-CAN-IND)
                       MOVE WS-ACU-CANAL-MOVS(WS-CAN-IND)
                           TO PRF-CANAL-MOVS(WS-CAN-IND)
                   END-IF
               END-PERFORM
               WRITE PERFIL-REGISTRO
                   INVALID KEY
                       ADD 1 TO WS-ERRORES-GRABACION
                   NOT INVALID KEY
                       ADD 1 TO WS-PERFILES-GRABADOS
               END-WRITE
           END-IF.
