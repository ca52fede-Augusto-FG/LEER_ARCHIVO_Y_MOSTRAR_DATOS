       ASSIGN TO DYNAMIC WS-ARCHIVO-EXCEPCIONES
       ORGANIZATION IS LINE SEQUENTIAL.

      *LAS MISMAS EXCEPCIONES EN FORMATO DE MAQUINA: EL REGISTRO
      *DE ENTRADA TAL COMO VINO MAS UN CODIGO DE MOTIVO. DEVOLUCIONES
      *LO REPARTE EN ARCHIVOS DE DEVOLUCION POR SUCURSAL Y LLEVA LOS
      *RECHAZOS PENDIENTES DE CORRECCION
       SELECT OPTIONAL RECHAZOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-RECHAZOS
       ORGANIZATION IS LINE SEQUENTIAL.

      *MAESTRO DE CLIENTES (CODIGO, NOMBRE, SUCURSAL, ESTADO),
      *MANTENIDO POR EL PROGRAMA MANTCLIENTES. INDEXADO POR CODIGO:
      *CADA BUSQUEDA LEE DIRECTO DEL INDICE, SIN TABLA EN MEMORIA
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CLI-CODIGO.

      *MAESTRO DE CUENTAS (TITULAR, SUCURSAL, ESTADO, DESCUBIERTO),
      *MANTENIDO POR MANTCUENTAS. INDEXADO POR CUENTA Y LEIDO POR
      *CLAVE IGUAL QUE EL DE CLIENTES
       SELECT OPTIONAL CUENTAS-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-CUENTAS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CTA-CUENTA.

      *LISTADO DE MOVIMIENTOS RETENIDOS: DEBITOS SOBRE CUENTAS
      *BLOQUEADAS O INACTIVAS, QUE NO SE LISTAN, NO SE POSTEAN NI
      *MUEVEN SALDO HASTA QUE LA CUENTA SE DESBLOQUEE (O UN
      *SUPERVISOR LA REACTIVE) Y EL ORIGEN LOS REENVIE
       SELECT OPTIONAL RETENIDOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-RETENIDOS
       ORGANIZATION IS LINE SEQUENTIAL.

      *LISTADO DE RECONCILIACION: MOVIMIENTOS CUYO CLIENTE NO ESTA
      *EN EL MAESTRO O FIGURA INACTIVO
       SELECT OPTIONAL RECONCILIACION-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-INTERFAZ
       ORGANIZATION IS LINE SEQUENTIAL.

      *COTIZACIONES DEL DIA: TIPO DE CAMBIO A PESOS DE CADA MONEDA
      *EXTRANJERA, PARA EL UMBRAL DE CUMPLIMIENTO Y LA COLUMNA DE
      *EQUIVALENTE EN PESOS
       SELECT OPTIONAL COTIZACIONES-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-COTIZACIONES
       ORGANIZATION IS LINE SEQUENTIAL.

      *MAESTRO HISTORICO PERMANENTE DE MOVIMIENTOS, INDEXADO POR
      *CUENTA + FECHA (AAAAMMDD) + SECUENCIA. LO CONSULTA EL
      *PROGRAMA CONSULTA SIN NECESIDAD DE ARCHIVO DE ENTRADA NI SORT
      *(EL MAESTRO EXISTENTE SE CONVIERTE CON CONVHISTORIA)
       ALTERNATE RECORD KEY IS HIS-CLIENTE WITH DUPLICATES.

      *PERFIL DE COMPORTAMIENTO POR CUENTA QUE ARMA PERFILES A FIN
      *DE MES SOBRE EL HISTORICO. SE LEE POR CLAVE EN CADA QUIEBRE
      *DE CUENTA PARA LAS ALERTAS
       SELECT OPTIONAL PERFILES-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-PERFILES
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PRF-CUENTA.

      *ALERTAS DE COMPORTAMIENTO: CUENTAS CUYA ACTIVIDAD DEL DIA SE
      *APARTA DE SU PERFIL, CANALES NUNCA USADOS Y CREDITOS GRANDES
      *A CUENTAS SIN PERFIL
       SELECT OPTIONAL ALERTAS-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-ALERTAS
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *ARCHIVO CRUDO, TAL COMO LO ENTREGA EL SISTEMA DE ORIGEN
           05 EN-OPERACION PIC X(9).
           05 EN-IMPORTE PIC X(15).
           05 EN-CANAL PIC X(2).
      *MONEDA DEL MOVIMIENTO ("ARS" PESOS, "USD" DOLARES). LOS
      *ORIGENES QUE TODAVIA NO LA INFORMAN LA DEJAN EN BLANCO, QUE
      *SE TOMA COMO PESOS
           05 EN-MONEDA PIC X(3).
      *REGISTROS DE CONTROL DEL ORIGEN: CABECERA "HDR" (FECHA DEL
      *ARCHIVO Y SUCURSAL) Y COLA "TRL" (CANTIDAD DE MOVIMIENTOS Y
      *HASH DE IMPORTES, 13 ENTEROS Y 2 DECIMALES IMPLICITOS)
           05 CAB-TIPO PIC X(3).
           05 CAB-FECHA PIC X(10).
           05 CAB-SUCURSAL PIC X(8).
           05 FILLER PIC X(71).
       01 ENTRADA-COLA.
           05 COLA-TIPO PIC X(3).
           05 COLA-CANTIDAD PIC 9(9).
           05 COLA-HASH PIC 9(13)V99.
           05 FILLER PIC X(65).

      *ARCHIVO DE TRABAJO DEL SORT, ORDENADO POR CUENTA Y FECHA (REQUEST 008)
       SD WORK-SORT.
           05 WK-OPERACION PIC X(9).
           05 WK-IMPORTE PIC X(15).
           05 WK-CANAL PIC X(2).
           05 WK-MONEDA PIC X(3).
      *NUMERO DE ORDEN DEL ARCHIVO DE ORIGEN DENTRO DE LA CORRIDA,
      *PARA SABER DE QUE TRANSMISION VINO CADA MOVIMIENTO
           05 WK-ARCH-NRO PIC 9(2).
           05 OPERACION PIC X(9).
           05 IMPORTE PIC X(15).
           05 CANAL PIC X(2).
           05 MONEDA PIC X(3).
           05 ARCH-NRO PIC 9(2).
      *FECHA ORIGINAL ANTES DE LA RODADA DE DIA HABIL; IGUAL A
      *FECHA CUANDO NO HUBO RODADA
       FD EXCEPCIONES-ARCHIVO.
       01 EXCEPCION-REGISTRO PIC X(132).

      *EXCEPCION EN FORMATO DE MAQUINA: FECHA DE LA CORRIDA, ARCHIVO
      *DE ORIGEN (NUMERO EN LA NOMINA Y NOMBRE), TIPO "R" RECHAZADO
      *(NO POSTEADO, EL ORIGEN DEBE REENVIARLO CORREGIDO) U "O"
      *OBSERVADO (POSTEADO IGUAL), CODIGO DE MOTIVO, FECHA AAAAMMDD
      *CON LA QUE SE POSTEA (YA RODADA) Y EL MOVIMIENTO CON EL
      *TRAZADO DE ENTRADA Y SU FECHA ORIGINAL. CODIGOS: 01 IMPORTE
      *O DIGITO INVALIDO, 02 CUENTA NO ESTA EN MAESTRO, 03 CUENTA
      *CERRADA, 04 MONEDA DISTINTA A LA CUENTA, 11 OPERACION NO
      *CODIFICADA, 12 FECHA NO HABIL, 13 EXCEDE DESCUBIERTO
      *AUTORIZADO
       FD RECHAZOS-ARCHIVO.
       01 RECHAZO-REGISTRO.
           05 RCH-FECHA-CORRIDA PIC X(8).
           05 RCH-ARCH-NRO PIC 9(2).
           05 RCH-ARCHIVO PIC X(60).
           05 RCH-TIPO PIC X(1).
           05 RCH-MOTIVO-COD PIC 9(2).
           05 RCH-FECHA-ORD PIC X(8).
           05 RCH-MOVIMIENTO.
              10 RCH-CLIENTE PIC X(11).
              10 RCH-T-CTA PIC X(10).
              10 RCH-SUCURSAL PIC X(8).
              10 RCH-CUENTA PIC X(16).
              10 RCH-DIGITO PIC X(5).
              10 RCH-FECHA PIC X(13).
              10 RCH-OPERACION PIC X(9).
              10 RCH-IMPORTE PIC X(15).
              10 RCH-CANAL PIC X(2).
              10 RCH-MONEDA PIC X(3).

      *MAESTRO DE CLIENTES
       FD CLIENTES-ARCHIVO.
       01 CLIENTE-REGISTRO.
           05 CLI-NOMBRE PIC X(30).
           05 CLI-SUCURSAL PIC X(8).
           05 CLI-ESTADO PIC X(1).
           05 CLI-CUIT PIC X(11).
           05 CLI-CONDICION-IMP PIC X(1).

      *MAESTRO DE CUENTAS, MISMO TRAZADO QUE GRABA MANTCUENTAS.
      *CTA-ESTADO: "A" ABIERTA, "B" BLOQUEADA, "C" CERRADA, "I"
      *INACTIVA (MARCADA POR INACTIVAS).
      *CTA-MONEDA: "ARS" O "USD"; EN BLANCO ES UNA CUENTA EN PESOS
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

      *LISTADO DE MOVIMIENTOS RETENIDOS
       FD RETENIDOS-ARCHIVO.
       01 RETENIDO-REGISTRO PIC X(132).

      *LISTADO DE RECONCILIACION DE CLIENTES
       FD RECONCILIACION-ARCHIVO.
      *BAJA LOGICA Y NO SE CARGA; ESPACIO (ARCHIVOS VIEJOS) O "A"
      *ES ACTIVA
           05 OPE-ESTADO PIC X(1).
      *"S" EN LOS CODIGOS DE SISTEMA (DEVENGOS, IMPUESTOS): NO SON
      *ACTIVIDAD DEL CLIENTE Y NO CUENTAN PARA LAS ALERTAS
           05 OPE-SISTEMA PIC X(1).

      *UN RENGLON POR CODIGO DE OPERACION FUERA DE TABLA Y POR
      *CORRIDA, CON LA FECHA DE LA CORRIDA QUE LO DETECTO
           05 FILLER PIC X(1).
           05 DSC-CODIGO PIC X(9).

      *SALDO POR CUENTA, MISMO TRAZADO DE ENTRADA Y DE SALIDA. EL
      *SALDO VA EN LA MONEDA DE LA CUENTA (EN BLANCO ES PESOS)
       FD SALDOS-ARCHIVO.
       01 SALDO-REGISTRO.
           05 SAL-CUENTA PIC X(16).
           05 SAL-IMPORTE PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 SAL-MONEDA PIC X(3).

       FD SALDOS-SALIDA-ARCHIVO.
       01 SALDO-SALIDA-REGISTRO.
           05 SAL-SAL-CUENTA PIC X(16).
           05 SAL-SAL-IMPORTE PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 SAL-SAL-MONEDA PIC X(3).

      *LISTADO DE MOVIMIENTOS DUPLICADOS
       FD DUPLICADOS-ARCHIVO.
           05 CHK-LIN-RECONCILIACION PIC 9(9).
           05 CHK-LIN-DUPLICADOS PIC 9(9).
           05 CHK-LIN-CUMPLIMIENTO PIC 9(9).
           05 CHK-LIN-RETENIDOS PIC 9(9).
           05 CHK-LIN-RECHAZOS PIC 9(9).
           05 CHK-LIN-ALERTAS PIC 9(9).

      *RESPALDO DE RECORTE DE LA REANUDACION, CON LARGO PARA EL
      *MAS ANCHO DE LOS ARCHIVOS QUE SE RECORTAN
       FD RESPALDO-ARCHIVO.
       01 RESPALDO-REGISTRO PIC X(173).

      *REPORTE DE CUMPLIMIENTO
       FD CUMPLIMIENTO-ARCHIVO.
      *MODO (B=BATCH I=INTERACTIVO), FILTROS EN EFECTO, LEIDOS,
      *LISTADOS, FILTRADOS, RECHAZADOS, DUPLICADOS Y TOTAL GENERAL
      *FINAL (LEIDOS = LISTADOS + FILTRADOS + RECHAZADOS +
      *DUPLICADOS + RETENIDOS)
       FD AUDITORIA-ARCHIVO.
       01 AUDITORIA-REGISTRO.
           05 AUD-FECHA PIC X(10).
           05 AUD-RODADOS PIC 9(7).
           05 FILLER PIC X(1).
           05 AUD-TOTAL PIC S9(13)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
      *DEBITOS RETENIDOS POR CUENTA BLOQUEADA O INACTIVA
           05 AUD-RETENIDOS PIC 9(7).

      *CALENDARIO DE PROCESO: "F" + FECHA AAAAMMDD ES UN FERIADO;
      *"S" + "S" DECLARA EL SABADO COMO DIA HABIL (POR OMISION
      *INTERFAZ CONTABLE DE TRAZADO FIJO: DETALLE POR OPERACION Y
      *SUCURSAL ("DET"), CONTRAASIENTO DE LIQUIDACION POR SUCURSAL
      *("DET" CON CODIGO LIQUIDACN) Y COLA "TRL" CON CANTIDAD DE
      *REGISTROS, TOTAL DEBE Y TOTAL HABER. CADA MONEDA VA EN SU
      *PROPIO BLOQUE DE DETALLES CERRADO POR SU PROPIA COLA, QUE
      *DEBE CUADRAR POR SEPARADO: PESOS Y DOLARES NO SE SUMAN
       FD INTERFAZ-ARCHIVO.
       01 INTERFAZ-REGISTRO.
           05 INT-TIPO PIC X(3).
           05 INT-SIGNO PIC X(1).
           05 INT-CANTIDAD PIC 9(7).
           05 INT-IMPORTE PIC S9(13)V99 SIGN LEADING SEPARATE.
           05 INT-MONEDA PIC X(3).
       01 INTERFAZ-COLA.
           05 INT-COLA-TIPO PIC X(3).
           05 INT-COLA-CANTIDAD PIC 9(9).
           05 INT-COLA-DEBE PIC S9(13)V99 SIGN LEADING SEPARATE.
           05 INT-COLA-HABER PIC S9(13)V99 SIGN LEADING SEPARATE.
           05 INT-COLA-MONEDA PIC X(3).

      *UN RENGLON POR MONEDA: CODIGO Y PESOS POR UNIDAD EN FORMATO
      *LIBRE, IGUAL QUE UMBRAL_IMPORTE (POR EJEMPLO "USD 1050.25")
       FD COTIZACIONES-ARCHIVO.
       01 COTIZACION-REGISTRO.
           05 COT-MONEDA PIC X(3).
           05 FILLER PIC X(1).
           05 COT-CAMBIO PIC X(15).

      *MAESTRO HISTORICO DE MOVIMIENTOS. LA SECUENCIA DISTINGUE
      *MOVIMIENTOS REALES IGUALES DE UNA MISMA CUENTA Y FECHA
      *CLAVE DEL MOVIMIENTO ORIGINAL CUANDO ESTE REGISTRO ES UNA
      *REVERSA DE AJUSTES; ESPACIOS EN LOS MOVIMIENTOS NORMALES
           05 HIS-REF-ORIGEN PIC X(28).
      *MONEDA DEL MOVIMIENTO, LA MISMA DE SU CUENTA
           05 HIS-MONEDA PIC X(3).

      *MISMO TRAZADO QUE GRABA PERFILES. PROMEDIOS Y MAXIMO SOBRE
      *EL VALOR ABSOLUTO DE LOS IMPORTES, EN LA MONEDA DE LA CUENTA;
      *LOS CANALES VAN DEL MAS USADO AL MENOS
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

      *REPORTE DE ALERTAS DE COMPORTAMIENTO
       FD ALERTAS-ARCHIVO.
       01 ALERTA-REGISTRO PIC X(132).

       WORKING-STORAGE SECTION.

           05 MUESTRA-ARCH-NRO PIC 9(2).

      *LINEA DE SUBTOTAL POR CUENTA Y DE TOTAL GENERAL (REQUEST 004)
      *EL SUBTOTAL VA EN LA MONEDA DE LA CUENTA Y EL TOTAL GENERAL
      *SALE UNA VEZ POR MONEDA: PESOS Y DOLARES NO SE SUMAN
       01  LINEA-SUBTOTAL.
           05 SUBTOTAL-TEXTO PIC X(20) VALUE "Subtotal cuenta ".
           05 SUBTOTAL-CUENTA-ED PIC X(16).
           05 FILLER PIC X(4) VALUE SPACES.
           05 SUBTOTAL-IMPORTE-ED PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACE.
           05 SUBTOTAL-MONEDA PIC X(3).

       01  LINEA-TOTAL-GENERAL.
           05 TOTAL-TEXTO PIC X(20) VALUE "TOTAL GENERAL".
           05 FILLER PIC X(20) VALUE SPACES.
           05 TOTAL-IMPORTE-ED PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TOTAL-MONEDA PIC X(3).

      *LINEA DE SALDO DE APERTURA O DE CIERRE DE UNA CUENTA EN UN DIA
       01  LINEA-SALDO-DIA.
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXC-IMPORTE PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXC-MONEDA PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXC-DIGITO PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EXC-MOTIVO PIC X(30).
      *ACUMULADORES DE IMPORTE POR CUENTA Y GENERALES (REQUEST 004)
           01  WS-IMPORTE-NUM PIC S9(11)V99 VALUE ZERO.
           01  WS-SUBTOTAL-CUENTA PIC S9(11)V99 VALUE ZERO.
      *SUMA DE TODAS LAS MONEDAS: SOLO SIRVE DE CONTROL PARA EL
      *PUNTO DE REANUDACION Y LA BITACORA. EL LISTADO MUESTRA EL
      *TOTAL GENERAL DE CADA MONEDA POR SEPARADO
           01  WS-TOTAL-GENERAL PIC S9(11)V99 VALUE ZERO.
           01  WS-CUENTA-ANTERIOR PIC X(16) VALUE SPACES.
      *MONEDA DE LA CUENTA EN PROCESO, PARA SU SUBTOTAL Y SU SALDO
           01  WS-MONEDA-CUENTA PIC X(3) VALUE SPACES.

      *TOTAL GENERAL POR MONEDA DE LOS MOVIMIENTOS LISTADOS. LA
      *INTERFAZ CONTABLE SE EMITE RECORRIENDO ESTA MISMA TABLA
           01  WS-MONEDAS-CANT PIC 9(2) VALUE ZERO.
           01  WS-MONEDAS-TABLA.
               05 WS-MONEDA-ELEM OCCURS 10 TIMES.
                  10 WS-MON-CODIGO PIC X(3).
                  10 WS-MON-MOVS PIC 9(7).
                  10 WS-MON-TOTAL PIC S9(13)V99.
           01  WS-MON-IND PIC 9(2) VALUE ZERO.
           01  WS-MON-HALLADA PIC 9(2) VALUE ZERO.
           01  WS-MON-DESBORDE PIC X VALUE "N".

      *CLIENTE ANTERIOR, PARA EL QUIEBRE DE CONTROL DEL ENCABEZADO (REQUEST 009)
           01  WS-CLIENTE-ANTERIOR PIC X(11) VALUE SPACES.
      *NOMBRE DEL LISTADO DE EXCEPCIONES Y BANDERA DE VALIDEZ (REQUEST 006)
           01  WS-ARCHIVO-EXCEPCIONES PIC X(250) VALUE SPACES.
           01  WS-REGISTRO-VALIDO PIC X VALUE "S".
           01  WS-ARCHIVO-RECHAZOS PIC X(250) VALUE SPACES.

      *MODO BATCH: "S" EVITA EL ACCEPT Y PAGINA DIRECTO AL ARCHIVO (REQUEST 007)
           01  WS-MODO-BATCH PIC X VALUE "N".
           01  WS-CLI-NOMBRE-HALLADO PIC X(30) VALUE SPACES.
           01  WS-CLI-ESTADO-HALLADO PIC X VALUE SPACE.

      *MAESTRO DE CUENTAS, TAMBIEN LEIDO POR CLAVE. LA SITUACION
      *DE LA CUENTA DECIDE LA SUERTE DEL MOVIMIENTO: "N" NORMAL,
      *"R" RECHAZO (CUENTA INEXISTENTE O CERRADA), "T" RETENCION
      *(DEBITO SOBRE CUENTA BLOQUEADA). EL MISMO CRITERIO RIGE EL
      *POSTEO AL HISTORICO Y EL LISTADO, PARA QUE COINCIDAN
           01  WS-ARCHIVO-CUENTAS PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-RETENIDOS PIC X(250) VALUE SPACES.
           01  WS-CTA-BUSCADA PIC X(16) VALUE SPACES.
           01  WS-CTA-ENCONTRADA PIC X VALUE "N".
           01  WS-CTA-ESTADO-HALLADO PIC X VALUE SPACE.
           01  WS-CTA-CLIENTE-HALLADO PIC X(11) VALUE SPACES.
           01  WS-CTA-SUCURSAL-HALLADA PIC X(8) VALUE SPACES.
           01  WS-CTA-DESCUBIERTO-HALLADO PIC 9(11)V99 VALUE ZERO.
           01  WS-CTA-MONEDA-HALLADA PIC X(3) VALUE SPACES.
      *MONEDA DEL MOVIMIENTO QUE SE CLASIFICA: DEBE SER LA DE LA
      *CUENTA, SI NO EL MOVIMIENTO SE RECHAZA
           01  WS-MON-BUSCADA PIC X(3) VALUE SPACES.
           01  WS-CTA-SITUACION PIC X VALUE "N".
           01  WS-CTA-MOTIVO PIC X(30) VALUE SPACES.
           01  WS-CTA-VACIO PIC X VALUE "N".
           01  WS-REG-RETENIDOS PIC 9(7) VALUE ZERO.
      *MOVIMIENTOS QUE DEJAN LA CUENTA MAS ALLA DEL DESCUBIERTO
      *AUTORIZADO: SE PROCESAN IGUAL Y QUEDAN EN EXCEPCIONES
           01  WS-REG-EXCEDIDOS PIC 9(7) VALUE ZERO.

      *LINEA DEL LISTADO DE MOVIMIENTOS RETENIDOS
           01  LINEA-RETENIDO.
               05 RET-CLIENTE PIC X(11).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RET-CUENTA PIC X(16).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RET-FECHA PIC X(13).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RET-OPERACION PIC X(9).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RET-IMPORTE PIC X(15).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RET-CANAL PIC X(2).
               05 FILLER PIC X(1) VALUE SPACE.
               05 RET-MOTIVO PIC X(30).

      *TABLA DE CODIGOS DE OPERACION EN MEMORIA. EL LISTADO MUESTRA
      *LA DESCRIPCION JUNTO AL CODIGO Y EL SIGNO DEBE/HABER DECIDE
      *SI EL IMPORTE RESTA O SUMA EN LOS ACUMULADOS
                  10 WS-OPE-CODIGO PIC X(9).
                  10 WS-OPE-DESCRIPCION PIC X(25).
                  10 WS-OPE-SIGNO PIC X(1).
                  10 WS-OPE-SISTEMA PIC X(1).
           01  WS-OPE-IND PIC 9(3) VALUE ZERO.
           01  WS-OPE-BUSCADO PIC X(9) VALUE SPACES.
           01  WS-OPE-ENCONTRADO PIC X VALUE "N".
           01  WS-OPE-DESC-HALLADA PIC X(25) VALUE SPACES.
           01  WS-OPE-SIGNO-HALLADO PIC X VALUE SPACE.
           01  WS-OPE-SISTEMA-HALLADO PIC X VALUE "N".
           01  WS-OPE-DESBORDE PIC X VALUE "N".
      *CANTIDAD DE MOVIMIENTOS CON CODIGO DE OPERACION FUERA DE TABLA
           01  WS-OPE-DESCONOCIDAS PIC 9(7) VALUE ZERO.
               05 WS-SALDO-ELEM OCCURS 1000 TIMES.
                  10 WS-SAL-CUENTA PIC X(16).
                  10 WS-SAL-IMPORTE PIC S9(11)V99.
                  10 WS-SAL-MONEDA PIC X(3).
           01  WS-SAL-IND PIC 9(4) VALUE ZERO.
           01  WS-SAL-IND-ACTUAL PIC 9(4) VALUE ZERO.
           01  WS-SAL-DESBORDE PIC X VALUE "N".
               05 WS-DUP-OPERACION PIC X(9).
               05 WS-DUP-IMPORTE PIC X(15).
               05 WS-DUP-CANAL PIC X(2).
               05 WS-DUP-MONEDA PIC X(3).
           01  WS-CLAVE-DUP-ANTERIOR PIC X(58) VALUE SPACES.
           01  WS-REG-DUPLICADOS PIC 9(7) VALUE ZERO.

      *REGISTRO DE ARCHIVOS YA PROCESADOS Y LLAVE PARA REPROCESAR
           01  WS-ARCH-IND PIC 9(2) VALUE ZERO.
           01  WS-TOT-MOVIMIENTOS PIC 9(9) VALUE ZERO.

      *LIQUIDACION POR SUCURSAL: CANTIDAD E IMPORTE POR SUCURSAL Y
      *MONEDA DE LOS MOVIMIENTOS LISTADOS, PARA CONCILIAR CONTRA LA
      *CAMARA
           01  WS-SUCURSALES-CANT PIC 9(2) VALUE ZERO.
           01  WS-SUCURSALES-TABLA.
               05 WS-SUCURSAL-ELEM OCCURS 50 TIMES.
                  10 WS-SUC-CODIGO PIC X(8).
                  10 WS-SUC-MONEDA PIC X(3).
                  10 WS-SUC-CANT PIC 9(7).
                  10 WS-SUC-TOTAL PIC S9(13)V99.
           01  WS-SUC-IND PIC 9(2) VALUE ZERO.
           01  WS-RODADA-TOPE PIC 9(2) VALUE ZERO.

      *ACUMULADO PARA LA INTERFAZ CONTABLE: CANTIDAD E IMPORTE DE
      *LOS MOVIMIENTOS LISTADOS POR SUCURSAL, CODIGO DE OPERACION Y
      *MONEDA, CON EL SIGNO DEBE/HABER DE LA TABLA. EL
      *CONTRAASIENTO DE LIQUIDACION POR SUCURSAL SE CALCULA AL EMITIR
           01  WS-ARCHIVO-INTERFAZ PIC X(250) VALUE SPACES.
           01  WS-GL-CANT PIC 9(3) VALUE ZERO.
           01  WS-GL-TABLA.
               05 WS-GL-ELEM OCCURS 500 TIMES.
                  10 WS-GL-SUCURSAL PIC X(8).
                  10 WS-GL-OPERACION PIC X(9).
                  10 WS-GL-MONEDA PIC X(3).
                  10 WS-GL-SIGNO PIC X(1).
                  10 WS-GL-MOVS PIC 9(7).
                  10 WS-GL-TOTAL PIC S9(13)V99.
           01  WS-GL-TOT-DEBE PIC S9(13)V99 VALUE ZERO.
           01  WS-GL-TOT-HABER PIC S9(13)V99 VALUE ZERO.
           01  WS-GL-NETO-SUC PIC S9(13)V99 VALUE ZERO.
      *REGISTROS DEL BLOQUE DE UNA MONEDA Y MARCA DE ALGUNA MONEDA
      *CUYO DEBE NO IGUALA AL HABER
           01  WS-GL-REG-MONEDA PIC 9(9) VALUE ZERO.
           01  WS-GL-DESBALANCE PIC X VALUE "N".

      *REANUDACION DE UNA CORRIDA ABORTADA: CON MOVIMIENTOS_RESTART=S
      *SE REUSA EL ARCHIVO ORDENADO YA ARMADO Y SE RELEEN EN SILENCIO
           01  WS-CHK-LIN-RECONCILIACION PIC 9(9) VALUE ZERO.
           01  WS-CHK-LIN-DUPLICADOS PIC 9(9) VALUE ZERO.
           01  WS-CHK-LIN-CUMPLIMIENTO PIC 9(9) VALUE ZERO.
           01  WS-CHK-LIN-RETENIDOS PIC 9(9) VALUE ZERO.
           01  WS-CHK-LIN-RECHAZOS PIC 9(9) VALUE ZERO.
           01  WS-CHK-LIN-ALERTAS PIC 9(9) VALUE ZERO.

      *RENGLONES ESCRITOS EN CADA SALIDA DURANTE LA CORRIDA, LO QUE
      *EL PUNTO DE CONTROL GUARDA PARA EL RECORTE DE LA REANUDACION
           01  WS-LIN-RECONCILIACION PIC 9(9) VALUE ZERO.
           01  WS-LIN-DUPLICADOS PIC 9(9) VALUE ZERO.
           01  WS-LIN-CUMPLIMIENTO PIC 9(9) VALUE ZERO.
           01  WS-LIN-RETENIDOS PIC 9(9) VALUE ZERO.
           01  WS-LIN-RECHAZOS PIC 9(9) VALUE ZERO.
           01  WS-LIN-ALERTAS PIC 9(9) VALUE ZERO.

      *RECORTE DE LAS SALIDAS EN LA REANUDACION
           01  WS-ARCHIVO-RESPALDO PIC X(250) VALUE SPACES.
               05 WS-POST-OPERACION PIC X(9).
               05 WS-POST-IMPORTE PIC X(15).
               05 WS-POST-CANAL PIC X(2).
               05 WS-POST-MONEDA PIC X(3).
           01  WS-CLAVE-POST-ANTERIOR PIC X(58) VALUE SPACES.

      *BITACORA DE CORRIDAS Y SUS CONTADORES DE CONTROL. LA HORA
      *SE TOMA AL ARRANCAR; LISTADOS Y FILTRADOS SE CUENTAN EN EL
           01  WS-CUMPLIMIENTO-ACTIVO PIC X VALUE "N".
           01  WS-IMPORTE-ABS PIC S9(11)V99 VALUE ZERO.

      *COTIZACIONES DEL DIA EN MEMORIA. EL UMBRAL ESTA EN PESOS: UN
      *MOVIMIENTO EN OTRA MONEDA SE COMPARA POR SU EQUIVALENTE, Y SI
      *SU MONEDA NO TIENE COTIZACION SE REPORTA IGUAL, MARCADO, PORQUE
      *NO HAY FORMA DE PROBAR QUE QUEDA DEBAJO DEL UMBRAL
           01  WS-ARCHIVO-COTIZACIONES PIC X(250) VALUE SPACES.
           01  WS-FIN-COTIZACIONES PIC X VALUE "N".
           01  WS-COTIZACIONES-CANT PIC 9(2) VALUE ZERO.
           01  WS-COTIZACIONES-TABLA.
               05 WS-COTIZACION-ELEM OCCURS 20 TIMES.
                  10 WS-COT-MONEDA PIC X(3).
                  10 WS-COT-CAMBIO PIC 9(7)V9(6).
           01  WS-COT-IND PIC 9(2) VALUE ZERO.
           01  WS-COT-HALLADA PIC X VALUE "N".
           01  WS-COT-DESBORDE PIC X VALUE "N".
           01  WS-IMPORTE-PESOS PIC S9(13)V99 VALUE ZERO.
           01  WS-REG-SIN-COTIZACION PIC 9(7) VALUE ZERO.

      *ACUMULADO POR CLIENTE Y DIA PARA CUMPLIMIENTO: VARIOS
      *MOVIMIENTOS CHICOS DE UN CLIENTE QUE JUNTOS CRUZAN EL UMBRAL
      *EN UNA FECHA TAMBIEN SE REPORTAN
               05 CUM-CANAL PIC X(2).
               05 FILLER PIC X(1) VALUE SPACE.
               05 CUM-IMPORTE PIC X(15).
               05 FILLER PIC X(1) VALUE SPACE.
               05 CUM-MONEDA PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 CUM-PESOS-ED PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               05 FILLER PIC X(1) VALUE SPACE.
               05 CUM-OBSERVACION PIC X(14).

      *LINEA DE UN ACUMULADO CLIENTE/DIA SOBRE EL UMBRAL
           01  LINEA-CUM-ACUMULADO.
               05 CUMA-MOVS-ED PIC ZZ,ZZ9.
               05 FILLER PIC X(6) VALUE " movs ".
               05 CUMA-TOTAL-ED PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               05 FILLER PIC X(6) VALUE " pesos".

      *ALERTAS DE COMPORTAMIENTO. EL FACTOR (ALERTA_FACTOR, FORMATO
      *LIBRE, POR OMISION 3) MULTIPLICA LOS PROMEDIOS DIARIOS DEL
      *PERFIL; EL UMBRAL DE CREDITO (ALERTA_CREDITO, EN PESOS, POR
      *OMISION EL DE CUMPLIMIENTO) ALCANZA A LAS CUENTAS SIN PERFIL.
      *UN UMBRAL DE CREDITO EN CERO APAGA ESA ALERTA
           01  WS-ARCHIVO-PERFILES PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-ALERTAS PIC X(250) VALUE SPACES.
           01  WS-PRF-VACIO PIC X VALUE "N".
           01  WS-ALE-FACTOR-TEXTO PIC X(15) VALUE SPACES.
           01  WS-ALE-FACTOR PIC 9(3)V99 VALUE 3.
           01  WS-ALE-CREDITO-TEXTO PIC X(15) VALUE SPACES.
           01  WS-ALE-CREDITO PIC S9(11)V99 VALUE ZERO.
           01  WS-REG-ALERTAS PIC 9(7) VALUE ZERO.

      *PERFIL DE LA CUENTA EN PROCESO, LEIDO EN SU QUIEBRE. SIN
      *MOVIMIENTOS EN EL PERFIL NO HAY PROMEDIOS CONTRA QUE COMPARAR
      *Y LA CUENTA SE TRATA COMO SIN PERFIL
           01  WS-PRF-HALLADO PIC X VALUE "N".
           01  WS-PRF-CON-MOVS PIC X VALUE "N".
           01  WS-PRF-IND PIC 9(2) VALUE ZERO.
           01  WS-PRF-CANAL-CONOCIDO PIC X VALUE "N".

      *CANALES NUEVOS YA ALERTADOS EN LA CUENTA EN PROCESO: CADA
      *UNO SE ALERTA UNA SOLA VEZ POR CUENTA Y CORRIDA
           01  WS-ALE-CAN-CANT PIC 9(2) VALUE ZERO.
           01  WS-ALE-CAN-TABLA.
               05 WS-ALE-CAN-ELEM OCCURS 20 TIMES.
                  10 WS-ALE-CAN-CODIGO PIC X(2).
           01  WS-ALE-CAN-IND PIC 9(2) VALUE ZERO.
           01  WS-ALE-CAN-HALLADO PIC X VALUE "N".

      *ACTIVIDAD DEL CLIENTE EN EL DIA EN PROCESO DE LA CUENTA
           01  WS-ALE-DIA-MOVS PIC 9(5) VALUE ZERO.
           01  WS-ALE-DIA-IMPORTE PIC S9(13)V99 VALUE ZERO.
           01  WS-ALE-LIMITE PIC S9(15)V99 VALUE ZERO.

      *ENCABEZADO DEL REPORTE DE ALERTAS CON LOS PARAMETROS DE LA
      *CORRIDA
           01  LINEA-ALERTA-TITULO.
               05 FILLER PIC X(34)
                   VALUE "ALERTAS DE COMPORTAMIENTO. FACTOR ".
               05 ALT-FACTOR-ED PIC ZZ9.99.
               05 FILLER PIC X(27)
                   VALUE " UMBRAL CREDITO SIN PERFIL ".
               05 ALT-CREDITO-ED PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(6) VALUE " PESOS".

      *LINEA DE UNA ALERTA: EN LAS DEL DIA, CANTIDAD E IMPORTE SON
      *LOS DEL DIA; EN LAS DE UN MOVIMIENTO, LOS DEL MOVIMIENTO
           01  LINEA-ALERTA.
               05 ALE-CLIENTE PIC X(11).
               05 FILLER PIC X(1) VALUE SPACE.
               05 ALE-CUENTA PIC X(16).
               05 FILLER PIC X(1) VALUE SPACE.
               05 ALE-FECHA PIC X(13).
               05 FILLER PIC X(1) VALUE SPACE.
               05 ALE-MOTIVO PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 ALE-CANAL PIC X(2).
               05 FILLER PIC X(1) VALUE SPACE.
               05 ALE-MOVS-ED PIC ZZ,ZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 ALE-IMPORTE-ED PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               05 FILLER PIC X(1) VALUE SPACE.
               05 ALE-MONEDA PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 ALE-OBSERVACION PIC X(14).

      *SEGUNDA LINEA DE UNA ALERTA CON PERFIL: LOS VALORES DEL
      *PERFIL CONTRA LOS QUE SE COMPARO
           01  LINEA-ALERTA-PERFIL.
               05 FILLER PIC X(10) VALUE "  PERFIL  ".
               05 FILLER PIC X(9) VALUE "MOVS/DIA ".
               05 ALP-MOVS-DIA-ED PIC ZZ,ZZ9.99.
               05 FILLER PIC X(9) VALUE " IMP.DIA ".
               05 ALP-IMPORTE-DIA-ED PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(6) VALUE " PROM ".
               05 ALP-IMPORTE-PROM-ED PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(5) VALUE " MAX ".
               05 ALP-IMPORTE-MAX-ED PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(9) VALUE " CANALES ".
               05 ALP-CANAL-ELEM OCCURS 8 TIMES.
                  10 ALP-CANAL PIC X(2).
                  10 FILLER PIC X(1) VALUE SPACE.

      *SEGUNDA LINEA DE UN CREDITO A CUENTA SIN PERFIL: SU
      *EQUIVALENTE EN PESOS Y EL UMBRAL QUE ALCANZO
           01  LINEA-ALERTA-CREDITO.
               05 ALC-TEXTO PIC X(24).
               05 ALC-PESOS-ED PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               05 FILLER PIC X(18) VALUE "  UMBRAL CREDITO: ".
               05 ALC-UMBRAL-ED PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

      *LINEA DE LA LIQUIDACION POR SUCURSAL
           01  LINEA-LIQUIDACION.
               05 LIQ-TEXTO PIC X(9) VALUE "Sucursal ".
               05 LIQ-SUCURSAL PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LIQ-MONEDA PIC X(3).
               05 FILLER PIC X(3) VALUE SPACES.
               05 LIQ-CANT-ED PIC ZZZ,ZZ9.
               05 FILLER PIC X(6) VALUE " movs ".
           IF WS-ARCHIVO-EXCEPCIONES = SPACES
               MOVE "movimientos.exc" TO WS-ARCHIVO-EXCEPCIONES
           END-IF.
           ACCEPT WS-ARCHIVO-RECHAZOS
               FROM ENVIRONMENT "ARCHIVO_RECHAZOS".
           IF WS-ARCHIVO-RECHAZOS = SPACES
               MOVE "movimientos.dev" TO WS-ARCHIVO-RECHAZOS
           END-IF.
           ACCEPT WS-ARCHIVO-ORDENADO
               FROM ENVIRONMENT "ARCHIVO_ORDENADO".
           IF WS-ARCHIVO-ORDENADO = SPACES
           IF WS-ARCHIVO-CLIENTES = SPACES
               MOVE "clientes.ind" TO WS-ARCHIVO-CLIENTES
           END-IF.
           ACCEPT WS-ARCHIVO-CUENTAS
               FROM ENVIRONMENT "ARCHIVO_CUENTAS".
           IF WS-ARCHIVO-CUENTAS = SPACES
               MOVE "cuentas.ind" TO WS-ARCHIVO-CUENTAS
           END-IF.
           ACCEPT WS-ARCHIVO-RETENIDOS
               FROM ENVIRONMENT "ARCHIVO_RETENIDOS".
           IF WS-ARCHIVO-RETENIDOS = SPACES
               MOVE "movimientos.ret" TO WS-ARCHIVO-RETENIDOS
           END-IF.
           ACCEPT WS-ARCHIVO-RECONCILIACION
               FROM ENVIRONMENT "ARCHIVO_RECONCILIACION".
           IF WS-ARCHIVO-RECONCILIACION = SPACES
           IF WS-ARCHIVO-CUMPLIMIENTO = SPACES
               MOVE "movimientos.cum" TO WS-ARCHIVO-CUMPLIMIENTO
           END-IF.
           ACCEPT WS-ARCHIVO-COTIZACIONES
               FROM ENVIRONMENT "ARCHIVO_COTIZACIONES".
           IF WS-ARCHIVO-COTIZACIONES = SPACES
               MOVE "cotizaciones.dat" TO WS-ARCHIVO-COTIZACIONES
           END-IF.
      *EL UMBRAL SE FIJA POR CORRIDA, COMO LOS DEMAS FILTROS
           ACCEPT WS-UMBRAL-TEXTO FROM ENVIRONMENT "UMBRAL_IMPORTE".
           IF WS-UMBRAL-TEXTO NOT = SPACES
           IF WS-UMBRAL > ZERO
               MOVE "S" TO WS-CUMPLIMIENTO-ACTIVO
           END-IF.
           ACCEPT WS-ARCHIVO-PERFILES
               FROM ENVIRONMENT "ARCHIVO_PERFILES".
           IF WS-ARCHIVO-PERFILES = SPACES
               MOVE "perfiles.ind" TO WS-ARCHIVO-PERFILES
           END-IF.
           ACCEPT WS-ARCHIVO-ALERTAS
               FROM ENVIRONMENT "ARCHIVO_ALERTAS".
           IF WS-ARCHIVO-ALERTAS = SPACES
               MOVE "movimientos.ale" TO WS-ARCHIVO-ALERTAS
           END-IF.
           ACCEPT WS-ALE-FACTOR-TEXTO FROM ENVIRONMENT "ALERTA_FACTOR".
           IF WS-ALE-FACTOR-TEXTO NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-ALE-FACTOR-TEXTO) = 0
                       AND FUNCTION NUMVAL(WS-ALE-FACTOR-TEXTO) > ZERO
                       AND FUNCTION NUMVAL(WS-ALE-FACTOR-TEXTO) < 1000
                   MOVE FUNCTION NUMVAL(WS-ALE-FACTOR-TEXTO)
                       TO WS-ALE-FACTOR
               ELSE
                   DISPLAY "AVISO: ALERTA_FACTOR invalido, se toma 3"
               END-IF
           END-IF.
      *SIN UMBRAL DE CREDITO PROPIO SE USA EL DE CUMPLIMIENTO
           MOVE WS-UMBRAL TO WS-ALE-CREDITO.
           ACCEPT WS-ALE-CREDITO-TEXTO
               FROM ENVIRONMENT "ALERTA_CREDITO".
           IF WS-ALE-CREDITO-TEXTO NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-ALE-CREDITO-TEXTO) = 0
                       AND FUNCTION NUMVAL(WS-ALE-CREDITO-TEXTO)
                           NOT < ZERO
                   MOVE FUNCTION NUMVAL(WS-ALE-CREDITO-TEXTO)
                       TO WS-ALE-CREDITO
               ELSE
                   DISPLAY "AVISO: ALERTA_CREDITO invalido, se toma "
                       "el umbral de cumplimiento"
               END-IF
           END-IF.
           ACCEPT WS-CANAL-FILTRO FROM ENVIRONMENT "CANAL_FILTRO".
           ACCEPT WS-FECHA-DESDE FROM ENVIRONMENT "FECHA_DESDE".
           ACCEPT WS-FECHA-HASTA FROM ENVIRONMENT "FECHA_HASTA".
                       TO WS-LIN-RECONCILIACION
                   MOVE WS-CHK-LIN-DUPLICADOS TO WS-LIN-DUPLICADOS
                   MOVE WS-CHK-LIN-CUMPLIMIENTO TO WS-LIN-CUMPLIMIENTO
                   MOVE WS-CHK-LIN-RETENIDOS TO WS-LIN-RETENIDOS
                   MOVE WS-CHK-LIN-RECHAZOS TO WS-LIN-RECHAZOS
                   MOVE WS-CHK-LIN-ALERTAS TO WS-LIN-ALERTAS
                   DISPLAY "Reanudacion desde la cuenta "
                       WS-CHK-CUENTA
               ELSE
               PERFORM VERIFICAR-PROCESADOS
           END-IF.
           PERFORM ABRIR-CLIENTES.
           PERFORM ABRIR-CUENTAS.
           PERFORM CARGAR-OPERACIONES.
           PERFORM CARGAR-SALDOS.
           PERFORM CARGAR-COTIZACIONES.
           PERFORM ABRIR-PERFILES.
           IF WS-FERIADOS-POLITICA NOT = SPACE
               PERFORM CARGAR-CALENDARIO
           END-IF.
      *        PRIMER ENCABEZADO
               PERFORM MOSTRAR_ENCABEZADO
               PERFORM INICIAR-SALDO-CUENTA
               PERFORM INICIAR-ALERTAS-CUENTA
               PERFORM MOSTRAR-APERTURA-DIA
               PERFORM MUESTRA-REGISTROS
                   UNTIL FIN-DEL-ARCHIVO = "0"
               DISPLAY "Movimientos con fecha no habil marcados: "
                   WS-REG-NO-HABILES
           END-IF.
           IF WS-REG-RETENIDOS > ZERO
               DISPLAY "Debitos retenidos por cuenta bloqueada o "
                   "inactiva: " WS-REG-RETENIDOS
           END-IF.
           IF WS-REG-EXCEDIDOS > ZERO
               DISPLAY "Movimientos sobre el descubierto autorizado: "
                   WS-REG-EXCEDIDOS
           END-IF.
           IF WS-REG-SIN-COTIZACION > ZERO
               DISPLAY "Movimientos sin cotizacion para el umbral: "
                   WS-REG-SIN-COTIZACION
           END-IF.
           IF WS-REG-ALERTAS > ZERO
               DISPLAY "Alertas de comportamiento: " WS-REG-ALERTAS
           END-IF.
      *RETORNO PARA EL PLANIFICADOR: 8 SIN MOVIMIENTOS, 4 CON
      *EXCEPCIONES, OPERACIONES FUERA DE TABLA, DUPLICADOS
      *APARTADOS DE LOS TOTALES, DEBITOS RETENIDOS, CUENTAS
      *SOBRE EL DESCUBIERTO O MONEDAS SIN COTIZACION, 0 CORRIDA
      *LIMPIA (LA DIFERENCIA DE CONTROL CORTA ANTES CON 12)
           IF WS-TOT-MOVIMIENTOS = ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REG-RECHAZADOS > ZERO
                       OR WS-OPE-DESCONOCIDAS > ZERO
                       OR WS-REG-DUPLICADOS > ZERO
                       OR WS-REG-RETENIDOS > ZERO
                       OR WS-REG-EXCEDIDOS > ZERO
                       OR WS-REG-SIN-COTIZACION > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               PERFORM RECORTAR-RECONCILIACION
               PERFORM RECORTAR-DUPLICADOS
               PERFORM RECORTAR-CUMPLIMIENTO
               PERFORM RECORTAR-RETENIDOS
               PERFORM RECORTAR-RECHAZOS
               PERFORM RECORTAR-ALERTAS
           ELSE
      *EL MAESTRO HISTORICO SE ABRE ANTES DEL SORT PORQUE EL
      *POSTEO OCURRE EN EL PROCEDIMIENTO DE SALIDA DEL SORT
      *LISTAR. LAS CLAVES SECUNDARIAS DEJAN CONTIGUOS LOS DUPLICADOS
      *EXACTOS DENTRO DE CADA CUENTA Y FECHA
               SORT WORK-SORT ON ASCENDING KEY WK-CUENTA WK-FECHA-ORD
                   WK-OPERACION WK-IMPORTE WK-CANAL WK-MONEDA
                   INPUT PROCEDURE IS PREPARAR-REGISTROS-SORT
                   OUTPUT PROCEDURE IS GRABAR-REGISTROS-SORT
      *CON DIFERENCIA DE CONTROL NO SE EMITE EL LISTADO: EL
               OPEN OUTPUT RECONCILIACION-ARCHIVO
               OPEN OUTPUT DUPLICADOS-ARCHIVO
               OPEN OUTPUT CUMPLIMIENTO-ARCHIVO
               OPEN OUTPUT RETENIDOS-ARCHIVO
               OPEN OUTPUT RECHAZOS-ARCHIVO
               IF WS-CUMPLIMIENTO-ACTIVO = "S"
                   MOVE SPACES TO CUMPLIMIENTO-REGISTRO
                   STRING "MOVIMIENTOS EN O SOBRE EL UMBRAL "
                       WS-UMBRAL-TEXTO " (EN PESOS)" DELIMITED BY SIZE
                       INTO CUMPLIMIENTO-REGISTRO
                   WRITE CUMPLIMIENTO-REGISTRO
                   ADD 1 TO WS-LIN-CUMPLIMIENTO
               END-IF
               OPEN OUTPUT ALERTAS-ARCHIVO
               MOVE WS-ALE-FACTOR TO ALT-FACTOR-ED
               MOVE WS-ALE-CREDITO TO ALT-CREDITO-ED
               WRITE ALERTA-REGISTRO FROM LINEA-ALERTA-TITULO
               ADD 1 TO WS-LIN-ALERTAS
           END-IF.

      ******************************************************************
                           TO WS-CHK-LIN-DUPLICADOS
                       MOVE CHK-LIN-CUMPLIMIENTO
                           TO WS-CHK-LIN-CUMPLIMIENTO
                       MOVE CHK-LIN-RETENIDOS
                           TO WS-CHK-LIN-RETENIDOS
                       MOVE CHK-LIN-RECHAZOS
                           TO WS-CHK-LIN-RECHAZOS
                       MOVE CHK-LIN-ALERTAS
                           TO WS-CHK-LIN-ALERTAS
                   END-IF
           END-READ.
           CLOSE CHECKPOINT-ARCHIVO.
           MOVE WS-LIN-RECONCILIACION TO CHK-LIN-RECONCILIACION.
           MOVE WS-LIN-DUPLICADOS TO CHK-LIN-DUPLICADOS.
           MOVE WS-LIN-CUMPLIMIENTO TO CHK-LIN-CUMPLIMIENTO.
           MOVE WS-LIN-RETENIDOS TO CHK-LIN-RETENIDOS.
           MOVE WS-LIN-RECHAZOS TO CHK-LIN-RECHAZOS.
           MOVE WS-LIN-ALERTAS TO CHK-LIN-ALERTAS.
           WRITE CHECKPOINT-REGISTRO.
           CLOSE CHECKPOINT-ARCHIVO.

           END-PERFORM.
           CLOSE RESPALDO-ARCHIVO.

           RECORTAR-RETENIDOS.
           MOVE WS-CHK-LIN-RETENIDOS TO WS-RSP-OBJETIVO.
           MOVE ZERO TO WS-RSP-COPIADAS.
           MOVE "N" TO WS-FIN-RESPALDO.
           OPEN INPUT RETENIDOS-ARCHIVO.
           OPEN OUTPUT RESPALDO-ARCHIVO.
           PERFORM UNTIL WS-FIN-RESPALDO = "S"
                   OR WS-RSP-COPIADAS = WS-RSP-OBJETIVO
               READ RETENIDOS-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-RESPALDO
                   NOT AT END
                       ADD 1 TO WS-RSP-COPIADAS
                       WRITE RESPALDO-REGISTRO FROM RETENIDO-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE RETENIDOS-ARCHIVO.
           CLOSE RESPALDO-ARCHIVO.
           OPEN INPUT RESPALDO-ARCHIVO.
           OPEN OUTPUT RETENIDOS-ARCHIVO.
           MOVE "N" TO WS-FIN-RESPALDO.
           PERFORM UNTIL WS-FIN-RESPALDO = "S"
               READ RESPALDO-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-RESPALDO
                   NOT AT END
                       WRITE RETENIDO-REGISTRO FROM RESPALDO-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE RESPALDO-ARCHIVO.

           RECORTAR-RECHAZOS.
           MOVE WS-CHK-LIN-RECHAZOS TO WS-RSP-OBJETIVO.
           MOVE ZERO TO WS-RSP-COPIADAS.
           MOVE "N" TO WS-FIN-RESPALDO.
           OPEN INPUT RECHAZOS-ARCHIVO.
           OPEN OUTPUT RESPALDO-ARCHIVO.
           PERFORM UNTIL WS-FIN-RESPALDO = "S"
                   OR WS-RSP-COPIADAS = WS-RSP-OBJETIVO
               READ RECHAZOS-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-RESPALDO
                   NOT AT END
                       ADD 1 TO WS-RSP-COPIADAS
                       WRITE RESPALDO-REGISTRO FROM RECHAZO-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE RECHAZOS-ARCHIVO.
           CLOSE RESPALDO-ARCHIVO.
           OPEN INPUT RESPALDO-ARCHIVO.
           OPEN OUTPUT RECHAZOS-ARCHIVO.
           MOVE "N" TO WS-FIN-RESPALDO.
           PERFORM UNTIL WS-FIN-RESPALDO = "S"
               READ RESPALDO-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-RESPALDO
                   NOT AT END
                       WRITE RECHAZO-REGISTRO FROM RESPALDO-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE RESPALDO-ARCHIVO.

           RECORTAR-ALERTAS.
           MOVE WS-CHK-LIN-ALERTAS TO WS-RSP-OBJETIVO.
           MOVE ZERO TO WS-RSP-COPIADAS.
           MOVE "N" TO WS-FIN-RESPALDO.
           OPEN INPUT ALERTAS-ARCHIVO.
           OPEN OUTPUT RESPALDO-ARCHIVO.
           PERFORM UNTIL WS-FIN-RESPALDO = "S"
                   OR WS-RSP-COPIADAS = WS-RSP-OBJETIVO
               READ ALERTAS-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-RESPALDO
                   NOT AT END
                       ADD 1 TO WS-RSP-COPIADAS
                       WRITE RESPALDO-REGISTRO FROM ALERTA-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE ALERTAS-ARCHIVO.
           CLOSE RESPALDO-ARCHIVO.
           OPEN INPUT RESPALDO-ARCHIVO.
           OPEN OUTPUT ALERTAS-ARCHIVO.
           MOVE "N" TO WS-FIN-RESPALDO.
           PERFORM UNTIL WS-FIN-RESPALDO = "S"
               READ RESPALDO-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-RESPALDO
                   NOT AT END
                       WRITE ALERTA-REGISTRO FROM RESPALDO-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE RESPALDO-ARCHIVO.

      ******************************************************************
      *FIN DEL MODO SALTEO: LA CUENTA DEL PUNTO DE CONTROL QUEDO
      *RELEIDA, SE RESTAURA LA PAGINA Y SE COTEJA EL TOTAL
           ABRIR-CLIENTES.
           OPEN INPUT CLIENTES-ARCHIVO.

      ******************************************************************
      *ABRE EL MAESTRO DE CUENTAS PARA LEER POR CLAVE DURANTE TODA
      *LA CORRIDA. SIN MAESTRO TODAS LAS CUENTAS SON DESCONOCIDAS
      *Y SUS MOVIMIENTOS SE RECHAZAN: SE AVISA DE ENTRADA PARA QUE
      *NO SE CONFUNDA CON UN PROBLEMA DEL ARCHIVO DE ORIGEN
           ABRIR-CUENTAS.
           OPEN INPUT CUENTAS-ARCHIVO.
           MOVE "N" TO WS-CTA-VACIO.
           MOVE LOW-VALUES TO CTA-CUENTA.
           START CUENTAS-ARCHIVO KEY NOT < CTA-CUENTA
               INVALID KEY
                   MOVE "S" TO WS-CTA-VACIO
           END-START.
           IF WS-CTA-VACIO = "S"
               DISPLAY "AVISO: maestro de cuentas vacio o "
                   "inexistente, todos los movimientos se van a "
                   "rechazar por cuenta desconocida"
           END-IF.

      ******************************************************************
      *ABRE LOS PERFILES DE COMPORTAMIENTO PARA LEER POR CLAVE
      *DURANTE TODA LA CORRIDA. SIN PERFILES NINGUNA CUENTA TIENE
      *CONTRA QUE COMPARARSE: SE AVISA DE ENTRADA
           ABRIR-PERFILES.
           OPEN INPUT PERFILES-ARCHIVO.
           MOVE "N" TO WS-PRF-VACIO.
           MOVE LOW-VALUES TO PRF-CUENTA.
           START PERFILES-ARCHIVO KEY NOT < PRF-CUENTA
               INVALID KEY
                   MOVE "S" TO WS-PRF-VACIO
           END-START.
           IF WS-PRF-VACIO = "S"
               DISPLAY "AVISO: archivo de perfiles vacio o "
                   "inexistente, solo se alertan creditos grandes a "
                   "cuentas sin perfil"
           END-IF.

      ******************************************************************
      *BUSCA WS-CTA-BUSCADA POR CLAVE EN EL MAESTRO DE CUENTAS Y
      *DEJA ESTADO, TITULAR, SUCURSAL, DESCUBIERTO Y MONEDA EN LOS
      *CAMPOS HALLADOS. UNA CUENTA SIN MONEDA ES EN PESOS
           BUSCAR-CUENTA.
           MOVE "N" TO WS-CTA-ENCONTRADA.
           MOVE SPACE TO WS-CTA-ESTADO-HALLADO.
           MOVE SPACES TO WS-CTA-CLIENTE-HALLADO.
           MOVE SPACES TO WS-CTA-SUCURSAL-HALLADA.
           MOVE ZERO TO WS-CTA-DESCUBIERTO-HALLADO.
           MOVE SPACES TO WS-CTA-MONEDA-HALLADA.
           MOVE WS-CTA-BUSCADA TO CTA-CUENTA.
           READ CUENTAS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-CTA-ENCONTRADA
                   MOVE CTA-ESTADO TO WS-CTA-ESTADO-HALLADO
                   MOVE CTA-CLIENTE TO WS-CTA-CLIENTE-HALLADO
                   MOVE CTA-SUCURSAL TO WS-CTA-SUCURSAL-HALLADA
                   MOVE CTA-DESCUBIERTO TO WS-CTA-DESCUBIERTO-HALLADO
                   MOVE CTA-MONEDA TO WS-CTA-MONEDA-HALLADA
                   IF WS-CTA-MONEDA-HALLADA = SPACES
                       MOVE "ARS" TO WS-CTA-MONEDA-HALLADA
                   END-IF
           END-READ.

      ******************************************************************
      *DECIDE LA SITUACION DEL MOVIMIENTO SEGUN SU CUENTA
      *(WS-CTA-BUSCADA), SU MONEDA (WS-MON-BUSCADA) Y EL SIGNO DE
      *SU OPERACION (WS-OPE-BUSCADO; FUERA DE TABLA CUENTA COMO
      *HABER, IGUAL QUE EN EL LISTADO).
      *LO USAN EL POSTEO AL HISTORICO Y EL LISTADO, ASI LOS DOS
      *DEJAN AFUERA EXACTAMENTE LOS MISMOS MOVIMIENTOS
           CLASIFICAR-CUENTA.
           MOVE "N" TO WS-CTA-SITUACION.
           MOVE SPACES TO WS-CTA-MOTIVO.
           PERFORM BUSCAR-CUENTA.
           IF WS-CTA-ENCONTRADA NOT = "S"
               MOVE "R" TO WS-CTA-SITUACION
               MOVE "CUENTA NO ESTA EN MAESTRO" TO WS-CTA-MOTIVO
           ELSE
           IF WS-CTA-ESTADO-HALLADO = "C"
               MOVE "R" TO WS-CTA-SITUACION
               MOVE "CUENTA CERRADA" TO WS-CTA-MOTIVO
           ELSE
           IF WS-MON-BUSCADA NOT = WS-CTA-MONEDA-HALLADA
               MOVE "R" TO WS-CTA-SITUACION
               MOVE "MONEDA DISTINTA A LA CUENTA" TO WS-CTA-MOTIVO
           ELSE
           IF WS-CTA-ESTADO-HALLADO = "B"
               PERFORM BUSCAR-OPERACION
               IF WS-OPE-ENCONTRADO = "S"
                       AND WS-OPE-SIGNO-HALLADO = "D"
                   MOVE "T" TO WS-CTA-SITUACION
                   MOVE "CUENTA BLOQUEADA" TO WS-CTA-MOTIVO
               END-IF
           ELSE
      *CUENTA INACTIVA: LOS DEBITOS QUEDAN RETENIDOS HASTA QUE UN
      *SUPERVISOR LA REACTIVE EN MANTCUENTAS; LOS CREDITOS ENTRAN
           IF WS-CTA-ESTADO-HALLADO = "I"
               PERFORM BUSCAR-OPERACION
               IF WS-OPE-ENCONTRADO = "S"
                       AND WS-OPE-SIGNO-HALLADO = "D"
                   MOVE "T" TO WS-CTA-SITUACION
                   MOVE "CUENTA INACTIVA" TO WS-CTA-MOTIVO
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      ******************************************************************
      *CARGA LA TABLA DE PARAMETROS DE CODIGOS DE OPERACION. SI EL
      *ARCHIVO NO EXISTE LA TABLA QUEDA VACIA Y TODOS LOS CODIGOS
                               WS-OPE-DESCRIPCION(WS-OPERACIONES-CANT)
                           MOVE OPE-SIGNO TO
                               WS-OPE-SIGNO(WS-OPERACIONES-CANT)
                           MOVE OPE-SISTEMA TO
                               WS-OPE-SISTEMA(WS-OPERACIONES-CANT)
                       ELSE
                           MOVE "S" TO WS-OPE-DESBORDE
                       END-IF
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
      ******************************************************************
      *UBICA LA CUENTA EN PROCESO EN LA TABLA DE SALDOS Y DEJA SU
      *SALDO DE APERTURA EN WS-SALDO-CUENTA. UNA CUENTA SIN SALDO
      *ANTERIOR SE DA DE ALTA EN CERO PARA QUE SU CIERRE SE GRABE.
      *LA MONEDA DEL SALDO ES LA DEL MAESTRO DE CUENTAS; UNA CUENTA
      *FUERA DEL MAESTRO TOMA LA DE SU MOVIMIENTO
           INICIAR-SALDO-CUENTA.
           MOVE CUENTA TO WS-CTA-BUSCADA.
           PERFORM BUSCAR-CUENTA.
           IF WS-CTA-ENCONTRADA = "S"
               MOVE WS-CTA-MONEDA-HALLADA TO WS-MONEDA-CUENTA
           ELSE
               MOVE MONEDA TO WS-MONEDA-CUENTA
           END-IF.
           MOVE ZERO TO WS-SAL-IND-ACTUAL.
           PERFORM VARYING WS-SAL-IND FROM 1 BY 1
                   UNTIL WS-SAL-IND > WS-SALDOS-CANT
           IF WS-SAL-IND-ACTUAL > 0
               MOVE WS-SAL-IMPORTE(WS-SAL-IND-ACTUAL)
                   TO WS-SALDO-CUENTA
               MOVE WS-MONEDA-CUENTA TO WS-SAL-MONEDA(WS-SAL-IND-ACTUAL)
           ELSE
               MOVE ZERO TO WS-SALDO-CUENTA
           END-IF.

      ******************************************************************
      *SALDO DE APERTURA Y DE CIERRE DE LA CUENTA EN UN DIA. EL DE
      *CIERRE USA LA FECHA DEL DIA QUE SE TERMINA DE LISTAR. LA
      *ACTIVIDAD DEL DIA PARA LAS ALERTAS ARRANCA CON LA APERTURA Y
      *SE COTEJA CONTRA EL PERFIL EN EL CIERRE
           MOSTRAR-APERTURA-DIA.
           MOVE "Saldo apertura " TO SALDO-DIA-TEXTO.
           MOVE FECHA TO SALDO-DIA-FECHA.
           MOVE WS-SALDO-CUENTA TO SALDO-DIA-IMPORTE-ED.
           MOVE LINEA-SALDO-DIA TO WS-LINEA-SALIDA.
           PERFORM IMPRIMIR-LINEA.
           MOVE ZERO TO WS-ALE-DIA-MOVS.
           MOVE ZERO TO WS-ALE-DIA-IMPORTE.

           MOSTRAR-CIERRE-DIA.
           MOVE "Saldo cierre   " TO SALDO-DIA-TEXTO.
           MOVE WS-SALDO-CUENTA TO SALDO-DIA-IMPORTE-ED.
           MOVE LINEA-SALDO-DIA TO WS-LINEA-SALIDA.
           PERFORM IMPRIMIR-LINEA.
           PERFORM EVALUAR-ALERTAS-DIA.

      ******************************************************************
      *GRABA LOS SALDOS DE CIERRE PARA QUE LA CORRIDA DE MANANA LOS
                   UNTIL WS-SAL-IND > WS-SALDOS-CANT
               MOVE WS-SAL-CUENTA(WS-SAL-IND) TO SAL-SAL-CUENTA
               MOVE WS-SAL-IMPORTE(WS-SAL-IND) TO SAL-SAL-IMPORTE
               MOVE WS-SAL-MONEDA(WS-SAL-IND) TO SAL-SAL-MONEDA
               WRITE SALDO-SALIDA-REGISTRO
           END-PERFORM.
           CLOSE SALDOS-SALIDA-ARCHIVO.
           MOVE "N" TO WS-OPE-ENCONTRADO.
           MOVE SPACES TO WS-OPE-DESC-HALLADA.
           MOVE SPACE TO WS-OPE-SIGNO-HALLADO.
           MOVE "N" TO WS-OPE-SISTEMA-HALLADO.
           PERFORM VARYING WS-OPE-IND FROM 1 BY 1
                   UNTIL WS-OPE-IND > WS-OPERACIONES-CANT
                   OR WS-OPE-ENCONTRADO = "S"
                       TO WS-OPE-DESC-HALLADA
                   MOVE WS-OPE-SIGNO(WS-OPE-IND)
                       TO WS-OPE-SIGNO-HALLADO
                   IF WS-OPE-SISTEMA(WS-OPE-IND) = "S"
                       MOVE "S" TO WS-OPE-SISTEMA-HALLADO
                   END-IF
               END-IF
           END-PERFORM.

                   MOVE EN-OPERACION TO WK-OPERACION
                   MOVE EN-IMPORTE TO WK-IMPORTE
                   MOVE EN-CANAL TO WK-CANAL
                   MOVE EN-MONEDA TO WK-MONEDA
                   IF EN-MONEDA = SPACES
                       MOVE "ARS" TO WK-MONEDA
                   END-IF
                   MOVE EN-FECHA TO WS-FECHA-CONV-ENTRADA
                   PERFORM CONVERTIR-FECHA-AAAAMMDD
                   MOVE WS-FECHA-CONV-SALIDA TO WK-FECHA-ORD
                       MOVE WK-OPERACION TO OPERACION
                       MOVE WK-IMPORTE TO IMPORTE
                       MOVE WK-CANAL TO CANAL
                       MOVE WK-MONEDA TO MONEDA
                       MOVE WK-ARCH-NRO TO ARCH-NRO
                       MOVE WK-FECHA-ORIG TO FECHA-ORIG
                       WRITE MOVIMIENTOS-REGISTRO
      *DUPLICADOS EXACTOS DEL REGISTRO ANTERIOR (EL LISTADO LOS
      *APARTA DE LOS TOTALES Y EL HISTORICO DEBE COINCIDIR). LA
      *CLAVE USA LA FECHA ORIGINAL: DOS MOVIMIENTOS DISTINTOS
      *RODADOS AL MISMO DIA HABIL NO SON DUPLICADOS. TAMPOCO SE
      *POSTEAN LOS QUE EL MAESTRO DE CUENTAS RECHAZA O RETIENE
                       MOVE WK-CUENTA TO WS-POST-CUENTA
                       MOVE WK-FECHA-ORIG TO WS-POST-FECHA
                       MOVE WK-OPERACION TO WS-POST-OPERACION
                       MOVE WK-IMPORTE TO WS-POST-IMPORTE
                       MOVE WK-CANAL TO WS-POST-CANAL
                       MOVE WK-MONEDA TO WS-POST-MONEDA
                       IF WS-CLAVE-POST NOT = WS-CLAVE-POST-ANTERIOR
                           MOVE WS-CLAVE-POST
                               TO WS-CLAVE-POST-ANTERIOR
                           MOVE WK-CUENTA TO WS-CTA-BUSCADA
                           MOVE WK-OPERACION TO WS-OPE-BUSCADO
                           MOVE WK-MONEDA TO WS-MON-BUSCADA
                           PERFORM CLASIFICAR-CUENTA
                           IF WS-CTL-ERROR NOT = "S"
                               AND WS-ARCH-YA-PROC(WK-ARCH-NRO)
                                   NOT = "S"
                               AND FUNCTION TEST-NUMVAL(WK-IMPORTE)
                                   = 0
                               AND WK-DIGITO NUMERIC
                               AND WS-CTA-SITUACION = "N"
                               PERFORM POSTEAR-HISTORIA
                           END-IF
                       END-IF
      *UN MOVIMIENTO NORMAL NO REFIERE A NINGUN ORIGINAL; LA
      *REFERENCIA SOLO LA CARGA EL PROGRAMA DE AJUSTES
                           MOVE SPACES TO HIS-REF-ORIGEN
                           MOVE WK-MONEDA TO HIS-MONEDA
                           WRITE HISTORIA-REGISTRO
                           MOVE "S" TO WS-HIS-POSTEADO
                       NOT INVALID KEY
           PERFORM MOSTRAR-TOTAL-GENERAL.
           PERFORM ESCRIBIR-SALDOS.
           CLOSE CLIENTES-ARCHIVO.
           CLOSE CUENTAS-ARCHIVO.
           CLOSE ARCHIVO-ORDENADO.
           CLOSE REPORTE-ARCHIVO.
           CLOSE EXCEPCIONES-ARCHIVO.
           CLOSE RECONCILIACION-ARCHIVO.
           CLOSE DUPLICADOS-ARCHIVO.
           CLOSE RETENIDOS-ARCHIVO.
           CLOSE RECHAZOS-ARCHIVO.
      *EL MAESTRO HISTORICO SOLO SE ABRE EN CORRIDAS CON SORT;
      *LA REANUDACION NO POSTEA (LA CORRIDA ORIGINAL YA LO HIZO)
           IF WS-MODO-RESTART NOT = "S"
           END-IF.
           PERFORM ESCRIBIR-CUM-ACUMULADOS.
           CLOSE CUMPLIMIENTO-ARCHIVO.
           CLOSE PERFILES-ARCHIVO.
           CLOSE ALERTAS-ARCHIVO.
      ******************************************************************



           IF CUENTA NOT = WS-CUENTA-ANTERIOR
               PERFORM INICIAR-SALDO-CUENTA
               PERFORM INICIAR-ALERTAS-CUENTA
           END-IF.
           IF CUENTA NOT = WS-CUENTA-ANTERIOR
                   OR FECHA NOT = WS-FECHA-ANTERIOR
           MOVE OPERACION TO WS-DUP-OPERACION.
           MOVE IMPORTE TO WS-DUP-IMPORTE.
           MOVE CANAL TO WS-DUP-CANAL.
           MOVE MONEDA TO WS-DUP-MONEDA.
           IF WS-CLAVE-DUP = WS-CLAVE-DUP-ANTERIOR
               ADD 1 TO WS-REG-DUPLICADOS
               PERFORM ESCRIBIR-DUPLICADO
               MOSTRAR-MOVIMIENTO.

           PERFORM VALIDAR-REGISTRO.
           MOVE "N" TO WS-CTA-SITUACION.
           IF WS-REGISTRO-VALIDO = "N"
               MOVE "IMPORTE O DIGITO INVALIDO" TO EXC-MOTIVO
           ELSE
      *LA CUENTA DEBE ESTAR EN EL MAESTRO Y NO CERRADA; UN DEBITO
      *SOBRE CUENTA BLOQUEADA O INACTIVA NO SE RECHAZA SINO QUE SE
      *RETIENE
               MOVE CUENTA TO WS-CTA-BUSCADA
               MOVE OPERACION TO WS-OPE-BUSCADO
               MOVE MONEDA TO WS-MON-BUSCADA
               PERFORM CLASIFICAR-CUENTA
               IF WS-CTA-SITUACION = "R"
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE WS-CTA-MOTIVO TO EXC-MOTIVO
               END-IF
           END-IF.

           IF WS-REGISTRO-VALIDO = "N"
               ADD 1 TO WS-REG-RECHAZADOS
               PERFORM ESCRIBIR-EXCEPCION
           ELSE
           IF WS-CTA-SITUACION = "T"
               ADD 1 TO WS-REG-RETENIDOS
               MOVE WS-CTA-MOTIVO TO RET-MOTIVO
               PERFORM ESCRIBIR-RETENIDO
           ELSE
      *LA TABLA DE OPERACIONES APORTA DESCRIPCION Y SIGNO; UN CODIGO
      *FUERA DE TABLA SE LISTA IGUAL PERO QUEDA MARCADO EN EL LISTADO
      *DE EXCEPCIONES PARA RECLAMAR AL ORIGEN Y SE TOMA COMO HABER
                       TO WS-SAL-IMPORTE(WS-SAL-IND-ACTUAL)
               END-IF
               MOVE WS-SALDO-CUENTA TO MUESTRA-SALDO
      *UN DEBITO QUE DEJA LA CUENTA MAS ALLA DE SU DESCUBIERTO
      *AUTORIZADO SE PROCESA IGUAL, PERO QUEDA EN EXCEPCIONES
               IF WS-OPE-SIGNO-HALLADO = "D"
                       AND WS-SALDO-CUENTA + WS-CTA-DESCUBIERTO-HALLADO
                           < ZERO
                   ADD 1 TO WS-REG-EXCEDIDOS
                   MOVE "EXCEDE DESCUBIERTO AUTORIZADO" TO EXC-MOTIVO
                   PERFORM ESCRIBIR-EXCEPCION
               END-IF

               MOVE SUCURSAL TO MUESTRA-SUCURSAL
               MOVE CUENTA TO MUESTRA-CUENTA
                       PERFORM ESCRIBIR-RECONCILIACION
                   END-IF
               END-IF
      *CLIENTE Y SUCURSAL DEL ARCHIVO DE ORIGEN SE COTEJAN CONTRA
      *EL TITULAR Y LA SUCURSAL DE LA CUENTA EN SU MAESTRO
               IF CLIENTE NOT = WS-CTA-CLIENTE-HALLADO
                   MOVE "CLIENTE DISTINTO AL TITULAR" TO REC-MOTIVO
                   PERFORM ESCRIBIR-RECONCILIACION
               END-IF
               IF SUCURSAL NOT = WS-CTA-SUCURSAL-HALLADA
                   MOVE "SUCURSAL DISTINTA A LA CUENTA" TO REC-MOTIVO
                   PERFORM ESCRIBIR-RECONCILIACION
               END-IF

      *REQUEST 004: SE ACUMULA EL IMPORTE DEL MOVIMIENTO, YA CON EL
      *SIGNO DEBE/HABER DE LA OPERACION APLICADO
               ADD WS-IMPORTE-SIGNADO TO WS-SUBTOTAL-CUENTA
                                          WS-TOTAL-GENERAL
               PERFORM ACUMULAR-MONEDA
               PERFORM ACUMULAR-SUCURSAL
               PERFORM ACUMULAR-INTERFAZ
               IF WS-CUMPLIMIENTO-ACTIVO = "S"
                   PERFORM EVALUAR-CUMPLIMIENTO
               END-IF
               PERFORM EVALUAR-ALERTAS-MOVIMIENTO
           END-IF
           END-IF.

           ADD 1 TO MAXIMO-REGISTROS.
           MOVE CUENTA TO EXC-CUENTA.
           MOVE FECHA TO EXC-FECHA.
           MOVE IMPORTE TO EXC-IMPORTE.
           MOVE MONEDA TO EXC-MONEDA.
           MOVE DIGITO TO EXC-DIGITO.
      *EL MOTIVO LO DEJA CARGADO QUIEN DETECTA LA EXCEPCION
           IF WS-MODO-SALTEO NOT = "S"
               WRITE EXCEPCION-REGISTRO FROM LINEA-EXCEPCION
               ADD 1 TO WS-LIN-EXCEPCIONES
               DISPLAY LINEA-EXCEPCION
               PERFORM ESCRIBIR-RECHAZO
           END-IF.

      ******************************************************************
      *LA EXCEPCION EN FORMATO DE MAQUINA PARA LA DEVOLUCION A LA
      *SUCURSAL. EL CODIGO SALE DEL MOTIVO; UN REGISTRO INVALIDO
      *NO SE POSTEO Y QUEDA COMO RECHAZADO, LOS DEMAS SE POSTEARON
      *Y SOLO SE INFORMAN
           ESCRIBIR-RECHAZO.
           MOVE SPACES TO RECHAZO-REGISTRO.
           MOVE WS-FECHA-CORRIDA-AAAAMMDD TO RCH-FECHA-CORRIDA.
           MOVE ARCH-NRO TO RCH-ARCH-NRO.
           IF ARCH-NRO > ZERO AND ARCH-NRO NOT > WS-ARCHIVOS-CANT
               MOVE WS-ARCH-NOMBRE(ARCH-NRO) TO RCH-ARCHIVO
           END-IF.
           IF WS-REGISTRO-VALIDO = "N"
               MOVE "R" TO RCH-TIPO
           ELSE
               MOVE "O" TO RCH-TIPO
           END-IF.
           EVALUATE EXC-MOTIVO
               WHEN "IMPORTE O DIGITO INVALIDO"
                   MOVE 01 TO RCH-MOTIVO-COD
               WHEN "CUENTA NO ESTA EN MAESTRO"
                   MOVE 02 TO RCH-MOTIVO-COD
               WHEN "CUENTA CERRADA"
                   MOVE 03 TO RCH-MOTIVO-COD
               WHEN "MONEDA DISTINTA A LA CUENTA"
                   MOVE 04 TO RCH-MOTIVO-COD
               WHEN "OPERACION NO CODIFICADA"
                   MOVE 11 TO RCH-MOTIVO-COD
               WHEN "FECHA NO HABIL"
                   MOVE 12 TO RCH-MOTIVO-COD
               WHEN "EXCEDE DESCUBIERTO AUTORIZADO"
                   MOVE 13 TO RCH-MOTIVO-COD
               WHEN OTHER
                   MOVE 99 TO RCH-MOTIVO-COD
           END-EVALUATE.
           MOVE WS-FECHA-REGISTRO-ORD TO RCH-FECHA-ORD.
           MOVE CLIENTE TO RCH-CLIENTE.
           MOVE T-CTA TO RCH-T-CTA.
           MOVE SUCURSAL TO RCH-SUCURSAL.
           MOVE CUENTA TO RCH-CUENTA.
           MOVE DIGITO TO RCH-DIGITO.
           MOVE FECHA-ORIG TO RCH-FECHA.
           MOVE OPERACION TO RCH-OPERACION.
           MOVE IMPORTE TO RCH-IMPORTE.
           MOVE CANAL TO RCH-CANAL.
           MOVE MONEDA TO RCH-MONEDA.
           WRITE RECHAZO-REGISTRO.
           ADD 1 TO WS-LIN-RECHAZOS.

      ******************************************************************
      *MOVIMIENTO RETENIDO, APARTADO SIN AFECTAR SALDO NI TOTALES
               ESCRIBIR-RETENIDO.
           MOVE CLIENTE TO RET-CLIENTE.
           MOVE CUENTA TO RET-CUENTA.
           MOVE FECHA TO RET-FECHA.
           MOVE OPERACION TO RET-OPERACION.
           MOVE IMPORTE TO RET-IMPORTE.
           MOVE CANAL TO RET-CANAL.
      *EL MOTIVO LO DEJA CARGADO QUIEN DECIDE LA RETENCION
           IF WS-MODO-SALTEO NOT = "S"
               WRITE RETENIDO-REGISTRO FROM LINEA-RETENIDO
               ADD 1 TO WS-LIN-RETENIDOS
               DISPLAY "RETENIDO: " LINEA-RETENIDO
           END-IF.

      ******************************************************************
           MOVE WS-REG-DUPLICADOS TO AUD-DUPLICADOS.
           MOVE WS-REG-RODADOS TO AUD-RODADOS.
           MOVE WS-TOTAL-GENERAL TO AUD-TOTAL.
           MOVE WS-REG-RETENIDOS TO AUD-RETENIDOS.
           WRITE AUDITORIA-REGISTRO.
           CLOSE AUDITORIA-ARCHIVO.

               MOSTRAR-SUBTOTAL-CUENTA.
           MOVE WS-CUENTA-ANTERIOR TO SUBTOTAL-CUENTA-ED.
           MOVE WS-SUBTOTAL-CUENTA TO SUBTOTAL-IMPORTE-ED.
           MOVE WS-MONEDA-CUENTA TO SUBTOTAL-MONEDA.
           MOVE LINEA-SUBTOTAL TO WS-LINEA-SALIDA.
           PERFORM IMPRIMIR-LINEA.
           MOVE 0 TO WS-SUBTOTAL-CUENTA.
               PERFORM GRABAR-CHECKPOINT
           END-IF.

      *UN TOTAL GENERAL POR MONEDA; SIN MOVIMIENTOS LISTADOS SALE
      *UN UNICO TOTAL EN CERO, COMO ANTES
               MOSTRAR-TOTAL-GENERAL.
           IF WS-MONEDAS-CANT = ZERO
               MOVE ZERO TO TOTAL-IMPORTE-ED
               MOVE SPACES TO TOTAL-MONEDA
               MOVE LINEA-TOTAL-GENERAL TO WS-LINEA-SALIDA
               PERFORM IMPRIMIR-LINEA
           END-IF.
           PERFORM VARYING WS-MON-IND FROM 1 BY 1
                   UNTIL WS-MON-IND > WS-MONEDAS-CANT
               MOVE WS-MON-TOTAL(WS-MON-IND) TO TOTAL-IMPORTE-ED
               MOVE WS-MON-CODIGO(WS-MON-IND) TO TOTAL-MONEDA
               MOVE LINEA-TOTAL-GENERAL TO WS-LINEA-SALIDA
               PERFORM IMPRIMIR-LINEA
           END-PERFORM.

      ******************************************************************
      *SUMA EL MOVIMIENTO LISTADO AL TOTAL GENERAL DE SU MONEDA
               ACUMULAR-MONEDA.
           MOVE ZERO TO WS-MON-HALLADA.
           PERFORM VARYING WS-MON-IND FROM 1 BY 1
                   UNTIL WS-MON-IND > WS-MONEDAS-CANT
                   OR WS-MON-HALLADA > 0
               IF WS-MON-CODIGO(WS-MON-IND) = MONEDA
                   MOVE WS-MON-IND TO WS-MON-HALLADA
               END-IF
           END-PERFORM.
           IF WS-MON-HALLADA = 0
               IF WS-MONEDAS-CANT < 10
                   ADD 1 TO WS-MONEDAS-CANT
                   MOVE MONEDA TO WS-MON-CODIGO(WS-MONEDAS-CANT)
                   MOVE ZERO TO WS-MON-MOVS(WS-MONEDAS-CANT)
                   MOVE ZERO TO WS-MON-TOTAL(WS-MONEDAS-CANT)
                   MOVE WS-MONEDAS-CANT TO WS-MON-HALLADA
               ELSE
                   IF WS-MON-DESBORDE NOT = "S"
                       MOVE "S" TO WS-MON-DESBORDE
                       DISPLAY "AVISO: mas de 10 monedas, los totales "
                           "quedan incompletos y la interfaz contable "
                           "no se va a emitir"
                   END-IF
               END-IF
           END-IF.
           IF WS-MON-HALLADA > 0
               ADD 1 TO WS-MON-MOVS(WS-MON-HALLADA)
               ADD WS-IMPORTE-SIGNADO TO WS-MON-TOTAL(WS-MON-HALLADA)
           END-IF.

      ******************************************************************
      *CUMPLIMIENTO: EL MOVIMIENTO EN O SOBRE EL UMBRAL SE REPORTA
      *SOLO, Y ADEMAS TODO MOVIMIENTO SUMA AL ACUMULADO DE SU
      *CLIENTE Y DIA, QUE SE COTEJA CONTRA EL UMBRAL AL CIERRE.
      *SE COMPARA EL VALOR ABSOLUTO DEL IMPORTE EN PESOS; UN
      *MOVIMIENTO EN MONEDA SIN COTIZACION SE REPORTA SIEMPRE Y NO
      *SUMA AL ACUMULADO, QUE ESTA EN PESOS
               EVALUAR-CUMPLIMIENTO.
           IF WS-IMPORTE-NUM < ZERO
               COMPUTE WS-IMPORTE-ABS = 0 - WS-IMPORTE-NUM
           ELSE
               MOVE WS-IMPORTE-NUM TO WS-IMPORTE-ABS
           END-IF.
           PERFORM CONVERTIR-A-PESOS.
           IF WS-COT-HALLADA NOT = "S"
               ADD 1 TO WS-REG-SIN-COTIZACION
           END-IF.
           IF (WS-IMPORTE-PESOS NOT < WS-UMBRAL
                   OR WS-COT-HALLADA NOT = "S")
                   AND WS-MODO-SALTEO NOT = "S"
               MOVE CLIENTE TO CUM-CLIENTE
               MOVE CUENTA TO CUM-CUENTA
               MOVE OPERACION TO CUM-OPERACION
               MOVE CANAL TO CUM-CANAL
               MOVE IMPORTE TO CUM-IMPORTE
               MOVE MONEDA TO CUM-MONEDA
               MOVE WS-IMPORTE-PESOS TO CUM-PESOS-ED
               IF WS-COT-HALLADA = "S"
                   MOVE SPACES TO CUM-OBSERVACION
               ELSE
                   MOVE "SIN COTIZACION" TO CUM-OBSERVACION
               END-IF
               WRITE CUMPLIMIENTO-REGISTRO FROM LINEA-CUMPLIMIENTO
               ADD 1 TO WS-LIN-CUMPLIMIENTO
           END-IF.
           IF WS-COT-HALLADA = "S"
               PERFORM ACUMULAR-CUM-CLIENTE
           END-IF.

      ******************************************************************
      *SUMA EL EQUIVALENTE EN PESOS DEL MOVIMIENTO AL ACUMULADO DE
      *SU CLIENTE Y DIA
               ACUMULAR-CUM-CLIENTE.
           MOVE ZERO TO WS-CUM-HALLADO.
           PERFORM VARYING WS-CUM-IND FROM 1 BY 1
                   UNTIL WS-CUM-IND > WS-CUM-CANT
           END-IF.
           IF WS-CUM-HALLADO > 0
               ADD 1 TO WS-CUM-MOVS(WS-CUM-HALLADO)
               ADD WS-IMPORTE-PESOS TO WS-CUM-TOTAL(WS-CUM-HALLADO)
           END-IF.

      ******************************************************************
      *LLEVA WS-IMPORTE-ABS, EN LA MONEDA DEL MOVIMIENTO, A PESOS EN
      *WS-IMPORTE-PESOS SEGUN LA COTIZACION DEL DIA. LOS PESOS NO SE
      *CONVIERTEN; OTRA MONEDA SIN COTIZACION QUEDA EN CERO Y MARCADA
               CONVERTIR-A-PESOS.
           MOVE ZERO TO WS-IMPORTE-PESOS.
           MOVE "N" TO WS-COT-HALLADA.
           IF MONEDA = "ARS"
               MOVE "S" TO WS-COT-HALLADA
               MOVE WS-IMPORTE-ABS TO WS-IMPORTE-PESOS
           ELSE
               PERFORM VARYING WS-COT-IND FROM 1 BY 1
                       UNTIL WS-COT-IND > WS-COTIZACIONES-CANT
                       OR WS-COT-HALLADA = "S"
                   IF WS-COT-MONEDA(WS-COT-IND) = MONEDA
                       MOVE "S" TO WS-COT-HALLADA
                       COMPUTE WS-IMPORTE-PESOS ROUNDED =
                           WS-IMPORTE-ABS * WS-COT-CAMBIO(WS-COT-IND)
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      *CARGA LAS COTIZACIONES DEL DIA. UN RENGLON CON CAMBIO NO
      *NUMERICO O NO POSITIVO SE IGNORA CON AVISO; SIN ARCHIVO TODA
      *MONEDA EXTRANJERA QUEDA SIN COTIZACION
               CARGAR-COTIZACIONES.
           OPEN INPUT COTIZACIONES-ARCHIVO.
           MOVE "N" TO WS-FIN-COTIZACIONES.
           MOVE ZERO TO WS-COTIZACIONES-CANT.
           PERFORM UNTIL WS-FIN-COTIZACIONES = "S"
               READ COTIZACIONES-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-COTIZACIONES
                   NOT AT END
                       IF COT-MONEDA = SPACES
                           CONTINUE
                       ELSE
                       IF FUNCTION TEST-NUMVAL(COT-CAMBIO) NOT = 0
                           DISPLAY "AVISO: cotizacion invalida para "
                               COT-MONEDA ", se ignora"
                       ELSE
                       IF FUNCTION NUMVAL(COT-CAMBIO) NOT > ZERO
                           DISPLAY "AVISO: cotizacion invalida para "
                               COT-MONEDA ", se ignora"
                       ELSE
                       IF WS-COTIZACIONES-CANT < 20
                           ADD 1 TO WS-COTIZACIONES-CANT
                           MOVE COT-MONEDA TO
                               WS-COT-MONEDA(WS-COTIZACIONES-CANT)
                           MOVE FUNCTION NUMVAL(COT-CAMBIO) TO
                               WS-COT-CAMBIO(WS-COTIZACIONES-CANT)
                       ELSE
                           MOVE "S" TO WS-COT-DESBORDE
                       END-IF
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COTIZACIONES-ARCHIVO.
           IF WS-COT-DESBORDE = "S"
               DISPLAY "AVISO: archivo de cotizaciones supera las 20 "
                   "monedas, las excedentes quedan sin cotizacion"
           END-IF.

      ******************************************************************
           END-IF.

      ******************************************************************
      *EN CADA QUIEBRE DE CUENTA SE LEE SU PERFIL DE COMPORTAMIENTO
      *Y SE OLVIDAN LOS CANALES NUEVOS ALERTADOS DE LA ANTERIOR
               INICIAR-ALERTAS-CUENTA.
           MOVE ZERO TO WS-ALE-CAN-CANT.
           MOVE "N" TO WS-PRF-HALLADO.
           MOVE "N" TO WS-PRF-CON-MOVS.
           MOVE CUENTA TO PRF-CUENTA.
           READ PERFILES-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-PRF-HALLADO
                   IF PRF-MOVS > ZERO
                       MOVE "S" TO WS-PRF-CON-MOVS
                   END-IF
           END-READ.

      ******************************************************************
      *ALERTAS DE UN MOVIMIENTO LISTADO. LOS CODIGOS DE SISTEMA NO
      *SON ACTIVIDAD DEL CLIENTE Y NO CUENTAN. EL MOVIMIENTO SUMA A
      *LA ACTIVIDAD DEL DIA (VALOR ABSOLUTO, EN LA MONEDA DE LA
      *CUENTA, COMO EL PERFIL); CON PERFIL SE MIRA SI SU CANAL ES
      *NUEVO, Y SIN PERFIL UTIL UN CREDITO GRANDE ALERTA SOLO
               EVALUAR-ALERTAS-MOVIMIENTO.
           IF WS-OPE-SISTEMA-HALLADO NOT = "S"
               ADD 1 TO WS-ALE-DIA-MOVS
               IF WS-IMPORTE-NUM < ZERO
                   COMPUTE WS-IMPORTE-ABS = 0 - WS-IMPORTE-NUM
               ELSE
                   MOVE WS-IMPORTE-NUM TO WS-IMPORTE-ABS
               END-IF
               ADD WS-IMPORTE-ABS TO WS-ALE-DIA-IMPORTE
               IF WS-PRF-HALLADO = "S" AND CANAL NOT = SPACES
                   PERFORM EVALUAR-CANAL-NUEVO
               END-IF
               IF WS-PRF-CON-MOVS NOT = "S"
                       AND WS-OPE-SIGNO-HALLADO NOT = "D"
                       AND WS-ALE-CREDITO > ZERO
                   PERFORM EVALUAR-CREDITO-SIN-PERFIL
               END-IF
           END-IF.

      ******************************************************************
      *UN CANAL QUE NO FIGURA EN EL PERFIL DE LA CUENTA SE ALERTA
      *LA PRIMERA VEZ QUE APARECE EN LA CORRIDA
               EVALUAR-CANAL-NUEVO.
           MOVE "N" TO WS-PRF-CANAL-CONOCIDO.
           PERFORM VARYING WS-PRF-IND FROM 1 BY 1
                   UNTIL WS-PRF-IND > PRF-CANALES-CANT
                   OR WS-PRF-IND > 8
                   OR WS-PRF-CANAL-CONOCIDO = "S"
               IF PRF-CANAL(WS-PRF-IND) = CANAL
                   MOVE "S" TO WS-PRF-CANAL-CONOCIDO
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-ALE-CAN-HALLADO.
           PERFORM VARYING WS-ALE-CAN-IND FROM 1 BY 1
                   UNTIL WS-ALE-CAN-IND > WS-ALE-CAN-CANT
                   OR WS-ALE-CAN-HALLADO = "S"
               IF WS-ALE-CAN-CODIGO(WS-ALE-CAN-IND) = CANAL
                   MOVE "S" TO WS-ALE-CAN-HALLADO
               END-IF
           END-PERFORM.
           IF WS-PRF-CANAL-CONOCIDO NOT = "S"
                   AND WS-ALE-CAN-HALLADO NOT = "S"
               IF WS-ALE-CAN-CANT < 20
                   ADD 1 TO WS-ALE-CAN-CANT
                   MOVE CANAL TO WS-ALE-CAN-CODIGO(WS-ALE-CAN-CANT)
               END-IF
               MOVE "CANAL NUEVO" TO ALE-MOTIVO
               PERFORM PREPARAR-ALERTA-MOVIMIENTO
               MOVE SPACES TO ALE-OBSERVACION
               PERFORM ESCRIBIR-ALERTA-PERFIL
           END-IF.

      ******************************************************************
      *CREDITO A UNA CUENTA SIN PERFIL (O CON PERFIL SIN MOVIMIENTOS)
      *EN O SOBRE EL UMBRAL DE CREDITO EN PESOS. IGUAL QUE EN
      *CUMPLIMIENTO, UNA MONEDA SIN COTIZACION SE ALERTA MARCADA
               EVALUAR-CREDITO-SIN-PERFIL.
           PERFORM CONVERTIR-A-PESOS.
           IF WS-IMPORTE-PESOS NOT < WS-ALE-CREDITO
                   OR WS-COT-HALLADA NOT = "S"
               MOVE "CREDITO SIN PERFIL" TO ALE-MOTIVO
               PERFORM PREPARAR-ALERTA-MOVIMIENTO
               IF WS-COT-HALLADA = "S"
                   MOVE SPACES TO ALE-OBSERVACION
               ELSE
                   MOVE "SIN COTIZACION" TO ALE-OBSERVACION
               END-IF
               IF WS-PRF-HALLADO = "S"
                   MOVE "  PERFIL SIN MOVS. PESOS" TO ALC-TEXTO
               ELSE
                   MOVE "  SIN PERFIL. EN PESOS: " TO ALC-TEXTO
               END-IF
               MOVE WS-IMPORTE-PESOS TO ALC-PESOS-ED
               MOVE WS-ALE-CREDITO TO ALC-UMBRAL-ED
               ADD 1 TO WS-REG-ALERTAS
               IF WS-MODO-SALTEO NOT = "S"
                   WRITE ALERTA-REGISTRO FROM LINEA-ALERTA
                   WRITE ALERTA-REGISTRO FROM LINEA-ALERTA-CREDITO
                   ADD 2 TO WS-LIN-ALERTAS
               END-IF
           END-IF.

      ******************************************************************
      *AL CIERRE DE CADA DIA DE LA CUENTA SE COTEJA SU ACTIVIDAD
      *CONTRA LOS PROMEDIOS DIARIOS DEL PERFIL POR EL FACTOR
               EVALUAR-ALERTAS-DIA.
           IF WS-PRF-CON-MOVS = "S" AND WS-ALE-DIA-MOVS > ZERO
               COMPUTE WS-ALE-LIMITE = PRF-MOVS-DIA * WS-ALE-FACTOR
               IF WS-ALE-DIA-MOVS > WS-ALE-LIMITE
                   MOVE "MOVS DEL DIA" TO ALE-MOTIVO
                   PERFORM PREPARAR-ALERTA-DIA
                   PERFORM ESCRIBIR-ALERTA-PERFIL
               END-IF
               COMPUTE WS-ALE-LIMITE =
                   PRF-IMPORTE-DIA * WS-ALE-FACTOR
               IF WS-ALE-DIA-IMPORTE > WS-ALE-LIMITE
                   MOVE "IMPORTE DEL DIA" TO ALE-MOTIVO
                   PERFORM PREPARAR-ALERTA-DIA
                   PERFORM ESCRIBIR-ALERTA-PERFIL
               END-IF
           END-IF.

      ******************************************************************
      *PRIMERA LINEA DE UNA ALERTA DEL DIA QUE SE CIERRA O DEL
      *MOVIMIENTO EN PROCESO
               PREPARAR-ALERTA-DIA.
           MOVE WS-CLIENTE-ANTERIOR TO ALE-CLIENTE.
           MOVE WS-CUENTA-ANTERIOR TO ALE-CUENTA.
           MOVE WS-FECHA-ANTERIOR TO ALE-FECHA.
           MOVE SPACES TO ALE-CANAL.
           MOVE WS-ALE-DIA-MOVS TO ALE-MOVS-ED.
           MOVE WS-ALE-DIA-IMPORTE TO ALE-IMPORTE-ED.
           MOVE WS-MONEDA-CUENTA TO ALE-MONEDA.
           MOVE SPACES TO ALE-OBSERVACION.

               PREPARAR-ALERTA-MOVIMIENTO.
           MOVE CLIENTE TO ALE-CLIENTE.
           MOVE CUENTA TO ALE-CUENTA.
           MOVE FECHA TO ALE-FECHA.
           MOVE CANAL TO ALE-CANAL.
           MOVE 1 TO ALE-MOVS-ED.
           MOVE WS-IMPORTE-SIGNADO TO ALE-IMPORTE-ED.
           MOVE MONEDA TO ALE-MONEDA.

      ******************************************************************
      *GRABA UNA ALERTA CON PERFIL: LA LINEA YA PREPARADA Y DEBAJO
      *LOS VALORES DEL PERFIL CONTRA LOS QUE SE COMPARO
               ESCRIBIR-ALERTA-PERFIL.
           ADD 1 TO WS-REG-ALERTAS.
           IF WS-MODO-SALTEO NOT = "S"
               MOVE PRF-MOVS-DIA TO ALP-MOVS-DIA-ED
               MOVE PRF-IMPORTE-DIA TO ALP-IMPORTE-DIA-ED
               MOVE PRF-IMPORTE-PROM TO ALP-IMPORTE-PROM-ED
               MOVE PRF-IMPORTE-MAX TO ALP-IMPORTE-MAX-ED
               PERFORM VARYING WS-PRF-IND FROM 1 BY 1
                       UNTIL WS-PRF-IND > 8
                   IF WS-PRF-IND > PRF-CANALES-CANT
                       MOVE SPACES TO ALP-CANAL(WS-PRF-IND)
                   ELSE
                       MOVE PRF-CANAL(WS-PRF-IND)
                           TO ALP-CANAL(WS-PRF-IND)
                   END-IF
               END-PERFORM
               WRITE ALERTA-REGISTRO FROM LINEA-ALERTA
               WRITE ALERTA-REGISTRO FROM LINEA-ALERTA-PERFIL
               ADD 2 TO WS-LIN-ALERTAS
           END-IF.

      ******************************************************************
      *SUMA EL MOVIMIENTO LISTADO A SU SUCURSAL Y MONEDA PARA LA
      *LIQUIDACION DEL CIERRE
               ACUMULAR-SUCURSAL.
           MOVE ZERO TO WS-SUC-HALLADA.
           PERFORM VARYING WS-SUC-IND FROM 1 BY 1
                   UNTIL WS-SUC-IND > WS-SUCURSALES-CANT
                   OR WS-SUC-HALLADA > 0
               IF WS-SUC-CODIGO(WS-SUC-IND) = SUCURSAL
                       AND WS-SUC-MONEDA(WS-SUC-IND) = MONEDA
                   MOVE WS-SUC-IND TO WS-SUC-HALLADA
               END-IF
           END-PERFORM.
               IF WS-SUCURSALES-CANT < 50
                   ADD 1 TO WS-SUCURSALES-CANT
                   MOVE SUCURSAL TO WS-SUC-CODIGO(WS-SUCURSALES-CANT)
                   MOVE MONEDA TO WS-SUC-MONEDA(WS-SUCURSALES-CANT)
                   MOVE ZERO TO WS-SUC-CANT(WS-SUCURSALES-CANT)
                   MOVE ZERO TO WS-SUC-TOTAL(WS-SUCURSALES-CANT)
                   MOVE WS-SUCURSALES-CANT TO WS-SUC-HALLADA
               ELSE
                   IF WS-SUC-DESBORDE NOT = "S"
                       MOVE "S" TO WS-SUC-DESBORDE
                       DISPLAY "AVISO: mas de 50 combinaciones "
                           "sucursal/moneda, la liquidacion queda "
                           "incompleta"
                   END-IF
               END-IF
           END-IF.
           END-IF.

      ******************************************************************
      *SUMA EL MOVIMIENTO LISTADO A SU SUCURSAL, CODIGO DE
      *OPERACION Y MONEDA PARA LA INTERFAZ CONTABLE. EL SIGNO ES EL
      *DE LA TABLA DE OPERACIONES (HABER PARA CODIGOS FUERA DE
      *TABLA, IGUAL QUE EN LOS ACUMULADOS DEL LISTADO)
               ACUMULAR-INTERFAZ.
           MOVE ZERO TO WS-GL-HALLADO.
           PERFORM VARYING WS-GL-IND FROM 1 BY 1
                   OR WS-GL-HALLADO > 0
               IF WS-GL-SUCURSAL(WS-GL-IND) = SUCURSAL
                       AND WS-GL-OPERACION(WS-GL-IND) = OPERACION
                       AND WS-GL-MONEDA(WS-GL-IND) = MONEDA
                   MOVE WS-GL-IND TO WS-GL-HALLADO
               END-IF
           END-PERFORM.
                   ADD 1 TO WS-GL-CANT
                   MOVE SUCURSAL TO WS-GL-SUCURSAL(WS-GL-CANT)
                   MOVE OPERACION TO WS-GL-OPERACION(WS-GL-CANT)
                   MOVE MONEDA TO WS-GL-MONEDA(WS-GL-CANT)
                   IF WS-OPE-SIGNO-HALLADO = "D"
                       MOVE "D" TO WS-GL-SIGNO(WS-GL-CANT)
                   ELSE
                   IF WS-GL-DESBORDE NOT = "S"
                       MOVE "S" TO WS-GL-DESBORDE
                       DISPLAY "AVISO: mas de 500 combinaciones "
                           "sucursal/operacion/moneda, la interfaz "
                           "contable no se va a emitir"
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *EMITE LA INTERFAZ CONTABLE AL CIERRE DE UNA CORRIDA LIMPIA:
      *POR CADA MONEDA, UN DETALLE POR SUCURSAL Y OPERACION, UN
      *CONTRAASIENTO DE LIQUIDACION POR SUCURSAL QUE DEJA DEBE =
      *HABER, Y LA COLA DE LA MONEDA CON SUS TOTALES. CON
      *EXCEPCIONES, DUPLICADOS, OPERACIONES FUERA DE TABLA O
      *ACUMULADO DESBORDADO NO SE EMITE: LA CONTABILIDAD NO DEBE
      *RECIBIR UNA INTERFAZ QUE NO CUADRA CON LO LISTADO
               EMITIR-INTERFAZ-GL.
           IF WS-GL-CANT = ZERO
               CONTINUE
                   OR WS-OPE-DESCONOCIDAS > ZERO
                   OR WS-REG-DUPLICADOS > ZERO
                   OR WS-GL-DESBORDE = "S"
                   OR WS-MON-DESBORDE = "S"
               DISPLAY "INTERFAZ: corrida con excepciones, la "
                   "interfaz contable no se emite"
           ELSE
               OPEN OUTPUT INTERFAZ-ARCHIVO
               MOVE ZERO TO WS-GL-REGISTROS
               MOVE "N" TO WS-GL-DESBALANCE
               PERFORM VARYING WS-MON-IND FROM 1 BY 1
                       UNTIL WS-MON-IND > WS-MONEDAS-CANT
                   PERFORM EMITIR-INTERFAZ-MONEDA
               END-PERFORM
               CLOSE INTERFAZ-ARCHIVO
               IF WS-GL-DESBALANCE NOT = "S"
                   DISPLAY "INTERFAZ: emitida balanceada por moneda, "
                       WS-GL-REGISTROS " registros"
               ELSE
      *UNA COLA DESBALANCEADA NO DEBE LLEGAR AL LEDGER: SE AVISA
      *Y LA CONTABILIDAD NO DEBE CARGAR EL ARCHIVO
                   DISPLAY "INTERFAZ: TOTALES DEBE Y HABER NO "
                       "CIERRAN, NO CARGAR EL ARCHIVO EN EL LEDGER"
               END-IF
           END-IF
           END-IF.

      ******************************************************************
      *BLOQUE DE LA INTERFAZ DE LA MONEDA WS-MON-IND: DETALLES,
      *CONTRAASIENTOS DE LIQUIDACION Y COLA PROPIA, QUE DEBE CERRAR
      *SIN MEZCLARSE CON LAS DEMAS MONEDAS
               EMITIR-INTERFAZ-MONEDA.
           MOVE ZERO TO WS-GL-REG-MONEDA.
           MOVE ZERO TO WS-GL-TOT-DEBE.
           MOVE ZERO TO WS-GL-TOT-HABER.
           PERFORM VARYING WS-GL-IND FROM 1 BY 1
                   UNTIL WS-GL-IND > WS-GL-CANT
               IF WS-GL-MONEDA(WS-GL-IND) = WS-MON-CODIGO(WS-MON-IND)
                   MOVE SPACES TO INTERFAZ-REGISTRO
                   MOVE "DET" TO INT-TIPO
                   MOVE LINEA1-FECHA TO INT-FECHA
                   MOVE WS-GL-SIGNO(WS-GL-IND) TO INT-SIGNO
                   MOVE WS-GL-MOVS(WS-GL-IND) TO INT-CANTIDAD
                   MOVE WS-GL-TOTAL(WS-GL-IND) TO INT-IMPORTE
                   MOVE WS-GL-MONEDA(WS-GL-IND) TO INT-MONEDA
                   IF WS-GL-SIGNO(WS-GL-IND) = "D"
                       ADD WS-GL-TOTAL(WS-GL-IND) TO WS-GL-TOT-DEBE
                   ELSE
                       ADD WS-GL-TOTAL(WS-GL-IND) TO WS-GL-TOT-HABER
                   END-IF
                   WRITE INTERFAZ-REGISTRO
                   ADD 1 TO WS-GL-REG-MONEDA
               END-IF
           END-PERFORM.
      *CONTRAASIENTO DE LIQUIDACION POR SUCURSAL: EL NETO DE LA
      *SUCURSAL EN LA MONEDA (HABERES MENOS DEBES) SE ASIENTA DEL
      *LADO OPUESTO, QUE ES LA POSICION CONTRA LA CAMARA; ASI EL
      *BLOQUE DE LA MONEDA CIERRA
           PERFORM VARYING WS-SUC-IND FROM 1 BY 1
                   UNTIL WS-SUC-IND > WS-SUCURSALES-CANT
               IF WS-SUC-MONEDA(WS-SUC-IND) = WS-MON-CODIGO(WS-MON-IND)
                   MOVE ZERO TO WS-GL-NETO-SUC
                   PERFORM VARYING WS-GL-IND2 FROM 1 BY 1
                           UNTIL WS-GL-IND2 > WS-GL-CANT
                       IF WS-GL-SUCURSAL(WS-GL-IND2) =
                               WS-SUC-CODIGO(WS-SUC-IND)
                           AND WS-GL-MONEDA(WS-GL-IND2) =
                               WS-SUC-MONEDA(WS-SUC-IND)
                           IF WS-GL-SIGNO(WS-GL-IND2) = "D"
                               SUBTRACT WS-GL-TOTAL(WS-GL-IND2)
                                   FROM WS-GL-NETO-SUC
                       MOVE WS-SUC-CODIGO(WS-SUC-IND) TO INT-SUCURSAL
                       MOVE "LIQUIDACN" TO INT-OPERACION
                       MOVE WS-SUC-CANT(WS-SUC-IND) TO INT-CANTIDAD
                       MOVE WS-SUC-MONEDA(WS-SUC-IND) TO INT-MONEDA
                       IF WS-GL-NETO-SUC > ZERO
                           MOVE "D" TO INT-SIGNO
                           MOVE WS-GL-NETO-SUC TO INT-IMPORTE
                               FROM WS-GL-TOT-HABER
                       END-IF
                       WRITE INTERFAZ-REGISTRO
                       ADD 1 TO WS-GL-REG-MONEDA
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO INTERFAZ-COLA.
           MOVE "TRL" TO INT-COLA-TIPO.
           MOVE WS-GL-REG-MONEDA TO INT-COLA-CANTIDAD.
           MOVE WS-GL-TOT-DEBE TO INT-COLA-DEBE.
           MOVE WS-GL-TOT-HABER TO INT-COLA-HABER.
           MOVE WS-MON-CODIGO(WS-MON-IND) TO INT-COLA-MONEDA.
           WRITE INTERFAZ-REGISTRO FROM INTERFAZ-COLA.
           ADD WS-GL-REG-MONEDA TO WS-GL-REGISTROS.
           IF WS-GL-TOT-DEBE NOT = WS-GL-TOT-HABER
               MOVE "S" TO WS-GL-DESBALANCE
               DISPLAY "INTERFAZ: la moneda " WS-MON-CODIGO(WS-MON-IND)
                   " no cierra entre debe y haber"
           END-IF.

      ******************************************************************
      *LIQUIDACION POR SUCURSAL AL CIERRE DE LA CORRIDA: CANTIDAD E
      *IMPORTE POR SUCURSAL Y MONEDA, LO QUE SE CONCILIA CONTRA LA
      *CAMARA
               MOSTRAR-LIQUIDACION-SUCURSALES.
           IF WS-SUCURSALES-CANT > ZERO
               MOVE SPACES TO WS-LINEA-SALIDA
               PERFORM VARYING WS-SUC-IND FROM 1 BY 1
                       UNTIL WS-SUC-IND > WS-SUCURSALES-CANT
                   MOVE WS-SUC-CODIGO(WS-SUC-IND) TO LIQ-SUCURSAL
                   MOVE WS-SUC-MONEDA(WS-SUC-IND) TO LIQ-MONEDA
                   MOVE WS-SUC-CANT(WS-SUC-IND) TO LIQ-CANT-ED
                   MOVE WS-SUC-TOTAL(WS-SUC-IND) TO LIQ-TOTAL-ED
                   MOVE LINEA-LIQUIDACION TO WS-LINEA-SALIDA
