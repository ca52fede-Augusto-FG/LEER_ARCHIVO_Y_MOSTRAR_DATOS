       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTERA.
      *CARTERA Y POSICION DE SALDOS POR SUCURSAL. PARA UN MES
      *(AAAAMM) LISTA POR SUCURSAL:
      *  - CLIENTES ACTIVOS DEL MAESTRO DE CLIENTES Y CLIENTES NUEVOS
      *    DESDE LA FOTO DEL MES ANTERIOR;
      *  - POR MONEDA: CUENTAS NO CERRADAS, CUANTAS CON SALDO
      *    POSITIVO, NEGATIVO Y EN CERO, TOTAL DE SALDOS ACREEDORES Y
      *    DEUDORES (SALDOS VIGENTES), MOVIMIENTOS DEL MES EN EL
      *    HISTORICO Y SU IMPORTE NETO CON EL SIGNO DE CADA OPERACION;
      *  - LAS CUENTAS CON MAYOR SALDO DEUDOR.
      *LA SUCURSAL DE UNA CUENTA ES LA DE SU TITULAR EN EL MAESTRO DE
      *CLIENTES; SI EL TITULAR NO ESTA, LA DE LA CUENTA.
      *GRABA UNA FOTO DEL MES CON LOS TOTALES Y LOS CLIENTES ACTIVOS:
      *LA CORRIDA DEL MES SIGUIENTE LA LEE PARA LA VARIACION CONTRA EL
      *MES ANTERIOR POR SUCURSAL Y EN LA HOJA DE RESUMEN DEL BANCO.
      *LOS SALDOS SON LOS DEL ARCHIVO DE SALDOS AL MOMENTO DE LA
      *CORRIDA: PARA QUE SEAN LOS DE CIERRE DE MES SE CORRE AL FINAL
      *DEL CIERRE DEL ULTIMO DIA HABIL
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL SALDOS-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-SALDOS
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CLIENTES-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-CLIENTES
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CLI-CODIGO.

       SELECT OPTIONAL CUENTAS-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-CUENTAS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CTA-CUENTA.

       SELECT OPTIONAL HISTORIA-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-HISTORIA
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HIS-CLAVE
       ALTERNATE RECORD KEY IS HIS-CLIENTE WITH DUPLICATES.

       SELECT OPTIONAL OPERACIONES-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-OPERACIONES
       ORGANIZATION IS LINE SEQUENTIAL.

      *FOTO DEL MES ANTERIOR, GRABADA POR LA CORRIDA DE ESE MES
       SELECT OPTIONAL FOTO-ANTERIOR-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-FOTO-ANTERIOR
       ORGANIZATION IS LINE SEQUENTIAL.

      *FOTO DEL MES PEDIDO
       SELECT FOTO-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-FOTO
       ORGANIZATION IS LINE SEQUENTIAL.

      *ARCHIVO DE TRABAJO DEL SORT POR SUCURSAL Y MONEDA
       SELECT POSICION-SORT
       ASSIGN TO DYNAMIC WS-ARCHIVO-WORKSORT.

      *LISTADO DE LA CORRIDA
       SELECT LISTADO-ARCHIVO
       ASSIGN TO DYNAMIC WS-ARCHIVO-LISTADO
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SALDOS-ARCHIVO.
       01 SALDO-REGISTRO.
           05 SAL-CUENTA PIC X(16).
           05 SAL-IMPORTE PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 SAL-MONEDA PIC X(3).

      *MISMO TRAZADO QUE GRABA MANTCLIENTES. "I" ES BAJA
       FD CLIENTES-ARCHIVO.
       01 CLIENTE-REGISTRO.
           05 CLI-CODIGO PIC X(11).
           05 CLI-NOMBRE PIC X(30).
           05 CLI-SUCURSAL PIC X(8).
           05 CLI-ESTADO PIC X(1).
           05 CLI-CUIT PIC X(11).
           05 CLI-CONDICION-IMP PIC X(1).

      *MISMO TRAZADO QUE GRABA MANTCUENTAS. "C" ES CERRADA
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

      *FOTO MENSUAL. TIPO "S" SUCURSAL CON SUS CLIENTES ACTIVOS, "P"
      *POSICION DE UNA SUCURSAL EN UNA MONEDA, "C" CLIENTE ACTIVO
       FD FOTO-ANTERIOR-ARCHIVO.
       01 FOTO-ANTERIOR-REGISTRO PIC X(120).

       FD FOTO-ARCHIVO.
       01 FOTO-REGISTRO.
           05 FOT-TIPO PIC X(1).
           05 FILLER PIC X(1).
           05 FOT-MES PIC X(6).
           05 FILLER PIC X(1).
           05 FOT-SUCURSAL PIC X(8).
           05 FILLER PIC X(1).
           05 FOT-DATOS PIC X(102).
       01 FOTO-SUCURSAL.
           05 FILLER PIC X(18).
           05 FOT-CLIENTES PIC 9(7).
           05 FILLER PIC X(95).
       01 FOTO-POSICION.
           05 FILLER PIC X(18).
           05 FOT-MONEDA PIC X(3).
           05 FOT-CUENTAS PIC 9(7).
           05 FOT-POSITIVAS PIC 9(7).
           05 FOT-NEGATIVAS PIC 9(7).
           05 FOT-EN-CERO PIC 9(7).
           05 FOT-ACREEDOR PIC S9(13)V99 SIGN LEADING SEPARATE.
           05 FOT-DEUDOR PIC S9(13)V99 SIGN LEADING SEPARATE.
           05 FOT-MOVS PIC 9(7).
           05 FOT-NETO PIC S9(13)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(16).
       01 FOTO-CLIENTE.
           05 FILLER PIC X(18).
           05 FOT-CLIENTE PIC X(11).
           05 FILLER PIC X(91).

      *UNA SUCURSAL (MONEDA EN BLANCO, ORDENA PRIMERO) O UNA
      *POSICION DE SUCURSAL Y MONEDA, CON SU LUGAR EN LA TABLA
       SD POSICION-SORT.
       01 POSICION-SORT-REGISTRO.
           05 PSS-SUCURSAL PIC X(8).
           05 PSS-MONEDA PIC X(3).
           05 PSS-IND PIC 9(3).

       FD LISTADO-ARCHIVO.
       01 LISTADO-REGISTRO PIC X(132).

       WORKING-STORAGE SECTION.

           01  WS-ARCHIVO-SALDOS PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-CLIENTES PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-CUENTAS PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-HISTORIA PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-OPERACIONES PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-FOTO-ANTERIOR PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-FOTO PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-WORKSORT PIC X(250) VALUE SPACES.
           01  WS-ARCHIVO-LISTADO PIC X(250) VALUE SPACES.

      *MES PEDIDO (AAAAMM, POR OMISION EL DE LA CORRIDA) Y MES
      *ANTERIOR, CUYA FOTO SE COMPARA
           01  WS-FECHA-CORRIDA-AAAAMMDD.
               05 WS-FC-ANIO PIC 9(4).
               05 WS-FC-MES PIC 9(2).
               05 WS-FC-DIA PIC 9(2).
           01  WS-FECHA-EMISION PIC X(10) VALUE SPACES.
           01  WS-MES-PEDIDO PIC X(6) VALUE SPACES.
           01  WS-MES-PEDIDO-NUM PIC 9(6) VALUE ZERO.
           01  WS-MES-PEDIDO-PARTES REDEFINES WS-MES-PEDIDO-NUM.
               05 WS-MP-ANIO PIC 9(4).
               05 WS-MP-MES PIC 9(2).
           01  WS-MES-ANTERIOR.
               05 WS-MA-ANIO PIC 9(4).
               05 WS-MA-MES PIC 9(2).
           01  WS-PERIODO-ED PIC X(7) VALUE SPACES.
           01  WS-PERIODO-ANT-ED PIC X(7) VALUE SPACES.

      *CANTIDAD DE CUENTAS DE MAYOR SALDO DEUDOR QUE SE LISTAN POR
      *SUCURSAL Y MONEDA
           01  WS-DEUDORES-TEXTO PIC X(10) VALUE SPACES.
           01  WS-DEUDORES-LISTAR PIC 9(2) VALUE ZERO.

      *TABLA DE CODIGOS DE OPERACION EN MEMORIA: EL SIGNO DECIDE SI
      *EL IMPORTE SUMA O RESTA EN EL NETO DEL MES
           01  WS-FIN-OPERACIONES PIC X VALUE "N".
           01  WS-OPERACIONES-CANT PIC 9(3) VALUE ZERO.
           01  WS-OPERACIONES-TABLA.
               05 WS-OPERACION-ELEM OCCURS 200 TIMES.
                  10 WS-OPE-CODIGO PIC X(9).
                  10 WS-OPE-SIGNO PIC X(1).
           01  WS-OPE-IND PIC 9(3) VALUE ZERO.
           01  WS-OPE-SIGNO-HALLADO PIC X VALUE SPACE.
           01  WS-OPE-DESBORDE PIC X VALUE "N".

      *CLIENTES DEL MAESTRO. NUEVO = ACTIVO QUE NO ESTABA ACTIVO EN
      *LA FOTO DEL MES ANTERIOR
           01  WS-FIN-CLIENTES PIC X VALUE "N".
           01  WS-CLIENTES-CANT PIC 9(4) VALUE ZERO.
           01  WS-CLIENTES-TABLA.
               05 WS-CLIENTE-ELEM OCCURS 2000 TIMES.
                  10 WS-CLI-CODIGO PIC X(11).
                  10 WS-CLI-NOMBRE PIC X(30).
                  10 WS-CLI-SUCURSAL PIC X(8).
                  10 WS-CLI-ACTIVO PIC X(1).
           01  WS-CLI-IND PIC 9(4) VALUE ZERO.
           01  WS-CLI-HALLADO PIC 9(4) VALUE ZERO.
           01  WS-CLI-BUSCADO PIC X(11) VALUE SPACES.
           01  WS-CLI-DESBORDE PIC X VALUE "N".

      *CLIENTES ACTIVOS SEGUN LA FOTO DEL MES ANTERIOR
           01  WS-FIN-FOTO-ANTERIOR PIC X VALUE "N".
           01  WS-HAY-FOTO-ANTERIOR PIC X VALUE "N".
           01  WS-ANT-CLIENTES-CANT PIC 9(4) VALUE ZERO.
           01  WS-ANT-CLIENTES-TABLA.
               05 WS-ANT-CLIENTE PIC X(11) OCCURS 2000 TIMES.
           01  WS-ANT-IND PIC 9(4) VALUE ZERO.
           01  WS-ANT-HALLADO PIC X VALUE "N".
           01  WS-ANT-DESBORDE PIC X VALUE "N".
           01  WS-ANT-REGISTRO.
               05 WS-ANT-TIPO PIC X(1).
               05 FILLER PIC X(1).
               05 WS-ANT-MES PIC X(6).
               05 FILLER PIC X(1).
               05 WS-ANT-SUCURSAL PIC X(8).
               05 FILLER PIC X(1).
               05 WS-ANT-DATOS PIC X(102).
           01  WS-ANT-SUC-DATOS REDEFINES WS-ANT-REGISTRO.
               05 FILLER PIC X(18).
               05 WS-ANT-SUC-CLIENTES PIC 9(7).
               05 FILLER PIC X(95).
           01  WS-ANT-POS-DATOS REDEFINES WS-ANT-REGISTRO.
               05 FILLER PIC X(18).
               05 WS-ANT-MONEDA PIC X(3).
               05 WS-ANT-CUENTAS PIC 9(7).
               05 WS-ANT-POSITIVAS PIC 9(7).
               05 WS-ANT-NEGATIVAS PIC 9(7).
               05 WS-ANT-EN-CERO PIC 9(7).
               05 WS-ANT-ACREEDOR PIC S9(13)V99 SIGN LEADING SEPARATE.
               05 WS-ANT-DEUDOR PIC S9(13)V99 SIGN LEADING SEPARATE.
               05 WS-ANT-MOVS PIC 9(7).
               05 WS-ANT-NETO PIC S9(13)V99 SIGN LEADING SEPARATE.
               05 FILLER PIC X(16).
           01  WS-ANT-CLI-DATOS REDEFINES WS-ANT-REGISTRO.
               05 FILLER PIC X(18).
               05 WS-ANT-CLI-CODIGO PIC X(11).
               05 FILLER PIC X(91).

      *CUENTAS DEL MAESTRO CON SU SUCURSAL DE CARTERA Y SU SALDO
           01  WS-FIN-CUENTAS PIC X VALUE "N".
           01  WS-CUENTAS-CANT PIC 9(4) VALUE ZERO.
           01  WS-CUENTAS-TABLA.
               05 WS-CUENTA-ELEM OCCURS 2000 TIMES.
                  10 WS-CTA-CUENTA PIC X(16).
                  10 WS-CTA-CLIENTE PIC X(11).
                  10 WS-CTA-SUCURSAL PIC X(8).
                  10 WS-CTA-MONEDA PIC X(3).
                  10 WS-CTA-DESCUBIERTO PIC 9(11)V99.
                  10 WS-CTA-SALDO PIC S9(11)V99.
           01  WS-CTA-IND PIC 9(4) VALUE ZERO.
           01  WS-CTA-HALLADA PIC 9(4) VALUE ZERO.
           01  WS-CTA-BUSCADA PIC X(16) VALUE SPACES.
           01  WS-CTA-DESBORDE PIC X VALUE "N".

      *SUCURSALES: CLIENTES ACTIVOS, NUEVOS Y LOS DE LA FOTO ANTERIOR
           01  WS-SUCURSALES-CANT PIC 9(3) VALUE ZERO.
           01  WS-SUCURSALES-TABLA.
               05 WS-SUCURSAL-ELEM OCCURS 100 TIMES.
                  10 WS-SUC-CODIGO PIC X(8).
                  10 WS-SUC-CLIENTES PIC 9(7).
                  10 WS-SUC-NUEVOS PIC 9(7).
                  10 WS-SUC-ANT-CLIENTES PIC 9(7).
           01  WS-SUC-IND PIC 9(3) VALUE ZERO.
           01  WS-SUC-HALLADA PIC 9(3) VALUE ZERO.
           01  WS-SUC-BUSCADA PIC X(8) VALUE SPACES.
           01  WS-SUC-DESBORDE PIC X VALUE "N".

      *POSICION POR SUCURSAL Y MONEDA: VALORES DEL MES, VALORES DE LA
      *FOTO ANTERIOR Y LAS CUENTAS DE MAYOR SALDO DEUDOR, DE LA MAS
      *DEUDORA A LA MENOS
           01  WS-POSICIONES-CANT PIC 9(3) VALUE ZERO.
           01  WS-POSICIONES-TABLA.
               05 WS-POSICION-ELEM OCCURS 300 TIMES.
                  10 WS-POS-SUCURSAL PIC X(8).
                  10 WS-POS-MONEDA PIC X(3).
                  10 WS-POS-CUENTAS PIC 9(7).
                  10 WS-POS-POSITIVAS PIC 9(7).
                  10 WS-POS-NEGATIVAS PIC 9(7).
                  10 WS-POS-EN-CERO PIC 9(7).
                  10 WS-POS-ACREEDOR PIC S9(13)V99.
                  10 WS-POS-DEUDOR PIC S9(13)V99.
                  10 WS-POS-MOVS PIC 9(7).
                  10 WS-POS-NETO PIC S9(13)V99.
                  10 WS-POS-ANT-HALLADA PIC X(1).
                  10 WS-POS-ANT-CUENTAS PIC 9(7).
                  10 WS-POS-ANT-POSITIVAS PIC 9(7).
                  10 WS-POS-ANT-NEGATIVAS PIC 9(7).
                  10 WS-POS-ANT-EN-CERO PIC 9(7).
                  10 WS-POS-ANT-ACREEDOR PIC S9(13)V99.
                  10 WS-POS-ANT-DEUDOR PIC S9(13)V99.
                  10 WS-POS-ANT-MOVS PIC 9(7).
                  10 WS-POS-ANT-NETO PIC S9(13)V99.
                  10 WS-POS-DEUDORES-CANT PIC 9(2).
                  10 WS-POS-DEUDOR-ELEM OCCURS 10 TIMES.
                     15 WS-PDE-CUENTA PIC 9(4).
           01  WS-POS-IND PIC 9(3) VALUE ZERO.
           01  WS-POS-HALLADA PIC 9(3) VALUE ZERO.
           01  WS-POS-MONEDA-BUSCADA PIC X(3) VALUE SPACES.
           01  WS-POS-DESBORDE PIC X VALUE "N".
           01  WS-PDE-IND PIC 9(2) VALUE ZERO.

      *TOTALES DEL BANCO POR MONEDA PARA LA HOJA DE RESUMEN
           01  WS-TOTALES-CANT PIC 9(2) VALUE ZERO.
           01  WS-TOTALES-TABLA.
               05 WS-TOTAL-ELEM OCCURS 10 TIMES.
                  10 WS-TOT-MONEDA PIC X(3).
                  10 WS-TOT-CUENTAS PIC 9(7).
                  10 WS-TOT-POSITIVAS PIC 9(7).
                  10 WS-TOT-NEGATIVAS PIC 9(7).
                  10 WS-TOT-EN-CERO PIC 9(7).
                  10 WS-TOT-ACREEDOR PIC S9(13)V99.
                  10 WS-TOT-DEUDOR PIC S9(13)V99.
                  10 WS-TOT-MOVS PIC 9(7).
                  10 WS-TOT-NETO PIC S9(13)V99.
                  10 WS-TOT-ANT-CUENTAS PIC 9(7).
                  10 WS-TOT-ANT-POSITIVAS PIC 9(7).
                  10 WS-TOT-ANT-NEGATIVAS PIC 9(7).
                  10 WS-TOT-ANT-EN-CERO PIC 9(7).
                  10 WS-TOT-ANT-ACREEDOR PIC S9(13)V99.
                  10 WS-TOT-ANT-DEUDOR PIC S9(13)V99.
                  10 WS-TOT-ANT-MOVS PIC 9(7).
                  10 WS-TOT-ANT-NETO PIC S9(13)V99.
           01  WS-TOT-IND PIC 9(2) VALUE ZERO.
           01  WS-TOT-HALLADO PIC 9(2) VALUE ZERO.
           01  WS-TOT-DESBORDE PIC X VALUE "N".
           01  WS-BANCO-CLIENTES PIC 9(7) VALUE ZERO.
           01  WS-BANCO-NUEVOS PIC 9(7) VALUE ZERO.
           01  WS-BANCO-ANT-CLIENTES PIC 9(7) VALUE ZERO.
           01  WS-BANCO-SUCURSALES PIC 9(3) VALUE ZERO.

      *LECTURA DE SALDOS E HISTORICO
           01  WS-FIN-SALDOS PIC X VALUE "N".
           01  WS-FIN-HISTORIA PIC X VALUE "N".
           01  WS-IMPORTE-NUM PIC S9(11)V99 VALUE ZERO.
           01  WS-IMPORTE-SIGNADO PIC S9(11)V99 VALUE ZERO.
           01  WS-MONEDA PIC X(3) VALUE SPACES.

      *CONTADORES DE LA CORRIDA
           01  WS-SALDOS-SIN-CUENTA PIC 9(7) VALUE ZERO.
           01  WS-IMPORTES-INVALIDOS PIC 9(7) VALUE ZERO.
           01  WS-MOVS-MES PIC 9(7) VALUE ZERO.
           01  WS-FOTO-GRABADOS PIC 9(7) VALUE ZERO.

      *LISTADO
           01  WS-FIN-SORT PIC X VALUE "N".
           01  WS-LINEA-SALIDA PIC X(132) VALUE SPACES.
           01  WS-PAGINA-NRO PIC 9(4) VALUE ZERO.
           01  WS-LINEAS-PAGINA PIC 9(3) VALUE ZERO.
           01  WS-VARIACION-CANT PIC S9(7) VALUE ZERO.

           01  LINEA1.
               05 FECHA1 PIC X(8) VALUE "Fecha: ".
               05 LINEA1-FECHA PIC X(10) VALUE SPACES.
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(44)
                   VALUE "CARTERA Y POSICION DE SALDOS POR SUCURSAL".
               05 FILLER PIC X(4) VALUE "MES ".
               05 LINEA1-PERIODO PIC X(7) VALUE SPACES.
               05 FILLER PIC X(6) VALUE SPACES.
               05 HOJA PIC X(9) VALUE "Hoja nro ".
               05 LINEA1-PAGINA PIC ZZZ9.

      *CABECERA DE UNA SUCURSAL
           01  LINEA-SUCURSAL.
               05 FILLER PIC X(10) VALUE "SUCURSAL: ".
               05 LSU-SUCURSAL PIC X(8).
               05 FILLER PIC X(20) VALUE "  CLIENTES ACTIVOS: ".
               05 LSU-CLIENTES PIC ZZZ,ZZ9.
               05 FILLER PIC X(16) VALUE "  MES ANTERIOR: ".
               05 LSU-ANT-CLIENTES PIC ZZZ,ZZ9.
               05 FILLER PIC X(13) VALUE "  VARIACION: ".
               05 LSU-VARIACION PIC ZZZ,ZZ9-.
               05 FILLER PIC X(19) VALUE "  CLIENTES NUEVOS: ".
               05 LSU-NUEVOS PIC ZZZ,ZZ9.

           01  LINEA-TITULOS-POSICION.
               05 FILLER PIC X(5) VALUE "MON".
               05 FILLER PIC X(9) VALUE "  CUENTAS".
               05 FILLER PIC X(9) VALUE "  SALDO>0".
               05 FILLER PIC X(9) VALUE "  SALDO<0".
               05 FILLER PIC X(9) VALUE "  SALDO=0".
               05 FILLER PIC X(22) VALUE "     SALDOS ACREEDORES".
               05 FILLER PIC X(22) VALUE "       SALDOS DEUDORES".
               05 FILLER PIC X(9) VALUE " MOVS MES".
               05 FILLER PIC X(22) VALUE "          NETO DEL MES".

      *RENGLON DE UNA POSICION O DE SU VARIACION CONTRA EL MES
      *ANTERIOR (ROTULO "VAR.")
           01  LINEA-POSICION.
               05 LPO-ROTULO PIC X(5).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LPO-CUENTAS PIC ZZZ,ZZ9-.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LPO-POSITIVAS PIC ZZZ,ZZ9-.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LPO-NEGATIVAS PIC ZZZ,ZZ9-.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LPO-EN-CERO PIC ZZZ,ZZ9-.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LPO-ACREEDOR PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LPO-DEUDOR PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LPO-MOVS PIC ZZZ,ZZ9-.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LPO-NETO PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

      *CUENTAS DE MAYOR SALDO DEUDOR DE UNA POSICION
           01  LINEA-TITULOS-DEUDOR.
               05 FILLER PIC X(6) VALUE SPACES.
               05 FILLER PIC X(17) VALUE "CUENTA".
               05 FILLER PIC X(12) VALUE "CLIENTE".
               05 FILLER PIC X(31) VALUE "TITULAR".
               05 FILLER PIC X(19) VALUE "              SALDO".
               05 FILLER PIC X(17) VALUE "  DESC. AUTORIZ.".

           01  LINEA-DEUDOR.
               05 FILLER PIC X(6) VALUE SPACES.
               05 LDE-CUENTA PIC X(16).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LDE-CLIENTE PIC X(11).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LDE-NOMBRE PIC X(30).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LDE-SALDO PIC Z,ZZZ,ZZZ,ZZ9.99-.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LDE-DESCUBIERTO PIC Z,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LDE-OBSERVACION PIC X(20).

      ******************************************************************
           PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.
           ACCEPT WS-FECHA-CORRIDA-AAAAMMDD FROM DATE YYYYMMDD.
           STRING WS-FC-DIA "/" WS-FC-MES "/" WS-FC-ANIO
               DELIMITED BY SIZE INTO WS-FECHA-EMISION.
           MOVE WS-FECHA-EMISION TO LINEA1-FECHA.
           ACCEPT WS-MES-PEDIDO FROM ENVIRONMENT "CARTERA_MES".
           IF WS-MES-PEDIDO = SPACES
               MOVE WS-FECHA-CORRIDA-AAAAMMDD(1:6) TO WS-MES-PEDIDO
           END-IF.
           IF WS-MES-PEDIDO NOT NUMERIC
               DISPLAY "Mes invalido, se espera AAAAMM."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-MES-PEDIDO TO WS-MES-PEDIDO-NUM.
           IF WS-MP-MES < 1 OR WS-MP-MES > 12 OR WS-MP-ANIO < 1601
               DISPLAY "Mes invalido, se espera AAAAMM."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MP-MES = 1
               COMPUTE WS-MA-ANIO = WS-MP-ANIO - 1
               MOVE 12 TO WS-MA-MES
           ELSE
               MOVE WS-MP-ANIO TO WS-MA-ANIO
               COMPUTE WS-MA-MES = WS-MP-MES - 1
           END-IF.
           STRING WS-MES-PEDIDO(5:2) "/" WS-MES-PEDIDO(1:4)
               DELIMITED BY SIZE INTO WS-PERIODO-ED.
           STRING WS-MA-MES "/" WS-MA-ANIO
               DELIMITED BY SIZE INTO WS-PERIODO-ANT-ED.
           MOVE WS-PERIODO-ED TO LINEA1-PERIODO.
           ACCEPT WS-DEUDORES-TEXTO
               FROM ENVIRONMENT "CARTERA_DEUDORES".
           IF WS-DEUDORES-TEXTO = SPACES
               MOVE "5" TO WS-DEUDORES-TEXTO
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-DEUDORES-TEXTO) NOT = 0
               DISPLAY "Cantidad de cuentas deudoras invalida: "
                   WS-DEUDORES-TEXTO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION NUMVAL(WS-DEUDORES-TEXTO) < 1
                   OR FUNCTION NUMVAL(WS-DEUDORES-TEXTO) > 10
               DISPLAY "Cantidad de cuentas deudoras invalida: "
                   WS-DEUDORES-TEXTO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION NUMVAL(WS-DEUDORES-TEXTO)
               TO WS-DEUDORES-LISTAR.
           ACCEPT WS-ARCHIVO-SALDOS FROM ENVIRONMENT "ARCHIVO_SALDOS".
           IF WS-ARCHIVO-SALDOS = SPACES
               MOVE "saldos.dat" TO WS-ARCHIVO-SALDOS
           END-IF.
           ACCEPT WS-ARCHIVO-CLIENTES
               FROM ENVIRONMENT "ARCHIVO_CLIENTES".
           IF WS-ARCHIVO-CLIENTES = SPACES
               MOVE "clientes.ind" TO WS-ARCHIVO-CLIENTES
           END-IF.
           ACCEPT WS-ARCHIVO-CUENTAS
               FROM ENVIRONMENT "ARCHIVO_CUENTAS".
           IF WS-ARCHIVO-CUENTAS = SPACES
               MOVE "cuentas.ind" TO WS-ARCHIVO-CUENTAS
           END-IF.
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
           ACCEPT WS-ARCHIVO-FOTO
               FROM ENVIRONMENT "ARCHIVO_CARTERA_FOTO".
           IF WS-ARCHIVO-FOTO = SPACES
               STRING "cartera" WS-MES-PEDIDO ".fot"
                   DELIMITED BY SIZE INTO WS-ARCHIVO-FOTO
           END-IF.
           ACCEPT WS-ARCHIVO-FOTO-ANTERIOR
               FROM ENVIRONMENT "ARCHIVO_CARTERA_FOTO_ANTERIOR".
           IF WS-ARCHIVO-FOTO-ANTERIOR = SPACES
               STRING "cartera" WS-MES-ANTERIOR ".fot"
                   DELIMITED BY SIZE INTO WS-ARCHIVO-FOTO-ANTERIOR
           END-IF.
           ACCEPT WS-ARCHIVO-WORKSORT
               FROM ENVIRONMENT "ARCHIVO_CARTERA_SORT".
           IF WS-ARCHIVO-WORKSORT = SPACES
               MOVE "cartera.srt" TO WS-ARCHIVO-WORKSORT
           END-IF.
           ACCEPT WS-ARCHIVO-LISTADO
               FROM ENVIRONMENT "ARCHIVO_CARTERA_LISTADO".
           IF WS-ARCHIVO-LISTADO = SPACES
               STRING "cartera" WS-MES-PEDIDO ".lst"
                   DELIMITED BY SIZE INTO WS-ARCHIVO-LISTADO
           END-IF.
           PERFORM CARGAR-OPERACIONES.
      *PRIMERO LA FOTO ANTERIOR, ASI AL CARGAR LOS CLIENTES YA SE
      *SABE CUALES SON NUEVOS
           PERFORM CARGAR-FOTO-ANTERIOR.
           PERFORM CARGAR-CLIENTES.
           PERFORM CARGAR-CUENTAS.
           PERFORM CARGAR-SALDOS.
           PERFORM ACUMULAR-CUENTAS.
           PERFORM RECORRER-HISTORIA.
           OPEN OUTPUT FOTO-ARCHIVO.
           OPEN OUTPUT LISTADO-ARCHIVO.
           SORT POSICION-SORT ON ASCENDING KEY PSS-SUCURSAL
                   PSS-MONEDA
               INPUT PROCEDURE IS LIBERAR-POSICIONES
               OUTPUT PROCEDURE IS LISTAR-POSICIONES.
           PERFORM GRABAR-FOTO-CLIENTES.
           PERFORM ESCRIBIR-RESUMEN-BANCO.
           CLOSE LISTADO-ARCHIVO.
           CLOSE FOTO-ARCHIVO.
           DISPLAY "Cartera del mes " WS-PERIODO-ED.
           DISPLAY "Sucursales:                    "
               WS-BANCO-SUCURSALES.
           DISPLAY "Clientes activos:              " WS-BANCO-CLIENTES.
           DISPLAY "Cuentas en el maestro:         " WS-CUENTAS-CANT.
           DISPLAY "Movimientos del mes:           " WS-MOVS-MES.
           IF WS-HAY-FOTO-ANTERIOR = "S"
               DISPLAY "Clientes nuevos:               "
                   WS-BANCO-NUEVOS
           ELSE
               DISPLAY "Sin foto del mes " WS-PERIODO-ANT-ED
                   ", no hay variacion ni clientes nuevos"
           END-IF.
           IF WS-SALDOS-SIN-CUENTA > ZERO
               DISPLAY "AVISO: " WS-SALDOS-SIN-CUENTA " saldos de "
                   "cuentas que no estan abiertas en el maestro no "
                   "integran la cartera"
           END-IF.
           IF WS-IMPORTES-INVALIDOS > ZERO
               DISPLAY "AVISO: " WS-IMPORTES-INVALIDOS " importes no "
                   "numericos en el historico no suman al neto"
           END-IF.
           IF WS-CLI-DESBORDE = "S"
               DISPLAY "AVISO: mas de 2000 clientes, los excedentes "
                   "no se cuentan"
           END-IF.
           IF WS-ANT-DESBORDE = "S"
               DISPLAY "AVISO: mas de 2000 clientes en la foto "
                   "anterior, los excedentes saldran como nuevos"
           END-IF.
           IF WS-CTA-DESBORDE = "S"
               DISPLAY "AVISO: mas de 2000 cuentas, las excedentes "
                   "no se cuentan"
           END-IF.
           IF WS-SUC-DESBORDE = "S"
               DISPLAY "AVISO: mas de 100 sucursales, las excedentes "
                   "no se listan"
           END-IF.
           IF WS-POS-DESBORDE = "S" OR WS-TOT-DESBORDE = "S"
               DISPLAY "AVISO: mas de 300 posiciones o 10 monedas, "
                   "las excedentes no se listan"
           END-IF.
      *RETORNO PARA EL PLANIFICADOR: 8 SIN CUENTAS, 4 CON TABLAS
      *DESBORDADAS O SALDOS FUERA DEL MAESTRO, 0 CORRIDA LIMPIA
           IF WS-CUENTAS-CANT = ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CLI-DESBORDE = "S" OR WS-ANT-DESBORDE = "S"
                       OR WS-CTA-DESBORDE = "S"
                       OR WS-SUC-DESBORDE = "S"
                       OR WS-POS-DESBORDE = "S"
                       OR WS-TOT-DESBORDE = "S"
                       OR WS-SALDOS-SIN-CUENTA > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           PROGRAM-DONE.
           STOP RUN.

      ******************************************************************
      *CARGA CODIGO Y SIGNO DE LA TABLA DE OPERACIONES, BAJAS
      *INCLUIDAS: SU SIGNO SIGUE VALIENDO PARA EL HISTORICO
           CARGAR-OPERACIONES.
           OPEN INPUT OPERACIONES-ARCHIVO.
           MOVE "N" TO WS-FIN-OPERACIONES.
           MOVE ZERO TO WS-OPERACIONES-CANT.
           PERFORM UNTIL WS-FIN-OPERACIONES = "S"
               READ OPERACIONES-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-OPERACIONES
                   NOT AT END
                       IF WS-OPERACIONES-CANT < 200
                           ADD 1 TO WS-OPERACIONES-CANT
                           MOVE OPE-CODIGO TO
                               WS-OPE-CODIGO(WS-OPERACIONES-CANT)
                           MOVE OPE-SIGNO TO
                               WS-OPE-SIGNO(WS-OPERACIONES-CANT)
                       ELSE
                           MOVE "S" TO WS-OPE-DESBORDE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERACIONES-ARCHIVO.
           IF WS-OPE-DESBORDE = "S"
               DISPLAY "AVISO: tabla de operaciones supera las 200 "
                   "entradas, los excedentes se toman como haber"
           END-IF.

      ******************************************************************
      *LEE LA FOTO DEL MES ANTERIOR: CLIENTES ACTIVOS DE CADA
      *SUCURSAL, POSICIONES Y CODIGOS DE CLIENTE. SIN FOTO NO HAY
      *VARIACION NI CLIENTES NUEVOS (PRIMERA CORRIDA)
           CARGAR-FOTO-ANTERIOR.
           OPEN INPUT FOTO-ANTERIOR-ARCHIVO.
           MOVE "N" TO WS-FIN-FOTO-ANTERIOR.
           PERFORM UNTIL WS-FIN-FOTO-ANTERIOR = "S"
               READ FOTO-ANTERIOR-ARCHIVO INTO WS-ANT-REGISTRO
                   AT END
                       MOVE "S" TO WS-FIN-FOTO-ANTERIOR
                   NOT AT END
                       MOVE "S" TO WS-HAY-FOTO-ANTERIOR
                       PERFORM REGISTRAR-FOTO-ANTERIOR
               END-READ
           END-PERFORM.
           CLOSE FOTO-ANTERIOR-ARCHIVO.

           REGISTRAR-FOTO-ANTERIOR.
           EVALUATE WS-ANT-TIPO
               WHEN "S"
                   MOVE WS-ANT-SUCURSAL TO WS-SUC-BUSCADA
                   PERFORM UBICAR-SUCURSAL
                   IF WS-SUC-HALLADA > ZERO
                       MOVE WS-ANT-SUC-CLIENTES
                           TO WS-SUC-ANT-CLIENTES(WS-SUC-HALLADA)
                   END-IF
               WHEN "P"
                   MOVE WS-ANT-SUCURSAL TO WS-SUC-BUSCADA
                   MOVE WS-ANT-MONEDA TO WS-POS-MONEDA-BUSCADA
                   PERFORM UBICAR-POSICION
                   IF WS-POS-HALLADA > ZERO
                       MOVE "S" TO WS-POS-ANT-HALLADA(WS-POS-HALLADA)
                       MOVE WS-ANT-CUENTAS
                           TO WS-POS-ANT-CUENTAS(WS-POS-HALLADA)
                       MOVE WS-ANT-POSITIVAS
                           TO WS-POS-ANT-POSITIVAS(WS-POS-HALLADA)
                       MOVE WS-ANT-NEGATIVAS
                           TO WS-POS-ANT-NEGATIVAS(WS-POS-HALLADA)
                       MOVE WS-ANT-EN-CERO
                           TO WS-POS-ANT-EN-CERO(WS-POS-HALLADA)
                       MOVE WS-ANT-ACREEDOR
                           TO WS-POS-ANT-ACREEDOR(WS-POS-HALLADA)
                       MOVE WS-ANT-DEUDOR
                           TO WS-POS-ANT-DEUDOR(WS-POS-HALLADA)
                       MOVE WS-ANT-MOVS
                           TO WS-POS-ANT-MOVS(WS-POS-HALLADA)
                       MOVE WS-ANT-NETO
                           TO WS-POS-ANT-NETO(WS-POS-HALLADA)
                   END-IF
               WHEN "C"
                   IF WS-ANT-CLIENTES-CANT < 2000
                       ADD 1 TO WS-ANT-CLIENTES-CANT
                       MOVE WS-ANT-CLI-CODIGO
                           TO WS-ANT-CLIENTE(WS-ANT-CLIENTES-CANT)
                   ELSE
                       MOVE "S" TO WS-ANT-DESBORDE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      *CARGA EL MAESTRO DE CLIENTES. LOS ACTIVOS (TODO LO QUE NO ES
      *BAJA) SUMAN A SU SUCURSAL Y, SI NO ESTABAN EN LA FOTO
      *ANTERIOR, A LOS NUEVOS. LOS DADOS DE BAJA SE GUARDAN IGUAL
      *PORQUE PUEDEN SEGUIR TENIENDO CUENTAS
           CARGAR-CLIENTES.
           OPEN INPUT CLIENTES-ARCHIVO.
           MOVE LOW-VALUES TO CLI-CODIGO.
           MOVE "N" TO WS-FIN-CLIENTES.
           START CLIENTES-ARCHIVO KEY NOT < CLI-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIN-CLIENTES
           END-START.
           PERFORM UNTIL WS-FIN-CLIENTES = "S"
               READ CLIENTES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-CLIENTES
                   NOT AT END
                       IF WS-CLIENTES-CANT < 2000
                           ADD 1 TO WS-CLIENTES-CANT
                           PERFORM REGISTRAR-CLIENTE
                       ELSE
                           MOVE "S" TO WS-CLI-DESBORDE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENTES-ARCHIVO.

           REGISTRAR-CLIENTE.
           MOVE CLI-CODIGO TO WS-CLI-CODIGO(WS-CLIENTES-CANT).
           MOVE CLI-NOMBRE TO WS-CLI-NOMBRE(WS-CLIENTES-CANT).
           MOVE CLI-SUCURSAL TO WS-CLI-SUCURSAL(WS-CLIENTES-CANT).
           IF CLI-ESTADO = "I"
               MOVE "N" TO WS-CLI-ACTIVO(WS-CLIENTES-CANT)
           ELSE
               MOVE "S" TO WS-CLI-ACTIVO(WS-CLIENTES-CANT)
               MOVE CLI-SUCURSAL TO WS-SUC-BUSCADA
               PERFORM UBICAR-SUCURSAL
               IF WS-SUC-HALLADA > ZERO
                   ADD 1 TO WS-SUC-CLIENTES(WS-SUC-HALLADA)
                   IF WS-HAY-FOTO-ANTERIOR = "S"
                       PERFORM BUSCAR-CLIENTE-ANTERIOR
                       IF WS-ANT-HALLADO = "N"
                           ADD 1 TO WS-SUC-NUEVOS(WS-SUC-HALLADA)
                       END-IF
                   END-IF
               END-IF
           END-IF.

           BUSCAR-CLIENTE-ANTERIOR.
           MOVE "N" TO WS-ANT-HALLADO.
           PERFORM VARYING WS-ANT-IND FROM 1 BY 1
                   UNTIL WS-ANT-IND > WS-ANT-CLIENTES-CANT
                   OR WS-ANT-HALLADO = "S"
               IF WS-ANT-CLIENTE(WS-ANT-IND) = CLI-CODIGO
                   MOVE "S" TO WS-ANT-HALLADO
               END-IF
           END-PERFORM.

      ******************************************************************
      *CARGA LAS CUENTAS NO CERRADAS. LA SUCURSAL DE CARTERA ES LA
      *DEL TITULAR; SIN TITULAR EN EL MAESTRO, LA DE LA CUENTA. UNA
      *CUENTA SIN MONEDA ES EN PESOS
           CARGAR-CUENTAS.
           OPEN INPUT CUENTAS-ARCHIVO.
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
                       IF CTA-ESTADO NOT = "C"
                           IF WS-CUENTAS-CANT < 2000
                               ADD 1 TO WS-CUENTAS-CANT
                               PERFORM REGISTRAR-CUENTA
                           ELSE
                               MOVE "S" TO WS-CTA-DESBORDE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUENTAS-ARCHIVO.

           REGISTRAR-CUENTA.
           MOVE CTA-CUENTA TO WS-CTA-CUENTA(WS-CUENTAS-CANT).
           MOVE CTA-CLIENTE TO WS-CTA-CLIENTE(WS-CUENTAS-CANT).
           MOVE CTA-SUCURSAL TO WS-CTA-SUCURSAL(WS-CUENTAS-CANT).
           MOVE CTA-DESCUBIERTO TO WS-CTA-DESCUBIERTO(WS-CUENTAS-CANT).
           MOVE ZERO TO WS-CTA-SALDO(WS-CUENTAS-CANT).
           IF CTA-MONEDA = SPACES
               MOVE "ARS" TO WS-CTA-MONEDA(WS-CUENTAS-CANT)
           ELSE
               MOVE CTA-MONEDA TO WS-CTA-MONEDA(WS-CUENTAS-CANT)
           END-IF.
           MOVE CTA-CLIENTE TO WS-CLI-BUSCADO.
           PERFORM BUSCAR-CLIENTE-TABLA.
           IF WS-CLI-HALLADO > ZERO
               MOVE WS-CLI-SUCURSAL(WS-CLI-HALLADO)
                   TO WS-CTA-SUCURSAL(WS-CUENTAS-CANT)
           END-IF.

           BUSCAR-CLIENTE-TABLA.
           MOVE ZERO TO WS-CLI-HALLADO.
           PERFORM VARYING WS-CLI-IND FROM 1 BY 1
                   UNTIL WS-CLI-IND > WS-CLIENTES-CANT
                   OR WS-CLI-HALLADO > ZERO
               IF WS-CLI-CODIGO(WS-CLI-IND) = WS-CLI-BUSCADO
                   MOVE WS-CLI-IND TO WS-CLI-HALLADO
               END-IF
           END-PERFORM.

      ******************************************************************
      *PASA LOS SALDOS VIGENTES A LA TABLA DE CUENTAS. UNA CUENTA
      *SIN SALDO GRABADO QUEDA EN CERO
           CARGAR-SALDOS.
           OPEN INPUT SALDOS-ARCHIVO.
           MOVE "N" TO WS-FIN-SALDOS.
           PERFORM UNTIL WS-FIN-SALDOS = "S"
               READ SALDOS-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-SALDOS
                   NOT AT END
                       MOVE SAL-CUENTA TO WS-CTA-BUSCADA
                       PERFORM BUSCAR-CUENTA-TABLA
                       IF WS-CTA-HALLADA > ZERO
                           MOVE SAL-IMPORTE
                               TO WS-CTA-SALDO(WS-CTA-HALLADA)
                       ELSE
                           IF SAL-IMPORTE NOT = ZERO
                               ADD 1 TO WS-SALDOS-SIN-CUENTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALDOS-ARCHIVO.

           BUSCAR-CUENTA-TABLA.
           MOVE ZERO TO WS-CTA-HALLADA.
           PERFORM VARYING WS-CTA-IND FROM 1 BY 1
                   UNTIL WS-CTA-IND > WS-CUENTAS-CANT
                   OR WS-CTA-HALLADA > ZERO
               IF WS-CTA-CUENTA(WS-CTA-IND) = WS-CTA-BUSCADA
                   MOVE WS-CTA-IND TO WS-CTA-HALLADA
               END-IF
           END-PERFORM.

      ******************************************************************
      *SUMA CADA CUENTA A LA POSICION DE SU SUCURSAL Y MONEDA Y
      *ANOTA LAS DEUDORAS EN EL RANKING DE LA POSICION
           ACUMULAR-CUENTAS.
           PERFORM VARYING WS-CTA-IND FROM 1 BY 1
                   UNTIL WS-CTA-IND > WS-CUENTAS-CANT
               MOVE WS-CTA-SUCURSAL(WS-CTA-IND) TO WS-SUC-BUSCADA
               MOVE WS-CTA-MONEDA(WS-CTA-IND) TO WS-POS-MONEDA-BUSCADA
               PERFORM UBICAR-POSICION
               IF WS-POS-HALLADA > ZERO
                   ADD 1 TO WS-POS-CUENTAS(WS-POS-HALLADA)
                   EVALUATE TRUE
                       WHEN WS-CTA-SALDO(WS-CTA-IND) > ZERO
                           ADD 1 TO WS-POS-POSITIVAS(WS-POS-HALLADA)
                           ADD WS-CTA-SALDO(WS-CTA-IND)
                               TO WS-POS-ACREEDOR(WS-POS-HALLADA)
                       WHEN WS-CTA-SALDO(WS-CTA-IND) < ZERO
                           ADD 1 TO WS-POS-NEGATIVAS(WS-POS-HALLADA)
                           ADD WS-CTA-SALDO(WS-CTA-IND)
                               TO WS-POS-DEUDOR(WS-POS-HALLADA)
                           PERFORM ANOTAR-DEUDOR
                       WHEN OTHER
                           ADD 1 TO WS-POS-EN-CERO(WS-POS-HALLADA)
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *INSERTA LA CUENTA WS-CTA-IND EN EL RANKING DE DEUDORAS DE LA
      *POSICION, ORDENADO DE LA MAS DEUDORA A LA MENOS. CON EL
      *RANKING LLENO SOLO ENTRA SI DEBE MAS QUE LA ULTIMA
           ANOTAR-DEUDOR.
           IF WS-POS-DEUDORES-CANT(WS-POS-HALLADA) < WS-DEUDORES-LISTAR
               ADD 1 TO WS-POS-DEUDORES-CANT(WS-POS-HALLADA)
               MOVE WS-POS-DEUDORES-CANT(WS-POS-HALLADA) TO WS-PDE-IND
           ELSE
               MOVE WS-DEUDORES-LISTAR TO WS-PDE-IND
               IF WS-CTA-SALDO(WS-CTA-IND) NOT < WS-CTA-SALDO(
                       WS-PDE-CUENTA(WS-POS-HALLADA, WS-PDE-IND))
                   MOVE ZERO TO WS-PDE-IND
               END-IF
           END-IF.
           IF WS-PDE-IND > ZERO
               PERFORM UNTIL WS-PDE-IND = 1
                   OR WS-CTA-SALDO(WS-CTA-IND) NOT < WS-CTA-SALDO(
                       WS-PDE-CUENTA(WS-POS-HALLADA, WS-PDE-IND - 1))
                   MOVE WS-PDE-CUENTA(WS-POS-HALLADA, WS-PDE-IND - 1)
                       TO WS-PDE-CUENTA(WS-POS-HALLADA, WS-PDE-IND)
                   SUBTRACT 1 FROM WS-PDE-IND
               END-PERFORM
               MOVE WS-CTA-IND
                   TO WS-PDE-CUENTA(WS-POS-HALLADA, WS-PDE-IND)
           END-IF.

      ******************************************************************
      *RECORRE EL HISTORICO Y SUMA LOS MOVIMIENTOS DEL MES A LA
      *POSICION DE SU CUENTA. UNA CUENTA FUERA DEL MAESTRO (CERRADA)
      *VA A LA SUCURSAL DEL MOVIMIENTO
           RECORRER-HISTORIA.
           OPEN INPUT HISTORIA-ARCHIVO.
           MOVE LOW-VALUES TO HIS-CLAVE.
           MOVE "N" TO WS-FIN-HISTORIA.
           START HISTORIA-ARCHIVO KEY NOT < HIS-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-HISTORIA
           END-START.
           PERFORM UNTIL WS-FIN-HISTORIA = "S"
               READ HISTORIA-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-HISTORIA
                   NOT AT END
                       IF HIS-FECHA-ORD(1:6) = WS-MES-PEDIDO
                           PERFORM SUMAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORIA-ARCHIVO.

           SUMAR-MOVIMIENTO.
           ADD 1 TO WS-MOVS-MES.
           MOVE HIS-CUENTA TO WS-CTA-BUSCADA.
           PERFORM BUSCAR-CUENTA-TABLA.
           IF WS-CTA-HALLADA > ZERO
               MOVE WS-CTA-SUCURSAL(WS-CTA-HALLADA) TO WS-SUC-BUSCADA
               MOVE WS-CTA-MONEDA(WS-CTA-HALLADA)
                   TO WS-POS-MONEDA-BUSCADA
           ELSE
               MOVE HIS-SUCURSAL TO WS-SUC-BUSCADA
               IF HIS-MONEDA = SPACES
                   MOVE "ARS" TO WS-POS-MONEDA-BUSCADA
               ELSE
                   MOVE HIS-MONEDA TO WS-POS-MONEDA-BUSCADA
               END-IF
           END-IF.
           PERFORM UBICAR-POSICION.
           IF WS-POS-HALLADA > ZERO
               PERFORM APLICAR-SIGNO-OPERACION
               ADD 1 TO WS-POS-MOVS(WS-POS-HALLADA)
               ADD WS-IMPORTE-SIGNADO TO WS-POS-NETO(WS-POS-HALLADA)
           END-IF.

      *UN CODIGO FUERA DE TABLA SE TOMA COMO HABER, IGUAL QUE EN
      *MOVIMIENTOS, Y UN IMPORTE NO NUMERICO NO SUMA
           APLICAR-SIGNO-OPERACION.
           MOVE "C" TO WS-OPE-SIGNO-HALLADO.
           PERFORM VARYING WS-OPE-IND FROM 1 BY 1
                   UNTIL WS-OPE-IND > WS-OPERACIONES-CANT
               IF WS-OPE-CODIGO(WS-OPE-IND) = HIS-OPERACION
                   MOVE WS-OPE-SIGNO(WS-OPE-IND)
                       TO WS-OPE-SIGNO-HALLADO
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-IMPORTE-NUM.
           IF FUNCTION TEST-NUMVAL(HIS-IMPORTE) = 0
               MOVE FUNCTION NUMVAL(HIS-IMPORTE) TO WS-IMPORTE-NUM
           ELSE
               ADD 1 TO WS-IMPORTES-INVALIDOS
           END-IF.
           IF WS-OPE-SIGNO-HALLADO = "D"
               COMPUTE WS-IMPORTE-SIGNADO = 0 - WS-IMPORTE-NUM
           ELSE
               MOVE WS-IMPORTE-NUM TO WS-IMPORTE-SIGNADO
           END-IF.

      ******************************************************************
      *BUSCA LA SUCURSAL WS-SUC-BUSCADA Y LA AGREGA SI NO ESTA. CON
      *LA TABLA LLENA DEVUELVE CERO
           UBICAR-SUCURSAL.
           MOVE ZERO TO WS-SUC-HALLADA.
           PERFORM VARYING WS-SUC-IND FROM 1 BY 1
                   UNTIL WS-SUC-IND > WS-SUCURSALES-CANT
                   OR WS-SUC-HALLADA > ZERO
               IF WS-SUC-CODIGO(WS-SUC-IND) = WS-SUC-BUSCADA
                   MOVE WS-SUC-IND TO WS-SUC-HALLADA
               END-IF
           END-PERFORM.
           IF WS-SUC-HALLADA = ZERO
               IF WS-SUCURSALES-CANT < 100
                   ADD 1 TO WS-SUCURSALES-CANT
                   MOVE WS-SUCURSALES-CANT TO WS-SUC-HALLADA
                   MOVE WS-SUC-BUSCADA
                       TO WS-SUC-CODIGO(WS-SUC-HALLADA)
                   MOVE ZERO TO WS-SUC-CLIENTES(WS-SUC-HALLADA)
                   MOVE ZERO TO WS-SUC-NUEVOS(WS-SUC-HALLADA)
                   MOVE ZERO TO WS-SUC-ANT-CLIENTES(WS-SUC-HALLADA)
               ELSE
                   MOVE "S" TO WS-SUC-DESBORDE
               END-IF
           END-IF.

      *BUSCA LA POSICION DE WS-SUC-BUSCADA Y WS-POS-MONEDA-BUSCADA Y
      *LA AGREGA SI NO ESTA, REGISTRANDO TAMBIEN LA SUCURSAL. CON LA
      *TABLA LLENA DEVUELVE CERO
           UBICAR-POSICION.
           MOVE ZERO TO WS-POS-HALLADA.
           PERFORM VARYING WS-POS-IND FROM 1 BY 1
                   UNTIL WS-POS-IND > WS-POSICIONES-CANT
                   OR WS-POS-HALLADA > ZERO
               IF WS-POS-SUCURSAL(WS-POS-IND) = WS-SUC-BUSCADA
                       AND WS-POS-MONEDA(WS-POS-IND)
                           = WS-POS-MONEDA-BUSCADA
                   MOVE WS-POS-IND TO WS-POS-HALLADA
               END-IF
           END-PERFORM.
           IF WS-POS-HALLADA = ZERO
               PERFORM UBICAR-SUCURSAL
               IF WS-SUC-HALLADA = ZERO
                       OR WS-POSICIONES-CANT = 300
                   MOVE "S" TO WS-POS-DESBORDE
               ELSE
                   ADD 1 TO WS-POSICIONES-CANT
                   MOVE WS-POSICIONES-CANT TO WS-POS-HALLADA
                   INITIALIZE WS-POSICION-ELEM(WS-POS-HALLADA)
                   MOVE WS-SUC-BUSCADA
                       TO WS-POS-SUCURSAL(WS-POS-HALLADA)
                   MOVE WS-POS-MONEDA-BUSCADA
                       TO WS-POS-MONEDA(WS-POS-HALLADA)
                   MOVE "N" TO WS-POS-ANT-HALLADA(WS-POS-HALLADA)
               END-IF
           END-IF.

      ******************************************************************
      *ENTRADA DEL SORT: UNA ENTRADA POR SUCURSAL CON MONEDA EN
      *BLANCO, QUE ORDENA ANTES QUE SUS POSICIONES, Y UNA POR
      *POSICION
           LIBERAR-POSICIONES.
           PERFORM VARYING WS-SUC-IND FROM 1 BY 1
                   UNTIL WS-SUC-IND > WS-SUCURSALES-CANT
               MOVE WS-SUC-CODIGO(WS-SUC-IND) TO PSS-SUCURSAL
               MOVE SPACES TO PSS-MONEDA
               MOVE WS-SUC-IND TO PSS-IND
               RELEASE POSICION-SORT-REGISTRO
           END-PERFORM.
           PERFORM VARYING WS-POS-IND FROM 1 BY 1
                   UNTIL WS-POS-IND > WS-POSICIONES-CANT
               MOVE WS-POS-SUCURSAL(WS-POS-IND) TO PSS-SUCURSAL
               MOVE WS-POS-MONEDA(WS-POS-IND) TO PSS-MONEDA
               MOVE WS-POS-IND TO PSS-IND
               RELEASE POSICION-SORT-REGISTRO
           END-PERFORM.

      ******************************************************************
      *SALIDA DEL SORT: LISTA CADA SUCURSAL CON SUS POSICIONES EN
      *ORDEN, GRABA LA FOTO Y ACUMULA LOS TOTALES DEL BANCO
           LISTAR-POSICIONES.
           MOVE "N" TO WS-FIN-SORT.
           PERFORM UNTIL WS-FIN-SORT = "S"
               RETURN POSICION-SORT
                   AT END
                       MOVE "S" TO WS-FIN-SORT
                   NOT AT END
                       IF PSS-MONEDA = SPACES
                           MOVE PSS-IND TO WS-SUC-IND
                           PERFORM LISTAR-SUCURSAL
                       ELSE
                           MOVE PSS-IND TO WS-POS-IND
                           PERFORM LISTAR-POSICION
                       END-IF
               END-RETURN
           END-PERFORM.

      *CABECERA DE LA SUCURSAL; ARRANCA HOJA SI LA ACTUAL NO DA
      *PARA UNA SUCURSAL CON UN PAR DE MONEDAS
           LISTAR-SUCURSAL.
           IF WS-PAGINA-NRO = ZERO OR WS-LINEAS-PAGINA > 40
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.
           ADD 1 TO WS-BANCO-SUCURSALES.
           ADD WS-SUC-CLIENTES(WS-SUC-IND) TO WS-BANCO-CLIENTES.
           ADD WS-SUC-NUEVOS(WS-SUC-IND) TO WS-BANCO-NUEVOS.
           ADD WS-SUC-ANT-CLIENTES(WS-SUC-IND)
               TO WS-BANCO-ANT-CLIENTES.
           MOVE SPACES TO WS-LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE WS-SUC-CODIGO(WS-SUC-IND) TO LSU-SUCURSAL.
           IF LSU-SUCURSAL = SPACES
               MOVE "(S/SUC)" TO LSU-SUCURSAL
           END-IF.
           MOVE WS-SUC-CLIENTES(WS-SUC-IND) TO LSU-CLIENTES.
           MOVE WS-SUC-ANT-CLIENTES(WS-SUC-IND) TO LSU-ANT-CLIENTES.
           COMPUTE WS-VARIACION-CANT = WS-SUC-CLIENTES(WS-SUC-IND)
               - WS-SUC-ANT-CLIENTES(WS-SUC-IND).
           MOVE WS-VARIACION-CANT TO LSU-VARIACION.
           MOVE WS-SUC-NUEVOS(WS-SUC-IND) TO LSU-NUEVOS.
           MOVE LINEA-SUCURSAL TO WS-LINEA-SALIDA.
           IF WS-HAY-FOTO-ANTERIOR NOT = "S"
               MOVE SPACES TO WS-LINEA-SALIDA(46:)
           END-IF.
           PERFORM ESCRIBIR-LINEA.
           MOVE LINEA-TITULOS-POSICION TO WS-LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO FOTO-REGISTRO.
           MOVE "S" TO FOT-TIPO.
           MOVE WS-MES-PEDIDO TO FOT-MES.
           MOVE WS-SUC-CODIGO(WS-SUC-IND) TO FOT-SUCURSAL.
           MOVE WS-SUC-CLIENTES(WS-SUC-IND) TO FOT-CLIENTES.
           PERFORM GRABAR-FOTO.

      *RENGLON DE LA POSICION, SU VARIACION SI HAY FOTO ANTERIOR Y
      *LAS CUENTAS DE MAYOR SALDO DEUDOR
           LISTAR-POSICION.
           MOVE SPACES TO LINEA-POSICION.
           MOVE WS-POS-MONEDA(WS-POS-IND) TO LPO-ROTULO.
           MOVE WS-POS-CUENTAS(WS-POS-IND) TO LPO-CUENTAS.
           MOVE WS-POS-POSITIVAS(WS-POS-IND) TO LPO-POSITIVAS.
           MOVE WS-POS-NEGATIVAS(WS-POS-IND) TO LPO-NEGATIVAS.
           MOVE WS-POS-EN-CERO(WS-POS-IND) TO LPO-EN-CERO.
           MOVE WS-POS-ACREEDOR(WS-POS-IND) TO LPO-ACREEDOR.
           MOVE WS-POS-DEUDOR(WS-POS-IND) TO LPO-DEUDOR.
           MOVE WS-POS-MOVS(WS-POS-IND) TO LPO-MOVS.
           MOVE WS-POS-NETO(WS-POS-IND) TO LPO-NETO.
           MOVE LINEA-POSICION TO WS-LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           IF WS-HAY-FOTO-ANTERIOR = "S"
               MOVE SPACES TO LINEA-POSICION
               MOVE "VAR." TO LPO-ROTULO
               COMPUTE LPO-CUENTAS = WS-POS-CUENTAS(WS-POS-IND)
                   - WS-POS-ANT-CUENTAS(WS-POS-IND)
               COMPUTE LPO-POSITIVAS = WS-POS-POSITIVAS(WS-POS-IND)
                   - WS-POS-ANT-POSITIVAS(WS-POS-IND)
               COMPUTE LPO-NEGATIVAS = WS-POS-NEGATIVAS(WS-POS-IND)
                   - WS-POS-ANT-NEGATIVAS(WS-POS-IND)
               COMPUTE LPO-EN-CERO = WS-POS-EN-CERO(WS-POS-IND)
                   - WS-POS-ANT-EN-CERO(WS-POS-IND)
               COMPUTE LPO-ACREEDOR = WS-POS-ACREEDOR(WS-POS-IND)
                   - WS-POS-ANT-ACREEDOR(WS-POS-IND)
               COMPUTE LPO-DEUDOR = WS-POS-DEUDOR(WS-POS-IND)
                   - WS-POS-ANT-DEUDOR(WS-POS-IND)
               COMPUTE LPO-MOVS = WS-POS-MOVS(WS-POS-IND)
                   - WS-POS-ANT-MOVS(WS-POS-IND)
               COMPUTE LPO-NETO = WS-POS-NETO(WS-POS-IND)
                   - WS-POS-ANT-NETO(WS-POS-IND)
               MOVE LINEA-POSICION TO WS-LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF.
           IF WS-POS-DEUDORES-CANT(WS-POS-IND) > ZERO
               MOVE SPACES TO WS-LINEA-SALIDA
               STRING "      MAYORES SALDOS DEUDORES EN "
                   WS-POS-MONEDA(WS-POS-IND)
                   DELIMITED BY SIZE INTO WS-LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               MOVE LINEA-TITULOS-DEUDOR TO WS-LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               PERFORM VARYING WS-PDE-IND FROM 1 BY 1
                       UNTIL WS-PDE-IND > WS-POS-DEUDORES-CANT(
                           WS-POS-IND)
                   MOVE WS-PDE-CUENTA(WS-POS-IND, WS-PDE-IND)
                       TO WS-CTA-IND
                   PERFORM LISTAR-DEUDOR
               END-PERFORM
           END-IF.
           PERFORM ACUMULAR-TOTAL-BANCO.
           MOVE SPACES TO FOTO-REGISTRO.
           MOVE "P" TO FOT-TIPO.
           MOVE WS-MES-PEDIDO TO FOT-MES.
           MOVE WS-POS-SUCURSAL(WS-POS-IND) TO FOT-SUCURSAL.
           MOVE WS-POS-MONEDA(WS-POS-IND) TO FOT-MONEDA.
           MOVE WS-POS-CUENTAS(WS-POS-IND) TO FOT-CUENTAS.
           MOVE WS-POS-POSITIVAS(WS-POS-IND) TO FOT-POSITIVAS.
           MOVE WS-POS-NEGATIVAS(WS-POS-IND) TO FOT-NEGATIVAS.
           MOVE WS-POS-EN-CERO(WS-POS-IND) TO FOT-EN-CERO.
           MOVE WS-POS-ACREEDOR(WS-POS-IND) TO FOT-ACREEDOR.
           MOVE WS-POS-DEUDOR(WS-POS-IND) TO FOT-DEUDOR.
           MOVE WS-POS-MOVS(WS-POS-IND) TO FOT-MOVS.
           MOVE WS-POS-NETO(WS-POS-IND) TO FOT-NETO.
           PERFORM GRABAR-FOTO.

      *UNA CUENTA DEL RANKING, CON SU DESCUBIERTO AUTORIZADO
           LISTAR-DEUDOR.
           MOVE SPACES TO LINEA-DEUDOR.
           MOVE WS-CTA-CUENTA(WS-CTA-IND) TO LDE-CUENTA.
           MOVE WS-CTA-CLIENTE(WS-CTA-IND) TO LDE-CLIENTE.
           MOVE WS-CTA-CLIENTE(WS-CTA-IND) TO WS-CLI-BUSCADO.
           PERFORM BUSCAR-CLIENTE-TABLA.
           IF WS-CLI-HALLADO > ZERO
               MOVE WS-CLI-NOMBRE(WS-CLI-HALLADO) TO LDE-NOMBRE
           ELSE
               MOVE "*** NO REGISTRADO ***" TO LDE-NOMBRE
           END-IF.
           MOVE WS-CTA-SALDO(WS-CTA-IND) TO LDE-SALDO.
           MOVE WS-CTA-DESCUBIERTO(WS-CTA-IND) TO LDE-DESCUBIERTO.
           IF 0 - WS-CTA-SALDO(WS-CTA-IND)
                   > WS-CTA-DESCUBIERTO(WS-CTA-IND)
               MOVE "EXCEDE DESCUBIERTO" TO LDE-OBSERVACION
           END-IF.
           MOVE LINEA-DEUDOR TO WS-LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.

      ******************************************************************
      *SUMA LA POSICION WS-POS-IND AL TOTAL DEL BANCO DE SU MONEDA
           ACUMULAR-TOTAL-BANCO.
           MOVE ZERO TO WS-TOT-HALLADO.
           PERFORM VARYING WS-TOT-IND FROM 1 BY 1
                   UNTIL WS-TOT-IND > WS-TOTALES-CANT
                   OR WS-TOT-HALLADO > ZERO
               IF WS-TOT-MONEDA(WS-TOT-IND) = WS-POS-MONEDA(WS-POS-IND)
                   MOVE WS-TOT-IND TO WS-TOT-HALLADO
               END-IF
           END-PERFORM.
           IF WS-TOT-HALLADO = ZERO
               IF WS-TOTALES-CANT < 10
                   ADD 1 TO WS-TOTALES-CANT
                   MOVE WS-TOTALES-CANT TO WS-TOT-HALLADO
                   INITIALIZE WS-TOTAL-ELEM(WS-TOT-HALLADO)
                   MOVE WS-POS-MONEDA(WS-POS-IND)
                       TO WS-TOT-MONEDA(WS-TOT-HALLADO)
               ELSE
                   MOVE "S" TO WS-TOT-DESBORDE
               END-IF
           END-IF.
           IF WS-TOT-HALLADO > ZERO
               ADD WS-POS-CUENTAS(WS-POS-IND)
                   TO WS-TOT-CUENTAS(WS-TOT-HALLADO)
               ADD WS-POS-POSITIVAS(WS-POS-IND)
                   TO WS-TOT-POSITIVAS(WS-TOT-HALLADO)
               ADD WS-POS-NEGATIVAS(WS-POS-IND)
                   TO WS-TOT-NEGATIVAS(WS-TOT-HALLADO)
               ADD WS-POS-EN-CERO(WS-POS-IND)
                   TO WS-TOT-EN-CERO(WS-TOT-HALLADO)
               ADD WS-POS-ACREEDOR(WS-POS-IND)
                   TO WS-TOT-ACREEDOR(WS-TOT-HALLADO)
               ADD WS-POS-DEUDOR(WS-POS-IND)
                   TO WS-TOT-DEUDOR(WS-TOT-HALLADO)
               ADD WS-POS-MOVS(WS-POS-IND)
                   TO WS-TOT-MOVS(WS-TOT-HALLADO)
               ADD WS-POS-NETO(WS-POS-IND)
                   TO WS-TOT-NETO(WS-TOT-HALLADO)
               ADD WS-POS-ANT-CUENTAS(WS-POS-IND)
                   TO WS-TOT-ANT-CUENTAS(WS-TOT-HALLADO)
               ADD WS-POS-ANT-POSITIVAS(WS-POS-IND)
                   TO WS-TOT-ANT-POSITIVAS(WS-TOT-HALLADO)
               ADD WS-POS-ANT-NEGATIVAS(WS-POS-IND)
                   TO WS-TOT-ANT-NEGATIVAS(WS-TOT-HALLADO)
               ADD WS-POS-ANT-EN-CERO(WS-POS-IND)
                   TO WS-TOT-ANT-EN-CERO(WS-TOT-HALLADO)
               ADD WS-POS-ANT-ACREEDOR(WS-POS-IND)
                   TO WS-TOT-ANT-ACREEDOR(WS-TOT-HALLADO)
               ADD WS-POS-ANT-DEUDOR(WS-POS-IND)
                   TO WS-TOT-ANT-DEUDOR(WS-TOT-HALLADO)
               ADD WS-POS-ANT-MOVS(WS-POS-IND)
                   TO WS-TOT-ANT-MOVS(WS-TOT-HALLADO)
               ADD WS-POS-ANT-NETO(WS-POS-IND)
                   TO WS-TOT-ANT-NETO(WS-TOT-HALLADO)
           END-IF.

      ******************************************************************
      *HOJA DE RESUMEN DEL BANCO: CLIENTES Y POSICION POR MONEDA CON
      *SU VARIACION CONTRA EL MES ANTERIOR
           ESCRIBIR-RESUMEN-BANCO.
           PERFORM ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO WS-LINEA-SALIDA.
           STRING "RESUMEN GENERAL DEL BANCO - SUCURSALES: "
               WS-BANCO-SUCURSALES
               DELIMITED BY SIZE INTO WS-LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "BANCO" TO LSU-SUCURSAL.
           MOVE WS-BANCO-CLIENTES TO LSU-CLIENTES.
           MOVE WS-BANCO-ANT-CLIENTES TO LSU-ANT-CLIENTES.
           COMPUTE WS-VARIACION-CANT = WS-BANCO-CLIENTES
               - WS-BANCO-ANT-CLIENTES.
           MOVE WS-VARIACION-CANT TO LSU-VARIACION.
           MOVE WS-BANCO-NUEVOS TO LSU-NUEVOS.
           MOVE LINEA-SUCURSAL TO WS-LINEA-SALIDA.
           IF WS-HAY-FOTO-ANTERIOR NOT = "S"
               MOVE SPACES TO WS-LINEA-SALIDA(46:)
           END-IF.
           PERFORM ESCRIBIR-LINEA.
           MOVE LINEA-TITULOS-POSICION TO WS-LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           PERFORM VARYING WS-TOT-IND FROM 1 BY 1
                   UNTIL WS-TOT-IND > WS-TOTALES-CANT
               PERFORM LISTAR-TOTAL-MONEDA
           END-PERFORM.
           MOVE SPACES TO WS-LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-SALIDA.
           IF WS-HAY-FOTO-ANTERIOR = "S"
               STRING "VARIACION CONTRA LA FOTO DEL MES "
                   WS-PERIODO-ANT-ED
                   DELIMITED BY SIZE INTO WS-LINEA-SALIDA
           ELSE
               STRING "SIN FOTO DEL MES " WS-PERIODO-ANT-ED
                   ": NO HAY VARIACION NI CLIENTES NUEVOS"
                   DELIMITED BY SIZE INTO WS-LINEA-SALIDA
           END-IF.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-SALIDA.
           STRING "SALDOS VIGENTES AL " WS-FECHA-EMISION
               "; MOVIMIENTOS DEL MES SEGUN EL HISTORICO"
               DELIMITED BY SIZE INTO WS-LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.

           LISTAR-TOTAL-MONEDA.
           MOVE SPACES TO LINEA-POSICION.
           MOVE WS-TOT-MONEDA(WS-TOT-IND) TO LPO-ROTULO.
           MOVE WS-TOT-CUENTAS(WS-TOT-IND) TO LPO-CUENTAS.
           MOVE WS-TOT-POSITIVAS(WS-TOT-IND) TO LPO-POSITIVAS.
           MOVE WS-TOT-NEGATIVAS(WS-TOT-IND) TO LPO-NEGATIVAS.
           MOVE WS-TOT-EN-CERO(WS-TOT-IND) TO LPO-EN-CERO.
           MOVE WS-TOT-ACREEDOR(WS-TOT-IND) TO LPO-ACREEDOR.
           MOVE WS-TOT-DEUDOR(WS-TOT-IND) TO LPO-DEUDOR.
           MOVE WS-TOT-MOVS(WS-TOT-IND) TO LPO-MOVS.
           MOVE WS-TOT-NETO(WS-TOT-IND) TO LPO-NETO.
           MOVE LINEA-POSICION TO WS-LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           IF WS-HAY-FOTO-ANTERIOR = "S"
               MOVE SPACES TO LINEA-POSICION
               MOVE "VAR." TO LPO-ROTULO
               COMPUTE LPO-CUENTAS = WS-TOT-CUENTAS(WS-TOT-IND)
                   - WS-TOT-ANT-CUENTAS(WS-TOT-IND)
               COMPUTE LPO-POSITIVAS = WS-TOT-POSITIVAS(WS-TOT-IND)
                   - WS-TOT-ANT-POSITIVAS(WS-TOT-IND)
               COMPUTE LPO-NEGATIVAS = WS-TOT-NEGATIVAS(WS-TOT-IND)
                   - WS-TOT-ANT-NEGATIVAS(WS-TOT-IND)
               COMPUTE LPO-EN-CERO = WS-TOT-EN-CERO(WS-TOT-IND)
                   - WS-TOT-ANT-EN-CERO(WS-TOT-IND)
               COMPUTE LPO-ACREEDOR = WS-TOT-ACREEDOR(WS-TOT-IND)
                   - WS-TOT-ANT-ACREEDOR(WS-TOT-IND)
               COMPUTE LPO-DEUDOR = WS-TOT-DEUDOR(WS-TOT-IND)
                   - WS-TOT-ANT-DEUDOR(WS-TOT-IND)
               COMPUTE LPO-MOVS = WS-TOT-MOVS(WS-TOT-IND)
                   - WS-TOT-ANT-MOVS(WS-TOT-IND)
               COMPUTE LPO-NETO = WS-TOT-NETO(WS-TOT-IND)
                   - WS-TOT-ANT-NETO(WS-TOT-IND)
               MOVE LINEA-POSICION TO WS-LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF.

      ******************************************************************
      *CLIENTES ACTIVOS AL FINAL DE LA FOTO, PARA CONTAR LOS NUEVOS
      *EN LA CORRIDA DEL MES SIGUIENTE
           GRABAR-FOTO-CLIENTES.
           PERFORM VARYING WS-CLI-IND FROM 1 BY 1
                   UNTIL WS-CLI-IND > WS-CLIENTES-CANT
               IF WS-CLI-ACTIVO(WS-CLI-IND) = "S"
                   MOVE SPACES TO FOTO-REGISTRO
                   MOVE "C" TO FOT-TIPO
                   MOVE WS-MES-PEDIDO TO FOT-MES
                   MOVE WS-CLI-SUCURSAL(WS-CLI-IND) TO FOT-SUCURSAL
                   MOVE WS-CLI-CODIGO(WS-CLI-IND) TO FOT-CLIENTE
                   PERFORM GRABAR-FOTO
               END-IF
           END-PERFORM.

           GRABAR-FOTO.
           WRITE FOTO-REGISTRO.
           ADD 1 TO WS-FOTO-GRABADOS.

      ******************************************************************
           ESCRIBIR-ENCABEZADO.
           ADD 1 TO WS-PAGINA-NRO.
           MOVE ZERO TO WS-LINEAS-PAGINA.
           MOVE WS-PAGINA-NRO TO LINEA1-PAGINA.
           MOVE LINEA1 TO WS-LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.

           ESCRIBIR-LINEA.
           WRITE LISTADO-REGISTRO FROM WS-LINEA-SALIDA.
           ADD 1 TO WS-LINEAS-PAGINA.
