      *CLAVE DEL MOVIMIENTO ORIGINAL CUANDO ESTE REGISTRO ES UNA
      *REVERSA DE AJUSTES; ESPACIOS EN LOS MOVIMIENTOS NORMALES
           05 HIS-REF-ORIGEN PIC X(28).
           05 HIS-MONEDA PIC X(3).

      *MAESTRO DE CLIENTES, MISMO TRAZADO QUE MANTCLIENTES
       FD CLIENTES-ARCHIVO.
           05 CLI-NOMBRE PIC X(30).
           05 CLI-SUCURSAL PIC X(8).
           05 CLI-ESTADO PIC X(1).
           05 CLI-CUIT PIC X(11).
           05 CLI-CONDICION-IMP PIC X(1).

      *TABLA DE CODIGOS DE OPERACION, MISMO TRAZADO QUE MOVIMIENTOS
       FD OPERACIONES-ARCHIVO.
               HIS-T-CTA DELIMITED BY SIZE
               "  SUCURSAL:" DELIMITED BY SIZE
               HIS-SUCURSAL DELIMITED BY SIZE
               "  MONEDA:" DELIMITED BY SIZE
               HIS-MONEDA DELIMITED BY SIZE
               INTO WS-LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-SALIDA.
