      *CLAVE DEL MOVIMIENTO ORIGINAL CUANDO ESTE REGISTRO ES UNA
      *REVERSA DE AJUSTES; ESPACIOS EN LOS MOVIMIENTOS NORMALES
           05 HIS-REF-ORIGEN PIC X(28).
           05 HIS-MONEDA PIC X(3).

       FD HISTORIA-NUEVA.
       01 HISTORIA-NUEVA-REGISTRO.
           05 NUE-IMPORTE PIC X(15).
           05 NUE-CANAL PIC X(2).
           05 NUE-REF-ORIGEN PIC X(28).
           05 NUE-MONEDA PIC X(3).

      *REGISTRO PLANO DE DESCARGA: EL HISTORICO COMPLETO, CLAVE
      *INCLUIDA, PARA QUE UNA RECARGA PUEDA REPONERLO TAL CUAL
       FD ARCHIVO-ANUAL.
       01 ANUAL-REGISTRO PIC X(132).

       FD OPERACIONES-ARCHIVO.
       01 OPERACION-REGISTRO.
