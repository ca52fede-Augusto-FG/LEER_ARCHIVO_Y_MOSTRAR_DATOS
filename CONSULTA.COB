      *CLAVE DEL MOVIMIENTO ORIGINAL CUANDO ESTE REGISTRO ES UNA
      *REVERSA DE AJUSTES; ESPACIOS EN LOS MOVIMIENTOS NORMALES
           05 HIS-REF-ORIGEN PIC X(28).
           05 HIS-MONEDA PIC X(3).

       WORKING-STORAGE SECTION.

               05 FILLER PIC X(1) VALUE SPACE.
               05 CON-IMPORTE PIC X(15).
               05 FILLER PIC X(1) VALUE SPACE.
               05 CON-MONEDA PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 CON-CANAL PIC X(2).
               05 FILLER PIC X(1) VALUE SPACE.
               05 CON-SUCURSAL PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 CCL-IMPORTE PIC X(15).
               05 FILLER PIC X(1) VALUE SPACE.
               05 CCL-MONEDA PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 CCL-CANAL PIC X(2).
               05 FILLER PIC X(1) VALUE SPACE.
               05 CCL-SUCURSAL PIC X(8).
                  10 WS-CTA-CUENTA PIC X(16).
                  10 WS-CTA-MOVS PIC 9(7).
                  10 WS-CTA-TOTAL PIC S9(13)V99.
                  10 WS-CTA-MONEDA PIC X(3).
           01  WS-CTA-IND PIC 9(3) VALUE ZERO.
           01  WS-CTA-HALLADA PIC 9(3) VALUE ZERO.
           01  WS-CTA-DESBORDE PIC X VALUE "N".
               05 SUB-MOVS-ED PIC ZZZ,ZZ9.
               05 FILLER PIC X(6) VALUE " movs ".
               05 SUB-TOTAL-ED PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               05 FILLER PIC X(1) VALUE SPACE.
               05 SUB-MONEDA PIC X(3).

      ******************************************************************
           PROCEDURE DIVISION.
           MOVE HIS-FECHA TO CCL-FECHA.
           MOVE HIS-OPERACION TO CCL-OPERACION.
           MOVE HIS-IMPORTE TO CCL-IMPORTE.
           MOVE HIS-MONEDA TO CCL-MONEDA.
           MOVE HIS-CANAL TO CCL-CANAL.
           MOVE HIS-SUCURSAL TO CCL-SUCURSAL.
           DISPLAY LINEA-CONSULTA-CLIENTE.
                   MOVE HIS-CUENTA TO WS-CTA-CUENTA(WS-CTA-CANT)
                   MOVE ZERO TO WS-CTA-MOVS(WS-CTA-CANT)
                   MOVE ZERO TO WS-CTA-TOTAL(WS-CTA-CANT)
                   MOVE HIS-MONEDA TO WS-CTA-MONEDA(WS-CTA-CANT)
                   MOVE WS-CTA-CANT TO WS-CTA-HALLADA
               ELSE
                   IF WS-CTA-DESBORDE NOT = "S"
                   MOVE WS-CTA-CUENTA(WS-CTA-IND) TO SUB-CUENTA
                   MOVE WS-CTA-MOVS(WS-CTA-IND) TO SUB-MOVS-ED
                   MOVE WS-CTA-TOTAL(WS-CTA-IND) TO SUB-TOTAL-ED
                   MOVE WS-CTA-MONEDA(WS-CTA-IND) TO SUB-MONEDA
                   DISPLAY LINEA-SUBTOTAL-CUENTA
               END-PERFORM
           ELSE
           MOVE HIS-FECHA TO CON-FECHA.
           MOVE HIS-OPERACION TO CON-OPERACION.
           MOVE HIS-IMPORTE TO CON-IMPORTE.
           MOVE HIS-MONEDA TO CON-MONEDA.
           MOVE HIS-CANAL TO CON-CANAL.
           MOVE HIS-SUCURSAL TO CON-SUCURSAL.
           MOVE HIS-CLIENTE TO CON-CLIENTE.
