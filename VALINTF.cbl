      *    *** largo maximo admitido por interfaz
           EVALUATE TRUE
               WHEN WS-INT-PAGOS         MOVE 120 TO WS-LARGO-MAXIMO
               WHEN WS-INT-CLEARING      MOVE 052 TO WS-LARGO-MAXIMO
               WHEN WS-INT-DISPOSICIONES MOVE 038 TO WS-LARGO-MAXIMO
               WHEN WS-INT-RESPUESTAS    MOVE 026 TO WS-LARGO-MAXIMO
               WHEN WS-INT-TRANSACCIONES MOVE 173 TO WS-LARGO-MAXIMO
           END-EVALUATE.

           OPEN INPUT ENT-CRUDO.
           EXIT.

      *----------------------------------------------------------------*
      *    *** CLEARING.SEQ: id e importe numericos, moneda conocida,
      *    *** arancel de la red numerico si viene
       2220-VALIDAR-CLEARING.

           IF WS-ENT-CRUDO-REG (1:10) IS NOT NUMERIC
           IF WS-ENT-CRUDO-REG (33:10) IS NOT NUMERIC
              MOVE 'N' TO WS-LINEA-VALIDA
              MOVE 'IMPORTE NO NUMERICO' TO WS-MOTIVO-DEFECTO
              GO TO 2220-VALIDAR-CLEARING-FIN
           END-IF.

      *    *** arancel de la red: opcional (los feeds viejos no traen
      *    *** la columna), pero si viene tiene que ser numerico
           IF WS-ENT-CRUDO-REG (44:9) <> SPACES
              AND (WS-ENT-CRUDO-REG (44:8) IS NOT NUMERIC
               OR (WS-ENT-CRUDO-REG (52:1) <> '+'
                   AND WS-ENT-CRUDO-REG (52:1) <> '-'))
              MOVE 'N' TO WS-LINEA-VALIDA
              MOVE 'ARANCEL DE LA RED NO NUMERICO'
                TO WS-MOTIVO-DEFECTO
           END-IF.

       2220-VALIDAR-CLEARING-FIN.
