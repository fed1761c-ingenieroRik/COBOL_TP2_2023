                    MOVE '55' TO LK-COD-ERROR-O
                    MOVE 'TARJETA CON BAJA/CIERRE EN CURSO'
                                             TO LK-DES-ERROR-O
               WHEN WS-BLQ-BLOQUEO-CASTIGO
                    MOVE '56' TO LK-COD-ERROR-O
                    MOVE 'CUENTA CASTIGADA POR INCOBRABLE'
                                             TO LK-DES-ERROR-O
               WHEN WS-BLQ-BLOQUEO-CUMPLIMIENTO
                    MOVE '57' TO LK-COD-ERROR-O
                    MOVE 'TARJETA BLOQUEADA POR CUMPLIMIENTO'
                                             TO LK-DES-ERROR-O
               WHEN OTHER
                    MOVE '05' TO LK-COD-ERROR-O
                    MOVE 'TARJETA DADA DE BAJA'
