      *          'I' del maestro dice QUE la tarjeta no opera; este
      *          modulo dice POR QUE: mora (MOROSDAD), alerta de
      *          fraude (ALERTRET), pedido del cliente, extravio/robo
      *          o baja en curso (MANTTARJ), coincidencia confirmada
      *          contra listas de sanciones/PEP (CRUCELIS). Un bloqueo
      *          de cumplimiento no lo pisa ningun otro motivo: solo se
      *          borra con la reactivacion firmada por un supervisor.
      *          La validacion de consumos y el autorizador rechazan
      *          con el motivo especifico, y la reactivacion en MANTTARJ
      *          exige levantar ese motivo puntual. El archivo se abre y
      *          cierra por operacion, como el diario de saldos: una
      *          caida no pierde lo ya asentado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

      *----------------------------------------------------------------*
      *    *** un bloqueo nuevo sobre una tarjeta ya bloqueada pisa el
      *    *** motivo anterior (el mas reciente es el que rige), salvo
      *    *** el de cumplimiento: si no, una mora posterior lo
      *    *** reemplazaria y el pago la reactivaria sola
       2100-ASENTAR-BLOQUEO.

           IF WS-BLQ-COD-ERROR-O <> SPACES
              GO TO 2100-ASENTAR-BLOQUEO-FIN
           END-IF.

           MOVE WS-BLQ-TARJETA-E TO WS-BLO-TARJETA.
           READ ENT-BLOQUEOS KEY IS WS-BLO-TARJETA
               INVALID KEY CONTINUE
           END-READ.

           IF FS-BLOQUEOS-OK
              AND WS-BLO-MOTIVO = 'S'
              AND WS-BLQ-MOTIVO-E <> 'S'
              GO TO 2100-ASENTAR-BLOQUEO-FIN
           END-IF.

           INITIALIZE WS-BLO-BLOQUEO-REG.
           MOVE WS-BLQ-TARJETA-E            TO WS-BLO-TARJETA.
           MOVE WS-BLQ-MOTIVO-E             TO WS-BLO-MOTIVO.
                    MOVE 'EXTRAVIO/ROBO'    TO WS-BLQ-DES-MOTIVO-O
               WHEN WS-BLQ-BLOQUEO-CIERRE
                    MOVE 'BAJA EN CURSO'    TO WS-BLQ-DES-MOTIVO-O
               WHEN WS-BLQ-BLOQUEO-CASTIGO
                    MOVE 'CUENTA CASTIGADA' TO WS-BLQ-DES-MOTIVO-O
               WHEN WS-BLQ-BLOQUEO-CUMPLIMIENTO
                    MOVE 'CUMPLIMIENTO/LISTAS'
                                            TO WS-BLQ-DES-MOTIVO-O
               WHEN OTHER
                    MOVE 'MOTIVO DESCONOCIDO'
                                            TO WS-BLQ-DES-MOTIVO-O
