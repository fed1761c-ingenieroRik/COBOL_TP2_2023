                                                        VALUE SPACES.
      *    *** motivo del bloqueo: 'M' mora, 'F' alerta de fraude,
      *    *** 'C' pedido del cliente, 'E' extravio/robo, 'B' baja o
      *    *** cierre en curso, 'K' cuenta castigada (CASTIGO), 'S'
      *    *** coincidencia confirmada contra listas de sanciones/PEP
      *    *** (CRUCELIS): ningun otro motivo lo pisa y solo lo levanta
      *    *** un supervisor
              10 WS-BLQ-MOTIVO-E                  PIC X(01)
                                                        VALUE SPACE.
              10 WS-BLQ-PROGRAMA-E                PIC X(08)
                 88 WS-BLQ-BLOQUEO-CLIENTE                 VALUE 'C'.
                 88 WS-BLQ-BLOQUEO-EXTRAVIO                VALUE 'E'.
                 88 WS-BLQ-BLOQUEO-CIERRE                  VALUE 'B'.
                 88 WS-BLQ-BLOQUEO-CASTIGO                 VALUE 'K'.
                 88 WS-BLQ-BLOQUEO-CUMPLIMIENTO            VALUE 'S'.
                 88 WS-BLQ-SIN-MOTIVO                      VALUE ' '.
              10 WS-BLQ-FECHA-O                   PIC 9(08).
              10 WS-BLQ-DES-MOTIVO-O              PIC X(20).
