       01 WS-FCC-CONSUMO-REG.
      *    *** consumo de un caso de fraude (FRAUDE-CONSUMOS.VSAM, ver
      *    *** FRAUCASO): misma clave que DISPUTAS.VSAM, asi un
      *    *** consumo no puede cargarse en dos casos
          05 WS-FCC-CLAVE.
             10 WS-FCC-TARJETA                        PIC X(19).
             10 WS-FCC-ID-CONSUMO                     PIC 9(10).
          05 WS-FCC-NUM-CASO                          PIC 9(10).
      *    *** datos del consumo facturado (HISTORIAL-CONSUMOS.VSAM)
          05 WS-FCC-PERIODO                           PIC 9(06).
          05 WS-FCC-FECHA-CONSUMO                     PIC X(10).
          05 WS-FCC-DETALLE                           PIC X(32).
          05 WS-FCC-MONEDA                            PIC X(03).
          05 WS-FCC-IMPORTE                           PIC S9(08)V9(02)
                                              SIGN IS TRAILING SEPARATE.
          05 WS-FCC-COD-COMERCIO                      PIC X(08).
      *    *** id del credito emitido a REPROCESO.SEQ y fecha en que
      *    *** se asumio la perdida
          05 WS-FCC-ID-CREDITO                        PIC 9(10).
          05 WS-FCC-FECHA-ALTA                        PIC 9(08).
