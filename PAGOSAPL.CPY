          05 WS-PAPL-CONV-USD                         PIC S9(08)V9(02)
                                              SIGN IS TRAILING SEPARATE.
          05 WS-PAPL-CONV-TASA                        PIC 9(04)V9(02).
      *    *** id del pago de origen (WS-PAG-ID-PAGO), para que
      *    *** REVPAGO ubique el pago que el banco rechaza o devuelve;
      *    *** en cero para los pagos de feeds viejos sin id
          05 WS-PAPL-ID-PAGO                          PIC 9(10).
      *    *** 'R' pago de una cuenta castigada asentado como recupero
      *    *** contra CASTIGOS.VSAM: no bajo el saldo del maestro, asi
      *    *** que ni el resumen ni el control de minimos lo cuentan;
      *    *** queda aca para que REVPAGO lo pueda revertir. En blanco
      *    *** el pago comun (y los registros anteriores al campo)
          05 WS-PAPL-TIPO-APLICACION                  PIC X(01).
             88 WS-PAPL-ES-RECUPERO                       VALUE 'R'.
