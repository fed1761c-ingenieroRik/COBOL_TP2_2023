       01 WS-FCO-FRAUDE-REG.
      *    *** fraude confirmado (FRAUDE-CONFIRMADO.SEQ): consumo
      *    *** retenido por FRAUDCHK que el operador descarto en
      *    *** CORRSUB confirmandolo como fraude, o consumo cargado en
      *    *** un caso de fraude (FRAUCASO). La tarjeta viaja con
      *    *** el token, igual que en SOSPECHOSOS.SEQ; RIESGCOM lo
      *    *** acumula por comercio
          05 WS-FCO-ID-CONSUMO                        PIC 9(10).
          05 WS-FCO-NUM-TARJETA                       PIC X(19).
          05 WS-FCO-FECHA-CONSUMO                     PIC X(10).
          05 WS-FCO-MONEDA                            PIC X(03).
          05 WS-FCO-IMPORTE                           PIC S9(08)V9(02)
                                              SIGN IS TRAILING SEPARATE.
          05 WS-FCO-COD-COMERCIO                      PIC X(08).
      *    *** patron de FRAUDCHK que lo retuvo (F1 a F4), o FC si
      *    *** lo denuncio el cliente (caso de FRAUCASO)
          05 WS-FCO-COD-SOSPECHA                      PIC X(02).
          05 WS-FCO-FECHA-CONFIRMA                    PIC 9(08).
          05 WS-FCO-OPERADOR                          PIC X(10).
