       01 WS-TIN-TASA-REG.
      *    *** tabla de aranceles de intercambio del emisor
      *    *** (TASAS-INTERCAMBIO.SEQ, ver ARANCEL): porcentaje que la
      *    *** red reconoce al emisor sobre cada presentacion, por
      *    *** rubro del comercio (ver COMERCIO.CPY), producto de la
      *    *** tarjeta (ver PRODUCTO.CPY) y moneda. Un campo en blanco
      *    *** vale para cualquier valor; rige la fila mas especifica
          05 WS-TIN-RUBRO                             PIC X(15).
          05 WS-TIN-PRODUCTO                          PIC X(03).
          05 WS-TIN-MONEDA                            PIC X(03).
          05 WS-TIN-PORCENTAJE                        PIC 9(02)V9(03).
