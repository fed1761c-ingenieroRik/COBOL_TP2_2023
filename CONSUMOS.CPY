          05 WS-ENT-IMPORTE                           PIC S9(08)V9(02)
                                              SIGN IS TRAILING SEPARATE.
      *    *** tipo de operacion: 'A' = adelanto en efectivo; 'C' o
      *    *** espacio = compra (los feeds viejos no traen la columna);
      *    *** 'Q' = credito por quebranto de fraude (ver FRAUCASO);
      *    *** 'J' = ajuste manual con motivo (ver AJUSTES): el detalle
      *    *** empieza con la categoria del motivo
          05 WS-ENT-TIPO-CONSUMO                      PIC X(01).
             88 WS-ENT-ES-ADELANTO                        VALUE 'A'.
             88 WS-ENT-ES-COMPRA                    VALUES 'C', ' '.
             88 WS-ENT-ES-QUEBRANTO                       VALUE 'Q'.
             88 WS-ENT-ES-AJUSTE                          VALUE 'J'.
      *    *** codigo de comercio asignado por CARGACSV contra el
      *    *** maestro COMERCIOS.SEQ; blanco = comercio sin mapear
      *    *** (feeds viejos, o comercio ausente del maestro)
