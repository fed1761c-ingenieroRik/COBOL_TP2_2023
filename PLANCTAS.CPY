       01 WS-PCT-PLAN-REG.
      *    *** plan de cuentas de la interfaz contable (PLANCTAS.SEQ):
      *    *** que cuenta debita y que cuenta acredita cada tipo de
      *    *** movimiento que asientan los lotes GL. Producto y moneda
      *    *** en blanco valen para todos; entre varias filas que
      *    *** aplican manda la mas especifica. Los tipos de
      *    *** movimiento validos estan en PLANDEF.CPY
          05 WS-PCT-TIPO-MOV                          PIC X(12).
      *    *** solo para CONSUMO: categoria de gasto (blanco = todas)
          05 WS-PCT-SUBTIPO                           PIC X(15).
          05 WS-PCT-PRODUCTO                          PIC X(03).
          05 WS-PCT-MONEDA                            PIC X(03).
      *    *** un '*' en la cuenta se reemplaza por la categoria del
      *    *** consumo (p.ej. 'CONSUMOS *' -> 'CONSUMOS SUPERMERCADO')
          05 WS-PCT-CUENTA-DEBE                       PIC X(30).
          05 WS-PCT-CUENTA-HABER                      PIC X(30).
