                         WS-CUO-CANT-CUOTAS
                 DISPLAY 'IMPORTE CUOTA    : ' WS-CUO-MONEDA ' '
                         WS-CUO-IMPORTE-CUOTA
                 IF WS-CUO-IMPORTE-DEVUELTO > ZEROES
                    DISPLAY 'DEVUELTO COMERCIO: ' WS-CUO-MONEDA ' '
                            WS-CUO-IMPORTE-DEVUELTO
                            ' (' WS-CUO-CUOTAS-ANULADAS
                            ' CUOTAS ANULADAS)'
                 END-IF
                 IF WS-CUO-COMPLETO
                    DISPLAY 'ESTADO           : COMPLETO'
                 ELSE
           COMPUTE WS-CUOTA-PROYECTADA =
                   WS-CUO-ULTIMA-CUOTA-VISTA + 1.

      *    *** las cuotas finales anuladas por una devolucion del
      *    *** comercio ya no se proyectan
           PERFORM UNTIL WS-CUOTA-PROYECTADA + WS-CUO-CUOTAS-ANULADAS
                         > WS-CUO-CANT-CUOTAS
              ADD 1 TO WS-PROY-MES
              IF WS-PROY-MES > 12
                 MOVE 01 TO WS-PROY-MES
      *----------------------------------------------------------------*
       2210-LIQUIDAR-PLAN.

           SUBTRACT WS-CUO-ULTIMA-CUOTA-VISTA WS-CUO-CUOTAS-ANULADAS
               FROM WS-CUO-CANT-CUOTAS GIVING WS-CUOTAS-RESTANTES.
           COMPUTE WS-IMPORTE-RESTANTE =
                   WS-CUOTAS-RESTANTES * WS-CUO-IMPORTE-CUOTA.

