                                              SIGN IS TRAILING SEPARATE.
      *    *** fecha ultima (8) + estado (1)
          05 FILLER                                 PIC X(09).
      *    *** recargo por cuota (11) + cuotas anuladas (2) + importe
      *    *** devuelto (13)
          05 FILLER                                 PIC X(26).

       FD SAL-MAESTRO-TARJETAS.
       01 WS-ENT-MAESTRO-TARJETAS-REG.
