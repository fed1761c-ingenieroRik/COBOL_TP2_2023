      *    *** comercio). La facturacion lo cobra cuota a cuota
          05 WS-CUO-RECARGO-CUOTA                    PIC S9(08)V9(02)
                                            SIGN IS TRAILING SEPARATE.
      *    *** devoluciones del comercio sobre el plan: cuotas finales
      *    *** que ya no se facturan (las que todavia mande la red van
      *    *** a conciliacion, ver 2384/2389 de TP02EJ01) e importe
      *    *** devuelto acumulado, para reconocer la devolucion total
      *    *** aunque llegue en partes
          05 WS-CUO-CUOTAS-ANULADAS                  PIC 9(02).
          05 WS-CUO-IMPORTE-DEVUELTO                 PIC S9(10)V9(02)
                                            SIGN IS TRAILING SEPARATE.
