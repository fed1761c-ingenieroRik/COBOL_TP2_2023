      *    *** saldo de puntos del programa de recompensas por cuenta
      *    *** (PUNTOS.VSAM): la facturacion acredita los puntos de
      *    *** cada compra (TP02EJ01 2663/2777), el mantenimiento de
      *    *** canjes los debita (CANJEPUN, TRANSPUN) dejando el canje
      *    *** del ciclo pendiente de informar, y el resumen imprime
      *    *** ganados, canjeados, devueltos, vencidos y saldo
          05 WS-PTS-CUENTA                            PIC 9(10).
          05 WS-PTS-SALDO                             PIC S9(09).
          05 WS-PTS-GANADOS-CICLO                     PIC S9(09).
      *    *** en el proximo; el cierre del resumen los pone en cero
          05 WS-PTS-CANJEADOS-CICLO                   PIC S9(09).
          05 WS-PTS-FECHA-ULT-MOV                     PIC 9(08).
      *    *** puntos de transferencias a programas socio rechazadas
      *    *** (RESPSOC los devuelve al saldo), pendientes de informar
      *    *** en el proximo resumen igual que los canjeados
          05 WS-PTS-DEVUELTOS-CICLO                   PIC S9(09).
