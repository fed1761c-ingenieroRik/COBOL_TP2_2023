             10 WS-AUT-NUM-TARJETA                PIC X(19).
             10 WS-AUT-MONEDA                     PIC X(03).
             10 WS-AUT-IMPORTE                    PIC 9(08)V9(02).
      *    *** 'A' adelanto en efectivo, 'C' o espacio compra, y el
      *    *** comercio del maestro COMERCIOS.SEQ: con ellos se aplican
      *    *** los controles del cliente (ver CLCTLTAR)
             10 WS-AUT-TIPO-CONSUMO               PIC X(01).
             10 WS-AUT-COD-COMERCIO               PIC X(08).
          05 WS-AUT-SALIDA.
      *    *** 'A' aprobada / 'R' rechazada
             10 WS-AUT-DECISION                   PIC X(01).
