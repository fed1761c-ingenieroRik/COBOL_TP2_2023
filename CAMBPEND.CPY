       01 WS-CPD-PENDIENTE-REG.
      *    *** cambios sensibles del maestro de tarjetas retenidos a
      *    *** la espera de un supervisor (CAMBIOS-PENDIENTES.VSAM):
      *    *** los encolan MANTTARJ y MANTLOTE, los aprueba o rechaza
      *    *** APROBCAM con un operador distinto del que los pidio, y
      *    *** solo entonces llegan al maestro. El numero de pedido
      *    *** sale de la serie central (NUMERADOR)
          05 WS-CPD-NUM-PEDIDO                        PIC 9(10).
      *    *** 'L' suba de limite por encima del umbral (la imagen
      *    *** posterior trae tambien el resto de la modificacion),
      *    *** 'R' reactivacion de un bloqueo que exige supervisor,
      *    *** 'E' reemplazo de una tarjeta con cambio de domicilio
      *    *** reciente en la cuenta
          05 WS-CPD-TIPO                              PIC X(01).
             88 WS-CPD-ES-LIMITE                          VALUE 'L'.
             88 WS-CPD-ES-REACTIVACION                    VALUE 'R'.
             88 WS-CPD-ES-REEMPLAZO                       VALUE 'E'.
      *    *** 'P' pendiente, 'A' aprobado, 'R' rechazado, 'V' vencido
      *    *** sin resolver, 'U' reemplazo aprobado ya ejecutado
          05 WS-CPD-ESTADO                            PIC X(01).
             88 WS-CPD-PENDIENTE                          VALUE 'P'.
             88 WS-CPD-APROBADO                           VALUE 'A'.
             88 WS-CPD-RECHAZADO                          VALUE 'R'.
             88 WS-CPD-VENCIDO                            VALUE 'V'.
             88 WS-CPD-UTILIZADO                          VALUE 'U'.
          05 WS-CPD-PROGRAMA                          PIC X(08).
          05 WS-CPD-TARJETA                           PIC X(19).
      *    *** numero de la tarjeta repuesta (solo reemplazos)
          05 WS-CPD-TARJETA-NUEVA                     PIC X(19).
          05 WS-CPD-OPERADOR                          PIC X(10).
          05 WS-CPD-FECHA-PEDIDO                      PIC 9(08).
          05 WS-CPD-HORA-PEDIDO                       PIC 9(06).
          05 WS-CPD-DETALLE                           PIC X(40).
          05 WS-CPD-APROBADOR                         PIC X(10).
          05 WS-CPD-FECHA-RESOLUCION                  PIC 9(08).
          05 WS-CPD-MOTIVO-RESOLUCION                 PIC X(40).
      *    *** imagenes del registro del maestro: la anterior es la
      *    *** que tenia al pedirse el cambio (si al aprobar ya no es
      *    *** la misma, el pedido se rechaza), la posterior es la que
      *    *** se graba al aprobar
          05 WS-CPD-IMAGEN-ANTES                      PIC X(179).
          05 WS-CPD-IMAGEN-DESPUES                    PIC X(179).
