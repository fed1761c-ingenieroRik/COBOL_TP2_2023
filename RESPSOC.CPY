       01 WS-RSO-RESPUESTA-REG.
      *    *** respuesta de un programa socio a las transferencias que
      *    *** le mandamos (RESP-TRANSF-<socio>.SEQ): cada transferencia
      *    *** vuelve con el resultado y, si la rechazo, el motivo
          05 WS-RSO-ID-TRANSF                        PIC 9(10).
          05 WS-RSO-NRO-SOCIO                        PIC X(20).
          05 WS-RSO-UNIDADES                         PIC 9(09).
          05 WS-RSO-FECHA-PROCESO                    PIC 9(08).
          05 WS-RSO-RESULTADO                        PIC X(01).
             88 WS-RSO-ACREDITADA                        VALUE 'C'.
             88 WS-RSO-RECHAZADA                         VALUE 'R'.
          05 WS-RSO-MOTIVO                           PIC X(30).
