       01 WS-AJU-AJUSTE-REG.
      *    *** ajustes manuales de cuenta (AJUSTES.VSAM, ver AJUSTES):
      *    *** condonacion de intereses, reversion de comisiones,
      *    *** bonificaciones y errores de sistema. El numero sale de
      *    *** la serie central (NUMERADOR) y es tambien el id del
      *    *** consumo que se envia a REPROCESO.SEQ
          05 WS-AJU-NUM-AJUSTE                        PIC 9(10).
      *    *** 'P' pendiente de aprobacion de un supervisor (supera el
      *    *** limite del rol del que lo cargo), 'A' aplicado (enviado
      *    *** a REPROCESO.SEQ), 'R' rechazado por el supervisor
          05 WS-AJU-ESTADO                            PIC X(01).
             88 WS-AJU-PENDIENTE                          VALUE 'P'.
             88 WS-AJU-APLICADO                           VALUE 'A'.
             88 WS-AJU-RECHAZADO                          VALUE 'R'.
          05 WS-AJU-NUM-CUENTA                        PIC 9(10).
          05 WS-AJU-TARJETA                           PIC X(19).
      *    *** 'C' credito al cliente, 'D' debito
          05 WS-AJU-SIGNO                             PIC X(01).
             88 WS-AJU-ES-CREDITO                         VALUE 'C'.
             88 WS-AJU-ES-DEBITO                          VALUE 'D'.
      *    *** codigo de motivo del catalogo AJUMOTIV
          05 WS-AJU-MOTIVO                            PIC X(02).
          05 WS-AJU-MONEDA                            PIC X(03).
          05 WS-AJU-IMPORTE                           PIC 9(08)V9(02).
      *    *** aclaracion del operador, sale en el detalle del resumen
          05 WS-AJU-OBSERVACION                       PIC X(16).
          05 WS-AJU-OPERADOR                          PIC X(10).
          05 WS-AJU-ROL-OPERADOR                      PIC X(01).
          05 WS-AJU-FECHA                             PIC 9(08).
          05 WS-AJU-HORA                              PIC 9(06).
          05 WS-AJU-APROBADOR                         PIC X(10).
          05 WS-AJU-FECHA-RESOLUCION                  PIC 9(08).
          05 WS-AJU-MOTIVO-RECHAZO                    PIC X(30).
