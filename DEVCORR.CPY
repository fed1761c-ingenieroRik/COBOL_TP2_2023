       01 WS-DVC-DEVOLUCION-REG.
      *    *** sobre devuelto por el correo o por la imprenta
      *    *** (DEVOLUCIONES-CORREO.SEQ, ver DEVCORR): lote de MAILHOUS
      *    *** en que salio y cuenta impresa en el sobre. Motivos del
      *    *** correo: 'DI' direccion inexistente o insuficiente, 'DE'
      *    *** destinatario desconocido, 'SM' se mudo, 'RE' rechazado,
      *    *** 'NR' no reclamado
          05 WS-DVC-LOTE                              PIC 9(04).
          05 WS-DVC-NUM-CUENTA                        PIC 9(10).
          05 WS-DVC-FECHA-DEVOLUCION                  PIC 9(08).
          05 WS-DVC-MOTIVO                            PIC X(02).
      *    *** 'C' correo, 'M' imprenta (mail house)
          05 WS-DVC-ORIGEN                            PIC X(01).
