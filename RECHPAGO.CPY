       01 WS-RCH-RECHAZO-REG.
      *    *** archivo de rechazos que devuelven los bancos
      *    *** (RECHAZOS-PAGOS.SEQ): cheques sin fondos, debitos
      *    *** revertidos y transferencias devueltas; un registro por
      *    *** pago rechazado, identificado por el mismo id que trajo
      *    *** en PAGOS.SEQ (WS-PAG-ID-PAGO)
          05 WS-RCH-ID-PAGO                           PIC 9(10).
          05 WS-RCH-FECHA.
             07 WS-RCH-ANIO                           PIC X(04).
             07 FILLER                                PIC X VALUE '-'.
             07 WS-RCH-MES                            PIC X(02).
             07 FILLER                                PIC X VALUE '-'.
             07 WS-RCH-DIA                            PIC X(02).
          05 WS-RCH-BANCO                             PIC X(10).
      *    *** codigo de motivo del banco y su descripcion
          05 WS-RCH-MOTIVO                            PIC X(03).
          05 WS-RCH-DES-MOTIVO                        PIC X(30).
