       01 WS-SRP-RESPUESTA-REG.
      *    *** respuesta de la aseguradora a un reclamo de siniestro
      *    *** (SINIESTROS-RESPUESTA.SEQ, la procesa SINIESTR): 'P'
      *    *** pagado, con la indemnizacion por moneda, o 'R'
      *    *** rechazado, con el motivo
          05 WS-SRP-CUENTA                            PIC 9(10).
          05 WS-SRP-RESULTADO                         PIC X(01).
             88 WS-SRP-PAGADO                            VALUE 'P'.
             88 WS-SRP-RECHAZADO                         VALUE 'R'.
          05 WS-SRP-FECHA-RESOLUCION                  PIC 9(08).
          05 WS-SRP-INDEMNIZADO-ARS                   PIC 9(10)V9(02).
          05 WS-SRP-INDEMNIZADO-USD                   PIC 9(10)V9(02).
          05 WS-SRP-MOTIVO-RECHAZO                    PIC X(30).
