       01 WS-SNV-RECLAMO-REG.
      *    *** reclamo de siniestro a la aseguradora del seguro de
      *    *** saldo deudor (SINIESTROS-ENVIO.SEQ, lo emite SINIESTR):
      *    *** uno por cuenta denunciada, con el saldo cubierto a la
      *    *** fecha del siniestro; al final va un registro de control
      *    *** (cuenta 9999999999) con la cantidad y los totales, como
      *    *** en el bordereau
          05 WS-SNV-CUENTA                            PIC 9(10).
          05 WS-SNV-TARJETA-TITULAR                   PIC X(19).
      *    *** en el registro de control, la cantidad de reclamos
          05 WS-SNV-CONTROL REDEFINES WS-SNV-TARJETA-TITULAR.
             10 WS-SNV-CANT-RECLAMOS                  PIC 9(08).
             10 FILLER                                PIC X(11).
          05 WS-SNV-NOMBRE                            PIC X(20).
          05 WS-SNV-APELLIDO                          PIC X(20).
          05 WS-SNV-FECHA-ADHESION                    PIC 9(08).
          05 WS-SNV-FECHA-SINIESTRO                   PIC 9(08).
          05 WS-SNV-FECHA-DENUNCIA                    PIC 9(08).
          05 WS-SNV-SALDO-ARS                         PIC S9(10)V9(02)
                                            SIGN IS TRAILING SEPARATE.
          05 WS-SNV-SALDO-USD                         PIC S9(10)V9(02)
                                            SIGN IS TRAILING SEPARATE.
          05 WS-SNV-CUOTAS-ARS                        PIC S9(10)V9(02)
                                            SIGN IS TRAILING SEPARATE.
          05 WS-SNV-CUOTAS-USD                        PIC S9(10)V9(02)
                                            SIGN IS TRAILING SEPARATE.
          05 WS-SNV-CICLO-ARS                         PIC S9(10)V9(02)
                                            SIGN IS TRAILING SEPARATE.
          05 WS-SNV-CICLO-USD                         PIC S9(10)V9(02)
                                            SIGN IS TRAILING SEPARATE.
          05 WS-SNV-TOTAL-ARS                         PIC S9(12)V9(02)
                                            SIGN IS TRAILING SEPARATE.
          05 WS-SNV-TOTAL-USD                         PIC S9(12)V9(02)
                                            SIGN IS TRAILING SEPARATE.
