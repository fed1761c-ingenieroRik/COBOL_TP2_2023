       01 WS-COB-COBERTURA-REG.
      *    *** constancia de cada minimo que controlo MOROSDAD en su
      *    *** ultima corrida (COBERTURA-MORA.SEQ): lo pagado que le
      *    *** acredito y la foto de MOROSIDAD.VSAM antes de tocarla,
      *    *** para que REVPAGO pueda reabrir la cobertura si despues
      *    *** el banco rechaza uno de esos pagos
          05 WS-COB-CLAVE                             PIC X(19).
          05 WS-COB-PERIODO.
             10 WS-COB-ANIO                           PIC 9(04).
             10 WS-COB-MES                            PIC 9(02).
          05 WS-COB-PAGO-MINIMO                       PIC 9(08)V9(02).
      *    *** pagado valuado en pesos, con la cotizacion usada
          05 WS-COB-PAGADO-ARS                        PIC S9(10)V9(02)
                                            SIGN IS TRAILING SEPARATE.
          05 WS-COB-TIPO-CAMBIO                       PIC 9(04)V9(02).
      *    *** 'S' si la clave ya tenia registro de mora antes del
      *    *** control; en ese caso WS-COB-MORA-ANTES es su imagen
          05 WS-COB-EXISTIA                           PIC X(01).
             88 WS-COB-HABIA-MORA                         VALUE 'S'.
          05 WS-COB-MORA-ANTES                        PIC X(61).
