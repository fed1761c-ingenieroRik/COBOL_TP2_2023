       01 WS-ACU-ACUERDO-REG.
      *    *** acuerdo de pago con quita negociado por cobranzas
      *    *** (ACUERDOS.VSAM), uno por clave de MOROSIDAD.VSAM
      *    *** (numero de tarjeta, o numero de cuenta en rollup); un
      *    *** acuerdo nuevo sobre la misma clave pisa al anterior
      *    *** solo si este ya no esta vigente
          05 WS-ACU-CLAVE                             PIC X(19).
          05 WS-ACU-NUM-CUENTA                        PIC 9(10).
      *    *** deuda del maestro al registrar el acuerdo (informativa)
          05 WS-ACU-DEUDA-ARS                         PIC S9(08)V9(02)
                                            SIGN IS TRAILING SEPARATE.
          05 WS-ACU-DEUDA-USD                         PIC S9(08)V9(02)
                                            SIGN IS TRAILING SEPARATE.
      *    *** importe a pagar en pesos, hasta la fecha limite
      *    *** inclusive, para que se condone el resto de la deuda
          05 WS-ACU-IMPORTE-ACORDADO                  PIC 9(08)V9(02).
          05 WS-ACU-FECHA-ALTA                        PIC 9(08).
          05 WS-ACU-FECHA-LIMITE                      PIC 9(08).
          05 WS-ACU-OPERADOR                          PIC X(10).
      *    *** supervisor que aprobo la quita (rol 'S' de SIGNON)
          05 WS-ACU-SUPERVISOR                        PIC X(10).
      *    *** que se hace con la cuenta una vez cumplido: 'N' se
      *    *** normaliza y sigue operando, 'C' se cierra
          05 WS-ACU-DESTINO                           PIC X(01).
             88 WS-ACU-NORMALIZAR                         VALUE 'N'.
             88 WS-ACU-CERRAR                             VALUE 'C'.
      *    *** pagos en pesos imputados al acuerdo dentro del plazo
          05 WS-ACU-PAGADO                            PIC 9(08)V9(02).
          05 WS-ACU-ESTADO                            PIC X(01).
             88 WS-ACU-VIGENTE                            VALUE 'V'.
             88 WS-ACU-CUMPLIDO                           VALUE 'C'.
             88 WS-ACU-CADUCADO                           VALUE 'L'.
             88 WS-ACU-ANULADO                            VALUE 'A'.
          05 WS-ACU-FECHA-CIERRE                      PIC 9(08).
      *    *** saldo condonado al cumplirse, por moneda
          05 WS-ACU-QUITA-ARS                         PIC S9(08)V9(02)
                                            SIGN IS TRAILING SEPARATE.
          05 WS-ACU-QUITA-USD                         PIC S9(08)V9(02)
                                            SIGN IS TRAILING SEPARATE.
