       01 WS-DER-DERIVACION-REG.
      *    *** novedad de derivacion que recibe cada agencia de
      *    *** cobranza (ASIGNACION-<agencia>-<AAAAMM>.SEQ): alta de
      *    *** una cuenta asignada o retiro de una cuenta devuelta
          05 WS-DER-TIPO                              PIC X(01).
             88 WS-DER-ALTA                               VALUE 'A'.
             88 WS-DER-RETIRO                             VALUE 'R'.
          05 WS-DER-AGENCIA                           PIC X(05).
          05 WS-DER-CLAVE                             PIC X(19).
          05 WS-DER-NUM-CUENTA                        PIC 9(10).
          05 WS-DER-NOMBRE                            PIC X(20).
          05 WS-DER-APELLIDO                          PIC X(20).
          05 WS-DER-DIRECCION                         PIC X(40).
          05 WS-DER-COD-POSTAL                        PIC 9(04).
          05 WS-DER-DEUDA-ARS                         PIC S9(08)V9(02)
                                            SIGN IS TRAILING SEPARATE.
          05 WS-DER-DEUDA-USD                         PIC S9(08)V9(02)
                                            SIGN IS TRAILING SEPARATE.
          05 WS-DER-FECHA-ASIGNACION                  PIC 9(08).
          05 WS-DER-FECHA-VENCIMIENTO                 PIC 9(08).
      *    *** solo en los retiros: 'V' plazo vencido, 'C' cuenta
      *    *** regularizada, 'I' agencia dada de baja
          05 WS-DER-MOTIVO-RETIRO                     PIC X(01).
             88 WS-DER-POR-VENCIMIENTO                    VALUE 'V'.
             88 WS-DER-POR-REGULARIZACION                 VALUE 'C'.
             88 WS-DER-POR-BAJA-AGENCIA                   VALUE 'I'.
