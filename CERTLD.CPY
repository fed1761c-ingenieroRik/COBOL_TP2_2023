       01 WS-CLD-CERTIFICADO-REG.
      *    *** certificados de libre deuda emitidos (CERTIFICADOS.VSAM,
      *    *** ver LIBREDEU): numero de la serie central (NUMERADOR),
      *    *** la cuenta certificada y los datos con que se emitio,
      *    *** para poder verificar mas tarde un certificado que
      *    *** presenta un tercero (un banco que otorga un credito)
          05 WS-CLD-NUM-CERTIFICADO                   PIC 9(10).
          05 WS-CLD-NUM-CUENTA                        PIC 9(10).
          05 WS-CLD-NOMBRE                            PIC X(20).
          05 WS-CLD-APELLIDO                          PIC X(20).
          05 WS-CLD-CANT-TARJETAS                     PIC 9(03).
          05 WS-CLD-FECHA-EMISION                     PIC 9(08).
          05 WS-CLD-HORA-EMISION                      PIC 9(06).
          05 WS-CLD-OPERADOR                          PIC X(10).
