       01 WS-COH-FOTO-REG.
      *    *** historia mensual de cosechas (COSECHAS-HIST.VSAM): la
      *    *** foto de DEUDORES.SEQ de cada periodo, una fila por
      *    *** cuenta, con la cosecha (mes de alta) y el producto que
      *    *** tenia la cuenta al tomarla. La arma y la mantiene
      *    *** COSECHA; volver a tomar un periodo lo reemplaza
          05 WS-COH-CLAVE.
             10 WS-COH-PERIODO                        PIC 9(06).
             10 WS-COH-CUENTA                         PIC 9(10).
      *    *** AAAAMM del alta; cero = sin fecha de alta conocida
          05 WS-COH-COSECHA                           PIC 9(06).
          05 WS-COH-PRODUCTO                          PIC X(03).
      *    *** situacion 1-5 de DEUDORES (franja de atraso)
          05 WS-COH-SITUACION                         PIC 9(01).
      *    *** deuda total en pesos (USD a la cotizacion del periodo)
          05 WS-COH-DEUDA                             PIC S9(10)V9(02)
                                            SIGN IS TRAILING SEPARATE.
      *    *** 'S' = castigada en este periodo o antes; el importe es
      *    *** lo que se castigo, en pesos
          05 WS-COH-CASTIGADA                         PIC X(01).
             88 WS-COH-ES-CASTIGADA                       VALUE 'S'.
          05 WS-COH-CASTIGADO                         PIC S9(10)V9(02)
                                            SIGN IS TRAILING SEPARATE.
          05 WS-COH-REFINANCIADO                      PIC X(01).
