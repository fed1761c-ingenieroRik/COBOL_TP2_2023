       01 WS-CAS-CASTIGO-REG.
      *    *** libro de cuentas castigadas (CASTIGOS.VSAM), una fila
      *    *** por cuenta: la deuda que CASTIGO saco del maestro al
      *    *** pasarla a incobrable y lo que PAGOPOST fue recuperando
      *    *** despues con los pagos que siguieron entrando
          05 WS-CAS-CUENTA                            PIC 9(10).
          05 WS-CAS-FECHA-CASTIGO                     PIC 9(08).
          05 WS-CAS-PERIODO                           PIC 9(06).
          05 WS-CAS-SITUACION                         PIC 9(01).
          05 WS-CAS-CICLOS-INCUMPL                    PIC 9(02).
          05 WS-CAS-CASTIGADO-ARS                     PIC S9(10)V9(02)
                                            SIGN IS TRAILING SEPARATE.
          05 WS-CAS-CASTIGADO-USD                     PIC S9(10)V9(02)
                                            SIGN IS TRAILING SEPARATE.
          05 WS-CAS-RECUPERADO-ARS                    PIC S9(10)V9(02)
                                            SIGN IS TRAILING SEPARATE.
          05 WS-CAS-RECUPERADO-USD                    PIC S9(10)V9(02)
                                            SIGN IS TRAILING SEPARATE.
          05 WS-CAS-FECHA-ULT-RECUPERO                PIC 9(08).
      *    *** 'C' castigada con saldo a recuperar, 'R' recuperada
      *    *** por completo (lo recuperado cubre lo castigado)
          05 WS-CAS-ESTADO                            PIC X(01).
             88 WS-CAS-CASTIGADA                         VALUE 'C'.
             88 WS-CAS-RECUPERADA                        VALUE 'R'.
