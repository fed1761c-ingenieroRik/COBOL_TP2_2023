       01 WS-ALG-LOG-REG.
      *    *** bitacora de decisiones de AUTORIZA (AUTORIZACIONES.VSAM):
      *    *** una fila por consulta, aprobada o rechazada, con los
      *    *** valores contra los que se decidio. La tarjeta va
      *    *** tokenizada (ver TOKENIZA); la clave por tarjeta y
      *    *** fecha/hora deja las consultas de una tarjeta contiguas
      *    *** (POSICION, ANALAUT)
          05 WS-ALG-CLAVE.
             10 WS-ALG-TARJETA                      PIC X(19).
             10 WS-ALG-FECHA                        PIC 9(08).
             10 WS-ALG-HORA                         PIC 9(06).
             10 WS-ALG-SEC                          PIC 9(03).
          05 WS-ALG-MONEDA                          PIC X(03).
          05 WS-ALG-IMPORTE                         PIC 9(08)V9(02).
          05 WS-ALG-TIPO-CONSUMO                    PIC X(01).
          05 WS-ALG-COD-COMERCIO                    PIC X(08).
      *    *** producto de la tarjeta (TARJPROD.VSAM), blanco si no
      *    *** tiene asignado
          05 WS-ALG-PRODUCTO                        PIC X(03).
          05 WS-ALG-DECISION                        PIC X(01).
             88 WS-ALG-APROBADA                         VALUE 'A'.
             88 WS-ALG-RECHAZADA                        VALUE 'R'.
      *    *** motivo del rechazo (codigo de MAESTARJ, de CLCTLTAR o
      *    *** '02' credito insuficiente); blanco en las aprobadas
          05 WS-ALG-COD-ERROR                       PIC X(02).
          05 WS-ALG-DES-ERROR                       PIC X(40).
      *    *** bloqueo del maestro con que se evaluo la tarjeta
      *    *** (codigo de MAESTARJ, blanco = sin bloqueo)
          05 WS-ALG-COD-BLOQUEO                     PIC X(02).
      *    *** 'S' = se evaluo contra el limite compartido de la familia
          05 WS-ALG-LIMITE-FAMILIA                  PIC X(01).
          05 WS-ALG-LIMITE                          PIC 9(08)V9(02).
          05 WS-ALG-SALDO-ARRASTRADO                PIC S9(10)V9(02)
                                              SIGN IS TRAILING SEPARATE.
          05 WS-ALG-GASTO-CICLO                     PIC S9(10)V9(02)
                                              SIGN IS TRAILING SEPARATE.
          05 WS-ALG-CUOTAS-COMPROMETIDAS            PIC S9(10)V9(02)
                                              SIGN IS TRAILING SEPARATE.
          05 WS-ALG-RETENIDO                        PIC S9(10)V9(02)
                                              SIGN IS TRAILING SEPARATE.
          05 WS-ALG-DISPONIBLE                      PIC S9(10)V9(02)
                                              SIGN IS TRAILING SEPARATE.
