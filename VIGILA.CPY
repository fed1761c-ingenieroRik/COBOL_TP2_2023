       01 WS-VIG-COMERCIO-REG.
      *    *** monitoreo de riesgo por comercio
      *    *** (COMERCIOS-VIGILANCIA.SEQ, ver RIESGCOM): una fila por
      *    *** comercio con actividad en el periodo, con sus indices
      *    *** de disputas y de fraude contra el volumen facturado.
      *    *** Las filas marcadas en vigilancia son las que FRAUDCHK
      *    *** lee para endurecer el control de sus consumos
          05 WS-VIG-CODIGO                            PIC X(08).
          05 WS-VIG-PERIODO                           PIC 9(06).
          05 WS-VIG-CANT-CONSUMOS                     PIC 9(07).
          05 WS-VIG-IMPORTE-ARS                       PIC S9(12)V9(02)
                                              SIGN IS TRAILING SEPARATE.
          05 WS-VIG-IMPORTE-USD                       PIC S9(12)V9(02)
                                              SIGN IS TRAILING SEPARATE.
          05 WS-VIG-CANT-DISPUTAS                     PIC 9(05).
      *    *** disputas resueltas a favor del cliente (contracargo
      *    *** firme contra el comercio)
          05 WS-VIG-CANT-CONTRACARGOS                 PIC 9(05).
          05 WS-VIG-CANT-SOSPECHAS                    PIC 9(05).
          05 WS-VIG-CANT-FRAUDES                      PIC 9(05).
      *    *** indices en porcentaje sobre la cantidad de consumos
      *    *** facturados; los del periodo anterior dan la tendencia
          05 WS-VIG-PCT-DISPUTAS                      PIC 9(03)V9(02).
          05 WS-VIG-PCT-FRAUDE                        PIC 9(03)V9(02).
          05 WS-VIG-PCT-DISPUTAS-ANT                  PIC 9(03)V9(02).
          05 WS-VIG-PCT-FRAUDE-ANT                    PIC 9(03)V9(02).
      *    *** 'S' sube, 'B' baja, '=' estable, 'N' sin periodo
      *    *** anterior
          05 WS-VIG-TENDENCIA                         PIC X(01).
             88 WS-VIG-SUBE                               VALUE 'S'.
             88 WS-VIG-BAJA                               VALUE 'B'.
             88 WS-VIG-ESTABLE                            VALUE '='.
             88 WS-VIG-NUEVO                              VALUE 'N'.
      *    *** meses consecutivos en vigilancia
          05 WS-VIG-MESES-VIGILANCIA                  PIC 9(03).
          05 WS-VIG-EN-VIGILANCIA                     PIC X(01).
             88 WS-VIG-VIGILADO                           VALUE 'S'.
