       01 WS-ASG-ASIGNACION-REG.
      *    *** cuenta en mora derivada a una agencia de cobranza
      *    *** (ASIGNACIONES.VSAM), una por clave de MOROSIDAD.VSAM
      *    *** (numero de tarjeta, o numero de cuenta en rollup); una
      *    *** nueva asignacion de la misma clave pisa a la anterior
      *    *** solo si esta ya fue retirada o regularizada
          05 WS-ASG-CLAVE                             PIC X(19).
          05 WS-ASG-NUM-CUENTA                        PIC 9(10).
          05 WS-ASG-AGENCIA                           PIC X(05).
          05 WS-ASG-FECHA-ASIGNACION                  PIC 9(08).
          05 WS-ASG-FECHA-VENCIMIENTO                 PIC 9(08).
      *    *** deuda del maestro al asignar
          05 WS-ASG-DEUDA-ARS                         PIC S9(08)V9(02)
                                            SIGN IS TRAILING SEPARATE.
          05 WS-ASG-DEUDA-USD                         PIC S9(08)V9(02)
                                            SIGN IS TRAILING SEPARATE.
      *    *** pagos posteados por PAGOPOST desde la asignacion y
      *    *** todavia no liquidados a la agencia
          05 WS-ASG-PENDIENTE-ARS                     PIC 9(08)V9(02).
          05 WS-ASG-PENDIENTE-USD                     PIC 9(08)V9(02).
      *    *** ya liquidado: recupero y comision reconocida
          05 WS-ASG-RECUPERADO-ARS                    PIC 9(08)V9(02).
          05 WS-ASG-RECUPERADO-USD                    PIC 9(08)V9(02).
          05 WS-ASG-COMISION-ARS                      PIC 9(08)V9(02).
          05 WS-ASG-COMISION-USD                      PIC 9(08)V9(02).
          05 WS-ASG-ESTADO                            PIC X(01).
             88 WS-ASG-ASIGNADA                           VALUE 'A'.
             88 WS-ASG-RETIRADA                           VALUE 'R'.
             88 WS-ASG-REGULARIZADA                       VALUE 'C'.
          05 WS-ASG-FECHA-RETIRO                      PIC 9(08).
      *    *** ultima gestion informada por la agencia
          05 WS-ASG-ULT-GESTION-FECHA                 PIC 9(08).
          05 WS-ASG-ULT-GESTION-TIPO                  PIC X(01).
          05 WS-ASG-CANT-GESTIONES                    PIC 9(05).
