       01 WS-CPL-CASO-REG.
      *    *** casos de monitoreo de prevencion de lavado
      *    *** (CASOS-PLA.VSAM): uno por persona y periodo con alguna
      *    *** alerta de MONPLA, con los montos del mes agregados
      *    *** sobre todas sus cuentas. Cumplimiento lo cierra con una
      *    *** disposicion: justificado, o reportado como operacion
      *    *** sospechosa (los datos del ROS salen a ROS-PLA.SEQ)
          05 WS-CPL-CLAVE.
             10 WS-CPL-DOCUMENTO                    PIC X(11).
             10 WS-CPL-PERIODO                      PIC 9(06).
          05 WS-CPL-FECHA-DETECCION                 PIC 9(08).
          05 WS-CPL-CANT-CUENTAS                    PIC 9(03).
          05 WS-CPL-PERFIL-MENSUAL                  PIC 9(10)V9(02).
      *    *** consumos facturados en pesos del periodo, del periodo
      *    *** anterior (el resumen que se paga en el mes) y promedio
      *    *** de los tres periodos previos
          05 WS-CPL-CONSUMOS                        PIC S9(10)V9(02)
                                              SIGN IS TRAILING SEPARATE.
          05 WS-CPL-CONSUMOS-ANTERIOR               PIC S9(10)V9(02)
                                              SIGN IS TRAILING SEPARATE.
          05 WS-CPL-PROMEDIO-PREVIO                 PIC S9(10)V9(02)
                                              SIGN IS TRAILING SEPARATE.
          05 WS-CPL-PAGOS                           PIC 9(10)V9(02).
          05 WS-CPL-PAGOS-EFECTIVO                  PIC 9(10)V9(02).
          05 WS-CPL-MAYOR-EFECTIVO                  PIC 9(10)V9(02).
      *    *** 'E' pago grande en efectivo, 'P' pagos muy por encima
      *    *** de lo facturado, 'S' salto brusco del gasto, 'F'
      *    *** movimiento fuera del perfil declarado
          05 WS-CPL-CANT-ALERTAS                    PIC 9(01).
          05 WS-CPL-ALERTA OCCURS 4 TIMES.
             10 WS-CPL-COD-ALERTA                   PIC X(01).
             10 WS-CPL-DES-ALERTA                   PIC X(40).
          05 WS-CPL-ESTADO                          PIC X(01).
             88 WS-CPL-ABIERTO                          VALUE 'A'.
             88 WS-CPL-CERRADO                          VALUE 'C'.
      *    *** 'J' justificado, 'R' reportado (ROS)
          05 WS-CPL-DISPOSICION                     PIC X(01).
             88 WS-CPL-JUSTIFICADO                      VALUE 'J'.
             88 WS-CPL-REPORTADO                        VALUE 'R'.
          05 WS-CPL-FECHA-CIERRE                    PIC 9(08).
          05 WS-CPL-OPERADOR                        PIC X(10).
          05 WS-CPL-OBSERVACION                     PIC X(60).
