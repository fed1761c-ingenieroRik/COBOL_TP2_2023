       01 WS-ROS-REPORTE-REG.
      *    *** datos para el reporte de operacion sospechosa ante la
      *    *** UIF (ROS-PLA.SEQ), uno por caso de CASOS-PLA.VSAM
      *    *** cerrado como reportado: persona, perfil declarado,
      *    *** montos del periodo, alertas y fundamento del analista
          05 WS-ROS-FECHA-REPORTE                   PIC 9(08).
          05 WS-ROS-DOCUMENTO                       PIC X(11).
          05 WS-ROS-APELLIDO                        PIC X(20).
          05 WS-ROS-NOMBRE                          PIC X(20).
          05 WS-ROS-DIRECCION                       PIC X(40).
          05 WS-ROS-COD-POSTAL                      PIC 9(04).
          05 WS-ROS-ACTIVIDAD                       PIC X(30).
          05 WS-ROS-PERFIL-MENSUAL                  PIC 9(10)V9(02).
          05 WS-ROS-PERIODO                         PIC 9(06).
          05 WS-ROS-CANT-CUENTAS                    PIC 9(03).
          05 WS-ROS-CONSUMOS                        PIC S9(10)V9(02)
                                              SIGN IS TRAILING SEPARATE.
          05 WS-ROS-PAGOS                           PIC 9(10)V9(02).
          05 WS-ROS-PAGOS-EFECTIVO                  PIC 9(10)V9(02).
          05 WS-ROS-MAYOR-EFECTIVO                  PIC 9(10)V9(02).
      *    *** codigos de alerta del caso (ver CASOPLA.CPY)
          05 WS-ROS-ALERTAS                         PIC X(04).
          05 WS-ROS-FECHA-DETECCION                 PIC 9(08).
          05 WS-ROS-OPERADOR                        PIC X(10).
          05 WS-ROS-FUNDAMENTO                      PIC X(60).
