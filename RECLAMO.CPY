       01 WS-RCL-RECLAMO-REG.
      *    *** registro de reclamos de clientes (RECLAMOS.VSAM, ver
      *    *** RECLAMOS): uno por reclamo, numerado por la serie
      *    *** central (NUMERADOR), contra una tarjeta o una cuenta.
      *    *** Lleva el plazo de respuesta que exige el regulador en
      *    *** dias habiles (calendario FERIADOS.SEQ, ver CLFECVTO), los
      *    *** vinculos con lo que origino el reclamo y la resolucion.
      *    *** RECLAREP arma con el la estadistica mensual y el archivo
      *    *** para el regulador
          05 WS-RCL-NUMERO                            PIC 9(10).
          05 WS-RCL-NUM-CUENTA                        PIC 9(10).
      *    *** en blanco si el reclamo es sobre la cuenta en general
          05 WS-RCL-TARJETA                           PIC X(19).
          05 WS-RCL-CATEGORIA                         PIC X(01).
             88 WS-RCL-CAT-INTERESES                      VALUE 'I'.
             88 WS-RCL-CAT-DOBLE-COBRO                    VALUE 'D'.
             88 WS-RCL-CAT-RESUMEN                        VALUE 'R'.
             88 WS-RCL-CAT-DEBITO-AUTOM                   VALUE 'A'.
             88 WS-RCL-CAT-OTROS                          VALUE 'O'.
             88 WS-RCL-CATEGORIA-VALIDA        VALUES 'I' 'D' 'R' 'A'
                                                          'O'.
      *    *** canal por el que ingreso
          05 WS-RCL-CANAL                             PIC X(01).
             88 WS-RCL-CAN-SUCURSAL                       VALUE 'S'.
             88 WS-RCL-CAN-TELEFONO                       VALUE 'T'.
             88 WS-RCL-CAN-WEB                            VALUE 'W'.
             88 WS-RCL-CAN-NOTA                           VALUE 'N'.
             88 WS-RCL-CANAL-VALIDO            VALUES 'S' 'T' 'W' 'N'.
          05 WS-RCL-DESCRIPCION                       PIC X(60).
          05 WS-RCL-FECHA-ALTA                        PIC 9(08).
          05 WS-RCL-HORA-ALTA                         PIC 9(06).
      *    *** plazo en dias habiles vigente al alta y vencimiento que
      *    *** resulto; calendario 'N' = calculado sin feriados
      *    *** (FERIADOS.SEQ no cubria la fecha)
          05 WS-RCL-PLAZO-DIAS                        PIC 9(02).
          05 WS-RCL-FECHA-VENCIMIENTO                 PIC 9(08).
          05 WS-RCL-CALENDARIO                        PIC X(01).
      *    *** vinculos opcionales (en blanco/cero si no corresponde):
      *    *** la disputa (clave de DISPUTAS.VSAM), el ajuste
      *    *** (AJUSTES.VSAM), el debito automatico (clave de
      *    *** SUSCRIPCIONES.VSAM) y el envio del resumen (clave y
      *    *** periodo de ENVIOS.SEQ)
          05 WS-RCL-VINCULOS.
             10 WS-RCL-DISPUTA.
                15 WS-RCL-DIS-TARJETA                 PIC X(19).
                15 WS-RCL-DIS-ID-CONSUMO              PIC 9(10).
             10 WS-RCL-AJUSTE                         PIC 9(10).
             10 WS-RCL-SUSCRIPCION.
                15 WS-RCL-SUS-TARJETA                 PIC X(19).
                15 WS-RCL-SUS-DETALLE                 PIC X(32).
             10 WS-RCL-ENVIO.
                15 WS-RCL-ENV-CLAVE                   PIC X(19).
                15 WS-RCL-ENV-PERIODO                 PIC 9(06).
          05 WS-RCL-ESTADO                            PIC X(01).
             88 WS-RCL-ABIERTO                            VALUE 'A'.
             88 WS-RCL-RESUELTO                           VALUE 'R'.
          05 WS-RCL-FECHA-RESOLUCION                  PIC 9(08).
      *    *** 'F' a favor del cliente, 'P' parcialmente a favor,
      *    *** 'E' a favor de la entidad (reclamo improcedente)
          05 WS-RCL-RESOLUCION                        PIC X(01).
             88 WS-RCL-RES-FAVOR-CLIENTE                  VALUE 'F'.
             88 WS-RCL-RES-PARCIAL                        VALUE 'P'.
             88 WS-RCL-RES-FAVOR-ENTIDAD                  VALUE 'E'.
             88 WS-RCL-RESOLUCION-VALIDA       VALUES 'F' 'P' 'E'.
      *    *** respuesta dada al cliente
          05 WS-RCL-RESPUESTA                         PIC X(60).
          05 WS-RCL-OPERADOR-ALTA                     PIC X(10).
          05 WS-RCL-OPERADOR                          PIC X(10).
