       01 WS-RRG-REGISTRO.
      *    *** informe mensual de reclamos al regulador
      *    *** (RECLAMOS-REGULADOR.SEQ, ver RECLAREP): registro de
      *    *** largo fijo de 80 posiciones; 'C' cabecera, 'D' un
      *    *** detalle por categoria y canal con movimiento, 'T'
      *    *** totales de control
          05 WS-RRG-TIPO-REG                          PIC X(01).
             88 WS-RRG-ES-CABECERA                        VALUE 'C'.
             88 WS-RRG-ES-DETALLE                         VALUE 'D'.
             88 WS-RRG-ES-TOTALES                         VALUE 'T'.
          05 WS-RRG-DATOS                             PIC X(79).
      *    *** cabecera: informante, periodo y fecha de corte (ultimo
      *    *** dia del periodo, o hoy si el periodo esta en curso)
          05 WS-RRG-CABECERA REDEFINES WS-RRG-DATOS.
             10 WS-RRG-CUIT-INFORMANTE                PIC 9(11).
             10 WS-RRG-PERIODO                        PIC 9(06).
             10 WS-RRG-FECHA-CORTE                    PIC 9(08).
             10 WS-RRG-FECHA-GENERACION               PIC 9(08).
             10 FILLER                                PIC X(46).
      *    *** detalle: categoria y canal como en RECLAMO.CPY;
      *    *** recibidos en el periodo, resueltos en el periodo (en y
      *    *** fuera de plazo, y cuantos a favor del cliente, total o
      *    *** parcialmente), pendientes y vencidos a la fecha de corte
      *    *** y dias corridos promedio de respuesta de los resueltos
          05 WS-RRG-DETALLE REDEFINES WS-RRG-DATOS.
             10 WS-RRG-CATEGORIA                      PIC X(01).
             10 WS-RRG-CANAL                          PIC X(01).
             10 WS-RRG-RECIBIDOS                      PIC 9(07).
             10 WS-RRG-RESUELTOS                      PIC 9(07).
             10 WS-RRG-EN-PLAZO                       PIC 9(07).
             10 WS-RRG-FUERA-PLAZO                    PIC 9(07).
             10 WS-RRG-FAVOR-CLIENTE                  PIC 9(07).
             10 WS-RRG-PENDIENTES                     PIC 9(07).
             10 WS-RRG-VENCIDOS                       PIC 9(07).
             10 WS-RRG-DIAS-PROMEDIO                  PIC 9(03).
             10 FILLER                                PIC X(25).
      *    *** totales: cantidad de detalles y sumas de control
          05 WS-RRG-TOTALES REDEFINES WS-RRG-DATOS.
             10 WS-RRG-CANT-DETALLES                  PIC 9(07).
             10 WS-RRG-TOT-RECIBIDOS                  PIC 9(07).
             10 WS-RRG-TOT-RESUELTOS                  PIC 9(07).
             10 WS-RRG-TOT-FUERA-PLAZO                PIC 9(07).
             10 WS-RRG-TOT-PENDIENTES                 PIC 9(07).
             10 WS-RRG-TOT-VENCIDOS                   PIC 9(07).
             10 FILLER                                PIC X(37).
