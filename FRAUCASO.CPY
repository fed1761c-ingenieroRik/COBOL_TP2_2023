       01 WS-FCA-CASO-REG.
      *    *** caso de fraude (FRAUDE-CASOS.VSAM, ver FRAUCASO): una
      *    *** fila por denuncia del cliente de consumos que no
      *    *** reconoce y que no se pueden contracargar al comercio.
      *    *** Los consumos del caso viven en FRAUCONS.CPY
          05 WS-FCA-NUM-CASO                          PIC 9(10).
          05 WS-FCA-TARJETA                           PIC X(19).
          05 WS-FCA-NUM-CUENTA                        PIC 9(10).
          05 WS-FCA-PRODUCTO                          PIC X(03).
      *    *** modalidad del fraude, con su equivalente en el codigo
      *    *** de la red en FRAUDE-RED.SEQ
          05 WS-FCA-TIPO-FRAUDE                       PIC X(01).
             88 WS-FCA-PERDIDA                            VALUE 'P'.
             88 WS-FCA-ROBADA                             VALUE 'R'.
             88 WS-FCA-FALSIFICADA                        VALUE 'F'.
             88 WS-FCA-NO-PRESENTE                        VALUE 'N'.
             88 WS-FCA-CUENTA-TOMADA                      VALUE 'C'.
             88 WS-FCA-OTRO                               VALUE 'O'.
             88 WS-FCA-TIPO-VALIDO
                                  VALUES 'P', 'R', 'F', 'N', 'C', 'O'.
      *    *** tarjeta repuesta por MANTTARJ (REEMPLAZOS.VSAM);
      *    *** blanco mientras no se haya emitido
          05 WS-FCA-TARJETA-REEMPLAZO                 PIC X(19).
          05 WS-FCA-FECHA-ALTA                        PIC 9(08).
          05 WS-FCA-ESTADO                            PIC X(01).
             88 WS-FCA-ABIERTO                            VALUE 'A'.
             88 WS-FCA-CERRADO                            VALUE 'C'.
          05 WS-FCA-FECHA-CIERRE                      PIC 9(08).
          05 WS-FCA-CANT-CONSUMOS                     PIC 9(03).
      *    *** perdida: creditos emitidos al cliente; recupero: lo
      *    *** que se cobro despues (seguro, comercio, red, autor)
          05 WS-FCA-PERDIDA-ARS                       PIC S9(10)V9(02)
                                              SIGN IS TRAILING SEPARATE.
          05 WS-FCA-PERDIDA-USD                       PIC S9(10)V9(02)
                                              SIGN IS TRAILING SEPARATE.
          05 WS-FCA-RECUPERO-ARS                      PIC S9(10)V9(02)
                                              SIGN IS TRAILING SEPARATE.
          05 WS-FCA-RECUPERO-USD                      PIC S9(10)V9(02)
                                              SIGN IS TRAILING SEPARATE.
          05 WS-FCA-FECHA-RECUPERO                    PIC 9(08).
          05 WS-FCA-OPERADOR                          PIC X(10).
