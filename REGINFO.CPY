       01 WS-RGI-REGISTRO.
      *    *** regimen informativo de consumos con tarjeta de credito
      *    *** (REGIMEN-INFORMATIVO.SEQ, ver REGINFO): registro de largo
      *    *** fijo de 120 posiciones; 'C' cabecera, 'D' un detalle por
      *    *** titular (CUIT/DNI) con los consumos del periodo por
      *    *** moneda, 'T' totales de control
          05 WS-RGI-TIPO-REG                          PIC X(01).
             88 WS-RGI-ES-CABECERA                        VALUE 'C'.
             88 WS-RGI-ES-DETALLE                         VALUE 'D'.
             88 WS-RGI-ES-TOTALES                         VALUE 'T'.
          05 WS-RGI-DATOS                             PIC X(119).
      *    *** cabecera: informante, periodo y presentacion
      *    *** (secuencia 00 = original, 01 en adelante = rectificativa)
          05 WS-RGI-CABECERA REDEFINES WS-RGI-DATOS.
             10 WS-RGI-CUIT-INFORMANTE                PIC 9(11).
             10 WS-RGI-PERIODO                        PIC 9(06).
             10 WS-RGI-SECUENCIA                      PIC 9(02).
             10 WS-RGI-TIPO-PRESENTACION              PIC X(01).
                88 WS-RGI-ORIGINAL                        VALUE 'O'.
                88 WS-RGI-RECTIFICATIVA                   VALUE 'R'.
             10 WS-RGI-FECHA-GENERACION               PIC 9(08).
             10 FILLER                                PIC X(91).
      *    *** detalle por titular: tipo de documento '80' CUIT o
      *    *** '96' DNI; importes netos de devoluciones, por eso con
      *    *** signo
          05 WS-RGI-DETALLE REDEFINES WS-RGI-DATOS.
             10 WS-RGI-TIPO-DOCUMENTO                 PIC X(02).
             10 WS-RGI-DOCUMENTO                      PIC X(11).
             10 WS-RGI-APELLIDO-NOMBRE                PIC X(40).
             10 WS-RGI-CANT-CONSUMOS-ARS              PIC 9(07).
             10 WS-RGI-IMPORTE-ARS                    PIC S9(12)V9(02)
                                              SIGN IS TRAILING SEPARATE.
             10 WS-RGI-CANT-CONSUMOS-USD              PIC 9(07).
             10 WS-RGI-IMPORTE-USD                    PIC S9(12)V9(02)
                                              SIGN IS TRAILING SEPARATE.
             10 FILLER                                PIC X(22).
      *    *** totales: cantidad de detalles e importes por moneda
          05 WS-RGI-TOTALES REDEFINES WS-RGI-DATOS.
             10 WS-RGI-CANT-DETALLES                  PIC 9(07).
             10 WS-RGI-TOTAL-ARS                      PIC S9(14)V9(02)
                                              SIGN IS TRAILING SEPARATE.
             10 WS-RGI-TOTAL-USD                      PIC S9(14)V9(02)
                                              SIGN IS TRAILING SEPARATE.
             10 FILLER                                PIC X(78).
