       01 WS-SOC-SOCIO-REG.
      *    *** programa de fidelidad socio (aerolineas y otros) al que
      *    *** se transfieren puntos (SOCIOS-PUNTOS.VSAM): condiciones
      *    *** de conversion y lo que se le paga por unidad emitida.
      *    *** Lo mantiene SOCIOS; TRANSPUN, ENVSOCIO y LIQSOCIO lo
      *    *** leen
          05 WS-SOC-CODIGO                            PIC X(05).
          05 WS-SOC-NOMBRE                            PIC X(30).
          05 WS-SOC-CUIT                              PIC 9(11).
      *    *** moneda del programa socio (MILLAS, PUNTOS, ...)
          05 WS-SOC-UNIDAD                            PIC X(10).
      *    *** bloque minimo de puntos: se transfiere de a bloques
      *    *** enteros, y cada bloque son tantas unidades del socio
          05 WS-SOC-BLOQUE-PUNTOS                     PIC 9(07).
          05 WS-SOC-UNIDADES-BLOQUE                   PIC 9(07).
      *    *** lo que le pagamos al socio por cada unidad emitida
          05 WS-SOC-COSTO-UNIDAD                      PIC 9(03)V9(04).
          05 WS-SOC-ESTADO                            PIC X(01).
             88 WS-SOC-ACTIVO                             VALUE 'A'.
             88 WS-SOC-INACTIVO                           VALUE 'I'.
          05 WS-SOC-FECHA-ALTA                        PIC 9(08).
          05 WS-SOC-OPERADOR                          PIC X(10).
      *    *** acumulados que deja ENVSOCIO en cada envio
          05 WS-SOC-UNIDADES-ENVIADAS                 PIC 9(12).
          05 WS-SOC-FECHA-ULT-ENVIO                   PIC 9(08).
