       01 WS-ETD-ENTIDAD-REG.
      *    *** entidades emisoras procesadas en esta instalacion
      *    *** (ENTIDADES.SEQ, ver ENTIDCTL): cada banco con su codigo,
      *    *** el nombre y la leyenda con que se firman sus resumenes y
      *    *** el directorio donde viven sus archivos propios
      *    *** (PARAMETROS, PRODUCTOS, FERIADOS, novedades y salidas:
      *    *** ej. '../BCO001/'). Las cuentas sin vinculo en
      *    *** CUENTA-ENTIDAD.VSAM son de la entidad marcada 'S' como
      *    *** principal (la cartera propia de antes del multi-emisor);
      *    *** si ninguna lo esta, la principal es la primera fila
          05 WS-ETD-CODIGO                           PIC X(03).
          05 WS-ETD-NOMBRE                           PIC X(30).
          05 WS-ETD-LEYENDA                          PIC X(60).
          05 WS-ETD-DIRECTORIO                       PIC X(40).
          05 WS-ETD-PRINCIPAL                        PIC X(01).
             88 WS-ETD-ES-PRINCIPAL                      VALUE 'S'.
