      *    *** lo dejan en blanco
              10 WS-AUD-OPERADOR                  PIC X(10)
                                                        VALUE SPACES.
      *    *** aclaracion libre del cambio cuando no se ve en la
      *    *** imagen del maestro (p.ej. cambio de producto en
      *    *** TARJPROD.VSAM); el que la carga la limpia despues
              10 WS-AUD-DETALLE                   PIC X(40)
                                                        VALUE SPACES.
      *    *** supervisor que aprobo el cambio desde la cola de
      *    *** aprobaciones (ver APROBCAM); en blanco si no la hubo
              10 WS-AUD-APROBADOR                 PIC X(10)
                                                        VALUE SPACES.

           05 WS-AUD-SALIDA.
              10 WS-AUD-COD-ERROR-O               PIC X(02).
