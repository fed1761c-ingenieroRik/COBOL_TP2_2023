      *----------------------------------------------------------------*
      *   AREA DE COMUNICACION CON ENTIDCTL (ENTIDAD EMISORA DE LA     *
      *   CORRIDA Y DE CADA CUENTA, DIRECTORIO DE SUS ARCHIVOS)        *
      *----------------------------------------------------------------*
           05 WS-EMI-ENTRADA.
      *    *** 'E' datos de una entidad (codigo en blanco = la de la
      *    *** corrida), 'C' entidad de una cuenta, 'V' verificar que
      *    *** la cuenta sea de la entidad de la corrida, 'A' asignar
      *    *** la cuenta a una entidad (en blanco = la de la corrida o
      *    *** la principal), 'R' llevar una ruta '../' al directorio
      *    *** de la entidad de la corrida, 'P' idem para un archivo
      *    *** de parametros (si la entidad no tiene copia propia rige
      *    *** el de la instalacion), 'F' fijar la entidad de la
      *    *** corrida (sesion de un operador de una sola entidad)
              10 WS-EMI-MODO                      PIC X(01) VALUE 'E'.
                 88 WS-EMI-MODO-DATOS                      VALUE 'E'.
                 88 WS-EMI-MODO-CUENTA                     VALUE 'C'.
                 88 WS-EMI-MODO-VERIFICAR                  VALUE 'V'.
                 88 WS-EMI-MODO-ASIGNAR                    VALUE 'A'.
                 88 WS-EMI-MODO-RUTA                       VALUE 'R'.
                 88 WS-EMI-MODO-RUTA-PARAM                 VALUE 'P'.
                 88 WS-EMI-MODO-FIJAR                      VALUE 'F'.
              10 WS-EMI-CODIGO-E                  PIC X(03)
                                                        VALUE SPACES.
              10 WS-EMI-CUENTA-E                  PIC 9(10)
                                                        VALUE ZEROES.
              10 WS-EMI-RUTA-E                    PIC X(60)
                                                        VALUE SPACES.

           05 WS-EMI-SALIDA.
      *    *** 'S' = hay ENTIDADES.SEQ (instalacion multi-emisor); 'N'
      *    *** = una sola entidad, todo sigue como siempre
              10 WS-EMI-MULTIENTIDAD-O            PIC X(01).
                 88 WS-EMI-HAY-MULTIENTIDAD                VALUE 'S'.
      *    *** entidad de la corrida (ENTIDAD_PROCESO); en blanco =
      *    *** toda la instalacion
              10 WS-EMI-PROCESO-O                 PIC X(03).
              10 WS-EMI-PRINCIPAL-O               PIC X(03).
      *    *** entidad pedida o de la cuenta, con sus datos
              10 WS-EMI-CODIGO-O                  PIC X(03).
              10 WS-EMI-NOMBRE-O                  PIC X(30).
              10 WS-EMI-LEYENDA-O                 PIC X(60).
              10 WS-EMI-DIRECTORIO-O              PIC X(40).
      *    *** 'S' = la cuenta es de la entidad de la corrida
              10 WS-EMI-PERTENECE-O               PIC X(01).
                 88 WS-EMI-CUENTA-PROPIA                   VALUE 'S'.
              10 WS-EMI-RUTA-O                    PIC X(60).
              10 WS-EMI-COD-ERROR-O               PIC X(02).
              10 WS-EMI-DES-ERROR-O               PIC X(40).
