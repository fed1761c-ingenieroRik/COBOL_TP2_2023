      *----------------------------------------------------------------*
      *   AREA DE COMUNICACION CON INTFCTL (REGISTROS DE CABECERA Y    *
      *   TOTALES DE LOS ARCHIVOS QUE SE PASAN ENTRE PROGRAMAS)        *
      *----------------------------------------------------------------*
           05 WS-ICT-ENTRADA.
      *    *** 'C' = armar la cabecera (el productor la graba apenas
      *    *** abre el archivo); 'T' = armar los totales con la
      *    *** cantidad y el total hash que llevo el productor (se
      *    *** graban antes del CLOSE y quedan anotados como la ultima
      *    *** entrega de esa ruta); 'V' = verificar el archivo entero
      *    *** antes de procesarlo (el consumidor, antes del OPEN);
      *    *** 'R' = retomar: el productor que reabre en EXTEND para un
      *    *** restart averigua si quedo un lote sin totales (la
      *    *** corrida cortada) y con que cantidad y total hash seguir
              10 WS-ICT-MODO                      PIC X(01) VALUE 'V'.
                 88 WS-ICT-MODO-CABECERA                   VALUE 'C'.
                 88 WS-ICT-MODO-TOTALES                    VALUE 'T'.
                 88 WS-ICT-MODO-VERIFICAR                  VALUE 'V'.
                 88 WS-ICT-MODO-RETOMAR                    VALUE 'R'.
      *    *** MINIMOS, SALDCIER, VENCIMTO, FACTURAD, PAGOSAPL, SALDPEND
              10 WS-ICT-INTERFAZ-E                PIC X(08)
                                                        VALUE SPACES.
              10 WS-ICT-RUTA-E                    PIC X(60)
                                                        VALUE SPACES.
              10 WS-ICT-PROGRAMA-E                PIC X(08)
                                                        VALUE SPACES.
              10 WS-ICT-RUN-ID-E                  PIC X(15)
                                                        VALUE SPACES.
      *    *** 'C'/'T': periodo que se estampa; 'V': periodo que espera
      *    *** el consumidor en el ultimo lote, la entrega vigente
      *    *** (ceros = no controla el periodo)
              10 WS-ICT-PERIODO-E                 PIC 9(06)
                                                        VALUE ZEROES.
              10 WS-ICT-CANT-REGISTROS-E          PIC 9(09)
                                                        VALUE ZEROES.
              10 WS-ICT-TOTAL-HASH-E              PIC 9(16)V99
                                                        VALUE ZEROES.

           05 WS-ICT-SALIDA.
      *    *** imagen del registro de control a grabar ('C' y 'T')
              10 WS-ICT-REGISTRO-O                PIC X(88).
      *    *** 'S' = archivo integro; 'N' = rechazado, el motivo viene
      *    *** en WS-ICT-MOTIVO-O; 'F' = el archivo no existe (cada
      *    *** consumidor sigue con lo que hacia en ese caso)
              10 WS-ICT-RESULTADO-O               PIC X(01).
                 88 WS-ICT-ARCHIVO-OK                      VALUE 'S'.
                 88 WS-ICT-ARCHIVO-RECHAZADO               VALUE 'N'.
                 88 WS-ICT-ARCHIVO-INEXISTENTE             VALUE 'F'.
              10 WS-ICT-MOTIVO-O                  PIC X(60).
              10 WS-ICT-CANT-LOTES-O              PIC 9(05).
      *    *** 'V': registros de todos los lotes y corrida y periodo del
      *    *** ultimo; 'R': los del lote sin totales, si lo hay
              10 WS-ICT-CANT-REGISTROS-O          PIC 9(09).
              10 WS-ICT-TOTAL-HASH-O              PIC 9(16)V99.
              10 WS-ICT-RUN-ID-O                  PIC X(15).
              10 WS-ICT-PERIODO-O                 PIC 9(06).
              10 WS-ICT-LOTE-ABIERTO-O            PIC X(01).
                 88 WS-ICT-HAY-LOTE-ABIERTO                VALUE 'S'.
