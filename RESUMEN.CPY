       01 WS-SALIDA-RESUMENES.
          05 WS-RES-SEPARADOR             PIC X(91) VALUE ALL '-'.

      *    *** marca de la entidad emisora de la cuenta (solo en una
      *    *** instalacion de varias entidades, ver ENTIDCTL)
          05 WS-RES-ENCABEZADO-ENTIDAD.
             10 WS-RES-ENTIDAD-NOMBRE     PIC X(30)  VALUE SPACES.
             10 FILLER                    PIC X(03)  VALUE ' - '.
             10 WS-RES-ENTIDAD-LEYENDA    PIC X(58)  VALUE SPACES.

          05 WS-RES-ENCABEZADO-1.
             10 FILLER                    PIC X(9) VALUE 'Titular:'.
             10 WS-RES-APELLIDO-NOMBRE    PIC X(42)  VALUE SPACES.
