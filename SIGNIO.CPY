                 88 WS-SGN-ES-SUPERVISOR                   VALUE 'S'.
              10 WS-SGN-DES-ERROR-O               PIC X(40)
                                                        VALUE SPACES.
      *    *** entidad emisora de la sesion (en blanco = toda la
      *    *** instalacion o instalacion de una sola entidad)
              10 WS-SGN-ENTIDAD-O                 PIC X(03)
                                                        VALUE SPACES.
