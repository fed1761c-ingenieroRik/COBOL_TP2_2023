      *----------------------------------------------------------------*
      *   AREA DE COMUNICACION CON COLISION (DOS OPERADORES SOBRE EL   *
      *   MISMO REGISTRO: "ALGUIEN LO CAMBIO MIENTRAS LO EDITABA")     *
      *----------------------------------------------------------------*
           05 WS-COL-ENTRADA.
      *    *** la imagen del registro tal como se leyo al empezar la
      *    *** edicion y la que hay ahora en el archivo (releida justo
      *    *** antes del REWRITE); el programa las deja alineadas a
      *    *** izquierda y completa con espacios
              10 WS-COL-PROGRAMA-E                PIC X(08)
                                                        VALUE SPACES.
              10 WS-COL-USUARIO-E                 PIC X(10)
                                                        VALUE SPACES.
              10 WS-COL-CLAVE-E                   PIC X(19)
                                                        VALUE SPACES.
              10 WS-COL-IMAGEN-LEIDA-E            PIC X(300)
                                                        VALUE SPACES.
              10 WS-COL-IMAGEN-ACTUAL-E           PIC X(300)
                                                        VALUE SPACES.

           05 WS-COL-SALIDA.
      *    *** 'S' = el registro cambio desde la lectura: no se graba,
      *    *** el operador rehace el cambio sobre los datos vigentes
      *    *** (la colision queda asentada en SEGURIDAD.SEQ)
              10 WS-COL-RESULTADO-O               PIC X(01).
                 88 WS-COL-SIN-CAMBIOS                     VALUE 'N'.
                 88 WS-COL-HUBO-COLISION                   VALUE 'S'.
