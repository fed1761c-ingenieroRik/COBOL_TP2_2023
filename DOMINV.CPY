       01 WS-DIV-DOMICILIO-REG.
      *    *** domicilios postales invalidos por cuenta
      *    *** (DOMICILIOS-INVALIDOS.VSAM). DEVCORR marca la cuenta
      *    *** cuando el correo o la imprenta devuelven el sobre de un
      *    *** resumen a la misma direccion que sigue en el maestro.
      *    *** Mientras este invalido MAILHOUS no imprime el resumen
      *    *** en papel (lo manda por correo electronico o lo retiene
      *    *** en el archivo) y EMBOSS no despacha plasticos de la
      *    *** cuenta. Un cambio de direccion en MANTTARJ o MANTLOTE
      *    *** lo pasa a corregido; el registro queda como historia
          05 WS-DIV-NUM-CUENTA                        PIC 9(10).
          05 WS-DIV-ESTADO                            PIC X(01).
             88 WS-DIV-INVALIDO                           VALUE 'I'.
             88 WS-DIV-CORREGIDO                          VALUE 'C'.
      *    *** ultima devolucion: cuando se marco, lote de MAILHOUS y
      *    *** fecha del despacho devuelto, motivo del correo
          05 WS-DIV-FECHA-MARCA                       PIC 9(08).
          05 WS-DIV-LOTE                              PIC 9(04).
          05 WS-DIV-FECHA-DESPACHO                    PIC 9(08).
          05 WS-DIV-MOTIVO                            PIC X(02).
          05 WS-DIV-CANT-DEVOLUCIONES                 PIC 9(03).
      *    *** direccion a la que se despacho el sobre devuelto
          05 WS-DIV-DIRECCION                         PIC X(38).
          05 WS-DIV-COD-POSTAL                        PIC 9(04).
      *    *** correccion: fecha, programa y operador (o lote)
          05 WS-DIV-FECHA-CORRECCION                  PIC 9(08).
          05 WS-DIV-PROGRAMA-CORRECCION               PIC X(08).
          05 WS-DIV-OPERADOR-CORRECCION               PIC X(10).
