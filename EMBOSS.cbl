      *          sin reembozar ni bloquear la cartera viva; el modo
      *          normal se niega a correr con el archivo de plasticos
      *          vacio, justamente para que nadie saltee la siembra.
      *          Las tarjetas de cuentas con el domicilio marcado
      *          invalido (DOMICILIOS-INVALIDOS.VSAM, ver DEVCORR) no
      *          se mandan a producir: el plastico queda pendiente y
      *          sale en la primera corrida despues de la correccion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS WS-TPR-TARJETA
           FILE STATUS IS FS-TARJETA-PROD.

       SELECT ENT-DOMICILIOS
           ASSIGN TO WS-RUTA-DOMICILIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-DIV-NUM-CUENTA
           FILE STATUS IS FS-DOMICILIOS.

       SELECT SAL-EMBOZADO
           ASSIGN TO WS-RUTA-EMBOZADO
           ORGANIZATION IS LINE SEQUENTIAL
       FD ENT-TARJETA-PROD.
           COPY TARJPROD.

       FD ENT-DOMICILIOS.
           COPY DOMINV.

      *    *** orden de produccion para el fabricante: referencia
      *    *** tokenizada, nombre a embozar, direccion de envio y
      *    *** producto (el fabricante resuelve el diseno por producto)
                                     VALUE '../ESTADO-PLASTICO.VSAM'.
       01 WS-RUTA-TARJETA-PROD       PIC X(60)
                                     VALUE '../TARJPROD.VSAM'.
       01 WS-RUTA-DOMICILIOS         PIC X(60)
                                 VALUE '../DOMICILIOS-INVALIDOS.VSAM'.
       01 WS-RUTA-EMBOZADO           PIC X(60)
                                     VALUE '../EMBOZADO.SEQ'.
       01 WS-RUTA-RESPUESTAS         PIC X(60)
             88 FS-TARJETA-PROD-OK                     VALUE '00'.
             88 FS-TARJETA-PROD-NFD                    VALUE '35'.
             88 FS-TARJETA-PROD-CLAVE-NFD              VALUE '23'.
          05 FS-DOMICILIOS                         PIC X(2).
             88 FS-DOMICILIOS-OK                       VALUE '00'.
          05 FS-EMBOZADO                           PIC X(2).
             88 FS-EMBOZADO-OK                         VALUE '00'.
          05 FS-RESPUESTAS                         PIC X(2).
       01 WS-HAY-TARJETA-PROD        PIC X(01) VALUE 'N'.
          88 WS-EXISTE-TARJETA-PROD                VALUE 'S'.

       01 WS-HAY-DOMICILIOS          PIC X(01) VALUE 'N'.
          88 WS-EXISTEN-DOMICILIOS                 VALUE 'S'.

      *    *** dias en etapa a partir de los cuales un plastico figura
      *    *** trabado en el reporte de pendientes
       77 WS-DIAS-TRABADO            PIC 9(03) VALUE 015.
          05 WS-CANT-SIN-ORDEN       PIC 9(06) VALUE ZEROES.
          05 WS-CANT-TRABADAS        PIC 9(06) VALUE ZEROES.
          05 WS-CANT-SEMBRADAS       PIC 9(06) VALUE ZEROES.
          05 WS-CANT-DOM-INVALIDO    PIC 9(06) VALUE ZEROES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
                    IF FS-TARJETA-PROD-OK
                       MOVE 'S' TO WS-HAY-TARJETA-PROD
                    END-IF
                    OPEN INPUT ENT-DOMICILIOS
                    IF FS-DOMICILIOS-OK
                       MOVE 'S' TO WS-HAY-DOMICILIOS
                    END-IF
                    OPEN OUTPUT SAL-EMBOZADO
                    IF NOT FS-EMBOZADO-OK
                       DISPLAY 'ERROR AL ABRIR EMBOZADO.SEQ'
      *----------------------------------------------------------------*
       2100-EMITIR-ORDEN.

      *    *** no se despacha un plastico a un domicilio que el correo
      *    *** ya devolvio: queda pendiente hasta que se corrija
           IF WS-EXISTEN-DOMICILIOS
              MOVE WS-MT-NUM-CUENTA TO WS-DIV-NUM-CUENTA
              READ ENT-DOMICILIOS
                  INVALID KEY CONTINUE
              END-READ
              IF FS-DOMICILIOS-OK AND WS-DIV-INVALIDO
                 ADD 1 TO WS-CANT-DOM-INVALIDO
                 GO TO 2100-EMITIR-ORDEN-FIN
              END-IF
           END-IF.

           INITIALIZE WS-SAL-EMBOZADO-REG.

      *    *** el PAN en claro no viaja al fabricante: la orden lleva
                    IF WS-EXISTE-TARJETA-PROD
                       CLOSE ENT-TARJETA-PROD
                    END-IF
                    IF WS-EXISTEN-DOMICILIOS
                       CLOSE ENT-DOMICILIOS
                    END-IF
                    DISPLAY 'ORDENES DE EMBOZADO EMITIDAS: '
                            WS-CANT-ORDENES
                    DISPLAY 'RETENIDAS POR DOMICILIO INVALIDO: '
                            WS-CANT-DOM-INVALIDO
           END-EVALUATE.

       3000-FINALIZAR-PROGRAMA-FIN.
