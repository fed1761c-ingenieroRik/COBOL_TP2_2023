      *          corregir sus campos de forma interactiva y lo vuelca
      *          a REPROCESO.SEQ, en el mismo formato que CONSUMOS.SEQ,
      *          para que TP02EJ01 lo pueda procesar en la proxima
      *          corrida. Un retenido por FRAUDCHK que se descarta
      *          puede confirmarse como fraude: queda asentado en
      *          FRAUDE-CONFIRMADO.SEQ para el monitoreo de comercios
      *          (RIESGCOM).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPROCESO.

       SELECT SAL-FRAUDES
           ASSIGN TO WS-RUTA-FRAUDES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FRAUDES.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FD SAL-REPROCESO.
           COPY CONSUMOS.

       FD SAL-FRAUDES.
           COPY FRAUCONF.

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-ERRORES              PIC X(60)
                                       VALUE '../ERROR.TXT'.
       01 WS-RUTA-REPROCESO            PIC X(60)
                                       VALUE '../REPROCESO.SEQ'.
       01 WS-RUTA-FRAUDES              PIC X(60)
                                     VALUE '../FRAUDE-CONFIRMADO.SEQ'.

      *    *** sesion de operador (ver SIGNON)
       01 WS-SIGNON.
          05 FS-REPROCESO                         PIC X(2).
             88 FS-REPROCESO-OK                       VALUE '00'.
             88 FS-REPROCESO-NFD                      VALUE '35'.
          05 FS-FRAUDES                           PIC X(2).
             88 FS-FRAUDES-OK                         VALUE '00'.
             88 FS-FRAUDES-NFD                        VALUE '35'.

       01 WS-DECISION                             PIC X(01).
          88 WS-DEC-CORREGIR                          VALUE 'C'.
          88 WS-DEC-DESCARTAR                         VALUE 'D'.
          88 WS-DEC-SALIR                             VALUE 'S'.

       01 WS-CONFIRMA-FRAUDE                      PIC X(01).
          88 WS-ES-FRAUDE                             VALUE 'S'.
          88 WS-NO-ES-FRAUDE                          VALUE 'N'.

       01 WS-FECHA-HOY                            PIC X(08).

       01 WS-TERMINAR                             PIC X(01) VALUE 'N'.
          88 WS-HAY-QUE-TERMINAR                      VALUE 'S'.

          05 WS-CANT-LEIDOS                   PIC 9(06) VALUE ZEROES.
          05 WS-CANT-REENVIADOS               PIC 9(06) VALUE ZEROES.
          05 WS-CANT-DESCARTADOS              PIC 9(06) VALUE ZEROES.
          05 WS-CANT-FRAUDES                  PIC 9(06) VALUE ZEROES.

      *    *** campos de pantalla de 2300-CORREGIR-CONSUMO: el ACCEPT
      *    *** deja el campo del operador en blanco/cero cuando solo
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REPROCESO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'CORRSUB_FRAUDES_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-FRAUDES
           END-IF.

       1050-LEER-RUTA-ARCHIVO-FIN.
           EXIT.

                    STOP RUN
           END-EVALUATE.

      *    *** el fraude confirmado se acumula entre sesiones, igual
      *    *** que el reproceso
           OPEN EXTEND SAL-FRAUDES.

           IF FS-FRAUDES-NFD
              OPEN OUTPUT SAL-FRAUDES
              CLOSE SAL-FRAUDES
              OPEN EXTEND SAL-FRAUDES
           END-IF.

           EVALUATE TRUE
               WHEN FS-FRAUDES-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR FRAUDE-CONFIRMADO.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-FRAUDES
                    STOP RUN
           END-EVALUATE.

       1100-ABRIR-ARCHIVOS-FIN.
           EXIT.

                      WHEN WS-DEC-DESCARTAR
                           ADD 1 TO WS-CANT-DESCARTADOS
                           DISPLAY 'CONSUMO DESCARTADO'
                           IF WS-SAL-ERRORES-COD-ERR (1:1) = 'F'
                              PERFORM 2400-CONFIRMAR-FRAUDE
                                 THRU 2400-CONFIRMAR-FRAUDE-FIN
                           END-IF
                      WHEN WS-DEC-SALIR
                           SET WS-HAY-QUE-TERMINAR TO TRUE
                  END-EVALUATE
       2300-CORREGIR-CONSUMO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** un retenido por FRAUDCHK (codigos F*) que se descarta
      *    *** puede ser fraude real o un falso positivo; solo el
      *    *** confirmado pesa en el indice de fraude del comercio
       2400-CONFIRMAR-FRAUDE.

           MOVE SPACE TO WS-CONFIRMA-FRAUDE.

           PERFORM WITH TEST BEFORE UNTIL
              WS-ES-FRAUDE OR WS-NO-ES-FRAUDE

              DISPLAY 'CONFIRMA FRAUDE (S/N): ' WITH NO ADVANCING
              ACCEPT WS-CONFIRMA-FRAUDE

              IF NOT (WS-ES-FRAUDE OR WS-NO-ES-FRAUDE)
                 DISPLAY 'OPCION INVALIDA, INGRESE S O N'
              END-IF

           END-PERFORM.

           IF WS-NO-ES-FRAUDE
              GO TO 2400-CONFIRMAR-FRAUDE-FIN
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY.

           INITIALIZE WS-FCO-FRAUDE-REG.
           MOVE WS-SALE-ID-CONSUMO     TO WS-FCO-ID-CONSUMO.
           MOVE WS-SALE-NUM-TARJETA    TO WS-FCO-NUM-TARJETA.
           MOVE WS-SALE-FECHA          TO WS-FCO-FECHA-CONSUMO.
           MOVE WS-SALE-MONEDA         TO WS-FCO-MONEDA.
           MOVE WS-SALE-IMPORTE        TO WS-FCO-IMPORTE.
           MOVE WS-SALE-COD-COMERCIO   TO WS-FCO-COD-COMERCIO.
           MOVE WS-SAL-ERRORES-COD-ERR TO WS-FCO-COD-SOSPECHA.
           MOVE WS-FECHA-HOY           TO WS-FCO-FECHA-CONFIRMA.
           MOVE WS-OPERADOR-SESION     TO WS-FCO-OPERADOR.

           WRITE WS-FCO-FRAUDE-REG.

           IF FS-FRAUDES-OK
              ADD 1 TO WS-CANT-FRAUDES
              DISPLAY 'FRAUDE CONFIRMADO'
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR FRAUDE-CONFIRMADO.SEQ'
              DISPLAY 'FILE STATUS: ' FS-FRAUDES
           END-IF.

       2400-CONFIRMAR-FRAUDE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           CLOSE ENT-ERRORES, SAL-REPROCESO, SAL-FRAUDES.

           DISPLAY '-------------------------------------------------'.
           DISPLAY 'RECHAZOS LEIDOS    : ' WS-CANT-LEIDOS.
           DISPLAY 'REENVIADOS         : ' WS-CANT-REENVIADOS.
           DISPLAY 'DESCARTADOS        : ' WS-CANT-DESCARTADOS.
           DISPLAY 'FRAUDES CONFIRMADOS: ' WS-CANT-FRAUDES.
           DISPLAY '-------------------------------------------------'.

       3000-FINALIZAR-PROGRAMA-FIN.
