
       FD ENT-PAGOS-APLICADOS.
           COPY PAGOSAPL.
       01 WS-ENT-PAGOS-APLICADOS-CTL     PIC X(88).

       FD SAL-REPORTE.
       01 WS-SAL-REPORTE                            PIC X(110).
                                     VALUE '../CONCPAGO.TXT'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

      *    *** periodo de los pagos aplicados que se concilian; un
      *    *** PAGOS-APLICADOS.SEQ de otro periodo se rechaza
       01 WS-PERIODO-PROCESO         PIC 9(06) VALUE ZEROES.

       01 FS-STATUS.
          05 FS-RENDICIONES                        PIC X(2).
             88 FS-RENDICIONES-OK                      VALUE '00'.
       01 WS-TOTAL-O                     PIC --.---.---.--9,99.
       01 WS-CANT-O                      PIC Z(05)9.

      *    *** verificacion de las interfaces antes de leerlas
       01 WS-INTERFAZ.
           COPY INTFIO.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
                    STOP RUN
           END-EVALUATE.

           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-PERIODO-PROCESO.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'CONCPAGO_PERIODO'.
           IF WS-RUTA-ENTORNO (1:6) IS NUMERIC
              AND WS-RUTA-ENTORNO (1:6) <> '000000'
              MOVE WS-RUTA-ENTORNO (1:6) TO WS-PERIODO-PROCESO
           END-IF.

           SET WS-ICT-MODO-VERIFICAR TO TRUE.
           MOVE 'PAGOSAPL'             TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-PAGOS-APLICADOS TO WS-ICT-RUTA-E.
           MOVE WS-PERIODO-PROCESO     TO WS-ICT-PERIODO-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           IF WS-ICT-ARCHIVO-RECHAZADO
              DISPLAY 'CONCPAGO: PAGOS-APLICADOS.SEQ RECHAZADO: '
                      WS-ICT-MOTIVO-O
              STOP RUN
           END-IF.

           OPEN INPUT ENT-PAGOS-APLICADOS.
           EVALUATE TRUE
               WHEN FS-PAGOS-APLICADOS-OK
           READ ENT-PAGOS-APLICADOS
               AT END SET FS-PAGOS-APLICADOS-EOF TO TRUE
               NOT AT END
                  IF WS-ENT-PAGOS-APLICADOS-CTL (1:1) = '*'
                     GO TO 2000-PROCESAR-APLICADOS-FIN
                  END-IF
                  ADD 1 TO WS-CANT-APLICADOS
                  MOVE WS-PAPL-CANAL   TO WS-CANAL-EVAL
                  MOVE WS-PAPL-IMPORTE TO WS-IMPORTE-EVAL
