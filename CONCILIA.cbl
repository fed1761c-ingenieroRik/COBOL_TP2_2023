          05 WS-CLR-MONEDA                            PIC X(03).
          05 WS-CLR-IMPORTE                           PIC S9(08)V9(02)
                                              SIGN IS TRAILING SEPARATE.
      *    *** arancel de intercambio liquidado por la red (blanco en
      *    *** los feeds viejos); lo usa ARANCEL, aca no interviene
          05 WS-CLR-ARANCEL-RED                       PIC S9(06)V9(02)
                                              SIGN IS TRAILING SEPARATE.

       FD ENT-FACTURADOS.
           COPY FACTUR.
       01 WS-ENT-FACTURADOS-CTL          PIC X(88).

       FD SAL-REPORTE.
       01 WS-SAL-REPORTE                              PIC X(100).
                                     VALUE '../CONCILIA.TXT'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

      *    *** periodo facturado que se concilia; un FACTURADOS.SEQ de
      *    *** otro periodo se rechaza
       01 WS-PERIODO-PROCESO         PIC 9(06) VALUE ZEROES.

       01 FS-STATUS.
          05 FS-CLEARING                           PIC X(2).
             88 FS-CLEARING-OK                         VALUE '00'.
       01 WS-TOTAL-O                     PIC --.---.---.--9,99.
       01 WS-CANT-O                      PIC Z(05)9.

      *    *** verificacion de las interfaces antes de leerlas
       01 WS-INTERFAZ.
           COPY INTFIO.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REPORTE
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-PERIODO-PROCESO.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'CONCILIA_PERIODO'.
           IF WS-RUTA-ENTORNO (1:6) IS NUMERIC
              AND WS-RUTA-ENTORNO (1:6) <> '000000'
              MOVE WS-RUTA-ENTORNO (1:6) TO WS-PERIODO-PROCESO
           END-IF.

       1050-LEER-RUTA-ARCHIVO-FIN.
           EXIT.

                    STOP RUN
           END-EVALUATE.

           SET WS-ICT-MODO-VERIFICAR TO TRUE.
           MOVE 'FACTURAD'             TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-FACTURADOS     TO WS-ICT-RUTA-E.
           MOVE WS-PERIODO-PROCESO     TO WS-ICT-PERIODO-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           IF WS-ICT-ARCHIVO-RECHAZADO
              DISPLAY 'CONCILIA: FACTURADOS.SEQ RECHAZADO: '
                      WS-ICT-MOTIVO-O
              STOP RUN
           END-IF.

           OPEN INPUT ENT-FACTURADOS.

           EVALUATE TRUE
           READ ENT-FACTURADOS
               AT END SET FS-FACTURADOS-EOF TO TRUE
               NOT AT END
                  IF WS-ENT-FACTURADOS-CTL (1:1) = '*'
                     GO TO 2000-PROCESAR-FACTURADOS-FIN
                  END-IF
                  ADD 1 TO WS-CANT-FACTURADOS
                  PERFORM 2100-CONCILIAR-FACTURADO
                     THRU 2100-CONCILIAR-FACTURADO-FIN
