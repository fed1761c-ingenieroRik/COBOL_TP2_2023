      *          vencimiento fuera de cobertura (ver TP02EJ01 1220 y
      *          el indicador de CLFECVTO), asi que este veredicto es
      *          el que hay que dejar en verde antes de cada enero.
      *          Con ENTIDAD_PROCESO se mantiene el calendario propio
      *          de esa entidad emisora, en su directorio (ENTIDCTL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                     VALUE '../FERIADOS-NUEVO.SEQ'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 WS-ENTIDAD-AREA.
           COPY ENTIDIO.

       01 WS-VAL-FECHA.
           COPY VALFECIO.

      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

      *    *** el calendario y su reemplazo van al directorio de la
      *    *** entidad de la corrida (el periodo es de la instalacion)
           MOVE WS-RUTA-FERIADOS TO WS-EMI-RUTA-E.
           PERFORM 1060-RUTA-ENTIDAD
              THRU 1060-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O    TO WS-RUTA-FERIADOS.

           MOVE WS-RUTA-FERIADOS-NUEVO TO WS-EMI-RUTA-E.
           PERFORM 1060-RUTA-ENTIDAD
              THRU 1060-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O    TO WS-RUTA-FERIADOS-NUEVO.

           IF WS-EMI-PROCESO-O <> SPACES
              DISPLAY 'ENTIDAD: ' WS-EMI-PROCESO-O ' '
                      WS-EMI-NOMBRE-O
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'CLFECVTO_FERIADOS_PATH'.
       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1060-RUTA-ENTIDAD.

           MOVE WS-EMI-RUTA-E TO WS-RUTA-ENTORNO.
           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-RUTA TO TRUE.
           MOVE WS-RUTA-ENTORNO TO WS-EMI-RUTA-E.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.

       1060-RUTA-ENTIDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESAR-MENU.

