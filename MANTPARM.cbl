      *          operador e imagen de la fila, como AUDICAMB hace con
      *          el maestro. La expiracion reescribe el archivo
      *          completo en PARAMETROS-NUEVO.SEQ para el reemplazo
      *          controlado. Con varias entidades emisoras se
      *          mantienen los parametros propios de la entidad de la
      *          sesion, en su directorio (ver ENTIDCTL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                     VALUE '../PARAM-CAMBIOS.SEQ'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 WS-ENTIDAD-AREA.
           COPY ENTIDIO.

      *    *** sesion de operador (ver SIGNON): solo supervisores
       01 WS-SIGNON.
           COPY SIGNIO.

           MOVE WS-SGN-USUARIO TO WS-OPERADOR-SESION.

      *    *** cada entidad emisora tiene sus propias tasas: los
      *    *** parametros, su reemplazo y su auditoria van al
      *    *** directorio de la entidad de la sesion
           MOVE WS-RUTA-PARAMETROS TO WS-EMI-RUTA-E.
           PERFORM 1060-RUTA-ENTIDAD
              THRU 1060-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O      TO WS-RUTA-PARAMETROS.

           MOVE WS-RUTA-PARAMETROS-NUEVO TO WS-EMI-RUTA-E.
           PERFORM 1060-RUTA-ENTIDAD
              THRU 1060-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O      TO WS-RUTA-PARAMETROS-NUEVO.

           MOVE WS-RUTA-AUDITORIA  TO WS-EMI-RUTA-E.
           PERFORM 1060-RUTA-ENTIDAD
              THRU 1060-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O      TO WS-RUTA-AUDITORIA.

           IF WS-EMI-PROCESO-O <> SPACES
              DISPLAY 'ENTIDAD: ' WS-EMI-PROCESO-O ' '
                      WS-EMI-NOMBRE-O
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MANTPARM_PARAMETROS_PATH'.
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


           DISPLAY 'TIPO (CAMBIO/INTERES/MINIMO/IMPUESTO/DESCUENTO/'.
           DISPLAY '      CATEGORIA/MENSAJE/VENCIM/ADELANTO/'.
           DISPLAY '      PUNITORIO/PUNTOS/COEFCERO/'.
           DISPLAY '      PREVISION1..PREVISION5/'.
           DISPLAY '      COSTOFONDO/COSTOSERV/VALORPUNTO/COMISEGURO): '
                   WITH NO ADVANCING.
           ACCEPT WS-PAR-TIPO.

               WHEN 'PUNITORIO'
               WHEN 'PUNTOS'
               WHEN 'COEFCERO'
               WHEN 'PREVISION1'
               WHEN 'PREVISION2'
               WHEN 'PREVISION3'
               WHEN 'PREVISION4'
               WHEN 'PREVISION5'
               WHEN 'COSTOFONDO'
               WHEN 'COSTOSERV'
               WHEN 'VALORPUNTO'
               WHEN 'COMISEGURO'
                    MOVE 'S' TO WS-TIPO-VALIDO
               WHEN OTHER
                    CONTINUE
