      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: proceso de la respuesta de los programas socio a las
      *          transferencias de puntos que les mando ENVSOCIO. Por
      *          cada socio de SOCIOS-PUNTOS.VSAM lee, si llego, su
      *          archivo de respuesta (RESP-TRANSF-<socio>.SEQ, ver
      *          COPY RESPSOC), al estilo de las gestiones de ASIGNAGE.
      *          La transferencia acreditada queda confirmada (es la
      *          que LIQSOCIO le liquida al socio); la rechazada
      *          devuelve los puntos al saldo de la cuenta en
      *          PUNTOS.VSAM, pendientes de informar en el proximo
      *          resumen como devueltos. Solo se toman respuestas de
      *          transferencias enviadas y todavia sin respuesta: un
      *          archivo procesado dos veces no devuelve dos veces los
      *          puntos. El detalle queda en RESPSOC.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPSOC.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-SOCIOS
           ASSIGN TO WS-RUTA-SOCIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WS-SOC-CODIGO
           FILE STATUS IS FS-SOCIOS.

       SELECT ENT-TRANSF
           ASSIGN TO WS-RUTA-TRANSF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-TRF-ID
           ALTERNATE RECORD KEY IS WS-TRF-SOCIO WITH DUPLICATES
           FILE STATUS IS FS-TRANSF.

       SELECT ENT-PUNTOS
           ASSIGN TO WS-RUTA-PUNTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-PTS-CUENTA
           FILE STATUS IS FS-PUNTOS.

       SELECT ENT-RESPUESTAS
           ASSIGN TO WS-RUTA-RESPUESTAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESPUESTAS.

       SELECT SAL-REPORTE
           ASSIGN TO WS-RUTA-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-SOCIOS.
           COPY SOCIO.

       FD ENT-TRANSF.
           COPY TRANSF.

       FD ENT-PUNTOS.
           COPY PUNTOS.

       FD ENT-RESPUESTAS.
           COPY RESPSOC.

       FD SAL-REPORTE.
       01 WS-SAL-REPORTE                            PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-SOCIOS             PIC X(60)
                                     VALUE '../SOCIOS-PUNTOS.VSAM'.
       01 WS-RUTA-TRANSF             PIC X(60)
                                     VALUE '../TRANSF-PUNTOS.VSAM'.
       01 WS-RUTA-PUNTOS             PIC X(60)
                                     VALUE '../PUNTOS.VSAM'.
       01 WS-RUTA-RESPUESTAS         PIC X(60) VALUE SPACES.
       01 WS-RUTA-REPORTE            PIC X(60)
                                     VALUE '../RESPSOC.TXT'.
      *    *** directorio de intercambio con los socios
       01 WS-DIR-SOCIOS              PIC X(40) VALUE '../'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
          05 FS-SOCIOS                             PIC X(2).
             88 FS-SOCIOS-OK                           VALUE '00'.
             88 FS-SOCIOS-EOF                          VALUE '10'.
          05 FS-TRANSF                             PIC X(2).
             88 FS-TRANSF-OK                           VALUES '00'
                                                              '02'.
             88 FS-TRANSF-NFD                          VALUE '35'.
          05 FS-PUNTOS                             PIC X(2).
             88 FS-PUNTOS-OK                           VALUE '00'.
             88 FS-PUNTOS-CLAVE-NFD                    VALUE '23'.
          05 FS-RESPUESTAS                         PIC X(2).
             88 FS-RESPUESTAS-OK                       VALUE '00'.
             88 FS-RESPUESTAS-EOF                      VALUE '10'.
             88 FS-RESPUESTAS-NFD                      VALUE '35'.
          05 FS-REPORTE                            PIC X(2).
             88 FS-REPORTE-OK                          VALUE '00'.

       01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.

       01 WS-CONTADORES.
          05 WS-CANT-ARCHIVOS        PIC 9(05) VALUE ZEROES.
          05 WS-CANT-RESPUESTAS      PIC 9(07) VALUE ZEROES.
          05 WS-CANT-CONFIRMADAS     PIC 9(07) VALUE ZEROES.
          05 WS-CANT-RECHAZADAS      PIC 9(07) VALUE ZEROES.
          05 WS-CANT-REPETIDAS       PIC 9(07) VALUE ZEROES.
          05 WS-CANT-INVALIDAS       PIC 9(07) VALUE ZEROES.
          05 WS-PUNTOS-DEVUELTOS     PIC 9(12) VALUE ZEROES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-PROCESAR-SOCIOS
              THRU 2000-PROCESAR-SOCIOS-FIN
              UNTIL FS-SOCIOS-EOF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RESPSOC_SOCIOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-SOCIOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RESPSOC_TRANSF_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-TRANSF
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RESPSOC_PUNTOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PUNTOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RESPSOC_DIR'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-DIR-SOCIOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RESPSOC_REPORTE_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REPORTE
           END-IF.

           OPEN I-O ENT-TRANSF.

           EVALUATE TRUE
               WHEN FS-TRANSF-OK
                    CONTINUE
               WHEN FS-TRANSF-NFD
                    DISPLAY 'NO EXISTE TRANSF-PUNTOS.VSAM; NADA QUE '
                            'PROCESAR'
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR TRANSF-PUNTOS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-TRANSF
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           OPEN INPUT ENT-SOCIOS.
           IF NOT FS-SOCIOS-OK
              DISPLAY 'ERROR AL ABRIR SOCIOS-PUNTOS.VSAM'
              DISPLAY 'FILE STATUS: ' FS-SOCIOS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O ENT-PUNTOS.
           IF NOT FS-PUNTOS-OK
              DISPLAY 'ERROR AL ABRIR PUNTOS.VSAM'
              DISPLAY 'FILE STATUS: ' FS-PUNTOS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-REPORTE.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR RESPSOC.TXT'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'RESPUESTA DE PROGRAMAS SOCIO A TRANSFERENCIAS DE '
                  'PUNTOS - ' WS-FECHA-HOY
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESAR-SOCIOS.

           READ ENT-SOCIOS NEXT RECORD
               AT END GO TO 2000-PROCESAR-SOCIOS-FIN
           END-READ.

           MOVE SPACES TO WS-RUTA-RESPUESTAS.
           STRING WS-DIR-SOCIOS              DELIMITED BY SPACE
                  'RESP-TRANSF-'             DELIMITED BY SIZE
                  WS-SOC-CODIGO              DELIMITED BY SPACE
                  '.SEQ'                     DELIMITED BY SIZE
                  INTO WS-RUTA-RESPUESTAS.

           OPEN INPUT ENT-RESPUESTAS.

           EVALUATE TRUE
               WHEN FS-RESPUESTAS-OK
                    CONTINUE
               WHEN FS-RESPUESTAS-NFD
                    GO TO 2000-PROCESAR-SOCIOS-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR ' WS-RUTA-RESPUESTAS
                    DISPLAY 'FILE STATUS: ' FS-RESPUESTAS
                    GO TO 2000-PROCESAR-SOCIOS-FIN
           END-EVALUATE.

           ADD 1 TO WS-CANT-ARCHIVOS.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'SOCIO ' WS-SOC-CODIGO ' ' WS-SOC-NOMBRE
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           PERFORM 2100-PROCESAR-RESPUESTA
              THRU 2100-PROCESAR-RESPUESTA-FIN
              UNTIL FS-RESPUESTAS-EOF.

           CLOSE ENT-RESPUESTAS.

       2000-PROCESAR-SOCIOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la respuesta tiene que ser de una transferencia de este
      *    *** socio que se le envio y todavia no tiene respuesta
       2100-PROCESAR-RESPUESTA.

           READ ENT-RESPUESTAS
               AT END GO TO 2100-PROCESAR-RESPUESTA-FIN
           END-READ.

           ADD 1 TO WS-CANT-RESPUESTAS.

           IF WS-RSO-ID-TRANSF NOT NUMERIC
              OR WS-RSO-ID-TRANSF = ZEROES
              ADD 1 TO WS-CANT-INVALIDAS
              MOVE SPACES TO WS-SAL-REPORTE
              STRING '  RESPUESTA INVALIDA, TRANSFERENCIA '
                     WS-RSO-ID-TRANSF ' SOCIO ' WS-RSO-NRO-SOCIO
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
              GO TO 2100-PROCESAR-RESPUESTA-FIN
           END-IF.

           MOVE WS-RSO-ID-TRANSF TO WS-TRF-ID.
           READ ENT-TRANSF KEY IS WS-TRF-ID
               INVALID KEY CONTINUE
           END-READ.

           IF NOT FS-TRANSF-OK
              OR WS-TRF-SOCIO <> WS-SOC-CODIGO
              ADD 1 TO WS-CANT-INVALIDAS
              MOVE SPACES TO WS-SAL-REPORTE
              STRING '  TRANSFERENCIA ' WS-RSO-ID-TRANSF
                     ' INEXISTENTE PARA EL SOCIO'
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
              GO TO 2100-PROCESAR-RESPUESTA-FIN
           END-IF.

           IF NOT WS-TRF-ENVIADA
              ADD 1 TO WS-CANT-REPETIDAS
              MOVE SPACES TO WS-SAL-REPORTE
              STRING '  TRANSFERENCIA ' WS-TRF-ID
                     ' YA PROCESADA O NO ENVIADA, ESTADO '
                     WS-TRF-ESTADO
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
              GO TO 2100-PROCESAR-RESPUESTA-FIN
           END-IF.

           IF WS-RSO-FECHA-PROCESO IS NUMERIC
              AND WS-RSO-FECHA-PROCESO > ZEROES
              MOVE WS-RSO-FECHA-PROCESO TO WS-TRF-FECHA-RESPUESTA
           ELSE
              MOVE WS-FECHA-HOY         TO WS-TRF-FECHA-RESPUESTA
           END-IF.

           EVALUATE TRUE
               WHEN WS-RSO-ACREDITADA
                    PERFORM 2200-CONFIRMAR
                       THRU 2200-CONFIRMAR-FIN
               WHEN WS-RSO-RECHAZADA
                    PERFORM 2300-DEVOLVER-PUNTOS
                       THRU 2300-DEVOLVER-PUNTOS-FIN
               WHEN OTHER
                    ADD 1 TO WS-CANT-INVALIDAS
                    MOVE SPACES TO WS-SAL-REPORTE
                    STRING '  RESULTADO DESCONOCIDO ('
                           WS-RSO-RESULTADO '), TRANSFERENCIA '
                           WS-TRF-ID
                           DELIMITED BY SIZE INTO WS-SAL-REPORTE
                    WRITE WS-SAL-REPORTE
           END-EVALUATE.

       2100-PROCESAR-RESPUESTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2200-CONFIRMAR.

           SET WS-TRF-CONFIRMADA TO TRUE.
           REWRITE WS-TRF-TRANSF-REG.

           IF NOT FS-TRANSF-OK
              DISPLAY 'ERROR AL REGRABAR TRANSF-PUNTOS.VSAM: '
                      FS-TRANSF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-CANT-CONFIRMADAS.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING '  CONFIRMADA ' WS-TRF-ID
                  ' CUENTA ' WS-TRF-CUENTA
                  ' UNIDADES ' WS-TRF-UNIDADES
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2200-CONFIRMAR-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** los puntos vuelven al saldo y quedan pendientes de
      *    *** informar como devueltos en el proximo resumen
       2300-DEVOLVER-PUNTOS.

           MOVE WS-TRF-CUENTA TO WS-PTS-CUENTA.
           READ ENT-PUNTOS KEY IS WS-PTS-CUENTA
               INVALID KEY CONTINUE
           END-READ.

           IF FS-PUNTOS-CLAVE-NFD
              INITIALIZE WS-PTS-PUNTOS-REG
              MOVE WS-TRF-CUENTA TO WS-PTS-CUENTA
           END-IF.

           ADD WS-TRF-PUNTOS TO WS-PTS-SALDO.
           ADD WS-TRF-PUNTOS TO WS-PTS-DEVUELTOS-CICLO.
           MOVE WS-FECHA-HOY TO WS-PTS-FECHA-ULT-MOV.

           IF FS-PUNTOS-OK
              REWRITE WS-PTS-PUNTOS-REG
           ELSE
              WRITE WS-PTS-PUNTOS-REG
           END-IF.

           IF NOT FS-PUNTOS-OK
              DISPLAY 'ERROR AL GRABAR PUNTOS.VSAM: ' FS-PUNTOS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           SET WS-TRF-RECHAZADA TO TRUE.
           MOVE WS-RSO-MOTIVO   TO WS-TRF-MOTIVO.
           REWRITE WS-TRF-TRANSF-REG.

           IF NOT FS-TRANSF-OK
              DISPLAY 'ERROR AL REGRABAR TRANSF-PUNTOS.VSAM: '
                      FS-TRANSF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1             TO WS-CANT-RECHAZADAS.
           ADD WS-TRF-PUNTOS TO WS-PUNTOS-DEVUELTOS.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING '  RECHAZADA  ' WS-TRF-ID
                  ' CUENTA ' WS-TRF-CUENTA
                  ' PUNTOS ' WS-TRF-PUNTOS
                  ' ' WS-RSO-MOTIVO
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2300-DEVOLVER-PUNTOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'RESPUESTAS: '   WS-CANT-RESPUESTAS
                  ' CONFIRMADAS: ' WS-CANT-CONFIRMADAS
                  ' RECHAZADAS: '  WS-CANT-RECHAZADAS
                  ' REPETIDAS: '   WS-CANT-REPETIDAS
                  ' INVALIDAS: '   WS-CANT-INVALIDAS
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           CLOSE ENT-SOCIOS
                 ENT-TRANSF
                 ENT-PUNTOS
                 SAL-REPORTE.

           DISPLAY 'ARCHIVOS DE RESPUESTA  : ' WS-CANT-ARCHIVOS.
           DISPLAY 'RESPUESTAS LEIDAS      : ' WS-CANT-RESPUESTAS.
           DISPLAY 'CONFIRMADAS            : ' WS-CANT-CONFIRMADAS.
           DISPLAY 'RECHAZADAS             : ' WS-CANT-RECHAZADAS.
           DISPLAY 'PUNTOS DEVUELTOS       : ' WS-PUNTOS-DEVUELTOS.
           DISPLAY 'YA PROCESADAS          : ' WS-CANT-REPETIDAS.
           DISPLAY 'RESPUESTAS INVALIDAS   : ' WS-CANT-INVALIDAS.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
