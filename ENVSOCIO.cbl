      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: envio diario de las transferencias de puntos a los
      *          programas socio. Por cada socio de SOCIOS-PUNTOS.VSAM
      *          recorre sus transferencias de TRANSF-PUNTOS.VSAM y
      *          manda las pendientes que dejo TRANSPUN en el archivo
      *          del dia del socio (TRANSF-<socio>-<AAAAMMDD>.SEQ, ver
      *          COPY ENVSOCIO): cabecera, una linea por transferencia
      *          y registro de control. Cada transferencia enviada
      *          queda marcada, asi una segunda corrida no la repite;
      *          si el mismo dia se vuelve a correr con pendientes
      *          nuevas, se agregan al archivo del dia como otro lote.
      *          Un socio dado de baja igual recibe las que se le
      *          pidieron antes de la baja. Sin pendientes no se arma
      *          archivo. RESPSOC procesa la respuesta del socio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVSOCIO.
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

       SELECT SAL-ENVIO
           ASSIGN TO WS-RUTA-ENVIO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENVIO.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-SOCIOS.
           COPY SOCIO.

       FD ENT-TRANSF.
           COPY TRANSF.

       FD SAL-ENVIO.
           COPY ENVSOCIO.

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-SOCIOS             PIC X(60)
                                     VALUE '../SOCIOS-PUNTOS.VSAM'.
       01 WS-RUTA-TRANSF             PIC X(60)
                                     VALUE '../TRANSF-PUNTOS.VSAM'.
       01 WS-RUTA-ENVIO              PIC X(60) VALUE SPACES.
      *    *** directorio de intercambio con los socios
       01 WS-DIR-SOCIOS              PIC X(40) VALUE '../'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
          05 FS-SOCIOS                             PIC X(2).
             88 FS-SOCIOS-OK                           VALUE '00'.
             88 FS-SOCIOS-EOF                          VALUE '10'.
             88 FS-SOCIOS-NFD                          VALUE '35'.
      *    *** '02': la lectura por la clave alterna deja otra
      *    *** transferencia del mismo socio por leer
          05 FS-TRANSF                             PIC X(2).
             88 FS-TRANSF-OK                           VALUES '00'
                                                              '02'.
             88 FS-TRANSF-NFD                          VALUE '35'.
          05 FS-ENVIO                              PIC X(2).
             88 FS-ENVIO-OK                            VALUE '00'.
             88 FS-ENVIO-NFD                           VALUE '35'.

       01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.

       01 WS-FIN-TRANSF              PIC X(01) VALUE 'N'.
          88 WS-NO-HAY-MAS-TRANSF                  VALUE 'S'.
       01 WS-ENVIO-ABIERTO           PIC X(01) VALUE 'N'.
          88 WS-HAY-ENVIO-ABIERTO                  VALUE 'S'.

      *    *** lote del socio en curso
       01 WS-LOTE-CANT               PIC 9(06) VALUE ZEROES.
       01 WS-LOTE-UNIDADES           PIC 9(12) VALUE ZEROES.

       01 WS-CONTADORES.
          05 WS-CANT-SOCIOS          PIC 9(05) VALUE ZEROES.
          05 WS-CANT-ARCHIVOS        PIC 9(05) VALUE ZEROES.
          05 WS-CANT-ENVIADAS        PIC 9(07) VALUE ZEROES.
          05 WS-TOTAL-UNIDADES       PIC 9(12) VALUE ZEROES.

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
                                        'ENVSOCIO_SOCIOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-SOCIOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ENVSOCIO_TRANSF_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-TRANSF
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ENVSOCIO_DIR'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-DIR-SOCIOS
           END-IF.

           OPEN I-O ENT-TRANSF.

           EVALUATE TRUE
               WHEN FS-TRANSF-OK
                    CONTINUE
               WHEN FS-TRANSF-NFD
                    DISPLAY 'NO EXISTE TRANSF-PUNTOS.VSAM; NADA QUE '
                            'ENVIAR'
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR TRANSF-PUNTOS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-TRANSF
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           OPEN I-O ENT-SOCIOS.

           IF NOT FS-SOCIOS-OK
              DISPLAY 'ERROR AL ABRIR SOCIOS-PUNTOS.VSAM'
              DISPLAY 'FILE STATUS: ' FS-SOCIOS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESAR-SOCIOS.

           READ ENT-SOCIOS NEXT RECORD
               AT END GO TO 2000-PROCESAR-SOCIOS-FIN
           END-READ.

           ADD 1 TO WS-CANT-SOCIOS.

           MOVE 'N'    TO WS-FIN-TRANSF.
           MOVE 'N'    TO WS-ENVIO-ABIERTO.
           MOVE ZEROES TO WS-LOTE-CANT.
           MOVE ZEROES TO WS-LOTE-UNIDADES.

           MOVE WS-SOC-CODIGO TO WS-TRF-SOCIO.
           START ENT-TRANSF
               KEY IS EQUAL TO WS-TRF-SOCIO
               INVALID KEY
                  GO TO 2000-PROCESAR-SOCIOS-FIN
           END-START.

           PERFORM 2100-LEER-TRANSFERENCIA
              THRU 2100-LEER-TRANSFERENCIA-FIN
              UNTIL WS-NO-HAY-MAS-TRANSF.

           IF NOT WS-HAY-ENVIO-ABIERTO
              GO TO 2000-PROCESAR-SOCIOS-FIN
           END-IF.

           PERFORM 2300-CERRAR-ENVIO
              THRU 2300-CERRAR-ENVIO-FIN.

      *    *** acumulados del socio
           ADD WS-LOTE-UNIDADES TO WS-SOC-UNIDADES-ENVIADAS.
           MOVE WS-FECHA-HOY    TO WS-SOC-FECHA-ULT-ENVIO.
           REWRITE WS-SOC-SOCIO-REG.

           IF NOT FS-SOCIOS-OK
              DISPLAY 'ERROR AL REGRABAR SOCIOS-PUNTOS.VSAM: '
                      FS-SOCIOS
           END-IF.

       2000-PROCESAR-SOCIOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2100-LEER-TRANSFERENCIA.

           READ ENT-TRANSF NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIN-TRANSF
                  GO TO 2100-LEER-TRANSFERENCIA-FIN
           END-READ.

           IF WS-TRF-SOCIO <> WS-SOC-CODIGO
              MOVE 'S' TO WS-FIN-TRANSF
              GO TO 2100-LEER-TRANSFERENCIA-FIN
           END-IF.

           IF NOT WS-TRF-PENDIENTE
              GO TO 2100-LEER-TRANSFERENCIA-FIN
           END-IF.

           IF NOT WS-HAY-ENVIO-ABIERTO
              PERFORM 2200-ABRIR-ENVIO
                 THRU 2200-ABRIR-ENVIO-FIN
           END-IF.

           INITIALIZE WS-ESO-ENVIO-REG.
           SET WS-ESO-ES-DETALLE        TO TRUE.
           MOVE WS-TRF-ID               TO WS-ESO-ID-TRANSF.
           MOVE WS-TRF-NRO-SOCIO        TO WS-ESO-NRO-SOCIO.
           MOVE WS-TRF-UNIDADES         TO WS-ESO-UNIDADES.
           MOVE WS-TRF-FECHA-SOLICITUD  TO WS-ESO-FECHA-SOLICITUD.
           WRITE WS-ESO-ENVIO-REG.

           IF NOT FS-ENVIO-OK
              DISPLAY 'ERROR AL ESCRIBIR ' WS-RUTA-ENVIO
              DISPLAY 'FILE STATUS: ' FS-ENVIO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           SET WS-TRF-ENVIADA TO TRUE.
           MOVE WS-FECHA-HOY  TO WS-TRF-FECHA-ENVIO.
           REWRITE WS-TRF-TRANSF-REG.

           IF NOT FS-TRANSF-OK
              DISPLAY 'ERROR AL REGRABAR TRANSF-PUNTOS.VSAM: '
                      FS-TRANSF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1               TO WS-LOTE-CANT.
           ADD WS-TRF-UNIDADES TO WS-LOTE-UNIDADES.

       2100-LEER-TRANSFERENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el archivo del dia del socio; si ya existe (segunda
      *    *** corrida del dia) el lote nuevo va a continuacion
       2200-ABRIR-ENVIO.

           MOVE SPACES TO WS-RUTA-ENVIO.
           STRING WS-DIR-SOCIOS              DELIMITED BY SPACE
                  'TRANSF-'                  DELIMITED BY SIZE
                  WS-SOC-CODIGO              DELIMITED BY SPACE
                  '-'                        DELIMITED BY SIZE
                  WS-FECHA-HOY               DELIMITED BY SIZE
                  '.SEQ'                     DELIMITED BY SIZE
                  INTO WS-RUTA-ENVIO.

           OPEN EXTEND SAL-ENVIO.
           IF FS-ENVIO-NFD
              OPEN OUTPUT SAL-ENVIO
              CLOSE SAL-ENVIO
              OPEN EXTEND SAL-ENVIO
           END-IF.

           IF NOT FS-ENVIO-OK
              DISPLAY 'ERROR AL ABRIR ' WS-RUTA-ENVIO
              DISPLAY 'FILE STATUS: ' FS-ENVIO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'S' TO WS-ENVIO-ABIERTO.
           ADD 1 TO WS-CANT-ARCHIVOS.

           INITIALIZE WS-ESO-ENVIO-REG.
           SET WS-ESO-ES-CABECERA TO TRUE.
           MOVE WS-SOC-CODIGO     TO WS-ESO-SOCIO.
           MOVE WS-FECHA-HOY      TO WS-ESO-FECHA-ENVIO.
           MOVE WS-SOC-UNIDAD     TO WS-ESO-UNIDAD.
           WRITE WS-ESO-ENVIO-REG.

       2200-ABRIR-ENVIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2300-CERRAR-ENVIO.

           INITIALIZE WS-ESO-ENVIO-REG.
           SET WS-ESO-ES-TOTAL    TO TRUE.
           MOVE WS-LOTE-CANT      TO WS-ESO-CANT-TRANSF.
           MOVE WS-LOTE-UNIDADES  TO WS-ESO-TOTAL-UNIDADES.
           WRITE WS-ESO-ENVIO-REG.

           CLOSE SAL-ENVIO.

           DISPLAY 'SOCIO ' WS-SOC-CODIGO ': ' WS-LOTE-CANT
                   ' TRANSFERENCIAS, ' WS-LOTE-UNIDADES ' '
                   WS-SOC-UNIDAD ' EN ' WS-RUTA-ENVIO.

           ADD WS-LOTE-CANT     TO WS-CANT-ENVIADAS.
           ADD WS-LOTE-UNIDADES TO WS-TOTAL-UNIDADES.

       2300-CERRAR-ENVIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           CLOSE ENT-SOCIOS
                 ENT-TRANSF.

           DISPLAY 'SOCIOS LEIDOS          : ' WS-CANT-SOCIOS.
           DISPLAY 'ARCHIVOS GENERADOS     : ' WS-CANT-ARCHIVOS.
           DISPLAY 'TRANSFERENCIAS ENVIADAS: ' WS-CANT-ENVIADAS.
           DISPLAY 'UNIDADES ENVIADAS      : ' WS-TOTAL-UNIDADES.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
