      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: monitoreo mensual de riesgo por comercio. Junta por
      *          codigo de comercio (WS-ENT-COD-COMERCIO) el volumen
      *          facturado del periodo (HISTORIAL-CONSUMOS.VSAM), las
      *          disputas abiertas y los contracargos firmes
      *          (DISPUTAS.VSAM), los consumos retenidos por FRAUDCHK
      *          (SOSPECHOSOS.SEQ) y el fraude confirmado en CORRSUB
      *          (FRAUDE-CONFIRMADO.SEQ). Calcula el indice de
      *          disputas y el de fraude de cada comercio contra los
      *          umbrales configurados y emite:
      *            - COMERCIOS-VIGILANCIA.SEQ: una fila por comercio
      *              con sus indices, la tendencia contra el periodo
      *              anterior (la corrida previa del mismo archivo) y
      *              la marca de vigilancia que lee FRAUDCHK;
      *            - RIESGO-COMERCIOS.TXT: el reporte del periodo;
      *            - MONITOREO-RED.SEQ: los comercios en vigilancia,
      *              para el programa de monitoreo de la red.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RIESGCOM.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-HIST-CONSUMOS
           ASSIGN TO WS-RUTA-HIST-CONSUMOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-HISC-CLAVE
           FILE STATUS IS FS-HIST-CONSUMOS.

       SELECT ENT-DISPUTAS
           ASSIGN TO WS-RUTA-DISPUTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WS-DIS-CLAVE
           FILE STATUS IS FS-DISPUTAS.

       SELECT ENT-SOSPECHOSOS
           ASSIGN TO WS-RUTA-SOSPECHOSOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SOSPECHOSOS.

       SELECT ENT-FRAUDES
           ASSIGN TO WS-RUTA-FRAUDES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FRAUDES.

       SELECT ENT-COMERCIOS
           ASSIGN TO WS-RUTA-COMERCIOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COMERCIOS.

      *    *** maestro de comercios indexado por codigo (ver 1100)
       SELECT TRB-COMERCIOS
           ASSIGN TO WS-RUTA-COMERCIOS-TRABAJO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-TCI-CLAVE
           FILE STATUS IS FS-COMERCIOS-TRABAJO.

      *    *** se lee la corrida anterior (tendencia) y se reescribe
      *    *** con la del periodo, como REVALUO-STATE.SEQ
       SELECT ENT-VIGILANCIA
           ASSIGN TO WS-RUTA-VIGILANCIA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VIGILANCIA.

       SELECT SAL-REPORTE
           ASSIGN TO WS-RUTA-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       SELECT SAL-RED
           ASSIGN TO WS-RUTA-RED
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RED.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-HIST-CONSUMOS.
           COPY HISTCON.

      *    *** mismo layout que mantiene DISPUTAS
       FD ENT-DISPUTAS.
       01 WS-DIS-DISPUTA-REG.
          05 WS-DIS-CLAVE.
             10 WS-DIS-TARJETA                       PIC X(19).
             10 WS-DIS-ID-CONSUMO                    PIC 9(10).
          05 WS-DIS-NUM-CUENTA                       PIC 9(10).
          05 WS-DIS-DETALLE                          PIC X(32).
          05 WS-DIS-MONEDA                           PIC X(03).
          05 WS-DIS-IMPORTE                          PIC S9(08)V9(02)
                                            SIGN IS TRAILING SEPARATE.
          05 WS-DIS-FECHA-ALTA                       PIC 9(08).
          05 WS-DIS-ETAPA                            PIC X(01).
             88 WS-DIS-CERRADA                           VALUE 'C'.
          05 WS-DIS-FECHA-ETAPA                      PIC 9(08).
          05 WS-DIS-RESOLUCION                       PIC X(01).
             88 WS-DIS-A-FAVOR-CLIENTE                   VALUE 'F'.
          05 WS-DIS-OPERADOR                         PIC X(10).

       FD ENT-SOSPECHOSOS.
           COPY ERROR.

       FD ENT-FRAUDES.
           COPY FRAUCONF.

       FD ENT-COMERCIOS.
           COPY COMERCIO.

       FD TRB-COMERCIOS.
           COPY TABCICLO.

       FD ENT-VIGILANCIA.
           COPY VIGILA.

       FD SAL-REPORTE.
       01 WS-SAL-REPORTE                            PIC X(132).

      *    *** registro para el programa de monitoreo de comercios de
      *    *** la red: solo los comercios en vigilancia
       FD SAL-RED.
       01 WS-SAL-RED.
          05 WS-RED-CODIGO                          PIC X(08).
          05 WS-RED-RAZON-SOCIAL                    PIC X(30).
          05 WS-RED-RUBRO                           PIC X(15).
          05 WS-RED-PERIODO                         PIC 9(06).
          05 WS-RED-CANT-CONSUMOS                   PIC 9(07).
          05 WS-RED-CANT-DISPUTAS                   PIC 9(05).
          05 WS-RED-PCT-DISPUTAS                    PIC 9(03)V9(02).
          05 WS-RED-CANT-FRAUDES                    PIC 9(05).
          05 WS-RED-PCT-FRAUDE                      PIC 9(03)V9(02).
          05 WS-RED-TENDENCIA                       PIC X(01).
          05 WS-RED-MESES-VIGILANCIA                PIC 9(03).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-HIST-CONSUMOS      PIC X(60)
                                     VALUE '../HISTORIAL-CONSUMOS.VSAM'.
       01 WS-RUTA-DISPUTAS           PIC X(60)
                                     VALUE '../DISPUTAS.VSAM'.
       01 WS-RUTA-SOSPECHOSOS        PIC X(60)
                                     VALUE '../SOSPECHOSOS.SEQ'.
       01 WS-RUTA-FRAUDES            PIC X(60)
                                     VALUE '../FRAUDE-CONFIRMADO.SEQ'.
       01 WS-RUTA-COMERCIOS          PIC X(60)
                                     VALUE '../COMERCIOS.SEQ'.
       01 WS-RUTA-COMERCIOS-TRABAJO  PIC X(60)
                                     VALUE '../RIESGCOM-COMERCIOS.VSAM'.
       01 WS-RUTA-VIGILANCIA         PIC X(60)
                                   VALUE '../COMERCIOS-VIGILANCIA.SEQ'.
       01 WS-RUTA-REPORTE            PIC X(60)
                                     VALUE '../RIESGO-COMERCIOS.TXT'.
       01 WS-RUTA-RED                PIC X(60)
                                     VALUE '../MONITOREO-RED.SEQ'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
          05 FS-HIST-CONSUMOS                      PIC X(2).
             88 FS-HIST-CONSUMOS-OK                    VALUE '00'.
             88 FS-HIST-CONSUMOS-EOF                   VALUE '10'.
             88 FS-HIST-CONSUMOS-NFD                   VALUE '35'.
          05 FS-DISPUTAS                           PIC X(2).
             88 FS-DISPUTAS-OK                         VALUE '00'.
             88 FS-DISPUTAS-EOF                        VALUE '10'.
             88 FS-DISPUTAS-NFD                        VALUE '35'.
          05 FS-SOSPECHOSOS                        PIC X(2).
             88 FS-SOSPECHOSOS-OK                      VALUE '00'.
             88 FS-SOSPECHOSOS-EOF                     VALUE '10'.
             88 FS-SOSPECHOSOS-NFD                     VALUE '35'.
          05 FS-FRAUDES                            PIC X(2).
             88 FS-FRAUDES-OK                          VALUE '00'.
             88 FS-FRAUDES-EOF                         VALUE '10'.
             88 FS-FRAUDES-NFD                         VALUE '35'.
          05 FS-COMERCIOS                          PIC X(2).
             88 FS-COMERCIOS-OK                        VALUE '00'.
             88 FS-COMERCIOS-EOF                       VALUE '10'.
             88 FS-COMERCIOS-NFD                       VALUE '35'.
          05 FS-COMERCIOS-TRABAJO                  PIC X(2).
             88 FS-COMERCIOS-TRABAJO-OK                VALUE '00'.
             88 FS-COMERCIOS-TRABAJO-DUP               VALUE '22'.
          05 FS-VIGILANCIA                         PIC X(2).
             88 FS-VIGILANCIA-OK                       VALUE '00'.
             88 FS-VIGILANCIA-EOF                      VALUE '10'.
             88 FS-VIGILANCIA-NFD                      VALUE '35'.
          05 FS-REPORTE                            PIC X(2).
             88 FS-REPORTE-OK                          VALUE '00'.
          05 FS-RED                                PIC X(2).
             88 FS-RED-OK                              VALUE '00'.

      *    *** umbrales configurables por variable de entorno: indice
      *    *** de disputas y de fraude en porcentaje con dos
      *    *** decimales (RIESGCOM_PCT_DISPUTAS=00090 es 0,90 %) y
      *    *** volumen minimo de consumos para que el indice cuente
       77 WS-UMBRAL-DISPUTAS         PIC 9(03)V9(02) VALUE 0,90.
       77 WS-UMBRAL-FRAUDE           PIC 9(03)V9(02) VALUE 0,50.
       77 WS-MIN-CONSUMOS            PIC 9(05) VALUE 00010.
       01 WS-PARAM-ENTORNO           PIC X(12) VALUE SPACES.
       01 WS-PARAM-PCT               PIC 9(03)V9(02).
       01 WS-PARAM-PCT-X REDEFINES WS-PARAM-PCT PIC X(05).

       01 WS-FECHA-HOY.
          05 WS-HOY-AAAA                      PIC 9(04).
          05 WS-HOY-MM                        PIC 9(02).
          05 WS-HOY-DD                        PIC 9(02).
       01 WS-FECHA-HOY-X REDEFINES WS-FECHA-HOY PIC X(08).

      *    *** periodo analizado: el mes corriente, salvo
      *    *** RIESGCOM_PERIODO
       01 WS-PERIODO                 PIC 9(06).
       01 WS-PERIODO-X REDEFINES WS-PERIODO PIC X(06).

       01 WS-HAY-HISTORICO           PIC X(01) VALUE 'N'.
          88 WS-HISTORICO-ABIERTO                  VALUE 'S'.

      *    *** imagen del consumo archivado, para tomar el comercio
           COPY CONSUMOS.

      *    *** maestro de comercios en el archivo de trabajo, igual
      *    *** que en TP02EJ01
       01 WS-CANT-COMERCIOS              PIC 9(07) VALUE ZEROES.
       01 WS-TCO-ACTUAL.
          05 WS-TCO-CODIGO                PIC X(08).
          05 WS-TCO-RUBRO                 PIC X(15).
          05 WS-TCO-RAZON-SOCIAL          PIC X(30).

      *    *** corrida anterior de COMERCIOS-VIGILANCIA.SEQ
       01 WS-TABLA-ANTERIOR.
          05 WS-CANT-ANTERIOR             PIC 9(04) VALUE ZEROES.
          05 WS-ANT-ITEM OCCURS 3000 TIMES
                          INDEXED BY WS-IX-ANT.
             10 WS-ANT-CODIGO             PIC X(08).
             10 WS-ANT-PERIODO            PIC 9(06).
             10 WS-ANT-PCT-DISPUTAS       PIC 9(03)V9(02).
             10 WS-ANT-PCT-FRAUDE         PIC 9(03)V9(02).
             10 WS-ANT-PCT-DISPUTAS-ANT   PIC 9(03)V9(02).
             10 WS-ANT-PCT-FRAUDE-ANT     PIC 9(03)V9(02).
             10 WS-ANT-MESES-VIGILANCIA   PIC 9(03).
             10 WS-ANT-EN-VIGILANCIA      PIC X(01).

      *    *** actividad del periodo por comercio
       01 WS-TABLA-ACTIVIDAD.
          05 WS-CANT-ACTIVIDAD            PIC 9(04) VALUE ZEROES.
          05 WS-ACT-ITEM OCCURS 3000 TIMES
                          INDEXED BY WS-IX-ACT.
             10 WS-ACT-CODIGO             PIC X(08).
             10 WS-ACT-CANT-CONSUMOS      PIC 9(07).
             10 WS-ACT-IMPORTE-ARS        PIC S9(12)V9(02).
             10 WS-ACT-IMPORTE-USD        PIC S9(12)V9(02).
             10 WS-ACT-CANT-DISPUTAS      PIC 9(05).
             10 WS-ACT-CANT-CONTRACARGOS  PIC 9(05).
             10 WS-ACT-CANT-SOSPECHAS     PIC 9(05).
             10 WS-ACT-CANT-FRAUDES       PIC 9(05).

       01 WS-COMERCIO-BUSCADO            PIC X(08).
       01 WS-COMERCIO-UBICADO            PIC X(01).
          88 WS-HAY-COMERCIO-UBICADO         VALUE 'S'.

       01 WS-FIN-BUSQUEDA                PIC X(01).
          88 WS-BUSQUEDA-TERMINADA           VALUE 'S'.
       01 WS-TARJETA-BUSCADA             PIC X(19).
       01 WS-ID-BUSCADO                  PIC 9(10).

      *    *** indices del periodo anterior y resultado del comercio
      *    *** en curso
       01 WS-PCT-DISPUTAS-PREV           PIC 9(03)V9(02).
       01 WS-PCT-FRAUDE-PREV             PIC 9(03)V9(02).
       01 WS-MESES-PREV                  PIC 9(03).
       01 WS-HAY-PREVIO                  PIC X(01).
          88 WS-EXISTE-PREVIO                VALUE 'S'.
       01 WS-SUMA-ACTUAL                 PIC 9(04)V9(02).
       01 WS-SUMA-PREVIA                 PIC 9(04)V9(02).
       01 WS-RAZON-SOCIAL                PIC X(30).
       01 WS-RUBRO                       PIC X(15).

       01 WS-CONTADORES.
          05 WS-CANT-CONSUMOS-LEIDOS      PIC 9(07) VALUE ZEROES.
          05 WS-CANT-DISPUTAS-LEIDAS      PIC 9(06) VALUE ZEROES.
          05 WS-CANT-SOSPECHAS-LEIDAS     PIC 9(06) VALUE ZEROES.
          05 WS-CANT-FRAUDES-LEIDOS       PIC 9(06) VALUE ZEROES.
          05 WS-CANT-SIN-COMERCIO         PIC 9(06) VALUE ZEROES.
          05 WS-CANT-VIGILADOS            PIC 9(05) VALUE ZEROES.
          05 WS-CANT-DESBORDE             PIC 9(06) VALUE ZEROES.

       01 WS-LINEA-REPORTE.
          05 WS-LIN-MARCA                PIC X(02).
          05 WS-LIN-CODIGO               PIC X(08).
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LIN-RAZON-SOCIAL         PIC X(25).
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LIN-CONSUMOS             PIC Z(06)9.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LIN-IMPORTE-ARS          PIC --.---.---.--9,99.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LIN-DISPUTAS             PIC ZZZZ9.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LIN-CONTRACARGOS         PIC ZZZZ9.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LIN-PCT-DISPUTAS         PIC ZZ9,99.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LIN-SOSPECHAS            PIC ZZZZ9.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LIN-FRAUDES              PIC ZZZZ9.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LIN-PCT-FRAUDE           PIC ZZ9,99.
          05 FILLER                      PIC X(02) VALUE SPACES.
          05 WS-LIN-TENDENCIA            PIC X(01).
          05 FILLER                      PIC X(02) VALUE SPACES.
          05 WS-LIN-MESES                PIC ZZ9.

       01 WS-PCT-O                       PIC ZZ9,99.
       01 WS-CANT-O                      PIC Z(05)9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-ACUMULAR-FACTURADO
              THRU 2000-ACUMULAR-FACTURADO-FIN.

           PERFORM 2200-ACUMULAR-DISPUTAS
              THRU 2200-ACUMULAR-DISPUTAS-FIN.

           PERFORM 2300-ACUMULAR-SOSPECHOSOS
              THRU 2300-ACUMULAR-SOSPECHOSOS-FIN.

           PERFORM 2400-ACUMULAR-FRAUDES
              THRU 2400-ACUMULAR-FRAUDES-FIN.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY-X.
           MOVE WS-FECHA-HOY-X (1:6)  TO WS-PERIODO.

           PERFORM 1050-LEER-RUTA-ARCHIVO
              THRU 1050-LEER-RUTA-ARCHIVO-FIN.

           PERFORM 1060-LEER-UMBRALES
              THRU 1060-LEER-UMBRALES-FIN.

           PERFORM 1100-CARGAR-COMERCIOS
              THRU 1100-CARGAR-COMERCIOS-FIN.

           PERFORM 1200-CARGAR-ANTERIOR
              THRU 1200-CARGAR-ANTERIOR-FIN.

           OPEN INPUT ENT-HIST-CONSUMOS.

           EVALUATE TRUE
               WHEN FS-HIST-CONSUMOS-OK
                    SET WS-HISTORICO-ABIERTO TO TRUE
               WHEN FS-HIST-CONSUMOS-NFD
                    DISPLAY 'AVISO: SIN HISTORIAL-CONSUMOS.VSAM, NO '
                            'HAY VOLUMEN FACTURADO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR HISTORIAL-CONSUMOS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-HIST-CONSUMOS
                    STOP RUN
           END-EVALUATE.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1050-LEER-RUTA-ARCHIVO.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RIESGCOM_HISTORICO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-HIST-CONSUMOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RIESGCOM_DISPUTAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-DISPUTAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RIESGCOM_SOSPECHOSOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-SOSPECHOSOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RIESGCOM_FRAUDES_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-FRAUDES
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RIESGCOM_COMERCIOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-COMERCIOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO
                  FROM ENVIRONMENT 'RIESGCOM_COMERCIOS_TRABAJO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-COMERCIOS-TRABAJO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'COMERCIOS_VIGILANCIA_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-VIGILANCIA
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RIESGCOM_REPORTE_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REPORTE
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RIESGCOM_RED_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-RED
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RIESGCOM_PERIODO'.
           IF WS-RUTA-ENTORNO (1:6) IS NUMERIC
              MOVE WS-RUTA-ENTORNO (1:6) TO WS-PERIODO-X
           END-IF.

       1050-LEER-RUTA-ARCHIVO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1060-LEER-UMBRALES.

           MOVE SPACES TO WS-PARAM-ENTORNO.
           ACCEPT WS-PARAM-ENTORNO FROM ENVIRONMENT
                                        'RIESGCOM_PCT_DISPUTAS'.
           IF WS-PARAM-ENTORNO (1:5) IS NUMERIC
              AND WS-PARAM-ENTORNO (1:5) <> '00000'
              MOVE WS-PARAM-ENTORNO (1:5) TO WS-PARAM-PCT-X
              MOVE WS-PARAM-PCT TO WS-UMBRAL-DISPUTAS
           END-IF.

           MOVE SPACES TO WS-PARAM-ENTORNO.
           ACCEPT WS-PARAM-ENTORNO FROM ENVIRONMENT
                                        'RIESGCOM_PCT_FRAUDE'.
           IF WS-PARAM-ENTORNO (1:5) IS NUMERIC
              AND WS-PARAM-ENTORNO (1:5) <> '00000'
              MOVE WS-PARAM-ENTORNO (1:5) TO WS-PARAM-PCT-X
              MOVE WS-PARAM-PCT TO WS-UMBRAL-FRAUDE
           END-IF.

           MOVE SPACES TO WS-PARAM-ENTORNO.
           ACCEPT WS-PARAM-ENTORNO FROM ENVIRONMENT
                                        'RIESGCOM_MIN_CONSUMOS'.
           IF WS-PARAM-ENTORNO (1:5) IS NUMERIC
              MOVE WS-PARAM-ENTORNO (1:5) TO WS-MIN-CONSUMOS
           END-IF.

       1060-LEER-UMBRALES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1100-CARGAR-COMERCIOS.

      *    *** el archivo de trabajo se arma de cero en cada corrida
           OPEN OUTPUT TRB-COMERCIOS.
           IF NOT FS-COMERCIOS-TRABAJO-OK
              DISPLAY 'ERROR AL CREAR RIESGCOM-COMERCIOS.VSAM: '
                      FS-COMERCIOS-TRABAJO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE TRB-COMERCIOS.
           OPEN I-O TRB-COMERCIOS.

           OPEN INPUT ENT-COMERCIOS.

           EVALUATE TRUE
               WHEN FS-COMERCIOS-OK
                    PERFORM 1110-CARGAR-UN-COMERCIO
                       THRU 1110-CARGAR-UN-COMERCIO-FIN
                       UNTIL FS-COMERCIOS-EOF
                    CLOSE ENT-COMERCIOS
               WHEN FS-COMERCIOS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR COMERCIOS.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-COMERCIOS
                    STOP RUN
           END-EVALUATE.

       1100-CARGAR-COMERCIOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1110-CARGAR-UN-COMERCIO.

           READ ENT-COMERCIOS
               AT END SET FS-COMERCIOS-EOF TO TRUE
               NOT AT END
                  ADD 1 TO WS-CANT-COMERCIOS
                  MOVE WS-COM-CODIGO       TO WS-TCO-CODIGO
                  MOVE WS-COM-RUBRO        TO WS-TCO-RUBRO
                  MOVE WS-COM-RAZON-SOCIAL TO WS-TCO-RAZON-SOCIAL
                  PERFORM 1120-GRABAR-COMERCIO
                     THRU 1120-GRABAR-COMERCIO-FIN
           END-READ.

       1110-CARGAR-UN-COMERCIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** un codigo repetido reemplaza al anterior, como la ultima
      *    *** fila que ganaba en la busqueda; cualquier otro error
      *    *** frena la corrida: no se sigue con un maestro incompleto
       1120-GRABAR-COMERCIO.

           MOVE SPACES        TO WS-TCI-REG.
           MOVE 'CO'          TO WS-TCI-TIPO.
           MOVE WS-TCO-CODIGO TO WS-TCI-VALOR.
           MOVE ZEROES        TO WS-TCI-SECUENCIA.
           MOVE WS-TCO-ACTUAL TO WS-TCI-DATOS.
           WRITE WS-TCI-REG.

           IF FS-COMERCIOS-TRABAJO-DUP
              REWRITE WS-TCI-REG
           END-IF.

           IF NOT FS-COMERCIOS-TRABAJO-OK
              DISPLAY 'RIESGCOM: ERROR AL GRABAR EL COMERCIO '
                      WS-TCO-CODIGO ' EN EL ARCHIVO DE TRABAJO: '
                      FS-COMERCIOS-TRABAJO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1120-GRABAR-COMERCIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** primera corrida: sin archivo anterior todos los
      *    *** comercios salen con tendencia 'N'
       1200-CARGAR-ANTERIOR.

           OPEN INPUT ENT-VIGILANCIA.

           EVALUATE TRUE
               WHEN FS-VIGILANCIA-OK
                    PERFORM 1210-CARGAR-UN-ANTERIOR
                       THRU 1210-CARGAR-UN-ANTERIOR-FIN
                       UNTIL FS-VIGILANCIA-EOF
                    CLOSE ENT-VIGILANCIA
               WHEN FS-VIGILANCIA-NFD
                    DISPLAY 'AVISO: SIN CORRIDA ANTERIOR, NO HAY '
                            'TENDENCIA PARA ESTE PERIODO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR COMERCIOS-VIGILANCIA.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-VIGILANCIA
                    STOP RUN
           END-EVALUATE.

       1200-CARGAR-ANTERIOR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1210-CARGAR-UN-ANTERIOR.

           READ ENT-VIGILANCIA
               AT END SET FS-VIGILANCIA-EOF TO TRUE
               NOT AT END
                  IF WS-CANT-ANTERIOR < 3000
                     ADD 1 TO WS-CANT-ANTERIOR
                     SET WS-IX-ANT TO WS-CANT-ANTERIOR
                     MOVE WS-VIG-CODIGO
                       TO WS-ANT-CODIGO (WS-IX-ANT)
                     MOVE WS-VIG-PERIODO
                       TO WS-ANT-PERIODO (WS-IX-ANT)
                     MOVE WS-VIG-PCT-DISPUTAS
                       TO WS-ANT-PCT-DISPUTAS (WS-IX-ANT)
                     MOVE WS-VIG-PCT-FRAUDE
                       TO WS-ANT-PCT-FRAUDE (WS-IX-ANT)
                     MOVE WS-VIG-PCT-DISPUTAS-ANT
                       TO WS-ANT-PCT-DISPUTAS-ANT (WS-IX-ANT)
                     MOVE WS-VIG-PCT-FRAUDE-ANT
                       TO WS-ANT-PCT-FRAUDE-ANT (WS-IX-ANT)
                     MOVE WS-VIG-MESES-VIGILANCIA
                       TO WS-ANT-MESES-VIGILANCIA (WS-IX-ANT)
                     MOVE WS-VIG-EN-VIGILANCIA
                       TO WS-ANT-EN-VIGILANCIA (WS-IX-ANT)
                  ELSE
      *    *** sin la fila anterior el comercio perderia sus meses en
      *    *** vigilancia y su tendencia
                     DISPLAY 'RIESGCOM: COMERCIOS-VIGILANCIA.SEQ '
                             'SUPERA LAS 3000 FILAS; NO SE EVALUA '
                             'SIN LA CORRIDA ANTERIOR COMPLETA'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                  END-IF
           END-READ.

       1210-CARGAR-UN-ANTERIOR-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** volumen facturado: los consumos archivados del periodo
      *    *** (compras; los adelantos en efectivo no tienen comercio)
       2000-ACUMULAR-FACTURADO.

           IF NOT WS-HISTORICO-ABIERTO
              GO TO 2000-ACUMULAR-FACTURADO-FIN
           END-IF.

           PERFORM 2010-LEER-FACTURADO
              THRU 2010-LEER-FACTURADO-FIN
              UNTIL FS-HIST-CONSUMOS-EOF.

       2000-ACUMULAR-FACTURADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2010-LEER-FACTURADO.

           READ ENT-HIST-CONSUMOS NEXT RECORD
               AT END
                  SET FS-HIST-CONSUMOS-EOF TO TRUE
                  GO TO 2010-LEER-FACTURADO-FIN
           END-READ.

           IF WS-HISC-PERIODO <> WS-PERIODO
              GO TO 2010-LEER-FACTURADO-FIN
           END-IF.

           MOVE WS-HISC-CONSUMO TO WS-ENT-CONSUMOS.

           IF WS-ENT-ES-ADELANTO
              GO TO 2010-LEER-FACTURADO-FIN
           END-IF.

           ADD 1 TO WS-CANT-CONSUMOS-LEIDOS.

           MOVE WS-ENT-COD-COMERCIO TO WS-COMERCIO-BUSCADO.
           PERFORM 2900-UBICAR-COMERCIO
              THRU 2900-UBICAR-COMERCIO-FIN.

           IF WS-HAY-COMERCIO-UBICADO
              ADD 1 TO WS-ACT-CANT-CONSUMOS (WS-IX-ACT)
              IF WS-ENT-MONEDA = 'USD'
                 ADD WS-ENT-IMPORTE TO WS-ACT-IMPORTE-USD (WS-IX-ACT)
              ELSE
                 ADD WS-ENT-IMPORTE TO WS-ACT-IMPORTE-ARS (WS-IX-ACT)
              END-IF
           END-IF.

       2010-LEER-FACTURADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** disputas abiertas en el periodo y contracargos que
      *    *** quedaron firmes (cerradas a favor del cliente) en el
      *    *** periodo; el comercio sale del consumo disputado
       2200-ACUMULAR-DISPUTAS.

           OPEN INPUT ENT-DISPUTAS.

           EVALUATE TRUE
               WHEN FS-DISPUTAS-OK
                    PERFORM 2210-LEER-DISPUTA
                       THRU 2210-LEER-DISPUTA-FIN
                       UNTIL FS-DISPUTAS-EOF
                    CLOSE ENT-DISPUTAS
               WHEN FS-DISPUTAS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR DISPUTAS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-DISPUTAS
                    STOP RUN
           END-EVALUATE.

       2200-ACUMULAR-DISPUTAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2210-LEER-DISPUTA.

           READ ENT-DISPUTAS NEXT RECORD
               AT END
                  SET FS-DISPUTAS-EOF TO TRUE
                  GO TO 2210-LEER-DISPUTA-FIN
           END-READ.

           IF WS-DIS-FECHA-ALTA (1:6) <> WS-PERIODO-X
              AND NOT (WS-DIS-CERRADA AND WS-DIS-A-FAVOR-CLIENTE
                       AND WS-DIS-FECHA-ETAPA (1:6) = WS-PERIODO-X)
              GO TO 2210-LEER-DISPUTA-FIN
           END-IF.

           ADD 1 TO WS-CANT-DISPUTAS-LEIDAS.

           MOVE WS-DIS-TARJETA    TO WS-TARJETA-BUSCADA.
           MOVE WS-DIS-ID-CONSUMO TO WS-ID-BUSCADO.
           PERFORM 2800-BUSCAR-COMERCIO-CONSUMO
              THRU 2800-BUSCAR-COMERCIO-CONSUMO-FIN.

           PERFORM 2900-UBICAR-COMERCIO
              THRU 2900-UBICAR-COMERCIO-FIN.

           IF WS-HAY-COMERCIO-UBICADO
              IF WS-DIS-FECHA-ALTA (1:6) = WS-PERIODO-X
                 ADD 1 TO WS-ACT-CANT-DISPUTAS (WS-IX-ACT)
              END-IF
              IF WS-DIS-CERRADA AND WS-DIS-A-FAVOR-CLIENTE
                 AND WS-DIS-FECHA-ETAPA (1:6) = WS-PERIODO-X
                 ADD 1 TO WS-ACT-CANT-CONTRACARGOS (WS-IX-ACT)
              END-IF
           END-IF.

       2210-LEER-DISPUTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** consumos retenidos por FRAUDCHK en la corrida del mes
       2300-ACUMULAR-SOSPECHOSOS.

           OPEN INPUT ENT-SOSPECHOSOS.

           EVALUATE TRUE
               WHEN FS-SOSPECHOSOS-OK
                    PERFORM 2310-LEER-SOSPECHOSO
                       THRU 2310-LEER-SOSPECHOSO-FIN
                       UNTIL FS-SOSPECHOSOS-EOF
                    CLOSE ENT-SOSPECHOSOS
               WHEN FS-SOSPECHOSOS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR SOSPECHOSOS.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-SOSPECHOSOS
                    STOP RUN
           END-EVALUATE.

       2300-ACUMULAR-SOSPECHOSOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2310-LEER-SOSPECHOSO.

           READ ENT-SOSPECHOSOS
               AT END
                  SET FS-SOSPECHOSOS-EOF TO TRUE
                  GO TO 2310-LEER-SOSPECHOSO-FIN
           END-READ.

           ADD 1 TO WS-CANT-SOSPECHAS-LEIDAS.

           MOVE WS-SALE-COD-COMERCIO TO WS-COMERCIO-BUSCADO.
           PERFORM 2900-UBICAR-COMERCIO
              THRU 2900-UBICAR-COMERCIO-FIN.

           IF WS-HAY-COMERCIO-UBICADO
              ADD 1 TO WS-ACT-CANT-SOSPECHAS (WS-IX-ACT)
           END-IF.

       2310-LEER-SOSPECHOSO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** fraude confirmado por el operador en el periodo
       2400-ACUMULAR-FRAUDES.

           OPEN INPUT ENT-FRAUDES.

           EVALUATE TRUE
               WHEN FS-FRAUDES-OK
                    PERFORM 2410-LEER-FRAUDE
                       THRU 2410-LEER-FRAUDE-FIN
                       UNTIL FS-FRAUDES-EOF
                    CLOSE ENT-FRAUDES
               WHEN FS-FRAUDES-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR FRAUDE-CONFIRMADO.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-FRAUDES
                    STOP RUN
           END-EVALUATE.

       2400-ACUMULAR-FRAUDES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2410-LEER-FRAUDE.

           READ ENT-FRAUDES
               AT END
                  SET FS-FRAUDES-EOF TO TRUE
                  GO TO 2410-LEER-FRAUDE-FIN
           END-READ.

           IF WS-FCO-FECHA-CONFIRMA (1:6) <> WS-PERIODO-X
              GO TO 2410-LEER-FRAUDE-FIN
           END-IF.

           ADD 1 TO WS-CANT-FRAUDES-LEIDOS.

           MOVE WS-FCO-COD-COMERCIO TO WS-COMERCIO-BUSCADO.
           PERFORM 2900-UBICAR-COMERCIO
              THRU 2900-UBICAR-COMERCIO-FIN.

           IF WS-HAY-COMERCIO-UBICADO
              ADD 1 TO WS-ACT-CANT-FRAUDES (WS-IX-ACT)
           END-IF.

       2410-LEER-FRAUDE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** comercio de un consumo facturado: el historico esta por
      *    *** tarjeta + periodo + id, asi que se recorre la tarjeta
      *    *** hasta dar con el id (mismo criterio que ARANCEL)
       2800-BUSCAR-COMERCIO-CONSUMO.

           MOVE SPACES TO WS-COMERCIO-BUSCADO.

           IF NOT WS-HISTORICO-ABIERTO
              GO TO 2800-BUSCAR-COMERCIO-CONSUMO-FIN
           END-IF.

           MOVE WS-TARJETA-BUSCADA TO WS-HISC-TARJETA.
           MOVE ZEROES             TO WS-HISC-PERIODO,
                                      WS-HISC-ID-CONSUMO.
           MOVE 'N'                TO WS-FIN-BUSQUEDA.

           START ENT-HIST-CONSUMOS KEY IS NOT LESS THAN WS-HISC-CLAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIN-BUSQUEDA
           END-START.

           PERFORM 2810-LEER-HISTORICO
              THRU 2810-LEER-HISTORICO-FIN
              UNTIL WS-BUSQUEDA-TERMINADA.

       2800-BUSCAR-COMERCIO-CONSUMO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2810-LEER-HISTORICO.

           READ ENT-HIST-CONSUMOS NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIN-BUSQUEDA
                  GO TO 2810-LEER-HISTORICO-FIN
           END-READ.

           IF NOT FS-HIST-CONSUMOS-OK
              OR WS-HISC-TARJETA <> WS-TARJETA-BUSCADA
              MOVE 'S' TO WS-FIN-BUSQUEDA
              GO TO 2810-LEER-HISTORICO-FIN
           END-IF.

           IF WS-HISC-ID-CONSUMO = WS-ID-BUSCADO
              MOVE WS-HISC-CONSUMO     TO WS-ENT-CONSUMOS
              MOVE WS-ENT-COD-COMERCIO TO WS-COMERCIO-BUSCADO
              MOVE 'S' TO WS-FIN-BUSQUEDA
           END-IF.

       2810-LEER-HISTORICO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** deja WS-IX-ACT en la fila del comercio buscado, dandola
      *    *** de alta si es la primera vez que aparece; sin codigo de
      *    *** comercio (feeds viejos) no hay fila
       2900-UBICAR-COMERCIO.

           MOVE 'N' TO WS-COMERCIO-UBICADO.

           IF WS-COMERCIO-BUSCADO = SPACES
              ADD 1 TO WS-CANT-SIN-COMERCIO
              GO TO 2900-UBICAR-COMERCIO-FIN
           END-IF.

           SET WS-IX-ACT TO 1.
           SEARCH WS-ACT-ITEM
               AT END
                  ADD 1 TO WS-CANT-DESBORDE
               WHEN WS-IX-ACT > WS-CANT-ACTIVIDAD
                  IF WS-CANT-ACTIVIDAD < 3000
                     ADD 1 TO WS-CANT-ACTIVIDAD
                     INITIALIZE WS-ACT-ITEM (WS-IX-ACT)
                     MOVE WS-COMERCIO-BUSCADO
                       TO WS-ACT-CODIGO (WS-IX-ACT)
                     MOVE 'S' TO WS-COMERCIO-UBICADO
                  ELSE
                     ADD 1 TO WS-CANT-DESBORDE
                  END-IF
               WHEN WS-ACT-CODIGO (WS-IX-ACT) = WS-COMERCIO-BUSCADO
                  MOVE 'S' TO WS-COMERCIO-UBICADO
           END-SEARCH.

       2900-UBICAR-COMERCIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-HISTORICO-ABIERTO
              CLOSE ENT-HIST-CONSUMOS
           END-IF.

           OPEN OUTPUT ENT-VIGILANCIA.
           IF NOT FS-VIGILANCIA-OK
              DISPLAY 'ERROR AL ABRIR COMERCIOS-VIGILANCIA.SEQ: '
                      FS-VIGILANCIA
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-REPORTE.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR RIESGO-COMERCIOS.TXT: '
                      FS-REPORTE
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-RED.
           IF NOT FS-RED-OK
              DISPLAY 'ERROR AL ABRIR MONITOREO-RED.SEQ: ' FS-RED
              STOP RUN
           END-IF.

           PERFORM 3100-ENCABEZAR-REPORTE
              THRU 3100-ENCABEZAR-REPORTE-FIN.

           PERFORM 3200-EVALUAR-COMERCIO
              THRU 3200-EVALUAR-COMERCIO-FIN
              VARYING WS-IX-ACT FROM 1 BY 1
              UNTIL WS-IX-ACT > WS-CANT-ACTIVIDAD.

           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE WS-CANT-VIGILADOS TO WS-CANT-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'COMERCIOS EN VIGILANCIA (*): ' WS-CANT-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE WS-CANT-ACTIVIDAD TO WS-CANT-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'COMERCIOS CON ACTIVIDAD    : ' WS-CANT-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           CLOSE ENT-VIGILANCIA
                 TRB-COMERCIOS
                 SAL-REPORTE
                 SAL-RED.

           DISPLAY 'CONSUMOS FACTURADOS   : ' WS-CANT-CONSUMOS-LEIDOS.
           DISPLAY 'DISPUTAS DEL PERIODO  : ' WS-CANT-DISPUTAS-LEIDAS.
           DISPLAY 'CONSUMOS RETENIDOS    : ' WS-CANT-SOSPECHAS-LEIDAS.
           DISPLAY 'FRAUDES CONFIRMADOS   : ' WS-CANT-FRAUDES-LEIDOS.
           DISPLAY 'SIN CODIGO DE COMERCIO: ' WS-CANT-SIN-COMERCIO.
           DISPLAY 'COMERCIOS EN VIGILANCIA: ' WS-CANT-VIGILADOS.
           IF WS-CANT-DESBORDE > ZEROES
              DISPLAY 'AVISO: ' WS-CANT-DESBORDE ' MOVIMIENTOS DE '
                      'COMERCIOS FUERA DE TABLA'
           END-IF.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3100-ENCABEZAR-REPORTE.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'RIESGO POR COMERCIO - PERIODO ' WS-PERIODO-X
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE SPACES TO WS-SAL-REPORTE.
           MOVE WS-UMBRAL-DISPUTAS TO WS-PCT-O.
           STRING 'UMBRAL DISPUTAS: ' WS-PCT-O ' %'
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           MOVE WS-UMBRAL-FRAUDE TO WS-PCT-O.
           STRING '   UMBRAL FRAUDE: ' WS-PCT-O ' %'
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE (30:30).
           MOVE WS-MIN-CONSUMOS TO WS-CANT-O.
           STRING '   MINIMO DE CONSUMOS: ' WS-CANT-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE (60:40).
           WRITE WS-SAL-REPORTE.

           MOVE ALL '=' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE '  COMERCIO RAZON SOCIAL             CONSUMOS   FACTURA'
             & 'DO ARS  DISP  CTC  %DISP  SOSP FRAU %FRAUD TEND MESES'
             TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       3100-ENCABEZAR-REPORTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** indices del comercio, tendencia contra la corrida
      *    *** anterior y marca de vigilancia. Si la corrida anterior
      *    *** es del mismo periodo (reproceso), la comparacion se hace
      *    *** contra lo que ella ya tenia como periodo anterior
       3200-EVALUAR-COMERCIO.

           INITIALIZE WS-VIG-COMERCIO-REG.
           MOVE WS-ACT-CODIGO (WS-IX-ACT)        TO WS-VIG-CODIGO.
           MOVE WS-PERIODO                       TO WS-VIG-PERIODO.
           MOVE WS-ACT-CANT-CONSUMOS (WS-IX-ACT)
                                           TO WS-VIG-CANT-CONSUMOS.
           MOVE WS-ACT-IMPORTE-ARS (WS-IX-ACT)   TO WS-VIG-IMPORTE-ARS.
           MOVE WS-ACT-IMPORTE-USD (WS-IX-ACT)   TO WS-VIG-IMPORTE-USD.
           MOVE WS-ACT-CANT-DISPUTAS (WS-IX-ACT)
                                           TO WS-VIG-CANT-DISPUTAS.
           MOVE WS-ACT-CANT-CONTRACARGOS (WS-IX-ACT)
                                           TO WS-VIG-CANT-CONTRACARGOS.
           MOVE WS-ACT-CANT-SOSPECHAS (WS-IX-ACT)
                                           TO WS-VIG-CANT-SOSPECHAS.
           MOVE WS-ACT-CANT-FRAUDES (WS-IX-ACT)  TO WS-VIG-CANT-FRAUDES.

      *    *** el indice de fraude toma lo retenido por FRAUDCHK mas
      *    *** lo confirmado por el operador
           IF WS-VIG-CANT-CONSUMOS > ZEROES
              COMPUTE WS-VIG-PCT-DISPUTAS ROUNDED =
                 (WS-VIG-CANT-DISPUTAS + WS-VIG-CANT-CONTRACARGOS)
                 * 100 / WS-VIG-CANT-CONSUMOS
                 ON SIZE ERROR MOVE 999,99 TO WS-VIG-PCT-DISPUTAS
              END-COMPUTE
              COMPUTE WS-VIG-PCT-FRAUDE ROUNDED =
                 (WS-VIG-CANT-SOSPECHAS + WS-VIG-CANT-FRAUDES)
                 * 100 / WS-VIG-CANT-CONSUMOS
                 ON SIZE ERROR MOVE 999,99 TO WS-VIG-PCT-FRAUDE
              END-COMPUTE
           END-IF.

           MOVE 'N'    TO WS-HAY-PREVIO.
           MOVE ZEROES TO WS-PCT-DISPUTAS-PREV, WS-PCT-FRAUDE-PREV,
                          WS-MESES-PREV.
           SET WS-IX-ANT TO 1.
           SEARCH WS-ANT-ITEM
               AT END
                  CONTINUE
               WHEN WS-IX-ANT > WS-CANT-ANTERIOR
                  CONTINUE
               WHEN WS-ANT-CODIGO (WS-IX-ANT) = WS-VIG-CODIGO
                  PERFORM 3210-TOMAR-PREVIO
                     THRU 3210-TOMAR-PREVIO-FIN
           END-SEARCH.

           MOVE WS-PCT-DISPUTAS-PREV TO WS-VIG-PCT-DISPUTAS-ANT.
           MOVE WS-PCT-FRAUDE-PREV   TO WS-VIG-PCT-FRAUDE-ANT.

           IF WS-EXISTE-PREVIO
              COMPUTE WS-SUMA-ACTUAL =
                      WS-VIG-PCT-DISPUTAS + WS-VIG-PCT-FRAUDE
              COMPUTE WS-SUMA-PREVIA =
                      WS-PCT-DISPUTAS-PREV + WS-PCT-FRAUDE-PREV
              EVALUATE TRUE
                  WHEN WS-SUMA-ACTUAL > WS-SUMA-PREVIA
                       SET WS-VIG-SUBE TO TRUE
                  WHEN WS-SUMA-ACTUAL < WS-SUMA-PREVIA
                       SET WS-VIG-BAJA TO TRUE
                  WHEN OTHER
                       SET WS-VIG-ESTABLE TO TRUE
              END-EVALUATE
           ELSE
              SET WS-VIG-NUEVO TO TRUE
           END-IF.

           MOVE 'N' TO WS-VIG-EN-VIGILANCIA.
           IF WS-VIG-CANT-CONSUMOS >= WS-MIN-CONSUMOS
              AND (WS-VIG-PCT-DISPUTAS > WS-UMBRAL-DISPUTAS
                   OR WS-VIG-PCT-FRAUDE > WS-UMBRAL-FRAUDE)
              SET WS-VIG-VIGILADO TO TRUE
              ADD 1 TO WS-CANT-VIGILADOS
              ADD 1 TO WS-MESES-PREV GIVING WS-VIG-MESES-VIGILANCIA
           END-IF.

           WRITE WS-VIG-COMERCIO-REG.

           PERFORM 3220-BUSCAR-COMERCIO
              THRU 3220-BUSCAR-COMERCIO-FIN.

           PERFORM 3300-IMPRIMIR-COMERCIO
              THRU 3300-IMPRIMIR-COMERCIO-FIN.

           IF WS-VIG-VIGILADO
              PERFORM 3400-EXPORTAR-RED
                 THRU 3400-EXPORTAR-RED-FIN
           END-IF.

       3200-EVALUAR-COMERCIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3210-TOMAR-PREVIO.

           IF WS-ANT-PERIODO (WS-IX-ANT) = WS-PERIODO
              MOVE WS-ANT-PCT-DISPUTAS-ANT (WS-IX-ANT)
                TO WS-PCT-DISPUTAS-PREV
              MOVE WS-ANT-PCT-FRAUDE-ANT (WS-IX-ANT)
                TO WS-PCT-FRAUDE-PREV
              MOVE WS-ANT-MESES-VIGILANCIA (WS-IX-ANT)
                TO WS-MESES-PREV
              IF WS-ANT-EN-VIGILANCIA (WS-IX-ANT) = 'S'
                 AND WS-MESES-PREV > ZEROES
                 SUBTRACT 1 FROM WS-MESES-PREV
              END-IF
      *    *** en un reproceso la marca 'N' del original indica que
      *    *** no tenia periodo anterior con que comparar
              IF WS-ANT-PCT-DISPUTAS-ANT (WS-IX-ANT) = ZEROES
                 AND WS-ANT-PCT-FRAUDE-ANT (WS-IX-ANT) = ZEROES
                 AND WS-ANT-MESES-VIGILANCIA (WS-IX-ANT) = ZEROES
                 CONTINUE
              ELSE
                 MOVE 'S' TO WS-HAY-PREVIO
              END-IF
           ELSE
              MOVE 'S' TO WS-HAY-PREVIO
              MOVE WS-ANT-PCT-DISPUTAS (WS-IX-ANT)
                TO WS-PCT-DISPUTAS-PREV
              MOVE WS-ANT-PCT-FRAUDE (WS-IX-ANT)
                TO WS-PCT-FRAUDE-PREV
              IF WS-ANT-EN-VIGILANCIA (WS-IX-ANT) = 'S'
                 MOVE WS-ANT-MESES-VIGILANCIA (WS-IX-ANT)
                   TO WS-MESES-PREV
              END-IF
           END-IF.

       3210-TOMAR-PREVIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** razon social y rubro del comercio evaluado
       3220-BUSCAR-COMERCIO.

           MOVE SPACES TO WS-RAZON-SOCIAL, WS-RUBRO.

           MOVE SPACES        TO WS-TCI-CLAVE.
           MOVE 'CO'          TO WS-TCI-TIPO.
           MOVE WS-VIG-CODIGO TO WS-TCI-VALOR.
           MOVE ZEROES        TO WS-TCI-SECUENCIA.
           READ TRB-COMERCIOS KEY IS WS-TCI-CLAVE
               INVALID KEY
                  GO TO 3220-BUSCAR-COMERCIO-FIN
           END-READ.
           MOVE WS-TCI-DATOS        TO WS-TCO-ACTUAL.
           MOVE WS-TCO-RAZON-SOCIAL TO WS-RAZON-SOCIAL.
           MOVE WS-TCO-RUBRO        TO WS-RUBRO.

       3220-BUSCAR-COMERCIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3300-IMPRIMIR-COMERCIO.

           MOVE SPACES TO WS-LIN-MARCA.
           IF WS-VIG-VIGILADO
              MOVE '* ' TO WS-LIN-MARCA
           END-IF.
           MOVE WS-VIG-CODIGO            TO WS-LIN-CODIGO.
           MOVE WS-RAZON-SOCIAL          TO WS-LIN-RAZON-SOCIAL.
           MOVE WS-VIG-CANT-CONSUMOS     TO WS-LIN-CONSUMOS.
           MOVE WS-VIG-IMPORTE-ARS       TO WS-LIN-IMPORTE-ARS.
           MOVE WS-VIG-CANT-DISPUTAS     TO WS-LIN-DISPUTAS.
           MOVE WS-VIG-CANT-CONTRACARGOS TO WS-LIN-CONTRACARGOS.
           MOVE WS-VIG-PCT-DISPUTAS      TO WS-LIN-PCT-DISPUTAS.
           MOVE WS-VIG-CANT-SOSPECHAS    TO WS-LIN-SOSPECHAS.
           MOVE WS-VIG-CANT-FRAUDES      TO WS-LIN-FRAUDES.
           MOVE WS-VIG-PCT-FRAUDE        TO WS-LIN-PCT-FRAUDE.
           MOVE WS-VIG-TENDENCIA         TO WS-LIN-TENDENCIA.
           MOVE WS-VIG-MESES-VIGILANCIA  TO WS-LIN-MESES.
           MOVE WS-LINEA-REPORTE         TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       3300-IMPRIMIR-COMERCIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3400-EXPORTAR-RED.

           MOVE WS-VIG-CODIGO             TO WS-RED-CODIGO.
           MOVE WS-RAZON-SOCIAL           TO WS-RED-RAZON-SOCIAL.
           MOVE WS-RUBRO                  TO WS-RED-RUBRO.
           MOVE WS-VIG-PERIODO            TO WS-RED-PERIODO.
           MOVE WS-VIG-CANT-CONSUMOS      TO WS-RED-CANT-CONSUMOS.
           ADD WS-VIG-CANT-DISPUTAS WS-VIG-CANT-CONTRACARGOS
                                      GIVING WS-RED-CANT-DISPUTAS.
           MOVE WS-VIG-PCT-DISPUTAS       TO WS-RED-PCT-DISPUTAS.
           ADD WS-VIG-CANT-SOSPECHAS WS-VIG-CANT-FRAUDES
                                      GIVING WS-RED-CANT-FRAUDES.
           MOVE WS-VIG-PCT-FRAUDE         TO WS-RED-PCT-FRAUDE.
           MOVE WS-VIG-TENDENCIA          TO WS-RED-TENDENCIA.
           MOVE WS-VIG-MESES-VIGILANCIA   TO WS-RED-MESES-VIGILANCIA.
           WRITE WS-SAL-RED.

           IF NOT FS-RED-OK
              DISPLAY 'ERROR AL ESCRIBIR MONITOREO-RED.SEQ'
              DISPLAY 'FILE STATUS: ' FS-RED
           END-IF.

       3400-EXPORTAR-RED-FIN.
           EXIT.
      *----------------------------------------------------------------*
