      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: ingreso del emisor por arancel de intercambio. Por
      *          cada presentacion del archivo de compensacion de la
      *          red (CLEARING.SEQ) calcula el arancel esperado segun
      *          la tabla TASAS-INTERCAMBIO.SEQ (rubro del comercio
      *          del consumo, producto de la tarjeta y moneda; el
      *          comercio sale del consumo archivado en
      *          HISTORIAL-CONSUMOS.VSAM y el rubro de COMERCIOS.SEQ),
      *          lo compara contra el arancel que liquido la red en
      *          la misma presentacion y emite:
      *            - ARANCEL.TXT: presentaciones con diferencia, y
      *              esperado / pagado / diferencia por rubro, por
      *              comercio y totales por moneda;
      *            - GLARANCEL.SEQ: lote contable del ingreso
      *              esperado (tipo ARANCEL del plan de cuentas),
      *              mismo layout y registro de total que GLINTERF.SEQ.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARANCEL.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-CLEARING
           ASSIGN TO WS-RUTA-CLEARING
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CLEARING.

       SELECT ENT-HIST-CONSUMOS
           ASSIGN TO WS-RUTA-HIST-CONSUMOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-HISC-CLAVE
           FILE STATUS IS FS-HIST-CONSUMOS.

       SELECT ENT-COMERCIOS
           ASSIGN TO WS-RUTA-COMERCIOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COMERCIOS.

      *    *** maestro de comercios indexado por codigo (ver 1300)
       SELECT TRB-COMERCIOS
           ASSIGN TO WS-RUTA-COMERCIOS-TRABAJO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-TCI-CLAVE
           FILE STATUS IS FS-COMERCIOS-TRABAJO.

       SELECT ENT-TARJETA-PROD
           ASSIGN TO WS-RUTA-TARJETA-PROD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-TPR-TARJETA
           FILE STATUS IS FS-TARJETA-PROD.

       SELECT ENT-TASAS
           ASSIGN TO WS-RUTA-TASAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TASAS.

       SELECT SAL-REPORTE
           ASSIGN TO WS-RUTA-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       SELECT SAL-GL
           ASSIGN TO WS-RUTA-GL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GL.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      *    *** mismo layout que lee CONCILIA; el arancel liquidado por
      *    *** la red viene al final y en blanco en los feeds viejos
       FD ENT-CLEARING.
       01 WS-ENT-CLEARING-REG.
          05 WS-CLR-ID-CONSUMO                        PIC 9(10).
          05 WS-CLR-NUM-TARJETA                       PIC X(19).
          05 WS-CLR-MONEDA                            PIC X(03).
          05 WS-CLR-IMPORTE                           PIC S9(08)V9(02)
                                              SIGN IS TRAILING SEPARATE.
          05 WS-CLR-ARANCEL-RED                       PIC S9(06)V9(02)
                                              SIGN IS TRAILING SEPARATE.
          05 WS-CLR-ARANCEL-RED-X REDEFINES WS-CLR-ARANCEL-RED
                                                      PIC X(09).

       FD ENT-HIST-CONSUMOS.
           COPY HISTCON.

       FD ENT-COMERCIOS.
           COPY COMERCIO.

       FD TRB-COMERCIOS.
           COPY TABCICLO.

       FD ENT-TARJETA-PROD.
           COPY TARJPROD.

       FD ENT-TASAS.
           COPY TASAINT.

       FD SAL-REPORTE.
       01 WS-SAL-REPORTE                              PIC X(120).

       FD SAL-GL.
       01 WS-SAL-GL-ASIENTO.
           05 WS-GL-TIPO-REG             PIC X(01).
           05 WS-GL-PERIODO              PIC 9(06).
           05 WS-GL-DEBE-HABER           PIC X(01).
           05 WS-GL-CUENTA-CONTABLE      PIC X(30).
           05 WS-GL-MONEDA               PIC X(03).
           05 WS-GL-IMPORTE              PIC S9(10)V9(02)
                                           SIGN IS TRAILING SEPARATE.
       01 WS-SAL-GL-TOTAL.
           05 WS-GLT-TIPO-REG            PIC X(01).
           05 WS-GLT-PERIODO             PIC 9(06).
           05 WS-GLT-CANT-ASIENTOS       PIC 9(06).
           05 WS-GLT-TOTAL-DEBE          PIC S9(12)V9(02)
                                           SIGN IS TRAILING SEPARATE.
           05 WS-GLT-TOTAL-HABER         PIC S9(12)V9(02)
                                           SIGN IS TRAILING SEPARATE.

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-CLEARING           PIC X(60)
                                     VALUE '../CLEARING.SEQ'.
       01 WS-RUTA-HIST-CONSUMOS      PIC X(60)
                                     VALUE '../HISTORIAL-CONSUMOS.VSAM'.
       01 WS-RUTA-COMERCIOS          PIC X(60)
                                     VALUE '../COMERCIOS.SEQ'.
       01 WS-RUTA-COMERCIOS-TRABAJO  PIC X(60)
                                     VALUE '../ARANCEL-COMERCIOS.VSAM'.
       01 WS-RUTA-TARJETA-PROD       PIC X(60)
                                     VALUE '../TARJPROD.VSAM'.
       01 WS-RUTA-TASAS              PIC X(60)
                                     VALUE '../TASAS-INTERCAMBIO.SEQ'.
       01 WS-RUTA-REPORTE            PIC X(60)
                                     VALUE '../ARANCEL.TXT'.
       01 WS-RUTA-GL                 PIC X(60)
                                     VALUE '../GLARANCEL.SEQ'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
          05 FS-CLEARING                           PIC X(2).
             88 FS-CLEARING-OK                         VALUE '00'.
             88 FS-CLEARING-EOF                        VALUE '10'.
             88 FS-CLEARING-NFD                        VALUE '35'.
          05 FS-HIST-CONSUMOS                      PIC X(2).
             88 FS-HIST-CONSUMOS-OK                    VALUE '00'.
             88 FS-HIST-CONSUMOS-EOF                   VALUE '10'.
             88 FS-HIST-CONSUMOS-NFD                   VALUE '35'.
          05 FS-COMERCIOS                          PIC X(2).
             88 FS-COMERCIOS-OK                        VALUE '00'.
             88 FS-COMERCIOS-EOF                       VALUE '10'.
             88 FS-COMERCIOS-NFD                       VALUE '35'.
          05 FS-COMERCIOS-TRABAJO                  PIC X(2).
             88 FS-COMERCIOS-TRABAJO-OK                VALUE '00'.
             88 FS-COMERCIOS-TRABAJO-DUP               VALUE '22'.
          05 FS-TARJETA-PROD                       PIC X(2).
             88 FS-TARJETA-PROD-OK                     VALUE '00'.
             88 FS-TARJETA-PROD-NFD                    VALUE '35'.
          05 FS-TASAS                              PIC X(2).
             88 FS-TASAS-OK                            VALUE '00'.
             88 FS-TASAS-EOF                           VALUE '10'.
             88 FS-TASAS-NFD                           VALUE '35'.
          05 FS-REPORTE                            PIC X(2).
             88 FS-REPORTE-OK                          VALUE '00'.
          05 FS-GL                                 PIC X(2).
             88 FS-GL-OK                               VALUE '00'.

      *    *** archivos opcionales: sin historico no hay comercio (la
      *    *** presentacion va sin rubro) y sin TARJPROD sin producto
       01 WS-HAY-HISTORICO           PIC X(01) VALUE 'N'.
          88 WS-HISTORICO-ABIERTO                  VALUE 'S'.
       01 WS-HAY-TARJETA-PROD        PIC X(01) VALUE 'N'.
          88 WS-TARJETA-PROD-ABIERTO               VALUE 'S'.

       01 WS-FECHA-HOY.
          05 WS-HOY-AAAA                      PIC 9(04).
          05 WS-HOY-MM                        PIC 9(02).
          05 WS-HOY-DD                        PIC 9(02).
       01 WS-FECHA-HOY-X REDEFINES WS-FECHA-HOY PIC X(08).

      *    *** periodo del lote contable: el mes corriente, salvo
      *    *** ARANCEL_PERIODO (reproceso de un clearing atrasado)
       01 WS-PERIODO                 PIC 9(06).
       01 WS-PERIODO-X REDEFINES WS-PERIODO PIC X(06).

      *    *** imagen del consumo archivado, para tomar el comercio
           COPY CONSUMOS.

      *    *** maestro de comercios en el archivo de trabajo (rubro
      *    *** + nombre limpio por codigo), igual que en TP02EJ01
       01 WS-CANT-COMERCIOS              PIC 9(07) VALUE ZEROES.
       01 WS-TCO-ACTUAL.
          05 WS-TCO-CODIGO                PIC X(08).
          05 WS-TCO-RUBRO                 PIC X(15).
          05 WS-TCO-NOMBRE                PIC X(25).

      *    *** tabla de aranceles en memoria
       01 WS-TABLA-TASAS.
          05 WS-CANT-TASAS                PIC 9(04) VALUE ZEROES.
          05 WS-TTI-ITEM OCCURS 500 TIMES
                          INDEXED BY WS-IX-TTI.
             10 WS-TTI-RUBRO              PIC X(15).
             10 WS-TTI-PRODUCTO           PIC X(03).
             10 WS-TTI-MONEDA             PIC X(03).
             10 WS-TTI-PORCENTAJE         PIC 9(02)V9(03).

      *    *** datos resueltos de la presentacion en curso
       01 WS-PRESENTACION.
          05 WS-PRE-COMERCIO              PIC X(08).
          05 WS-PRE-NOMBRE                PIC X(25).
          05 WS-PRE-RUBRO                 PIC X(15).
          05 WS-PRE-PRODUCTO              PIC X(03).
          05 WS-PRE-PORCENTAJE            PIC 9(02)V9(03).
          05 WS-PRE-ESPERADO              PIC S9(10)V9(02).
          05 WS-PRE-PAGADO                PIC S9(10)V9(02).
          05 WS-PRE-DIFERENCIA            PIC S9(10)V9(02).
          05 WS-PRE-TASA-HALLADA          PIC X(01).
             88 WS-PRE-HAY-TASA               VALUE 'S'.
          05 WS-PRE-INFORMADO-RED         PIC X(01).
             88 WS-PRE-RED-INFORMO            VALUE 'S'.

       01 WS-FIN-BUSQUEDA                 PIC X(01).
          88 WS-BUSQUEDA-TERMINADA            VALUE 'S'.
       01 WS-PUNTAJE-TASA                 PIC 9(01).
       01 WS-PUNTAJE-MEJOR                PIC 9(01).

      *    *** acumulados por rubro y moneda
       01 WS-TABLA-RUBROS.
          05 WS-CANT-RUBROS               PIC 9(04) VALUE ZEROES.
          05 WS-ARU-ITEM OCCURS 200 TIMES
                          INDEXED BY WS-IX-ARU.
             10 WS-ARU-RUBRO              PIC X(15).
             10 WS-ARU-MONEDA             PIC X(03).
             10 WS-ARU-CANT               PIC 9(06).
             10 WS-ARU-IMPORTE            PIC S9(12)V9(02).
             10 WS-ARU-ESPERADO           PIC S9(10)V9(02).
             10 WS-ARU-PAGADO             PIC S9(10)V9(02).

      *    *** acumulados por comercio y moneda
       01 WS-TABLA-ACOM.
          05 WS-CANT-ACOM                 PIC 9(04) VALUE ZEROES.
          05 WS-ACO-ITEM OCCURS 3000 TIMES
                          INDEXED BY WS-IX-ACO.
             10 WS-ACO-COMERCIO           PIC X(08).
             10 WS-ACO-NOMBRE             PIC X(25).
             10 WS-ACO-MONEDA             PIC X(03).
             10 WS-ACO-CANT               PIC 9(06).
             10 WS-ACO-IMPORTE            PIC S9(12)V9(02).
             10 WS-ACO-ESPERADO           PIC S9(10)V9(02).
             10 WS-ACO-PAGADO             PIC S9(10)V9(02).

      *    *** totales por moneda (1 = ARS, 2 = USD)
       01 WS-TABLA-MONEDAS.
          05 WS-TMO-ITEM OCCURS 2 TIMES
                          INDEXED BY WS-IX-TMO.
             10 WS-TMO-MONEDA             PIC X(03).
             10 WS-TMO-CANT               PIC 9(06).
             10 WS-TMO-IMPORTE            PIC S9(12)V9(02).
             10 WS-TMO-ESPERADO           PIC S9(10)V9(02).
             10 WS-TMO-PAGADO             PIC S9(10)V9(02).

       01 WS-CONTADORES.
          05 WS-CANT-LEIDAS                  PIC 9(06) VALUE ZEROES.
          05 WS-CANT-SIN-COMERCIO            PIC 9(06) VALUE ZEROES.
          05 WS-CANT-SIN-TASA                PIC 9(06) VALUE ZEROES.
          05 WS-CANT-SIN-RED                 PIC 9(06) VALUE ZEROES.
          05 WS-CANT-DIFERENCIAS             PIC 9(06) VALUE ZEROES.
          05 WS-CANT-OTRA-MONEDA             PIC 9(06) VALUE ZEROES.
          05 WS-CANT-DESBORDE                PIC 9(06) VALUE ZEROES.

       01 WS-GL-CANT-ASIENTOS        PIC 9(06) VALUE ZEROES.
       01 WS-GL-SUMA-DEBE            PIC S9(12)V9(02) VALUE ZEROES.
       01 WS-GL-SUMA-HABER           PIC S9(12)V9(02) VALUE ZEROES.
       01 WS-GL-ESPERADO             PIC S9(10)V9(02).

      *    *** cuentas del ingreso segun el plan de cuentas
       01 WS-PLAN.
           COPY PLANIO.

       01 WS-LINEA-DETALLE.
          05 WS-LDE-ID                   PIC 9(10).
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LDE-TARJETA              PIC X(19).
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LDE-COMERCIO             PIC X(08).
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LDE-MONEDA               PIC X(03).
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LDE-IMPORTE              PIC --.---.--9,99.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LDE-PORCENTAJE           PIC Z9,999.
          05 FILLER                      PIC X(02) VALUE '% '.
          05 WS-LDE-ESPERADO             PIC ---.--9,99.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LDE-PAGADO               PIC ---.--9,99.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LDE-DIFERENCIA           PIC ---.--9,99.

       01 WS-LINEA-ACUMULADO.
          05 WS-LAC-CLAVE                PIC X(34).
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LAC-MONEDA               PIC X(03).
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LAC-CANT                 PIC ZZZZZ9.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LAC-IMPORTE              PIC --.---.---.--9,99.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LAC-ESPERADO             PIC ---.---.--9,99.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LAC-PAGADO               PIC ---.---.--9,99.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LAC-DIFERENCIA           PIC ---.---.--9,99.

       01 WS-TITULO-ACUMULADO.
          05 WS-TAC-CLAVE                PIC X(34).
          05 FILLER                      PIC X(13) VALUE
                                         ' MON     CANT'.
          05 FILLER                      PIC X(18) VALUE
                                         '    IMPORTE COMPEN'.
          05 FILLER                      PIC X(15) VALUE
                                         '       ESPERADO'.
          05 FILLER                      PIC X(15) VALUE
                                         '    PAGADO RED'.
          05 FILLER                      PIC X(15) VALUE
                                         '     DIFERENCIA'.

       01 WS-CANT-O                      PIC Z(05)9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-PROCESAR-CLEARING
              THRU 2000-PROCESAR-CLEARING-FIN
              UNTIL FS-CLEARING-EOF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY-X.
           MOVE WS-FECHA-HOY-X (1:6)  TO WS-PERIODO.

           PERFORM 1050-LEER-RUTA-ARCHIVO
              THRU 1050-LEER-RUTA-ARCHIVO-FIN.

           MOVE 'ARS' TO WS-TMO-MONEDA (1).
           MOVE 'USD' TO WS-TMO-MONEDA (2).
           PERFORM VARYING WS-IX-TMO FROM 1 BY 1 UNTIL WS-IX-TMO > 2
              MOVE ZEROES TO WS-TMO-CANT (WS-IX-TMO)
                             WS-TMO-IMPORTE (WS-IX-TMO)
                             WS-TMO-ESPERADO (WS-IX-TMO)
                             WS-TMO-PAGADO (WS-IX-TMO)
           END-PERFORM.

           PERFORM 1100-ABRIR-ARCHIVOS
              THRU 1100-ABRIR-ARCHIVOS-FIN.

           PERFORM 1200-CARGAR-TASAS
              THRU 1200-CARGAR-TASAS-FIN.

           PERFORM 1300-CARGAR-COMERCIOS
              THRU 1300-CARGAR-COMERCIOS-FIN.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'ARANCELES DE INTERCAMBIO DEL EMISOR - PERIODO '
                  WS-PERIODO-X
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE ALL '=' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE 'PRESENTACIONES CON DIFERENCIA CONTRA LO LIQUIDADO POR '
             & 'LA RED' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE 'ID CONSUMO TARJETA             COMERCIO MON        IMP'
             & 'ORTE      %    ESPERADO     PAGADO  DIFERENCIA'
             TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1050-LEER-RUTA-ARCHIVO.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ARANCEL_CLEARING_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CLEARING
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ARANCEL_HISTORICO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-HIST-CONSUMOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ARANCEL_COMERCIOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-COMERCIOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO
                  FROM ENVIRONMENT 'ARANCEL_COMERCIOS_TRABAJO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-COMERCIOS-TRABAJO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ARANCEL_TARJPROD_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-TARJETA-PROD
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ARANCEL_TASAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-TASAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ARANCEL_REPORTE_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REPORTE
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ARANCEL_GL_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-GL
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ARANCEL_PERIODO'.
           IF WS-RUTA-ENTORNO (1:6) IS NUMERIC
              MOVE WS-RUTA-ENTORNO (1:6) TO WS-PERIODO-X
           END-IF.

       1050-LEER-RUTA-ARCHIVO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1100-ABRIR-ARCHIVOS.

           OPEN INPUT ENT-CLEARING.

           EVALUATE TRUE
               WHEN FS-CLEARING-OK
                    CONTINUE
               WHEN FS-CLEARING-NFD
                    DISPLAY 'NO EXISTE CLEARING.SEQ: SIN ARANCELES '
                            'PARA CALCULAR'
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR CLEARING.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-CLEARING
                    STOP RUN
           END-EVALUATE.

           OPEN INPUT ENT-HIST-CONSUMOS.

           EVALUATE TRUE
               WHEN FS-HIST-CONSUMOS-OK
                    SET WS-HISTORICO-ABIERTO TO TRUE
               WHEN FS-HIST-CONSUMOS-NFD
                    DISPLAY 'AVISO: SIN HISTORIAL-CONSUMOS.VSAM, LAS '
                            'PRESENTACIONES VAN SIN COMERCIO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR HISTORIAL-CONSUMOS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-HIST-CONSUMOS
                    STOP RUN
           END-EVALUATE.

           OPEN INPUT ENT-TARJETA-PROD.

           EVALUATE TRUE
               WHEN FS-TARJETA-PROD-OK
                    SET WS-TARJETA-PROD-ABIERTO TO TRUE
               WHEN FS-TARJETA-PROD-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR TARJPROD.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-TARJETA-PROD
                    STOP RUN
           END-EVALUATE.

           OPEN OUTPUT SAL-REPORTE.

           EVALUATE TRUE
               WHEN FS-REPORTE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR ARANCEL.TXT'
                    DISPLAY 'FILE STATUS: ' FS-REPORTE
                    STOP RUN
           END-EVALUATE.

           OPEN OUTPUT SAL-GL.

           EVALUATE TRUE
               WHEN FS-GL-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR GLARANCEL.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-GL
                    STOP RUN
           END-EVALUATE.

       1100-ABRIR-ARCHIVOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** sin tabla de aranceles no hay ingreso que calcular: se
      *    *** corta la corrida antes de emitir un lote en cero
       1200-CARGAR-TASAS.

           OPEN INPUT ENT-TASAS.

           EVALUATE TRUE
               WHEN FS-TASAS-OK
                    PERFORM 1210-CARGAR-UNA-TASA
                       THRU 1210-CARGAR-UNA-TASA-FIN
                       UNTIL FS-TASAS-EOF
                    CLOSE ENT-TASAS
               WHEN FS-TASAS-NFD
                    DISPLAY 'NO EXISTE TASAS-INTERCAMBIO.SEQ'
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR TASAS-INTERCAMBIO.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-TASAS
                    STOP RUN
           END-EVALUATE.

       1200-CARGAR-TASAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1210-CARGAR-UNA-TASA.

           READ ENT-TASAS
               AT END SET FS-TASAS-EOF TO TRUE
               NOT AT END
                  IF WS-TIN-PORCENTAJE IS NUMERIC
                     AND WS-CANT-TASAS NOT < 500
      *    *** un arancel que no entra daria diferencias falsas contra
      *    *** la red y un ingreso contable de menos
                     DISPLAY 'ARANCEL: TASAS-INTERCAMBIO.SEQ SUPERA '
                             'LAS 500 FILAS; NO ENTREGAR ARANCEL.TXT '
                             'NI GLARANCEL.SEQ'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                  END-IF
                  IF WS-TIN-PORCENTAJE IS NUMERIC
                     ADD 1 TO WS-CANT-TASAS
                     SET WS-IX-TTI TO WS-CANT-TASAS
                     MOVE WS-TIN-RUBRO
                       TO WS-TTI-RUBRO (WS-IX-TTI)
                     MOVE WS-TIN-PRODUCTO
                       TO WS-TTI-PRODUCTO (WS-IX-TTI)
                     MOVE WS-TIN-MONEDA
                       TO WS-TTI-MONEDA (WS-IX-TTI)
                     MOVE WS-TIN-PORCENTAJE
                       TO WS-TTI-PORCENTAJE (WS-IX-TTI)
                  END-IF
           END-READ.

       1210-CARGAR-UNA-TASA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1300-CARGAR-COMERCIOS.

      *    *** el archivo de trabajo se arma de cero en cada corrida
           OPEN OUTPUT TRB-COMERCIOS.
           IF NOT FS-COMERCIOS-TRABAJO-OK
              DISPLAY 'ERROR AL CREAR ARANCEL-COMERCIOS.VSAM: '
                      FS-COMERCIOS-TRABAJO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE TRB-COMERCIOS.
           OPEN I-O TRB-COMERCIOS.

           OPEN INPUT ENT-COMERCIOS.

           EVALUATE TRUE
               WHEN FS-COMERCIOS-OK
                    PERFORM 1310-CARGAR-UN-COMERCIO
                       THRU 1310-CARGAR-UN-COMERCIO-FIN
                       UNTIL FS-COMERCIOS-EOF
                    CLOSE ENT-COMERCIOS
               WHEN FS-COMERCIOS-NFD
                    DISPLAY 'AVISO: SIN COMERCIOS.SEQ, LAS '
                            'PRESENTACIONES VAN SIN RUBRO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR COMERCIOS.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-COMERCIOS
                    STOP RUN
           END-EVALUATE.

       1300-CARGAR-COMERCIOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1310-CARGAR-UN-COMERCIO.

           READ ENT-COMERCIOS
               AT END SET FS-COMERCIOS-EOF TO TRUE
               NOT AT END
                  ADD 1 TO WS-CANT-COMERCIOS
                  MOVE WS-COM-CODIGO        TO WS-TCO-CODIGO
                  MOVE WS-COM-RUBRO         TO WS-TCO-RUBRO
                  MOVE WS-COM-NOMBRE-LIMPIO TO WS-TCO-NOMBRE
                  PERFORM 1320-GRABAR-COMERCIO
                     THRU 1320-GRABAR-COMERCIO-FIN
           END-READ.

       1310-CARGAR-UN-COMERCIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** un codigo repetido conserva la primera fila, la que
      *    *** encontraba la busqueda; cualquier otro error frena la
      *    *** corrida: no se sigue con un maestro incompleto
       1320-GRABAR-COMERCIO.

           MOVE SPACES        TO WS-TCI-REG.
           MOVE 'CO'          TO WS-TCI-TIPO.
           MOVE WS-TCO-CODIGO TO WS-TCI-VALOR.
           MOVE ZEROES        TO WS-TCI-SECUENCIA.
           MOVE WS-TCO-ACTUAL TO WS-TCI-DATOS.
           WRITE WS-TCI-REG.

           IF NOT FS-COMERCIOS-TRABAJO-OK
              AND NOT FS-COMERCIOS-TRABAJO-DUP
              DISPLAY 'ARANCEL: ERROR AL GRABAR EL COMERCIO '
                      WS-TCO-CODIGO ' EN EL ARCHIVO DE TRABAJO: '
                      FS-COMERCIOS-TRABAJO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1320-GRABAR-COMERCIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESAR-CLEARING.

           READ ENT-CLEARING
               AT END
                  SET FS-CLEARING-EOF TO TRUE
                  GO TO 2000-PROCESAR-CLEARING-FIN
           END-READ.

           ADD 1 TO WS-CANT-LEIDAS.

           IF WS-CLR-MONEDA = 'ARS'
              SET WS-IX-TMO TO 1
           ELSE
              IF WS-CLR-MONEDA = 'USD'
                 SET WS-IX-TMO TO 2
              ELSE
                 ADD 1 TO WS-CANT-OTRA-MONEDA
                 DISPLAY 'PRESENTACION ' WS-CLR-ID-CONSUMO
                         ' CON MONEDA DESCONOCIDA: ' WS-CLR-MONEDA
                 GO TO 2000-PROCESAR-CLEARING-FIN
              END-IF
           END-IF.

           INITIALIZE WS-PRESENTACION.

           PERFORM 2100-BUSCAR-COMERCIO
              THRU 2100-BUSCAR-COMERCIO-FIN.

           PERFORM 2200-BUSCAR-PRODUCTO
              THRU 2200-BUSCAR-PRODUCTO-FIN.

           PERFORM 2300-BUSCAR-TASA
              THRU 2300-BUSCAR-TASA-FIN.

           COMPUTE WS-PRE-ESPERADO ROUNDED =
                   WS-CLR-IMPORTE * WS-PRE-PORCENTAJE / 100.

      *    *** arancel en blanco: la red no lo informo en este feed;
      *    *** cuenta como no pagado y se reporta como diferencia
           IF WS-CLR-ARANCEL-RED-X = SPACES
              OR WS-CLR-ARANCEL-RED IS NOT NUMERIC
              MOVE ZEROES TO WS-PRE-PAGADO
              ADD 1 TO WS-CANT-SIN-RED
           ELSE
              MOVE WS-CLR-ARANCEL-RED TO WS-PRE-PAGADO
              SET WS-PRE-RED-INFORMO TO TRUE
           END-IF.

           SUBTRACT WS-PRE-ESPERADO FROM WS-PRE-PAGADO
                                    GIVING WS-PRE-DIFERENCIA.

           IF WS-PRE-DIFERENCIA <> ZEROES
              PERFORM 2400-REPORTAR-DIFERENCIA
                 THRU 2400-REPORTAR-DIFERENCIA-FIN
           END-IF.

           PERFORM 2500-ACUMULAR
              THRU 2500-ACUMULAR-FIN.

       2000-PROCESAR-CLEARING-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el clearing trae tarjeta e id del consumo pero no el
      *    *** periodo en que se facturo: se recorre el historico de la
      *    *** tarjeta hasta dar con el id y de ahi sale el comercio
       2100-BUSCAR-COMERCIO.

           MOVE SPACES TO WS-PRE-COMERCIO, WS-PRE-NOMBRE, WS-PRE-RUBRO.

           IF NOT WS-HISTORICO-ABIERTO
              ADD 1 TO WS-CANT-SIN-COMERCIO
              GO TO 2100-BUSCAR-COMERCIO-FIN
           END-IF.

           MOVE WS-CLR-NUM-TARJETA TO WS-HISC-TARJETA.
           MOVE ZEROES             TO WS-HISC-PERIODO,
                                      WS-HISC-ID-CONSUMO.
           MOVE 'N'                TO WS-FIN-BUSQUEDA.

           START ENT-HIST-CONSUMOS KEY IS NOT LESS THAN WS-HISC-CLAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIN-BUSQUEDA
           END-START.

           PERFORM 2110-LEER-HISTORICO
              THRU 2110-LEER-HISTORICO-FIN
              UNTIL WS-BUSQUEDA-TERMINADA.

           IF WS-PRE-COMERCIO = SPACES
              ADD 1 TO WS-CANT-SIN-COMERCIO
              GO TO 2100-BUSCAR-COMERCIO-FIN
           END-IF.

           MOVE SPACES          TO WS-TCI-CLAVE.
           MOVE 'CO'            TO WS-TCI-TIPO.
           MOVE WS-PRE-COMERCIO TO WS-TCI-VALOR.
           MOVE ZEROES          TO WS-TCI-SECUENCIA.
           READ TRB-COMERCIOS KEY IS WS-TCI-CLAVE
               INVALID KEY
                  GO TO 2100-BUSCAR-COMERCIO-FIN
           END-READ.
           MOVE WS-TCI-DATOS  TO WS-TCO-ACTUAL.
           MOVE WS-TCO-RUBRO  TO WS-PRE-RUBRO.
           MOVE WS-TCO-NOMBRE TO WS-PRE-NOMBRE.

       2100-BUSCAR-COMERCIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2110-LEER-HISTORICO.

           READ ENT-HIST-CONSUMOS NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIN-BUSQUEDA
                  GO TO 2110-LEER-HISTORICO-FIN
           END-READ.

           IF NOT FS-HIST-CONSUMOS-OK
              OR WS-HISC-TARJETA <> WS-CLR-NUM-TARJETA
              MOVE 'S' TO WS-FIN-BUSQUEDA
              GO TO 2110-LEER-HISTORICO-FIN
           END-IF.

           IF WS-HISC-ID-CONSUMO = WS-CLR-ID-CONSUMO
              MOVE WS-HISC-CONSUMO     TO WS-ENT-CONSUMOS
              MOVE WS-ENT-COD-COMERCIO TO WS-PRE-COMERCIO
              MOVE 'S' TO WS-FIN-BUSQUEDA
           END-IF.

       2110-LEER-HISTORICO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2200-BUSCAR-PRODUCTO.

           MOVE SPACES TO WS-PRE-PRODUCTO.

           IF NOT WS-TARJETA-PROD-ABIERTO
              GO TO 2200-BUSCAR-PRODUCTO-FIN
           END-IF.

           MOVE WS-CLR-NUM-TARJETA TO WS-TPR-TARJETA.
           READ ENT-TARJETA-PROD KEY IS WS-TPR-TARJETA
               INVALID KEY GO TO 2200-BUSCAR-PRODUCTO-FIN
           END-READ.

           MOVE WS-TPR-PRODUCTO TO WS-PRE-PRODUCTO.

       2200-BUSCAR-PRODUCTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** rige la fila mas especifica: cada campo informado que
      *    *** coincide suma un punto y el blanco vale para todos; a
      *    *** igual puntaje queda la primera fila de la tabla
       2300-BUSCAR-TASA.

           MOVE ZEROES TO WS-PRE-PORCENTAJE, WS-PUNTAJE-MEJOR.
           MOVE 'N'    TO WS-PRE-TASA-HALLADA.

           PERFORM VARYING WS-IX-TTI FROM 1 BY 1
              UNTIL WS-IX-TTI > WS-CANT-TASAS
              IF (WS-TTI-RUBRO (WS-IX-TTI) = SPACES
                  OR WS-TTI-RUBRO (WS-IX-TTI) = WS-PRE-RUBRO)
                 AND (WS-TTI-PRODUCTO (WS-IX-TTI) = SPACES
                  OR WS-TTI-PRODUCTO (WS-IX-TTI) = WS-PRE-PRODUCTO)
                 AND (WS-TTI-MONEDA (WS-IX-TTI) = SPACES
                  OR WS-TTI-MONEDA (WS-IX-TTI) = WS-CLR-MONEDA)
                 MOVE 1 TO WS-PUNTAJE-TASA
                 IF WS-TTI-RUBRO (WS-IX-TTI) <> SPACES
                    ADD 1 TO WS-PUNTAJE-TASA
                 END-IF
                 IF WS-TTI-PRODUCTO (WS-IX-TTI) <> SPACES
                    ADD 1 TO WS-PUNTAJE-TASA
                 END-IF
                 IF WS-TTI-MONEDA (WS-IX-TTI) <> SPACES
                    ADD 1 TO WS-PUNTAJE-TASA
                 END-IF
                 IF WS-PUNTAJE-TASA > WS-PUNTAJE-MEJOR
                    MOVE WS-PUNTAJE-TASA TO WS-PUNTAJE-MEJOR
                    MOVE WS-TTI-PORCENTAJE (WS-IX-TTI)
                      TO WS-PRE-PORCENTAJE
                    SET WS-PRE-HAY-TASA TO TRUE
                 END-IF
              END-IF
           END-PERFORM.

           IF NOT WS-PRE-HAY-TASA
              ADD 1 TO WS-CANT-SIN-TASA
              DISPLAY 'SIN ARANCEL PARA RUBRO ' WS-PRE-RUBRO
                      ' PRODUCTO ' WS-PRE-PRODUCTO
                      ' MONEDA ' WS-CLR-MONEDA
                      ' (PRESENTACION ' WS-CLR-ID-CONSUMO ')'
           END-IF.

       2300-BUSCAR-TASA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2400-REPORTAR-DIFERENCIA.

           ADD 1 TO WS-CANT-DIFERENCIAS.

           MOVE WS-CLR-ID-CONSUMO  TO WS-LDE-ID.
           MOVE WS-CLR-NUM-TARJETA TO WS-LDE-TARJETA.
           MOVE WS-PRE-COMERCIO    TO WS-LDE-COMERCIO.
           MOVE WS-CLR-MONEDA      TO WS-LDE-MONEDA.
           MOVE WS-CLR-IMPORTE     TO WS-LDE-IMPORTE.
           MOVE WS-PRE-PORCENTAJE  TO WS-LDE-PORCENTAJE.
           MOVE WS-PRE-ESPERADO    TO WS-LDE-ESPERADO.
           MOVE WS-PRE-PAGADO      TO WS-LDE-PAGADO.
           MOVE WS-PRE-DIFERENCIA  TO WS-LDE-DIFERENCIA.
           MOVE WS-LINEA-DETALLE   TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2400-REPORTAR-DIFERENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la presentacion suma en su moneda, en su rubro y en su
      *    *** comercio; si una tabla se llena el importe igual entra
      *    *** en los totales por moneda y en el lote contable
       2500-ACUMULAR.

           ADD 1               TO WS-TMO-CANT (WS-IX-TMO).
           ADD WS-CLR-IMPORTE  TO WS-TMO-IMPORTE (WS-IX-TMO).
           ADD WS-PRE-ESPERADO TO WS-TMO-ESPERADO (WS-IX-TMO).
           ADD WS-PRE-PAGADO   TO WS-TMO-PAGADO (WS-IX-TMO).

           SET WS-IX-ARU TO 1.
           SEARCH WS-ARU-ITEM
               AT END
                  ADD 1 TO WS-CANT-DESBORDE
               WHEN WS-IX-ARU > WS-CANT-RUBROS
                  IF WS-CANT-RUBROS < 200
                     ADD 1 TO WS-CANT-RUBROS
                     MOVE WS-PRE-RUBRO  TO WS-ARU-RUBRO (WS-IX-ARU)
                     MOVE WS-CLR-MONEDA TO WS-ARU-MONEDA (WS-IX-ARU)
                     MOVE ZEROES TO WS-ARU-CANT (WS-IX-ARU)
                                    WS-ARU-IMPORTE (WS-IX-ARU)
                                    WS-ARU-ESPERADO (WS-IX-ARU)
                                    WS-ARU-PAGADO (WS-IX-ARU)
                     PERFORM 2510-SUMAR-RUBRO
                        THRU 2510-SUMAR-RUBRO-FIN
                  ELSE
                     ADD 1 TO WS-CANT-DESBORDE
                  END-IF
               WHEN WS-ARU-RUBRO (WS-IX-ARU) = WS-PRE-RUBRO
                    AND WS-ARU-MONEDA (WS-IX-ARU) = WS-CLR-MONEDA
                  PERFORM 2510-SUMAR-RUBRO
                     THRU 2510-SUMAR-RUBRO-FIN
           END-SEARCH.

           SET WS-IX-ACO TO 1.
           SEARCH WS-ACO-ITEM
               AT END
                  ADD 1 TO WS-CANT-DESBORDE
               WHEN WS-IX-ACO > WS-CANT-ACOM
                  IF WS-CANT-ACOM < 3000
                     ADD 1 TO WS-CANT-ACOM
                     MOVE WS-PRE-COMERCIO TO WS-ACO-COMERCIO (WS-IX-ACO)
                     MOVE WS-PRE-NOMBRE   TO WS-ACO-NOMBRE (WS-IX-ACO)
                     MOVE WS-CLR-MONEDA   TO WS-ACO-MONEDA (WS-IX-ACO)
                     MOVE ZEROES TO WS-ACO-CANT (WS-IX-ACO)
                                    WS-ACO-IMPORTE (WS-IX-ACO)
                                    WS-ACO-ESPERADO (WS-IX-ACO)
                                    WS-ACO-PAGADO (WS-IX-ACO)
                     PERFORM 2520-SUMAR-COMERCIO
                        THRU 2520-SUMAR-COMERCIO-FIN
                  ELSE
                     ADD 1 TO WS-CANT-DESBORDE
                  END-IF
               WHEN WS-ACO-COMERCIO (WS-IX-ACO) = WS-PRE-COMERCIO
                    AND WS-ACO-MONEDA (WS-IX-ACO) = WS-CLR-MONEDA
                  PERFORM 2520-SUMAR-COMERCIO
                     THRU 2520-SUMAR-COMERCIO-FIN
           END-SEARCH.

       2500-ACUMULAR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2510-SUMAR-RUBRO.

           ADD 1               TO WS-ARU-CANT (WS-IX-ARU).
           ADD WS-CLR-IMPORTE  TO WS-ARU-IMPORTE (WS-IX-ARU).
           ADD WS-PRE-ESPERADO TO WS-ARU-ESPERADO (WS-IX-ARU).
           ADD WS-PRE-PAGADO   TO WS-ARU-PAGADO (WS-IX-ARU).

       2510-SUMAR-RUBRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2520-SUMAR-COMERCIO.

           ADD 1               TO WS-ACO-CANT (WS-IX-ACO).
           ADD WS-CLR-IMPORTE  TO WS-ACO-IMPORTE (WS-IX-ACO).
           ADD WS-PRE-ESPERADO TO WS-ACO-ESPERADO (WS-IX-ACO).
           ADD WS-PRE-PAGADO   TO WS-ACO-PAGADO (WS-IX-ACO).

       2520-SUMAR-COMERCIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           MOVE WS-CANT-DIFERENCIAS TO WS-CANT-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'PRESENTACIONES CON DIFERENCIA: ' WS-CANT-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           PERFORM 3100-REPORTAR-RUBROS
              THRU 3100-REPORTAR-RUBROS-FIN.

           PERFORM 3200-REPORTAR-COMERCIOS
              THRU 3200-REPORTAR-COMERCIOS-FIN.

           PERFORM 3300-REPORTAR-MONEDAS
              THRU 3300-REPORTAR-MONEDAS-FIN.

           PERFORM 3400-GRABAR-ASIENTOS
              THRU 3400-GRABAR-ASIENTOS-FIN.

           CLOSE ENT-CLEARING
                 TRB-COMERCIOS
                 SAL-REPORTE
                 SAL-GL.

           IF WS-HISTORICO-ABIERTO
              CLOSE ENT-HIST-CONSUMOS
           END-IF.

           IF WS-TARJETA-PROD-ABIERTO
              CLOSE ENT-TARJETA-PROD
           END-IF.

           DISPLAY 'PRESENTACIONES LEIDAS    : ' WS-CANT-LEIDAS.
           DISPLAY 'SIN COMERCIO IDENTIFICADO: ' WS-CANT-SIN-COMERCIO.
           DISPLAY 'SIN ARANCEL EN LA TABLA  : ' WS-CANT-SIN-TASA.
           DISPLAY 'SIN ARANCEL DE LA RED    : ' WS-CANT-SIN-RED.
           DISPLAY 'CON DIFERENCIA           : ' WS-CANT-DIFERENCIAS.
           DISPLAY 'MONEDA DESCONOCIDA       : ' WS-CANT-OTRA-MONEDA.
           IF WS-CANT-DESBORDE > ZEROES
              DISPLAY 'AVISO: ' WS-CANT-DESBORDE ' ACUMULACIONES '
                      'FUERA DE TABLA (RUBROS/COMERCIOS LLENAS)'
           END-IF.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3100-REPORTAR-RUBROS.

           MOVE SPACES TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE 'INGRESO POR RUBRO' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE 'RUBRO' TO WS-TAC-CLAVE.
           MOVE WS-TITULO-ACUMULADO TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           PERFORM VARYING WS-IX-ARU FROM 1 BY 1
              UNTIL WS-IX-ARU > WS-CANT-RUBROS
              IF WS-ARU-RUBRO (WS-IX-ARU) = SPACES
                 MOVE '(SIN RUBRO)' TO WS-LAC-CLAVE
              ELSE
                 MOVE WS-ARU-RUBRO (WS-IX-ARU) TO WS-LAC-CLAVE
              END-IF
              MOVE WS-ARU-MONEDA (WS-IX-ARU)   TO WS-LAC-MONEDA
              MOVE WS-ARU-CANT (WS-IX-ARU)     TO WS-LAC-CANT
              MOVE WS-ARU-IMPORTE (WS-IX-ARU)  TO WS-LAC-IMPORTE
              MOVE WS-ARU-ESPERADO (WS-IX-ARU) TO WS-LAC-ESPERADO
              MOVE WS-ARU-PAGADO (WS-IX-ARU)   TO WS-LAC-PAGADO
              COMPUTE WS-LAC-DIFERENCIA = WS-ARU-PAGADO (WS-IX-ARU)
                                        - WS-ARU-ESPERADO (WS-IX-ARU)
              MOVE WS-LINEA-ACUMULADO TO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
           END-PERFORM.

       3100-REPORTAR-RUBROS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3200-REPORTAR-COMERCIOS.

           MOVE SPACES TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE 'INGRESO POR COMERCIO' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE 'COMERCIO' TO WS-TAC-CLAVE.
           MOVE WS-TITULO-ACUMULADO TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           PERFORM VARYING WS-IX-ACO FROM 1 BY 1
              UNTIL WS-IX-ACO > WS-CANT-ACOM
              MOVE SPACES TO WS-LAC-CLAVE
              IF WS-ACO-COMERCIO (WS-IX-ACO) = SPACES
                 MOVE '(SIN COMERCIO)' TO WS-LAC-CLAVE
              ELSE
                 STRING WS-ACO-COMERCIO (WS-IX-ACO) ' '
                        WS-ACO-NOMBRE (WS-IX-ACO)
                        DELIMITED BY SIZE INTO WS-LAC-CLAVE
              END-IF
              MOVE WS-ACO-MONEDA (WS-IX-ACO)   TO WS-LAC-MONEDA
              MOVE WS-ACO-CANT (WS-IX-ACO)     TO WS-LAC-CANT
              MOVE WS-ACO-IMPORTE (WS-IX-ACO)  TO WS-LAC-IMPORTE
              MOVE WS-ACO-ESPERADO (WS-IX-ACO) TO WS-LAC-ESPERADO
              MOVE WS-ACO-PAGADO (WS-IX-ACO)   TO WS-LAC-PAGADO
              COMPUTE WS-LAC-DIFERENCIA = WS-ACO-PAGADO (WS-IX-ACO)
                                        - WS-ACO-ESPERADO (WS-IX-ACO)
              MOVE WS-LINEA-ACUMULADO TO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
           END-PERFORM.

       3200-REPORTAR-COMERCIOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** totales por moneda: lo esperado contra la liquidacion
      *    *** total de la red
       3300-REPORTAR-MONEDAS.

           MOVE SPACES TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE 'TOTALES POR MONEDA' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE 'MONEDA' TO WS-TAC-CLAVE.
           MOVE WS-TITULO-ACUMULADO TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           PERFORM VARYING WS-IX-TMO FROM 1 BY 1 UNTIL WS-IX-TMO > 2
              MOVE 'TOTAL'                     TO WS-LAC-CLAVE
              MOVE WS-TMO-MONEDA (WS-IX-TMO)   TO WS-LAC-MONEDA
              MOVE WS-TMO-CANT (WS-IX-TMO)     TO WS-LAC-CANT
              MOVE WS-TMO-IMPORTE (WS-IX-TMO)  TO WS-LAC-IMPORTE
              MOVE WS-TMO-ESPERADO (WS-IX-TMO) TO WS-LAC-ESPERADO
              MOVE WS-TMO-PAGADO (WS-IX-TMO)   TO WS-LAC-PAGADO
              COMPUTE WS-LAC-DIFERENCIA = WS-TMO-PAGADO (WS-IX-TMO)
                                        - WS-TMO-ESPERADO (WS-IX-TMO)
              MOVE WS-LINEA-ACUMULADO TO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
           END-PERFORM.

       3300-REPORTAR-MONEDAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** lote contable del ingreso esperado por moneda: debe
      *    *** aranceles a cobrar a la red, haber ingreso por arancel
      *    *** (al reves si las devoluciones dejan el neto negativo).
      *    *** Las diferencias con lo liquidado quedan en el reporte
      *    *** para el reclamo a la red, no se asientan
       3400-GRABAR-ASIENTOS.

           PERFORM VARYING WS-IX-TMO FROM 1 BY 1 UNTIL WS-IX-TMO > 2
              IF WS-TMO-ESPERADO (WS-IX-TMO) <> ZEROES
                 MOVE WS-TMO-MONEDA (WS-IX-TMO)   TO WS-GL-MONEDA
                 MOVE WS-TMO-ESPERADO (WS-IX-TMO) TO WS-GL-ESPERADO
                 PERFORM 3410-ASIENTOS-MONEDA
                    THRU 3410-ASIENTOS-MONEDA-FIN
              END-IF
           END-PERFORM.

           IF WS-GL-SUMA-DEBE <> WS-GL-SUMA-HABER
              DISPLAY 'ERROR: EL LOTE DE ARANCELES NO BALANCEA'
              DISPLAY 'TOTAL DEBE : ' WS-GL-SUMA-DEBE
              DISPLAY 'TOTAL HABER: ' WS-GL-SUMA-HABER
              DISPLAY 'NO ENTREGAR GLARANCEL.SEQ A CONTADURIA'
           END-IF.

           MOVE 'T'                 TO WS-GLT-TIPO-REG.
           MOVE WS-PERIODO          TO WS-GLT-PERIODO.
           MOVE WS-GL-CANT-ASIENTOS TO WS-GLT-CANT-ASIENTOS.
           MOVE WS-GL-SUMA-DEBE     TO WS-GLT-TOTAL-DEBE.
           MOVE WS-GL-SUMA-HABER    TO WS-GLT-TOTAL-HABER.
           WRITE WS-SAL-GL-TOTAL.

       3400-GRABAR-ASIENTOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3410-ASIENTOS-MONEDA.

           INITIALIZE WS-PLC-ENTRADA.
           MOVE 'ARANCEL'    TO WS-PLC-TIPO-MOV-E.
           MOVE WS-GL-MONEDA TO WS-PLC-MONEDA-E.
           CALL 'PLANCTAS' USING WS-PLAN.

           IF WS-PLC-COD-ERROR-O <> SPACES
              DISPLAY 'PLAN DE CUENTAS: ' WS-PLC-TIPO-MOV-E ' '
                      WS-GL-MONEDA ': ' WS-PLC-DES-ERROR-O
           END-IF.

           IF WS-GL-ESPERADO > ZEROES
              MOVE WS-GL-ESPERADO TO WS-GL-IMPORTE
              MOVE 'D' TO WS-GL-DEBE-HABER
              MOVE WS-PLC-CUENTA-DEBE-O TO WS-GL-CUENTA-CONTABLE
              PERFORM 3475-GRABAR-ASIENTO
                 THRU 3475-GRABAR-ASIENTO-FIN
              MOVE 'H' TO WS-GL-DEBE-HABER
              MOVE WS-PLC-CUENTA-HABER-O TO WS-GL-CUENTA-CONTABLE
              PERFORM 3475-GRABAR-ASIENTO
                 THRU 3475-GRABAR-ASIENTO-FIN
           ELSE
              COMPUTE WS-GL-IMPORTE = WS-GL-ESPERADO * -1
              MOVE 'D' TO WS-GL-DEBE-HABER
              MOVE WS-PLC-CUENTA-HABER-O TO WS-GL-CUENTA-CONTABLE
              PERFORM 3475-GRABAR-ASIENTO
                 THRU 3475-GRABAR-ASIENTO-FIN
              MOVE 'H' TO WS-GL-DEBE-HABER
              MOVE WS-PLC-CUENTA-DEBE-O TO WS-GL-CUENTA-CONTABLE
              PERFORM 3475-GRABAR-ASIENTO
                 THRU 3475-GRABAR-ASIENTO-FIN
           END-IF.

       3410-ASIENTOS-MONEDA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3475-GRABAR-ASIENTO.

           MOVE 'A'        TO WS-GL-TIPO-REG.
           MOVE WS-PERIODO TO WS-GL-PERIODO.
           WRITE WS-SAL-GL-ASIENTO.

           IF FS-GL-OK
              ADD 1 TO WS-GL-CANT-ASIENTOS
              IF WS-GL-DEBE-HABER = 'D'
                 ADD WS-GL-IMPORTE TO WS-GL-SUMA-DEBE
              ELSE
                 ADD WS-GL-IMPORTE TO WS-GL-SUMA-HABER
              END-IF
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR GLARANCEL.SEQ'
              DISPLAY 'FILE STATUS: ' FS-GL
           END-IF.

       3475-GRABAR-ASIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
