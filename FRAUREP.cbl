      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: reporte mensual de perdidas por fraude, armado con
      *          los casos de FRAUCASO. Toma los consumos cargados a
      *          casos en el periodo (FRAUDE-CONSUMOS.VSAM) y los abre
      *          por producto de la tarjeta, por modalidad del fraude
      *          y por comercio; por producto y modalidad agrega los
      *          casos cerrados en el periodo con su perdida, lo
      *          recuperado y la perdida neta final
      *          (FRAUDE-CASOS.VSAM). Reporte en FRAUDE-PERDIDAS.TXT.
      *          Periodo: el mes corriente, salvo FRAUREP_PERIODO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUREP.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-CASOS
           ASSIGN TO WS-RUTA-CASOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-FCA-NUM-CASO
           FILE STATUS IS FS-CASOS.

       SELECT ENT-CONSUMOS-CASO
           ASSIGN TO WS-RUTA-CONSUMOS-CASO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WS-FCC-CLAVE
           FILE STATUS IS FS-CONSUMOS-CASO.

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

       SELECT SAL-REPORTE
           ASSIGN TO WS-RUTA-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-CASOS.
           COPY FRAUCASO.

       FD ENT-CONSUMOS-CASO.
           COPY FRAUCONS.

       FD ENT-COMERCIOS.
           COPY COMERCIO.

       FD TRB-COMERCIOS.
           COPY TABCICLO.

       FD SAL-REPORTE.
       01 WS-SAL-REPORTE                            PIC X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-CASOS              PIC X(60)
                                     VALUE '../FRAUDE-CASOS.VSAM'.
       01 WS-RUTA-CONSUMOS-CASO      PIC X(60)
                                     VALUE '../FRAUDE-CONSUMOS.VSAM'.
       01 WS-RUTA-COMERCIOS          PIC X(60)
                                     VALUE '../COMERCIOS.SEQ'.
       01 WS-RUTA-COMERCIOS-TRABAJO  PIC X(60)
                                     VALUE '../FRAUREP-COMERCIOS.VSAM'.
       01 WS-RUTA-REPORTE            PIC X(60)
                                     VALUE '../FRAUDE-PERDIDAS.TXT'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
          05 FS-CASOS                              PIC X(2).
             88 FS-CASOS-OK                            VALUE '00'.
             88 FS-CASOS-EOF                           VALUE '10'.
             88 FS-CASOS-NFD                           VALUE '35'.
          05 FS-CONSUMOS-CASO                      PIC X(2).
             88 FS-CONSUMOS-CASO-OK                    VALUE '00'.
             88 FS-CONSUMOS-CASO-EOF                   VALUE '10'.
             88 FS-CONSUMOS-CASO-NFD                   VALUE '35'.
          05 FS-COMERCIOS                          PIC X(2).
             88 FS-COMERCIOS-OK                        VALUE '00'.
             88 FS-COMERCIOS-EOF                       VALUE '10'.
             88 FS-COMERCIOS-NFD                       VALUE '35'.
          05 FS-COMERCIOS-TRABAJO                  PIC X(2).
             88 FS-COMERCIOS-TRABAJO-OK                VALUE '00'.
             88 FS-COMERCIOS-TRABAJO-DUP               VALUE '22'.
          05 FS-REPORTE                            PIC X(2).
             88 FS-REPORTE-OK                          VALUE '00'.

       01 WS-PARAM-ENTORNO           PIC X(12) VALUE SPACES.

       01 WS-FECHA-HOY-X             PIC X(08).

       01 WS-PERIODO                 PIC 9(06).
       01 WS-PERIODO-X REDEFINES WS-PERIODO PIC X(06).

       01 WS-HAY-CASOS               PIC X(01) VALUE 'N'.
          88 WS-CASOS-ABIERTO                      VALUE 'S'.

      *    *** maestro de comercios en el archivo de trabajo, igual
      *    *** que en RIESGCOM
       01 WS-CANT-COMERCIOS              PIC 9(07) VALUE ZEROES.
       01 WS-TCO-ACTUAL.
          05 WS-TCO-CODIGO                PIC X(08).
          05 WS-TCO-RAZON-SOCIAL          PIC X(30).

      *    *** acumulados del periodo por apertura: 'P' producto,
      *    *** 'T' modalidad, 'C' comercio
       01 WS-TABLA-APERTURA.
          05 WS-CANT-APERTURA             PIC 9(04) VALUE ZEROES.
          05 WS-APE-ITEM OCCURS 3000 TIMES
                          INDEXED BY WS-IX-APE.
             10 WS-APE-CLASE              PIC X(01).
             10 WS-APE-VALOR              PIC X(08).
             10 WS-APE-CANT-CONSUMOS      PIC 9(07).
             10 WS-APE-PERDIDA-ARS        PIC S9(12)V9(02).
             10 WS-APE-PERDIDA-USD        PIC S9(12)V9(02).
             10 WS-APE-CANT-CERRADOS      PIC 9(05).
             10 WS-APE-NETO-ARS           PIC S9(12)V9(02).
             10 WS-APE-NETO-USD           PIC S9(12)V9(02).

       01 WS-CLASE-BUSCADA               PIC X(01).
       01 WS-VALOR-BUSCADO               PIC X(08).
       01 WS-APERTURA-UBICADA            PIC X(01).
          88 WS-HAY-APERTURA-UBICADA         VALUE 'S'.
       01 WS-CLASE-LISTADA               PIC X(01).

       01 WS-TIPO-FRAUDE-AUX             PIC X(01).
          88 WS-TIPO-PERDIDA                 VALUE 'P'.
          88 WS-TIPO-ROBADA                  VALUE 'R'.
          88 WS-TIPO-FALSIFICADA             VALUE 'F'.
          88 WS-TIPO-NO-PRESENTE             VALUE 'N'.
          88 WS-TIPO-CUENTA-TOMADA           VALUE 'C'.

       01 WS-NETO-ARS                    PIC S9(12)V9(02).
       01 WS-NETO-USD                    PIC S9(12)V9(02).

       01 WS-CONTADORES.
          05 WS-CANT-CONSUMOS-PERIODO     PIC 9(07) VALUE ZEROES.
          05 WS-CANT-CASOS-ABIERTOS       PIC 9(05) VALUE ZEROES.
          05 WS-CANT-CASOS-CERRADOS       PIC 9(05) VALUE ZEROES.
          05 WS-CANT-CASOS-PENDIENTES     PIC 9(05) VALUE ZEROES.
          05 WS-CANT-SIN-CASO             PIC 9(05) VALUE ZEROES.
          05 WS-CANT-DESBORDE             PIC 9(06) VALUE ZEROES.

       01 WS-TOTALES.
          05 WS-TOT-PERDIDA-ARS           PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-TOT-PERDIDA-USD           PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-TOT-NETO-ARS              PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-TOT-NETO-USD              PIC S9(12)V9(02) VALUE ZEROES.

       01 WS-LINEA-REPORTE.
          05 FILLER                      PIC X(02) VALUE SPACES.
          05 WS-LIN-VALOR                PIC X(16).
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LIN-DESCRIPCION          PIC X(25).
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LIN-CONSUMOS             PIC Z(06)9.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LIN-PERDIDA-ARS          PIC --.---.---.--9,99.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LIN-PERDIDA-USD          PIC --.---.---.--9,99.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LIN-CERRADOS             PIC ZZZZ9.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LIN-NETO-ARS             PIC --.---.---.--9,99.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LIN-NETO-USD             PIC --.---.---.--9,99.

       01 WS-CANT-O                      PIC Z(05)9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-ACUMULAR-CONSUMOS
              THRU 2000-ACUMULAR-CONSUMOS-FIN.

           PERFORM 2200-ACUMULAR-CASOS
              THRU 2200-ACUMULAR-CASOS-FIN.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY-X.
           MOVE WS-FECHA-HOY-X (1:6)  TO WS-PERIODO.

           MOVE SPACES TO WS-PARAM-ENTORNO.
           ACCEPT WS-PARAM-ENTORNO FROM ENVIRONMENT 'FRAUREP_PERIODO'.
           IF WS-PARAM-ENTORNO (1:6) IS NUMERIC
              MOVE WS-PARAM-ENTORNO (1:6) TO WS-PERIODO
           END-IF.

           PERFORM 1050-LEER-RUTA-ARCHIVO
              THRU 1050-LEER-RUTA-ARCHIVO-FIN.

           PERFORM 1100-CARGAR-COMERCIOS
              THRU 1100-CARGAR-COMERCIOS-FIN.

      *    *** sin casos cargados todavia el reporte sale en cero
           OPEN INPUT ENT-CASOS.

           EVALUATE TRUE
               WHEN FS-CASOS-OK
                    SET WS-CASOS-ABIERTO TO TRUE
               WHEN FS-CASOS-NFD
                    DISPLAY 'AVISO: SIN FRAUDE-CASOS.VSAM, NO HAY '
                            'CASOS DE FRAUDE'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR FRAUDE-CASOS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-CASOS
                    STOP RUN
           END-EVALUATE.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1050-LEER-RUTA-ARCHIVO.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'FRAUREP_CASOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CASOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'FRAUREP_CONSUMOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CONSUMOS-CASO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'FRAUREP_COMERCIOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-COMERCIOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO
                  FROM ENVIRONMENT 'FRAUREP_COMERCIOS_TRABAJO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-COMERCIOS-TRABAJO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'FRAUREP_REPORTE_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REPORTE
           END-IF.

       1050-LEER-RUTA-ARCHIVO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1100-CARGAR-COMERCIOS.

      *    *** el archivo de trabajo se arma de cero en cada corrida
           OPEN OUTPUT TRB-COMERCIOS.
           IF NOT FS-COMERCIOS-TRABAJO-OK
              DISPLAY 'ERROR AL CREAR FRAUREP-COMERCIOS.VSAM: '
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
                  MOVE WS-COM-RAZON-SOCIAL TO WS-TCO-RAZON-SOCIAL
                  PERFORM 1120-GRABAR-COMERCIO
                     THRU 1120-GRABAR-COMERCIO-FIN
           END-READ.

       1110-CARGAR-UN-COMERCIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** un codigo repetido conserva la primera fila, la que
      *    *** encontraba la busqueda; cualquier otro error frena la
      *    *** corrida: no se sigue con un maestro incompleto
       1120-GRABAR-COMERCIO.

           MOVE SPACES        TO WS-TCI-REG.
           MOVE 'CO'          TO WS-TCI-TIPO.
           MOVE WS-TCO-CODIGO TO WS-TCI-VALOR.
           MOVE ZEROES        TO WS-TCI-SECUENCIA.
           MOVE WS-TCO-ACTUAL TO WS-TCI-DATOS.
           WRITE WS-TCI-REG.

           IF NOT FS-COMERCIOS-TRABAJO-OK
              AND NOT FS-COMERCIOS-TRABAJO-DUP
              DISPLAY 'FRAUREP: ERROR AL GRABAR EL COMERCIO '
                      WS-TCO-CODIGO ' EN EL ARCHIVO DE TRABAJO: '
                      FS-COMERCIOS-TRABAJO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1120-GRABAR-COMERCIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** perdida del periodo: los consumos que se cargaron a un
      *    *** caso (y se acreditaron al cliente) en el mes
       2000-ACUMULAR-CONSUMOS.

           IF NOT WS-CASOS-ABIERTO
              GO TO 2000-ACUMULAR-CONSUMOS-FIN
           END-IF.

           OPEN INPUT ENT-CONSUMOS-CASO.

           EVALUATE TRUE
               WHEN FS-CONSUMOS-CASO-OK
                    PERFORM 2010-LEER-CONSUMO
                       THRU 2010-LEER-CONSUMO-FIN
                       UNTIL FS-CONSUMOS-CASO-EOF
                    CLOSE ENT-CONSUMOS-CASO
               WHEN FS-CONSUMOS-CASO-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR FRAUDE-CONSUMOS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-CONSUMOS-CASO
                    STOP RUN
           END-EVALUATE.

       2000-ACUMULAR-CONSUMOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2010-LEER-CONSUMO.

           READ ENT-CONSUMOS-CASO NEXT RECORD
               AT END
                  SET FS-CONSUMOS-CASO-EOF TO TRUE
                  GO TO 2010-LEER-CONSUMO-FIN
           END-READ.

           IF WS-FCC-FECHA-ALTA (1:6) <> WS-PERIODO-X
              GO TO 2010-LEER-CONSUMO-FIN
           END-IF.

           MOVE WS-FCC-NUM-CASO TO WS-FCA-NUM-CASO.
           READ ENT-CASOS KEY IS WS-FCA-NUM-CASO
               INVALID KEY
                  ADD 1 TO WS-CANT-SIN-CASO
                  GO TO 2010-LEER-CONSUMO-FIN
           END-READ.

           ADD 1 TO WS-CANT-CONSUMOS-PERIODO.
           IF WS-FCC-MONEDA = 'USD'
              ADD WS-FCC-IMPORTE TO WS-TOT-PERDIDA-USD
           ELSE
              ADD WS-FCC-IMPORTE TO WS-TOT-PERDIDA-ARS
           END-IF.

           MOVE 'P'             TO WS-CLASE-BUSCADA.
           MOVE WS-FCA-PRODUCTO TO WS-VALOR-BUSCADO.
           PERFORM 2020-SUMAR-PERDIDA
              THRU 2020-SUMAR-PERDIDA-FIN.

           MOVE 'T'                TO WS-CLASE-BUSCADA.
           MOVE WS-FCA-TIPO-FRAUDE TO WS-VALOR-BUSCADO.
           PERFORM 2020-SUMAR-PERDIDA
              THRU 2020-SUMAR-PERDIDA-FIN.

           MOVE 'C'                 TO WS-CLASE-BUSCADA.
           MOVE WS-FCC-COD-COMERCIO TO WS-VALOR-BUSCADO.
           PERFORM 2020-SUMAR-PERDIDA
              THRU 2020-SUMAR-PERDIDA-FIN.

       2010-LEER-CONSUMO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2020-SUMAR-PERDIDA.

           PERFORM 2900-UBICAR-APERTURA
              THRU 2900-UBICAR-APERTURA-FIN.

           IF NOT WS-HAY-APERTURA-UBICADA
              GO TO 2020-SUMAR-PERDIDA-FIN
           END-IF.

           ADD 1 TO WS-APE-CANT-CONSUMOS (WS-IX-APE).
           IF WS-FCC-MONEDA = 'USD'
              ADD WS-FCC-IMPORTE TO WS-APE-PERDIDA-USD (WS-IX-APE)
           ELSE
              ADD WS-FCC-IMPORTE TO WS-APE-PERDIDA-ARS (WS-IX-APE)
           END-IF.

       2020-SUMAR-PERDIDA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** casos abiertos y cerrados en el periodo; los cerrados
      *    *** aportan la perdida neta final (perdida - recupero)
       2200-ACUMULAR-CASOS.

           IF NOT WS-CASOS-ABIERTO
              GO TO 2200-ACUMULAR-CASOS-FIN
           END-IF.

           MOVE ZEROES TO WS-FCA-NUM-CASO.
           START ENT-CASOS KEY IS NOT LESS THAN WS-FCA-NUM-CASO
               INVALID KEY
                  GO TO 2200-ACUMULAR-CASOS-FIN
           END-START.

           PERFORM 2210-LEER-CASO
              THRU 2210-LEER-CASO-FIN
              UNTIL FS-CASOS-EOF.

       2200-ACUMULAR-CASOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2210-LEER-CASO.

           READ ENT-CASOS NEXT RECORD
               AT END
                  SET FS-CASOS-EOF TO TRUE
                  GO TO 2210-LEER-CASO-FIN
           END-READ.

           IF WS-FCA-FECHA-ALTA (1:6) = WS-PERIODO-X
              ADD 1 TO WS-CANT-CASOS-ABIERTOS
           END-IF.

           IF WS-FCA-ABIERTO
              ADD 1 TO WS-CANT-CASOS-PENDIENTES
              GO TO 2210-LEER-CASO-FIN
           END-IF.

           IF WS-FCA-FECHA-CIERRE (1:6) <> WS-PERIODO-X
              GO TO 2210-LEER-CASO-FIN
           END-IF.

           ADD 1 TO WS-CANT-CASOS-CERRADOS.

           SUBTRACT WS-FCA-RECUPERO-ARS FROM WS-FCA-PERDIDA-ARS
                                     GIVING WS-NETO-ARS.
           SUBTRACT WS-FCA-RECUPERO-USD FROM WS-FCA-PERDIDA-USD
                                     GIVING WS-NETO-USD.
           ADD WS-NETO-ARS TO WS-TOT-NETO-ARS.
           ADD WS-NETO-USD TO WS-TOT-NETO-USD.

           MOVE 'P'             TO WS-CLASE-BUSCADA.
           MOVE WS-FCA-PRODUCTO TO WS-VALOR-BUSCADO.
           PERFORM 2220-SUMAR-CIERRE
              THRU 2220-SUMAR-CIERRE-FIN.

           MOVE 'T'                TO WS-CLASE-BUSCADA.
           MOVE WS-FCA-TIPO-FRAUDE TO WS-VALOR-BUSCADO.
           PERFORM 2220-SUMAR-CIERRE
              THRU 2220-SUMAR-CIERRE-FIN.

       2210-LEER-CASO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2220-SUMAR-CIERRE.

           PERFORM 2900-UBICAR-APERTURA
              THRU 2900-UBICAR-APERTURA-FIN.

           IF NOT WS-HAY-APERTURA-UBICADA
              GO TO 2220-SUMAR-CIERRE-FIN
           END-IF.

           ADD 1           TO WS-APE-CANT-CERRADOS (WS-IX-APE).
           ADD WS-NETO-ARS TO WS-APE-NETO-ARS (WS-IX-APE).
           ADD WS-NETO-USD TO WS-APE-NETO-USD (WS-IX-APE).

       2220-SUMAR-CIERRE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** ubica (o agrega) la fila de la apertura buscada
       2900-UBICAR-APERTURA.

           MOVE 'N' TO WS-APERTURA-UBICADA.

           SET WS-IX-APE TO 1.
           SEARCH WS-APE-ITEM
               AT END
                  ADD 1 TO WS-CANT-DESBORDE
               WHEN WS-IX-APE > WS-CANT-APERTURA
                  IF WS-CANT-APERTURA < 3000
                     ADD 1 TO WS-CANT-APERTURA
                     INITIALIZE WS-APE-ITEM (WS-IX-APE)
                     MOVE WS-CLASE-BUSCADA
                       TO WS-APE-CLASE (WS-IX-APE)
                     MOVE WS-VALOR-BUSCADO
                       TO WS-APE-VALOR (WS-IX-APE)
                     MOVE 'S' TO WS-APERTURA-UBICADA
                  ELSE
                     ADD 1 TO WS-CANT-DESBORDE
                  END-IF
               WHEN WS-APE-CLASE (WS-IX-APE) = WS-CLASE-BUSCADA
                AND WS-APE-VALOR (WS-IX-APE) = WS-VALOR-BUSCADO
                  MOVE 'S' TO WS-APERTURA-UBICADA
           END-SEARCH.

       2900-UBICAR-APERTURA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-CASOS-ABIERTO
              CLOSE ENT-CASOS
           END-IF.

           OPEN OUTPUT SAL-REPORTE.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR FRAUDE-PERDIDAS.TXT: '
                      FS-REPORTE
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'PERDIDAS POR FRAUDE - PERIODO ' WS-PERIODO-X
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE 'P' TO WS-CLASE-LISTADA.
           MOVE 'POR PRODUCTO' TO WS-SAL-REPORTE.
           PERFORM 3100-LISTAR-CLASE
              THRU 3100-LISTAR-CLASE-FIN.

           MOVE 'T' TO WS-CLASE-LISTADA.
           MOVE 'POR MODALIDAD' TO WS-SAL-REPORTE.
           PERFORM 3100-LISTAR-CLASE
              THRU 3100-LISTAR-CLASE-FIN.

           MOVE 'C' TO WS-CLASE-LISTADA.
           MOVE 'POR COMERCIO' TO WS-SAL-REPORTE.
           PERFORM 3100-LISTAR-CLASE
              THRU 3100-LISTAR-CLASE-FIN.

           MOVE ALL '=' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           INITIALIZE WS-LINEA-REPORTE.
           MOVE 'TOTAL'                  TO WS-LIN-VALOR.
           MOVE WS-CANT-CONSUMOS-PERIODO TO WS-LIN-CONSUMOS.
           MOVE WS-TOT-PERDIDA-ARS       TO WS-LIN-PERDIDA-ARS.
           MOVE WS-TOT-PERDIDA-USD       TO WS-LIN-PERDIDA-USD.
           MOVE WS-CANT-CASOS-CERRADOS   TO WS-LIN-CERRADOS.
           MOVE WS-TOT-NETO-ARS          TO WS-LIN-NETO-ARS.
           MOVE WS-TOT-NETO-USD          TO WS-LIN-NETO-USD.
           MOVE WS-LINEA-REPORTE         TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE SPACES TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE WS-CANT-CASOS-ABIERTOS TO WS-CANT-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'CASOS ABIERTOS EN EL PERIODO : ' WS-CANT-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE WS-CANT-CASOS-CERRADOS TO WS-CANT-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'CASOS CERRADOS EN EL PERIODO : ' WS-CANT-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE WS-CANT-CASOS-PENDIENTES TO WS-CANT-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'CASOS SIN CERRAR             : ' WS-CANT-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           CLOSE SAL-REPORTE
                 TRB-COMERCIOS.

           DISPLAY 'CONSUMOS DEL PERIODO  : ' WS-CANT-CONSUMOS-PERIODO.
           DISPLAY 'CASOS ABIERTOS        : ' WS-CANT-CASOS-ABIERTOS.
           DISPLAY 'CASOS CERRADOS        : ' WS-CANT-CASOS-CERRADOS.
           IF WS-CANT-SIN-CASO > ZEROES
              DISPLAY 'AVISO: ' WS-CANT-SIN-CASO ' CONSUMOS CON CASO '
                      'INEXISTENTE'
           END-IF.
           IF WS-CANT-DESBORDE > ZEROES
              DISPLAY 'AVISO: ' WS-CANT-DESBORDE ' MOVIMIENTOS FUERA '
                      'DE TABLA'
           END-IF.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** una seccion del reporte: el titulo ya viene en la linea
       3100-LISTAR-CLASE.

           WRITE WS-SAL-REPORTE.
           MOVE ALL '=' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE '  APERTURA         DESCRIPCION               CONSUMOS'
             & '      PERDIDA ARS       PERDIDA USD CERR'
             & '     NETO CERR ARS     NETO CERR USD'
             TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           PERFORM 3110-IMPRIMIR-APERTURA
              THRU 3110-IMPRIMIR-APERTURA-FIN
              VARYING WS-IX-APE FROM 1 BY 1
              UNTIL WS-IX-APE > WS-CANT-APERTURA.

           MOVE SPACES TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       3100-LISTAR-CLASE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3110-IMPRIMIR-APERTURA.

           IF WS-APE-CLASE (WS-IX-APE) <> WS-CLASE-LISTADA
              GO TO 3110-IMPRIMIR-APERTURA-FIN
           END-IF.

           INITIALIZE WS-LINEA-REPORTE.
           MOVE WS-APE-VALOR (WS-IX-APE) TO WS-LIN-VALOR.

           EVALUATE WS-CLASE-LISTADA
               WHEN 'P'
                    IF WS-APE-VALOR (WS-IX-APE) = SPACES
                       MOVE '(SIN PRODUCTO)' TO WS-LIN-VALOR
                    END-IF
               WHEN 'T'
                    MOVE WS-APE-VALOR (WS-IX-APE)
                      TO WS-TIPO-FRAUDE-AUX
                    EVALUATE TRUE
                        WHEN WS-TIPO-PERDIDA
                             MOVE 'TARJETA PERDIDA'
                               TO WS-LIN-DESCRIPCION
                        WHEN WS-TIPO-ROBADA
                             MOVE 'TARJETA ROBADA'
                               TO WS-LIN-DESCRIPCION
                        WHEN WS-TIPO-FALSIFICADA
                             MOVE 'TARJETA FALSIFICADA'
                               TO WS-LIN-DESCRIPCION
                        WHEN WS-TIPO-NO-PRESENTE
                             MOVE 'TARJETA NO PRESENTE'
                               TO WS-LIN-DESCRIPCION
                        WHEN WS-TIPO-CUENTA-TOMADA
                             MOVE 'CUENTA TOMADA'
                               TO WS-LIN-DESCRIPCION
                        WHEN OTHER
                             MOVE 'OTRA MODALIDAD'
                               TO WS-LIN-DESCRIPCION
                    END-EVALUATE
               WHEN 'C'
                    IF WS-APE-VALOR (WS-IX-APE) = SPACES
                       MOVE '(SIN COMERCIO)' TO WS-LIN-VALOR
                    ELSE
                       PERFORM 3120-BUSCAR-COMERCIO
                          THRU 3120-BUSCAR-COMERCIO-FIN
                    END-IF
           END-EVALUATE.

           MOVE WS-APE-CANT-CONSUMOS (WS-IX-APE) TO WS-LIN-CONSUMOS.
           MOVE WS-APE-PERDIDA-ARS (WS-IX-APE)   TO WS-LIN-PERDIDA-ARS.
           MOVE WS-APE-PERDIDA-USD (WS-IX-APE)   TO WS-LIN-PERDIDA-USD.
           MOVE WS-APE-CANT-CERRADOS (WS-IX-APE) TO WS-LIN-CERRADOS.
           MOVE WS-APE-NETO-ARS (WS-IX-APE)      TO WS-LIN-NETO-ARS.
           MOVE WS-APE-NETO-USD (WS-IX-APE)      TO WS-LIN-NETO-USD.
           MOVE WS-LINEA-REPORTE                 TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       3110-IMPRIMIR-APERTURA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** razon social del comercio de la apertura en curso
       3120-BUSCAR-COMERCIO.

           MOVE SPACES                   TO WS-TCI-CLAVE.
           MOVE 'CO'                     TO WS-TCI-TIPO.
           MOVE WS-APE-VALOR (WS-IX-APE) TO WS-TCI-VALOR.
           MOVE ZEROES                   TO WS-TCI-SECUENCIA.
           READ TRB-COMERCIOS KEY IS WS-TCI-CLAVE
               INVALID KEY
                  GO TO 3120-BUSCAR-COMERCIO-FIN
           END-READ.
           MOVE WS-TCI-DATOS        TO WS-TCO-ACTUAL.
           MOVE WS-TCO-RAZON-SOCIAL TO WS-LIN-DESCRIPCION.

       3120-BUSCAR-COMERCIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM FRAUREP.
