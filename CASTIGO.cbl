      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: castigo de cuentas irrecuperables. Toma de
      *          DEUDORES.SEQ las cuentas en situacion 5 con los
      *          ciclos incumplidos minimos (CASTIGO_MIN_CICLOS, por
      *          defecto el mismo maximo de DEUDORES) y deuda a
      *          cobrar, saca esa deuda del saldo anterior de todas
      *          sus tarjetas en MAESTRO-TARJETAS.VSAM (con su asiento
      *          en el diario de saldos y la auditoria de cambios), la
      *          pasa al libro de castigos CASTIGOS.VSAM, inactiva las
      *          tarjetas con motivo 'K' en BLOQCTRL y emite el lote
      *          contable propio (GLCASTIGO.SEQ, layout GLINTERF.SEQ)
      *          mas el reporte CASTIGO.TXT. Los pagos que despues
      *          entren sobre una cuenta castigada los aplica PAGOPOST
      *          como recupero contra este libro. Con CASTIGO_MODO=R no
      *          castiga nada: lista el libro cuenta por cuenta con lo
      *          castigado, lo recuperado y lo pendiente. Con
      *          ENTIDAD_PROCESO (ver ENTIDCTL) solo castiga y lista
      *          cuentas de esa entidad emisora, toma su DEUDORES.SEQ y
      *          deja el reporte y el lote en su directorio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASTIGO.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-DEUDORES
           ASSIGN TO WS-RUTA-DEUDORES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEUDORES.

       SELECT ENT-MAESTRO-TARJETAS
           ASSIGN TO WS-RUTA-MAESTRO-TARJETAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-MAESTRO-TARJETAS
           RECORD KEY IS WS-MT-NUM-TARJETA
           ALTERNATE RECORD KEY IS WS-MT-NUM-CUENTA
                                          WITH DUPLICATES.

      *    *** libro de castigos: persiste entre corridas, lo lee y
      *    *** actualiza PAGOPOST con los recuperos
       SELECT ENT-CASTIGOS
           ASSIGN TO WS-RUTA-CASTIGOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-CAS-CUENTA
           FILE STATUS IS FS-CASTIGOS.

      *    *** mismo diario de saldos que asienta ACTSALDO, para que
      *    *** BACKOUT pueda deshacer un castigo corrido por error
       SELECT SAL-JOURNAL
           ASSIGN TO WS-RUTA-JOURNAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOURNAL.

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

       FD ENT-DEUDORES.
       01 WS-ENT-DEUDORES-REG.
          05 WS-DEU-CUENTA                          PIC 9(10).
          05 WS-DEU-PERIODO                         PIC 9(06).
          05 WS-DEU-SITUACION                       PIC 9(01).
          05 WS-DEU-DEUDA-ARS                       PIC S9(10)V9(02)
                                            SIGN IS TRAILING SEPARATE.
          05 WS-DEU-DEUDA-USD                       PIC S9(10)V9(02)
                                            SIGN IS TRAILING SEPARATE.
          05 WS-DEU-REFINANCIADO                    PIC X(01).
          05 WS-DEU-CICLOS-INCUMPL                  PIC 9(02).
      *    *** una fila por obligado: 'T' (o blanco, archivos
      *    *** anteriores) la del titular, 'C'/'G' las de codeudores y
      *    *** garantes, que repiten la deuda de la cuenta
          05 WS-DEU-ROL                             PIC X(01).
             88 WS-DEU-FILA-TITULAR                     VALUES ' ' 'T'.
          05 WS-DEU-DOCUMENTO                       PIC X(11).

       FD ENT-MAESTRO-TARJETAS.
       01 WS-ENT-MAESTRO-TARJETAS-REG.
          05 WS-MT-NUM-CUENTA                       PIC 9(10).
          05 WS-MT-NUM-TARJETA                      PIC X(19).
          05 WS-MT-NOMBRE                           PIC X(20).
          05 WS-MT-APELLIDO                         PIC X(20).
          05 WS-MT-DIRECCION                        PIC X(40).
          05 WS-MT-COD-POSTAL                       PIC 9(04).
          05 WS-MT-MONEDA-TARJETA                   PIC X(03).
          05 WS-MT-LIMITE-TARJETA                   PIC 9(08)V9(02).
          05 WS-MT-ESTADO                           PIC X(01).
               88 WS-MT-ACTIVA                       VALUE 'A'.
               88 WS-MT-INACTIVA                     VALUE 'I'.
          05 WS-MT-SALDO-ANTERIOR-ARS               PIC S9(08)V9(02).
          05 WS-MT-SALDO-ANTERIOR-USD               PIC S9(08)V9(02).
          05 WS-MT-DIA-CIERRE                       PIC 9(02).
          05 WS-MT-TIPO-TARJETA                     PIC X(01).
          05 WS-MT-NUM-TARJETA-TITULAR              PIC X(19).
          05 WS-MT-LIMITE-TARJETA-USD               PIC 9(08)V9(02).

       FD ENT-CASTIGOS.
           COPY CASTIGOS.

       FD SAL-JOURNAL.
       01 WS-SAL-JOURNAL.
          05 WS-JRN-RUN-ID                          PIC X(15).
          05 WS-JRN-FECHA                           PIC 9(08).
          05 WS-JRN-HORA                            PIC 9(06).
          05 WS-JRN-TARJETA                         PIC X(19).
          05 WS-JRN-IMAGEN-ANTES                    PIC X(179).
          05 WS-JRN-IMAGEN-DESPUES                  PIC X(179).

       FD SAL-REPORTE.
       01 WS-SAL-REPORTE                            PIC X(100).

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
       01 WS-RUTA-DEUDORES           PIC X(60)
                                     VALUE '../DEUDORES.SEQ'.
       01 WS-RUTA-MAESTRO-TARJETAS   PIC X(60)
                                     VALUE '../MAESTRO-TARJETAS.VSAM'.
       01 WS-RUTA-CASTIGOS           PIC X(60)
                                     VALUE '../CASTIGOS.VSAM'.
       01 WS-RUTA-JOURNAL            PIC X(60)
                                     VALUE '../JOURNAL-SALDOS.SEQ'.
       01 WS-RUTA-REPORTE            PIC X(60)
                                     VALUE '../CASTIGO.TXT'.
       01 WS-RUTA-GL                 PIC X(60)
                                     VALUE '../GLCASTIGO.SEQ'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 WS-ENTIDAD-AREA.
           COPY ENTIDIO.
      *    *** entidad de la corrida; en blanco entra toda la
      *    *** instalacion y no hace falta verificar cada cuenta
       01 WS-VER-ENTIDAD-PROCESO     PIC X(03) VALUE SPACES.
       01 WS-VER-CUENTA              PIC 9(10) VALUE ZEROES.
      *    *** ultima cuenta verificada y su resultado
       01 WS-VER-ULTIMA-CUENTA       PIC 9(10) VALUE ZEROES.
       01 WS-VER-ULTIMO-RESULTADO    PIC X(01) VALUE 'S'.
          88 WS-VER-CUENTA-DE-LA-CORRIDA           VALUE 'S'.

       01 FS-STATUS.
          05 FS-DEUDORES                           PIC X(2).
             88 FS-DEUDORES-OK                         VALUE '00'.
             88 FS-DEUDORES-EOF                        VALUE '10'.
             88 FS-DEUDORES-NFD                        VALUE '35'.
          05 FS-MAESTRO-TARJETAS                   PIC X(2).
             88 FS-MAESTRO-TARJETAS-FILE-OK            VALUE '00'.
             88 FS-MAESTRO-TARJETAS-FILE-EOF           VALUE '10'.
          05 FS-CASTIGOS                           PIC X(2).
             88 FS-CASTIGOS-OK                         VALUE '00'.
             88 FS-CASTIGOS-EOF                        VALUE '10'.
             88 FS-CASTIGOS-NFD                        VALUE '35'.
             88 FS-CASTIGOS-CLAVE-NFD                  VALUE '23'.
          05 FS-JOURNAL                            PIC X(2).
             88 FS-JOURNAL-OK                          VALUE '00'.
             88 FS-JOURNAL-NFD                         VALUE '35'.
          05 FS-REPORTE                            PIC X(2).
             88 FS-REPORTE-OK                          VALUE '00'.
          05 FS-GL                                 PIC X(2).
             88 FS-GL-OK                               VALUE '00'.

      *    *** traba de ventana batch (ver LATCHCTL): el castigo
      *    *** reescribe saldos del maestro, no puede correr con la
      *    *** cadena de facturacion en curso
       01 WS-LATCH.
           COPY LATCHIO.

       01 WS-AUDITORIA.
           COPY AUDICIO.

       01 WS-BLOQUEO.
           COPY BLOQIO.

      *    *** plan de cuentas de la interfaz contable
       01 WS-PLAN.
           COPY PLANIO.

      *    *** ciclos incumplidos minimos para castigar; por defecto
      *    *** el mismo umbral con que DEUDORES pasa a situacion 5
       77 WS-MIN-CICLOS-CASTIGO      PIC 9(02) VALUE 06.

      *    *** 'C' castigar (corrida mensual), 'R' reporte del libro
       01 WS-MODO-CASTIGO            PIC X(01) VALUE 'C'.
          88 WS-ES-MODO-REPORTE                    VALUE 'R'.

      *    *** modo de la facturacion (CASTIGO_ROLLUP=S, igual que
      *    *** PAGOPOST_ROLLUP): en rollup todas las tarjetas de la
      *    *** cuenta llevan el mismo saldo combinado, asi que la
      *    *** deuda de la cuenta se toma de una sola de ellas
       01 WS-MODO-ROLLUP-CUENTA      PIC X(01) VALUE 'N'.
          88 WS-ES-ROLLUP-CUENTA                   VALUE 'S'.

       01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
       01 WS-PERIODO                 PIC 9(06) VALUE ZEROES.

      *    *** id de la corrida para el diario de saldos (mismo
      *    *** criterio que ACTSALDO y PAGOPOST)
       01 WS-RUN-ID                  PIC X(15) VALUE SPACES.
       01 WS-FECHA-JOURNAL           PIC 9(08) VALUE ZEROES.
       01 WS-HORA-JOURNAL            PIC 9(08) VALUE ZEROES.
       01 WS-IMAGEN-ANTES            PIC X(179) VALUE SPACES.

      *    *** cuenta en curso y lo que se le va castigando
       01 WS-CUENTA-OBJETIVO         PIC 9(10) VALUE ZEROES.
       01 WS-MT-NUM-CUENTA-LEIDA     PIC 9(10) VALUE ZEROES.
       01 WS-CUENTA-ARS              PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-CUENTA-USD              PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-CUENTA-TARJETAS         PIC 9(03) VALUE ZEROES.
       01 WS-PRIMERA-TARJETA         PIC X(01) VALUE 'S'.
          88 WS-ES-PRIMERA-TARJETA                 VALUE 'S'.

       01 WS-CONTADORES.
          05 WS-CANT-LEIDAS          PIC 9(06) VALUE ZEROES.
          05 WS-CANT-CASTIGADAS      PIC 9(06) VALUE ZEROES.
          05 WS-CANT-YA-CASTIGADAS   PIC 9(06) VALUE ZEROES.
          05 WS-CANT-TARJETAS        PIC 9(06) VALUE ZEROES.
          05 WS-CANT-OTRA-ENTIDAD    PIC 9(06) VALUE ZEROES.
          05 WS-TOTAL-ARS            PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-TOTAL-USD            PIC S9(12)V9(02) VALUE ZEROES.

       01 WS-GL-ACUMULADORES.
          05 WS-GL-CANT-ASIENTOS     PIC 9(06) VALUE ZEROES.
          05 WS-GL-SUMA-DEBE         PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-GL-SUMA-HABER        PIC S9(12)V9(02) VALUE ZEROES.

       01 WS-LINEA-CASTIGO.
          05 WS-LCA-CUENTA               PIC 9(10).
          05 FILLER                      PIC X(06) VALUE ' SIT: '.
          05 WS-LCA-SITUACION            PIC 9(01).
          05 FILLER                      PIC X(09) VALUE ' CICLOS: '.
          05 WS-LCA-CICLOS               PIC 9(02).
          05 FILLER                      PIC X(07) VALUE ' TARJ: '.
          05 WS-LCA-TARJETAS             PIC ZZ9.
          05 FILLER                      PIC X(07) VALUE ' ARS $ '.
          05 WS-LCA-ARS                  PIC --.---.---.--9,99.
          05 FILLER                      PIC X(07) VALUE ' USD $ '.
          05 WS-LCA-USD                  PIC --.---.---.--9,99.

       01 WS-LINEA-LIBRO.
          05 WS-LLI-CUENTA               PIC 9(10).
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LLI-FECHA-CASTIGO        PIC 9(08).
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LLI-MONEDA               PIC X(03).
          05 WS-LLI-CASTIGADO            PIC --.---.---.--9,99.
          05 WS-LLI-RECUPERADO           PIC --.---.---.--9,99.
          05 WS-LLI-PENDIENTE            PIC --.---.---.--9,99.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LLI-FECHA-ULT            PIC 9(08).
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LLI-ESTADO               PIC X(01).

       01 WS-PENDIENTE               PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-LIBRO-TOTALES.
          05 WS-LIB-CASTIGADO-ARS    PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-LIB-CASTIGADO-USD    PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-LIB-RECUPERADO-ARS   PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-LIB-RECUPERADO-USD   PIC S9(12)V9(02) VALUE ZEROES.

       01 WS-IMPORTE-O               PIC --.---.---.--9,99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-ES-MODO-REPORTE
              PERFORM 4000-LISTAR-LIBRO
                 THRU 4000-LISTAR-LIBRO-FIN
              STOP RUN
           END-IF.

           PERFORM 2000-PROCESAR-DEUDORES
              THRU 2000-PROCESAR-DEUDORES-FIN
              UNTIL FS-DEUDORES-EOF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY.
           MOVE WS-FECHA-HOY (1:6)          TO WS-PERIODO.

           PERFORM 1050-LEER-RUTA-ARCHIVO
              THRU 1050-LEER-RUTA-ARCHIVO-FIN.

           PERFORM 1070-RUTAS-ENTIDAD
              THRU 1070-RUTAS-ENTIDAD-FIN.

      *    *** el reporte del libro solo lee: no pide la traba ni abre
      *    *** el maestro
           IF WS-ES-MODO-REPORTE
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           INITIALIZE WS-LATCH.
           SET WS-LTC-MODO-VERIFICAR TO TRUE.
           MOVE 'CASTIGO' TO WS-LTC-PROGRAMA-E.
           CALL 'LATCHCTL' USING WS-LATCH.
           IF WS-LTC-FACTURACION-EN-CURSO
              DISPLAY 'FACTURACION EN CURSO ('
                      WS-LTC-RUN-ID-O '): CASTIGO NO PUEDE '
                      'TOCAR EL MAESTRO AHORA'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1100-ABRIR-ARCHIVOS
              THRU 1100-ABRIR-ARCHIVOS-FIN.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'CASTIGO DE CUENTAS IRRECUPERABLES - PERIODO '
                  WS-PERIODO DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1050-LEER-RUTA-ARCHIVO.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'CASTIGO_DEUDORES_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-DEUDORES
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MAESTRO_TARJETAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-MAESTRO-TARJETAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'CASTIGO_CASTIGOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CASTIGOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ACTSALDO_JOURNAL_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-JOURNAL
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'CASTIGO_REPORTE_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REPORTE
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'CASTIGO_GL_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-GL
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'CASTIGO_MIN_CICLOS'.
           IF WS-RUTA-ENTORNO (1:2) IS NUMERIC
              AND WS-RUTA-ENTORNO (1:2) <> '00'
              MOVE WS-RUTA-ENTORNO (1:2) TO WS-MIN-CICLOS-CASTIGO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'CASTIGO_ROLLUP'.
           IF WS-RUTA-ENTORNO (1:1) = 'S'
              MOVE 'S' TO WS-MODO-ROLLUP-CUENTA
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'CASTIGO_MODO'.
           IF WS-RUTA-ENTORNO (1:1) = 'R'
              MOVE 'R' TO WS-MODO-CASTIGO
              MOVE '../CASTIGOS-RECUPERO.TXT' TO WS-RUTA-REPORTE
              MOVE SPACES TO WS-RUTA-ENTORNO
              ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'CASTIGO_LIBRO_REPORTE_PATH'
              IF WS-RUTA-ENTORNO <> SPACES
                 MOVE WS-RUTA-ENTORNO TO WS-RUTA-REPORTE
              END-IF
           END-IF.

           IF WS-RUN-ID = SPACES
              MOVE SPACES TO WS-RUTA-ENTORNO
              ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'CICLO_RUN_ID'
              IF WS-RUTA-ENTORNO <> SPACES
                 MOVE WS-RUTA-ENTORNO (1:15) TO WS-RUN-ID
              ELSE
                 ACCEPT WS-FECHA-JOURNAL FROM DATE YYYYMMDD
                 ACCEPT WS-HORA-JOURNAL  FROM TIME
                 STRING WS-FECHA-JOURNAL '-' WS-HORA-JOURNAL (1:6)
                        DELIMITED BY SIZE INTO WS-RUN-ID
              END-IF
           END-IF.

       1050-LEER-RUTA-ARCHIVO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** con entidad de la corrida se toma el DEUDORES.SEQ de la
      *    *** entidad y el reporte y el lote van a su directorio, donde
      *    *** los busca CONCGL; el libro de castigos es uno solo
       1070-RUTAS-ENTIDAD.

           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-DATOS TO TRUE.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.
           MOVE WS-EMI-PROCESO-O TO WS-VER-ENTIDAD-PROCESO.

           IF WS-VER-ENTIDAD-PROCESO = SPACES
              GO TO 1070-RUTAS-ENTIDAD-FIN
           END-IF.

           DISPLAY 'ENTIDAD EMISORA: ' WS-EMI-PROCESO-O ' '
                   WS-EMI-NOMBRE-O.

           MOVE WS-RUTA-DEUDORES      TO WS-EMI-RUTA-E.
           PERFORM 1075-RUTA-ENTIDAD
              THRU 1075-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O         TO WS-RUTA-DEUDORES.

           MOVE WS-RUTA-REPORTE       TO WS-EMI-RUTA-E.
           PERFORM 1075-RUTA-ENTIDAD
              THRU 1075-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O         TO WS-RUTA-REPORTE.

           MOVE WS-RUTA-GL            TO WS-EMI-RUTA-E.
           PERFORM 1075-RUTA-ENTIDAD
              THRU 1075-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O         TO WS-RUTA-GL.

       1070-RUTAS-ENTIDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1075-RUTA-ENTIDAD.

           MOVE WS-EMI-RUTA-E TO WS-RUTA-ENTORNO.
           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-RUTA TO TRUE.
           MOVE WS-RUTA-ENTORNO TO WS-EMI-RUTA-E.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.

       1075-RUTA-ENTIDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1100-ABRIR-ARCHIVOS.

           OPEN INPUT ENT-DEUDORES.

           EVALUATE TRUE
               WHEN FS-DEUDORES-OK
                    CONTINUE
               WHEN FS-DEUDORES-NFD
                    DISPLAY 'NO SE ENCUENTRA DEUDORES.SEQ: CORRER '
                            'DEUDORES ANTES DEL CASTIGO'
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR DEUDORES.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-DEUDORES
                    STOP RUN
           END-EVALUATE.

           OPEN I-O ENT-MAESTRO-TARJETAS.

           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO MAESTRO TARJETAS'
              DISPLAY 'FILE STATUS: ' FS-MAESTRO-TARJETAS
              STOP RUN
           END-IF.

      *    *** el libro persiste entre corridas; la primera vez se
      *    *** crea vacio
           OPEN I-O ENT-CASTIGOS.

           IF FS-CASTIGOS-NFD
              OPEN OUTPUT ENT-CASTIGOS
              CLOSE ENT-CASTIGOS
              OPEN I-O ENT-CASTIGOS
           END-IF.

           IF NOT FS-CASTIGOS-OK
              DISPLAY 'ERROR AL ABRIR CASTIGOS.VSAM'
              DISPLAY 'FILE STATUS: ' FS-CASTIGOS
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-REPORTE.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR CASTIGO.TXT'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-GL.

           IF NOT FS-GL-OK
              DISPLAY 'ERROR AL ABRIR GLCASTIGO.SEQ'
              DISPLAY 'FILE STATUS: ' FS-GL
              STOP RUN
           END-IF.

       1100-ABRIR-ARCHIVOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** criterio de castigo: situacion 5, ciclos incumplidos
      *    *** por encima del minimo y deuda a cobrar en alguna moneda
       2000-PROCESAR-DEUDORES.

           READ ENT-DEUDORES
               AT END SET FS-DEUDORES-EOF TO TRUE
      *    *** se castiga la cuenta una vez, en la fila del titular;
      *    *** las de codeudores y garantes repiten su deuda
               NOT AT END
                  IF WS-DEU-FILA-TITULAR
                     ADD 1 TO WS-CANT-LEIDAS
                     IF WS-DEU-SITUACION = 5
                        AND WS-DEU-CICLOS-INCUMPL
                                         >= WS-MIN-CICLOS-CASTIGO
                        AND (WS-DEU-DEUDA-ARS > ZEROES
                             OR WS-DEU-DEUDA-USD > ZEROES)
                        MOVE WS-DEU-CUENTA TO WS-VER-CUENTA
                        PERFORM 2050-VERIFICAR-CUENTA
                           THRU 2050-VERIFICAR-CUENTA-FIN
                        IF WS-VER-CUENTA-DE-LA-CORRIDA
                           PERFORM 2100-CASTIGAR-CUENTA
                              THRU 2100-CASTIGAR-CUENTA-FIN
                        ELSE
                           ADD 1 TO WS-CANT-OTRA-ENTIDAD
                        END-IF
                     END-IF
                  END-IF
           END-READ.

       2000-PROCESAR-DEUDORES-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la cuenta de otra entidad emisora la castiga su banco
       2050-VERIFICAR-CUENTA.

           IF WS-VER-ENTIDAD-PROCESO = SPACES
              MOVE 'S' TO WS-VER-ULTIMO-RESULTADO
              GO TO 2050-VERIFICAR-CUENTA-FIN
           END-IF.

           IF WS-VER-CUENTA <> WS-VER-ULTIMA-CUENTA
              MOVE WS-VER-CUENTA TO WS-VER-ULTIMA-CUENTA
              INITIALIZE WS-EMI-ENTRADA
              SET WS-EMI-MODO-VERIFICAR TO TRUE
              MOVE WS-VER-CUENTA TO WS-EMI-CUENTA-E
              CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA
              MOVE WS-EMI-PERTENECE-O TO WS-VER-ULTIMO-RESULTADO
           END-IF.

       2050-VERIFICAR-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** una cuenta ya castigada no se vuelve a castigar: lo que
      *    *** haya quedado en el maestro despues (cargos de un ciclo
      *    *** que ya venia en curso) se informa para revision manual
       2100-CASTIGAR-CUENTA.

           MOVE WS-DEU-CUENTA TO WS-CAS-CUENTA.
           READ ENT-CASTIGOS KEY IS WS-CAS-CUENTA
               INVALID KEY CONTINUE
           END-READ.

           IF FS-CASTIGOS-OK
              ADD 1 TO WS-CANT-YA-CASTIGADAS
              MOVE SPACES TO WS-SAL-REPORTE
              STRING 'CUENTA ' WS-DEU-CUENTA
                     ' YA CASTIGADA EL ' WS-CAS-FECHA-CASTIGO
                     ': SALDO REMANENTE A REVISAR'
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
              GO TO 2100-CASTIGAR-CUENTA-FIN
           END-IF.

           MOVE WS-DEU-CUENTA TO WS-CUENTA-OBJETIVO.
           MOVE ZEROES        TO WS-CUENTA-ARS, WS-CUENTA-USD,
                                 WS-CUENTA-TARJETAS.
           MOVE 'S'           TO WS-PRIMERA-TARJETA.

           MOVE WS-CUENTA-OBJETIVO TO WS-MT-NUM-CUENTA.
           START ENT-MAESTRO-TARJETAS
               KEY IS EQUAL TO WS-MT-NUM-CUENTA
               INVALID KEY
                  DISPLAY 'AVISO: CUENTA ' WS-CUENTA-OBJETIVO
                          ' DE DEUDORES.SEQ SIN TARJETAS EN EL MAESTRO'
                  GO TO 2100-CASTIGAR-CUENTA-FIN
           END-START.

           MOVE WS-CUENTA-OBJETIVO TO WS-MT-NUM-CUENTA-LEIDA.
           PERFORM 2110-CASTIGAR-UNA-TARJETA
              THRU 2110-CASTIGAR-UNA-TARJETA-FIN
              UNTIL NOT FS-MAESTRO-TARJETAS-FILE-OK
                 OR WS-MT-NUM-CUENTA-LEIDA <> WS-CUENTA-OBJETIVO.

           IF WS-CUENTA-ARS = ZEROES AND WS-CUENTA-USD = ZEROES
              GO TO 2100-CASTIGAR-CUENTA-FIN
           END-IF.

           PERFORM 2200-ASENTAR-CASTIGO
              THRU 2200-ASENTAR-CASTIGO-FIN.

       2100-CASTIGAR-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** saca la deuda (solo la porcion a cobrar: un saldo a
      *    *** favor queda como esta) e inactiva la tarjeta
       2110-CASTIGAR-UNA-TARJETA.

           READ ENT-MAESTRO-TARJETAS NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              GO TO 2110-CASTIGAR-UNA-TARJETA-FIN
           END-IF.

           MOVE WS-MT-NUM-CUENTA TO WS-MT-NUM-CUENTA-LEIDA.
           IF WS-MT-NUM-CUENTA-LEIDA <> WS-CUENTA-OBJETIVO
              GO TO 2110-CASTIGAR-UNA-TARJETA-FIN
           END-IF.

           MOVE WS-ENT-MAESTRO-TARJETAS-REG TO WS-IMAGEN-ANTES.

           IF NOT WS-ES-ROLLUP-CUENTA OR WS-ES-PRIMERA-TARJETA
              IF WS-MT-SALDO-ANTERIOR-ARS > ZEROES
                 ADD WS-MT-SALDO-ANTERIOR-ARS TO WS-CUENTA-ARS
              END-IF
              IF WS-MT-SALDO-ANTERIOR-USD > ZEROES
                 ADD WS-MT-SALDO-ANTERIOR-USD TO WS-CUENTA-USD
              END-IF
           END-IF.
           MOVE 'N' TO WS-PRIMERA-TARJETA.

           IF WS-MT-SALDO-ANTERIOR-ARS > ZEROES
              MOVE ZEROES TO WS-MT-SALDO-ANTERIOR-ARS
           END-IF.
           IF WS-MT-SALDO-ANTERIOR-USD > ZEROES
              MOVE ZEROES TO WS-MT-SALDO-ANTERIOR-USD
           END-IF.
           SET WS-MT-INACTIVA TO TRUE.

           REWRITE WS-ENT-MAESTRO-TARJETAS-REG.

           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              DISPLAY 'ERROR AL REGRABAR ' WS-MT-NUM-TARJETA
                      ' EN EL CASTIGO: ' FS-MAESTRO-TARJETAS
              GO TO 2110-CASTIGAR-UNA-TARJETA-FIN
           END-IF.

           ADD 1 TO WS-CUENTA-TARJETAS.

           PERFORM 2900-ASENTAR-JOURNAL
              THRU 2900-ASENTAR-JOURNAL-FIN.

           INITIALIZE WS-BLOQUEO.
           SET WS-BLQ-MODO-ASENTAR TO TRUE.
           MOVE WS-MT-NUM-TARJETA  TO WS-BLQ-TARJETA-E.
           MOVE 'K'                TO WS-BLQ-MOTIVO-E.
           MOVE 'CASTIGO'          TO WS-BLQ-PROGRAMA-E.
           CALL 'BLOQCTRL' USING WS-BLOQUEO.

           IF WS-BLQ-COD-ERROR-O <> SPACES
              DISPLAY 'AVISO: NO SE PUDO ASENTAR EL BLOQUEO DE '
                      WS-MT-NUM-TARJETA ': ' WS-BLQ-DES-ERROR-O
           END-IF.

       2110-CASTIGAR-UNA-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2200-ASENTAR-CASTIGO.

           INITIALIZE WS-CAS-CASTIGO-REG.
           MOVE WS-CUENTA-OBJETIVO      TO WS-CAS-CUENTA.
           MOVE WS-FECHA-HOY            TO WS-CAS-FECHA-CASTIGO.
           MOVE WS-DEU-PERIODO          TO WS-CAS-PERIODO.
           MOVE WS-DEU-SITUACION        TO WS-CAS-SITUACION.
           MOVE WS-DEU-CICLOS-INCUMPL   TO WS-CAS-CICLOS-INCUMPL.
           MOVE WS-CUENTA-ARS           TO WS-CAS-CASTIGADO-ARS.
           MOVE WS-CUENTA-USD           TO WS-CAS-CASTIGADO-USD.
           MOVE ZEROES                  TO WS-CAS-RECUPERADO-ARS,
                                           WS-CAS-RECUPERADO-USD,
                                           WS-CAS-FECHA-ULT-RECUPERO.
           SET WS-CAS-CASTIGADA         TO TRUE.

           WRITE WS-CAS-CASTIGO-REG.

           IF NOT FS-CASTIGOS-OK
              DISPLAY 'ERROR AL GRABAR CASTIGOS.VSAM, CUENTA '
                      WS-CUENTA-OBJETIVO ': ' FS-CASTIGOS
           END-IF.

           ADD 1                  TO WS-CANT-CASTIGADAS.
           ADD WS-CUENTA-TARJETAS TO WS-CANT-TARJETAS.
           ADD WS-CUENTA-ARS      TO WS-TOTAL-ARS.
           ADD WS-CUENTA-USD      TO WS-TOTAL-USD.

           MOVE WS-CUENTA-OBJETIVO    TO WS-LCA-CUENTA.
           MOVE WS-DEU-SITUACION      TO WS-LCA-SITUACION.
           MOVE WS-DEU-CICLOS-INCUMPL TO WS-LCA-CICLOS.
           MOVE WS-CUENTA-TARJETAS    TO WS-LCA-TARJETAS.
           MOVE WS-CUENTA-ARS         TO WS-LCA-ARS.
           MOVE WS-CUENTA-USD         TO WS-LCA-USD.
           MOVE WS-LINEA-CASTIGO      TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2200-ASENTAR-CASTIGO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** asiento en el diario de saldos y en la auditoria
      *    *** unificada de cambios (mismo circuito que PAGOPOST)
       2900-ASENTAR-JOURNAL.

           OPEN EXTEND SAL-JOURNAL.
           IF FS-JOURNAL-NFD
              OPEN OUTPUT SAL-JOURNAL
              CLOSE SAL-JOURNAL
              OPEN EXTEND SAL-JOURNAL
           END-IF.
           IF NOT FS-JOURNAL-OK
              DISPLAY 'ERROR AL ABRIR JOURNAL-SALDOS.SEQ: ' FS-JOURNAL
              GO TO 2900-ASENTAR-JOURNAL-FIN
           END-IF.

           ACCEPT WS-FECHA-JOURNAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-JOURNAL  FROM TIME.

           MOVE WS-RUN-ID                   TO WS-JRN-RUN-ID.
           MOVE WS-FECHA-JOURNAL            TO WS-JRN-FECHA.
           MOVE WS-HORA-JOURNAL (1:6)       TO WS-JRN-HORA.
           MOVE WS-MT-NUM-TARJETA           TO WS-JRN-TARJETA.
           MOVE WS-IMAGEN-ANTES             TO WS-JRN-IMAGEN-ANTES.
           MOVE WS-ENT-MAESTRO-TARJETAS-REG TO WS-JRN-IMAGEN-DESPUES.
           WRITE WS-SAL-JOURNAL.

           CLOSE SAL-JOURNAL.

           MOVE 'CASTIGO'                   TO WS-AUD-PROGRAMA.
           MOVE 'R'                         TO WS-AUD-OPERACION.
           MOVE WS-MT-NUM-TARJETA           TO WS-AUD-TARJETA.
           MOVE WS-IMAGEN-ANTES             TO WS-AUD-IMAGEN-ANTES.
           MOVE WS-ENT-MAESTRO-TARJETAS-REG TO WS-AUD-IMAGEN-DESPUES.
           CALL 'AUDICAMB' USING WS-AUDITORIA.

           IF WS-AUD-COD-ERROR-O <> SPACES
              DISPLAY 'AVISO: NO SE PUDO AUDITAR EL CAMBIO: '
                      WS-AUD-DES-ERROR-O
           END-IF.

       2900-ASENTAR-JOURNAL-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'CUENTAS CASTIGADAS: ' WS-CANT-CASTIGADAS
                  '  TARJETAS: '         WS-CANT-TARJETAS
                  '  YA CASTIGADAS: '    WS-CANT-YA-CASTIGADAS
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-TOTAL-ARS TO WS-IMPORTE-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'TOTAL CASTIGADO ARS: $ ' WS-IMPORTE-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-TOTAL-USD TO WS-IMPORTE-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'TOTAL CASTIGADO USD: $ ' WS-IMPORTE-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           PERFORM 3100-GRABAR-ASIENTOS
              THRU 3100-GRABAR-ASIENTOS-FIN.

           CLOSE ENT-DEUDORES
                 ENT-MAESTRO-TARJETAS
                 ENT-CASTIGOS
                 SAL-REPORTE
                 SAL-GL.

           DISPLAY 'CUENTAS LEIDAS     : ' WS-CANT-LEIDAS.
           DISPLAY 'CUENTAS CASTIGADAS : ' WS-CANT-CASTIGADAS.
           DISPLAY 'TARJETAS CERRADAS  : ' WS-CANT-TARJETAS.
           DISPLAY 'DE OTRA ENTIDAD    : ' WS-CANT-OTRA-ENTIDAD.
           DISPLAY 'TOTAL ARS CASTIGADO: ' WS-TOTAL-ARS.
           DISPLAY 'TOTAL USD CASTIGADO: ' WS-TOTAL-USD.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el castigo se aplica contra la prevision constituida
      *    *** (debe prevision, haber deudores) y la deuda pasa a
      *    *** cuentas de orden para el seguimiento del recupero
       3100-GRABAR-ASIENTOS.

           IF WS-TOTAL-ARS <> ZEROES
              MOVE 'ARS'         TO WS-GL-MONEDA
              MOVE WS-TOTAL-ARS  TO WS-GL-IMPORTE
              PERFORM 3110-ASIENTOS-MONEDA
                 THRU 3110-ASIENTOS-MONEDA-FIN
           END-IF.

           IF WS-TOTAL-USD <> ZEROES
              MOVE 'USD'         TO WS-GL-MONEDA
              MOVE WS-TOTAL-USD  TO WS-GL-IMPORTE
              PERFORM 3110-ASIENTOS-MONEDA
                 THRU 3110-ASIENTOS-MONEDA-FIN
           END-IF.

           IF WS-GL-SUMA-DEBE <> WS-GL-SUMA-HABER
              DISPLAY 'ERROR: EL LOTE DE CASTIGO NO BALANCEA'
              DISPLAY 'TOTAL DEBE : ' WS-GL-SUMA-DEBE
              DISPLAY 'TOTAL HABER: ' WS-GL-SUMA-HABER
              DISPLAY 'NO ENTREGAR GLCASTIGO.SEQ A CONTADURIA'
           END-IF.

           MOVE 'T'                 TO WS-GLT-TIPO-REG.
           MOVE WS-PERIODO          TO WS-GLT-PERIODO.
           MOVE WS-GL-CANT-ASIENTOS TO WS-GLT-CANT-ASIENTOS.
           MOVE WS-GL-SUMA-DEBE     TO WS-GLT-TOTAL-DEBE.
           MOVE WS-GL-SUMA-HABER    TO WS-GLT-TOTAL-HABER.
           WRITE WS-SAL-GL-TOTAL.

       3100-GRABAR-ASIENTOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3110-ASIENTOS-MONEDA.

           MOVE 'CASTIGO' TO WS-PLC-TIPO-MOV-E.
           PERFORM 3115-PEDIR-CUENTAS
              THRU 3115-PEDIR-CUENTAS-FIN.
           MOVE 'D' TO WS-GL-DEBE-HABER.
           MOVE WS-PLC-CUENTA-DEBE-O TO WS-GL-CUENTA-CONTABLE.
           PERFORM 3175-GRABAR-ASIENTO
              THRU 3175-GRABAR-ASIENTO-FIN.
           MOVE 'H' TO WS-GL-DEBE-HABER.
           MOVE WS-PLC-CUENTA-HABER-O TO WS-GL-CUENTA-CONTABLE.
           PERFORM 3175-GRABAR-ASIENTO
              THRU 3175-GRABAR-ASIENTO-FIN.

           MOVE 'CASTIGO-ORD' TO WS-PLC-TIPO-MOV-E.
           PERFORM 3115-PEDIR-CUENTAS
              THRU 3115-PEDIR-CUENTAS-FIN.
           MOVE 'D' TO WS-GL-DEBE-HABER.
           MOVE WS-PLC-CUENTA-DEBE-O TO WS-GL-CUENTA-CONTABLE.
           PERFORM 3175-GRABAR-ASIENTO
              THRU 3175-GRABAR-ASIENTO-FIN.
           MOVE 'H' TO WS-GL-DEBE-HABER.
           MOVE WS-PLC-CUENTA-HABER-O TO WS-GL-CUENTA-CONTABLE.
           PERFORM 3175-GRABAR-ASIENTO
              THRU 3175-GRABAR-ASIENTO-FIN.

       3110-ASIENTOS-MONEDA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cuentas del tipo de movimiento en WS-PLC-TIPO-MOV-E para
      *    *** la moneda del asiento, segun el plan de cuentas
       3115-PEDIR-CUENTAS.

           MOVE SPACES       TO WS-PLC-SUBTIPO-E, WS-PLC-PRODUCTO-E.
           MOVE WS-GL-MONEDA TO WS-PLC-MONEDA-E.
           CALL 'PLANCTAS' USING WS-PLAN.

           IF WS-PLC-COD-ERROR-O <> SPACES
              DISPLAY 'PLAN DE CUENTAS: ' WS-PLC-TIPO-MOV-E ' '
                      WS-GL-MONEDA ': ' WS-PLC-DES-ERROR-O
           END-IF.

       3115-PEDIR-CUENTAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3175-GRABAR-ASIENTO.

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
              DISPLAY 'ERROR AL ESCRIBIR GLCASTIGO.SEQ'
              DISPLAY 'FILE STATUS: ' FS-GL
           END-IF.

       3175-GRABAR-ASIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    *** reporte del libro de castigos: por cuenta y moneda, lo
      *    *** castigado, lo recuperado por PAGOPOST y lo pendiente
       4000-LISTAR-LIBRO.

           OPEN INPUT ENT-CASTIGOS.

           IF FS-CASTIGOS-NFD
              DISPLAY 'NO HAY CUENTAS CASTIGADAS (SIN CASTIGOS.VSAM)'
              GO TO 4000-LISTAR-LIBRO-FIN
           END-IF.

           IF NOT FS-CASTIGOS-OK
              DISPLAY 'ERROR AL ABRIR CASTIGOS.VSAM'
              DISPLAY 'FILE STATUS: ' FS-CASTIGOS
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-REPORTE.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR EL REPORTE DEL LIBRO'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'LIBRO DE CASTIGOS Y RECUPEROS AL ' WS-FECHA-HOY
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'CUENTA     CASTIGO  MON         CASTIGADO'
                  '        RECUPERADO         PENDIENTE ULT.RECUP E'
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE ZEROES TO WS-CAS-CUENTA.
           START ENT-CASTIGOS KEY IS NOT LESS THAN WS-CAS-CUENTA
               INVALID KEY SET FS-CASTIGOS-EOF TO TRUE
           END-START.

           PERFORM 4100-LISTAR-UNA-CUENTA
              THRU 4100-LISTAR-UNA-CUENTA-FIN
              UNTIL FS-CASTIGOS-EOF.

           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-LIB-CASTIGADO-ARS TO WS-IMPORTE-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'TOTAL CASTIGADO  ARS: $ ' WS-IMPORTE-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE WS-LIB-RECUPERADO-ARS TO WS-IMPORTE-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'TOTAL RECUPERADO ARS: $ ' WS-IMPORTE-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE WS-LIB-CASTIGADO-USD TO WS-IMPORTE-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'TOTAL CASTIGADO  USD: $ ' WS-IMPORTE-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE WS-LIB-RECUPERADO-USD TO WS-IMPORTE-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'TOTAL RECUPERADO USD: $ ' WS-IMPORTE-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           CLOSE ENT-CASTIGOS
                 SAL-REPORTE.

       4000-LISTAR-LIBRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       4100-LISTAR-UNA-CUENTA.

           READ ENT-CASTIGOS NEXT RECORD
               AT END
                  SET FS-CASTIGOS-EOF TO TRUE
                  GO TO 4100-LISTAR-UNA-CUENTA-FIN
           END-READ.

           MOVE WS-CAS-CUENTA TO WS-VER-CUENTA.
           PERFORM 2050-VERIFICAR-CUENTA
              THRU 2050-VERIFICAR-CUENTA-FIN.
           IF NOT WS-VER-CUENTA-DE-LA-CORRIDA
              GO TO 4100-LISTAR-UNA-CUENTA-FIN
           END-IF.

           ADD WS-CAS-CASTIGADO-ARS  TO WS-LIB-CASTIGADO-ARS.
           ADD WS-CAS-CASTIGADO-USD  TO WS-LIB-CASTIGADO-USD.
           ADD WS-CAS-RECUPERADO-ARS TO WS-LIB-RECUPERADO-ARS.
           ADD WS-CAS-RECUPERADO-USD TO WS-LIB-RECUPERADO-USD.

           MOVE WS-CAS-CUENTA             TO WS-LLI-CUENTA.
           MOVE WS-CAS-FECHA-CASTIGO      TO WS-LLI-FECHA-CASTIGO.
           MOVE WS-CAS-FECHA-ULT-RECUPERO TO WS-LLI-FECHA-ULT.
           MOVE WS-CAS-ESTADO             TO WS-LLI-ESTADO.

           IF WS-CAS-CASTIGADO-ARS <> ZEROES
              OR WS-CAS-RECUPERADO-ARS <> ZEROES
              MOVE 'ARS'                 TO WS-LLI-MONEDA
              MOVE WS-CAS-CASTIGADO-ARS  TO WS-LLI-CASTIGADO
              MOVE WS-CAS-RECUPERADO-ARS TO WS-LLI-RECUPERADO
              COMPUTE WS-PENDIENTE = WS-CAS-CASTIGADO-ARS
                                   - WS-CAS-RECUPERADO-ARS
              MOVE WS-PENDIENTE          TO WS-LLI-PENDIENTE
              MOVE WS-LINEA-LIBRO        TO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
           END-IF.

           IF WS-CAS-CASTIGADO-USD <> ZEROES
              OR WS-CAS-RECUPERADO-USD <> ZEROES
              MOVE 'USD'                 TO WS-LLI-MONEDA
              MOVE WS-CAS-CASTIGADO-USD  TO WS-LLI-CASTIGADO
              MOVE WS-CAS-RECUPERADO-USD TO WS-LLI-RECUPERADO
              COMPUTE WS-PENDIENTE = WS-CAS-CASTIGADO-USD
                                   - WS-CAS-RECUPERADO-USD
              MOVE WS-PENDIENTE          TO WS-LLI-PENDIENTE
              MOVE WS-LINEA-LIBRO        TO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
           END-IF.

       4100-LISTAR-UNA-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM CASTIGO.
