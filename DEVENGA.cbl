      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: devengamiento de intereses a fin de mes. Las tarjetas
      *          con dia de cierre anterior al ultimo dia del mes
      *          recien pagan la financiacion de 2615 en el cierre
      *          siguiente; este proceso estima el interes ganado desde
      *          el cierre hasta el ultimo dia calendario sobre el
      *          saldo arrastrado del maestro, con la tasa mensual del
      *          producto (PRODUCTOS.SEQ via TARJPROD.VSAM, o el
      *          parametro INTERES vigente) y el mismo prorrateo diario
      *          (dias / 30) que usa la facturacion. Emite el lote del
      *          devengamiento (GLDEVENGO.SEQ, periodo del mes) y en la
      *          misma corrida el de su reversion automatica
      *          (GLDEVREV.SEQ, periodo del mes siguiente, para que
      *          contaduria lo cargue el dia 1), ambos en el layout de
      *          GLINTERF.SEQ, mas el reporte por producto y moneda en
      *          DEVENGA.TXT. La cuenta congelada por un siniestro en
      *          curso (SEGUROS.VSAM) no devenga, como en la
      *          facturacion. Con ENTIDAD_PROCESO (ver ENTIDCTL) se
      *          devengan solo las cuentas de esa entidad emisora, y
      *          los lotes y el reporte van a su directorio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVENGA.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-MAESTRO-TARJETAS
           ASSIGN TO WS-RUTA-MAESTRO-TARJETAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MAESTRO-TARJETAS
           RECORD KEY IS WS-MT-NUM-TARJETA
           ALTERNATE RECORD KEY IS WS-MT-NUM-CUENTA
                                          WITH DUPLICATES.

       SELECT ENT-PRODUCTOS
           ASSIGN TO WS-RUTA-PRODUCTOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRODUCTOS.

       SELECT ENT-TARJETA-PROD
           ASSIGN TO WS-RUTA-TARJETA-PROD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-TPR-TARJETA
           FILE STATUS IS FS-TARJETA-PROD.

       SELECT ENT-PARAMETROS
           ASSIGN TO WS-RUTA-PARAMETROS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

      *    *** adhesiones al seguro de saldo: la cuenta con siniestro
      *    *** en curso esta congelada (opcional)
       SELECT ENT-SEGUROS
           ASSIGN TO WS-RUTA-SEGUROS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-SEG-CUENTA
           FILE STATUS IS FS-SEGUROS.

       SELECT SAL-REPORTE
           ASSIGN TO WS-RUTA-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       SELECT SAL-GL
           ASSIGN TO WS-RUTA-GL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GL.

       SELECT SAL-GL-REVERSION
           ASSIGN TO WS-RUTA-GL-REVERSION
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GL-REVERSION.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

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
          05 WS-MT-SALDO-ANTERIOR-ARS               PIC S9(08)V9(02).
          05 WS-MT-SALDO-ANTERIOR-USD               PIC S9(08)V9(02).
          05 WS-MT-DIA-CIERRE                       PIC 9(02).
          05 WS-MT-TIPO-TARJETA                     PIC X(01).
          05 WS-MT-NUM-TARJETA-TITULAR              PIC X(19).
          05 WS-MT-LIMITE-TARJETA-USD               PIC 9(08)V9(02).

       FD ENT-PRODUCTOS.
           COPY PRODUCTO.

       FD ENT-TARJETA-PROD.
           COPY TARJPROD.

       FD ENT-PARAMETROS.
           COPY PARAMETROS.

       FD ENT-SEGUROS.
           COPY SEGUROS.

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

      *    *** mismo layout, periodo del mes siguiente
       FD SAL-GL-REVERSION.
       01 WS-SAL-GLR-REG                            PIC X(53).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-MAESTRO-TARJETAS   PIC X(60)
                                     VALUE '../MAESTRO-TARJETAS.VSAM'.
       01 WS-RUTA-PRODUCTOS          PIC X(60)
                                     VALUE '../PRODUCTOS.SEQ'.
       01 WS-RUTA-TARJETA-PROD       PIC X(60)
                                     VALUE '../TARJPROD.VSAM'.
       01 WS-RUTA-PARAMETROS         PIC X(60)
                                     VALUE '../PARAMETROS.SEQ'.
       01 WS-RUTA-SEGUROS            PIC X(60)
                                     VALUE '../SEGUROS.VSAM'.
       01 WS-RUTA-REPORTE            PIC X(60)
                                     VALUE '../DEVENGA.TXT'.
       01 WS-RUTA-GL                 PIC X(60)
                                     VALUE '../GLDEVENGO.SEQ'.
       01 WS-RUTA-GL-REVERSION       PIC X(60)
                                     VALUE '../GLDEVREV.SEQ'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 WS-ENTIDAD-AREA.
           COPY ENTIDIO.
      *    *** entidad de la corrida; en blanco se devenga toda la
      *    *** instalacion y no hace falta verificar cada cuenta
       01 WS-VER-ENTIDAD-PROCESO     PIC X(03) VALUE SPACES.
      *    *** ultima cuenta verificada y su resultado
       01 WS-VER-ULTIMA-CUENTA       PIC 9(10) VALUE ZEROES.
       01 WS-VER-ULTIMO-RESULTADO    PIC X(01) VALUE 'S'.
          88 WS-VER-CUENTA-DE-LA-CORRIDA           VALUE 'S'.

       01 FS-STATUS.
          05 FS-MAESTRO-TARJETAS                   PIC X(2).
             88 FS-MAESTRO-TARJETAS-FILE-OK            VALUE '00'.
             88 FS-MAESTRO-TARJETAS-FILE-EOF           VALUE '10'.
          05 FS-PRODUCTOS                          PIC X(2).
             88 FS-PRODUCTOS-OK                        VALUE '00'.
             88 FS-PRODUCTOS-EOF                       VALUE '10'.
             88 FS-PRODUCTOS-NFD                       VALUE '35'.
          05 FS-TARJETA-PROD                       PIC X(2).
             88 FS-TARJETA-PROD-OK                     VALUE '00'.
             88 FS-TARJETA-PROD-NFD                    VALUE '35'.
          05 FS-PARAMETROS                         PIC X(2).
             88 FS-PARAMETROS-OK                       VALUE '00'.
             88 FS-PARAMETROS-EOF                      VALUE '10'.
          05 FS-SEGUROS                            PIC X(2).
             88 FS-SEGUROS-OK                          VALUE '00'.
             88 FS-SEGUROS-NFD                         VALUE '35'.
          05 FS-REPORTE                            PIC X(2).
             88 FS-REPORTE-OK                          VALUE '00'.
          05 FS-GL                                 PIC X(2).
             88 FS-GL-OK                               VALUE '00'.
          05 FS-GL-REVERSION                       PIC X(2).
             88 FS-GL-REVERSION-OK                     VALUE '00'.

      *    *** modo de la facturacion (DEVENGA_ROLLUP=S, igual que
      *    *** PAGOPOST_ROLLUP): en rollup todas las tarjetas de la
      *    *** cuenta llevan el mismo saldo combinado y el interes se
      *    *** cobra una sola vez, asi que se devenga solo sobre la
      *    *** titular
       01 WS-MODO-ROLLUP-CUENTA      PIC X(01) VALUE 'N'.
          88 WS-ES-ROLLUP-CUENTA                   VALUE 'S'.

      *    *** fecha de corte (DEVENGA_FECHA, por defecto hoy): el
      *    *** devengamiento va hasta el ultimo dia de ese mes
       01 WS-FECHA-CORTE             PIC 9(08) VALUE ZEROES.
       01 WS-FECHA-CORTE-R REDEFINES WS-FECHA-CORTE.
          05 WS-CORTE-ANIO           PIC 9(04).
          05 WS-CORTE-MES            PIC 9(02).
          05 WS-CORTE-DIA            PIC 9(02).
       01 WS-PERIODO                 PIC 9(06) VALUE ZEROES.
       01 WS-PERIODO-REVERSION       PIC 9(06) VALUE ZEROES.
       01 WS-PRIMERO-MES-SIGUIENTE   PIC 9(08) VALUE ZEROES.
       01 WS-PRIMERO-SIGUIENTE-R REDEFINES WS-PRIMERO-MES-SIGUIENTE.
          05 WS-SIG-ANIO             PIC 9(04).
          05 WS-SIG-MES              PIC 9(02).
          05 WS-SIG-DIA              PIC 9(02).
       01 WS-ULTIMO-DIA-MES          PIC 9(08) VALUE ZEROES.
       01 WS-ULTIMO-DIA              PIC 9(02) VALUE ZEROES.

      *    *** tasa global (parametro INTERES vigente) para las tarjetas
      *    *** sin producto asignado, como hace la facturacion
       77 WS-INTERES                 PIC 9(02)V9(02) VALUE ZEROES.

      *    *** catalogo de productos en memoria (PRODUCTOS.SEQ)
       01 WS-TABLA-PRODUCTOS.
          05 WS-PROD-ITEM OCCURS 10 TIMES
                          INDEXED BY WS-IX-PROD.
             10 WS-PROD-CODIGO            PIC X(03).
             10 WS-PROD-INTERES           PIC 9(02)V9(02).
       01 WS-CANT-PRODUCTOS               PIC 9(02) VALUE ZEROES.
       01 WS-HAY-TARJETA-PROD             PIC X(01) VALUE 'N'.
          88 WS-EXISTE-TARJETA-PROD                   VALUE 'S'.
       01 WS-HAY-SEGUROS                  PIC X(01) VALUE 'N'.
          88 WS-EXISTEN-SEGUROS                       VALUE 'S'.
      *    *** siniestro denunciado o reclamado (ver SEGUROS): la
      *    *** cuenta no devenga hasta que responda la aseguradora
       01 WS-SINIESTRO-EN-CURSO           PIC X(01) VALUE 'N'.
          88 WS-CUENTA-CONGELADA                      VALUE 'S'.

      *    *** tarjeta en curso
       01 WS-PRODUCTO-TARJETA        PIC X(03) VALUE SPACES.
       01 WS-TASA-TARJETA            PIC 9(02)V9(02) VALUE ZEROES.
       01 WS-DIAS-DEVENGO            PIC 9(02) VALUE ZEROES.
       01 WS-FACTOR-DIAS             PIC 9(01)V9(06) VALUE ZEROES.
       01 WS-DEVENGO-ARS             PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-DEVENGO-USD             PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-MONEDA-FILA             PIC X(03) VALUE SPACES.
       01 WS-SALDO-FILA              PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-DEVENGO-FILA            PIC S9(10)V9(02) VALUE ZEROES.

      *    *** acumulado por producto y moneda para el reporte y los
      *    *** lotes: a lo sumo los 10 productos del catalogo mas la
      *    *** fila sin producto, en las dos monedas
       01 WS-TABLA-DEVENGO.
          05 WS-CANT-FILAS           PIC 9(02) VALUE ZEROES.
          05 WS-DEV-ITEM OCCURS 30 TIMES
                          INDEXED BY WS-IX-DEV.
             10 WS-DEV-PRODUCTO      PIC X(03).
             10 WS-DEV-MONEDA        PIC X(03).
             10 WS-DEV-TASA          PIC 9(02)V9(02).
             10 WS-DEV-TARJETAS      PIC 9(06).
             10 WS-DEV-SALDO         PIC S9(12)V9(02).
             10 WS-DEV-INTERES       PIC S9(12)V9(02).

       01 WS-CONTADORES.
          05 WS-CANT-LEIDAS          PIC 9(06) VALUE ZEROES.
          05 WS-CANT-DEVENGADAS      PIC 9(06) VALUE ZEROES.
          05 WS-CANT-CONGELADAS      PIC 9(06) VALUE ZEROES.
          05 WS-CANT-OTRA-ENTIDAD    PIC 9(06) VALUE ZEROES.
          05 WS-TOTAL-ARS            PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-TOTAL-USD            PIC S9(12)V9(02) VALUE ZEROES.

       01 WS-GL-ACUMULADORES.
          05 WS-GL-CANT-ASIENTOS     PIC 9(06) VALUE ZEROES.
          05 WS-GL-SUMA-DEBE         PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-GL-SUMA-HABER        PIC S9(12)V9(02) VALUE ZEROES.

      *    *** plan de cuentas de la interfaz contable
       01 WS-PLAN.
           COPY PLANIO.

       01 WS-LINEA-DEVENGO.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LDV-PRODUCTO             PIC X(03).
          05 FILLER                      PIC X(03) VALUE SPACES.
          05 WS-LDV-MONEDA               PIC X(03).
          05 FILLER                      PIC X(02) VALUE SPACES.
          05 WS-LDV-TASA                 PIC Z9,99.
          05 WS-LDV-TARJETAS             PIC ZZZ.ZZ9.
          05 WS-LDV-SALDO                PIC ---.---.---.--9,99.
          05 WS-LDV-INTERES              PIC ---.---.---.--9,99.

       01 WS-IMPORTE-O               PIC ---.---.---.--9,99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-PROCESAR-MAESTRO
              THRU 2000-PROCESAR-MAESTRO-FIN
              UNTIL FS-MAESTRO-TARJETAS-FILE-EOF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-CORTE.

           PERFORM 1050-LEER-RUTA-ARCHIVO
              THRU 1050-LEER-RUTA-ARCHIVO-FIN.

           PERFORM 1070-RUTAS-ENTIDAD
              THRU 1070-RUTAS-ENTIDAD-FIN.

      *    *** ultimo dia del mes = dia anterior al primero del mes
      *    *** siguiente, que ademas es el periodo de la reversion
           MOVE WS-CORTE-ANIO TO WS-SIG-ANIO.
           MOVE WS-CORTE-MES  TO WS-SIG-MES.
           MOVE 01            TO WS-SIG-DIA.
           IF WS-SIG-MES = 12
              MOVE 01 TO WS-SIG-MES
              ADD 1   TO WS-SIG-ANIO
           ELSE
              ADD 1   TO WS-SIG-MES
           END-IF.
           COMPUTE WS-ULTIMO-DIA-MES = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-PRIMERO-MES-SIGUIENTE)
                    - 1).
           MOVE WS-ULTIMO-DIA-MES (7:2)         TO WS-ULTIMO-DIA.
           MOVE WS-FECHA-CORTE (1:6)            TO WS-PERIODO.
           MOVE WS-PRIMERO-MES-SIGUIENTE (1:6)  TO WS-PERIODO-REVERSION.

           PERFORM 1100-ABRIR-ARCHIVOS
              THRU 1100-ABRIR-ARCHIVOS-FIN.

           PERFORM 1200-LEER-PARAMETROS
              THRU 1200-LEER-PARAMETROS-FIN.

           PERFORM 1240-CARGAR-PRODUCTOS
              THRU 1240-CARGAR-PRODUCTOS-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1050-LEER-RUTA-ARCHIVO.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'DEVENGA_FECHA'.
           IF WS-RUTA-ENTORNO (1:8) IS NUMERIC
              AND WS-RUTA-ENTORNO (1:8) <> '00000000'
              MOVE WS-RUTA-ENTORNO (1:8) TO WS-FECHA-CORTE
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'DEVENGA_ROLLUP'.
           IF WS-RUTA-ENTORNO (1:1) = 'S'
              MOVE 'S' TO WS-MODO-ROLLUP-CUENTA
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MAESTRO_TARJETAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-MAESTRO-TARJETAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'DEVENGA_PRODUCTOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PRODUCTOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'DEVENGA_TARJPROD_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-TARJETA-PROD
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'DEVENGA_PARAMETROS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PARAMETROS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'SEGUROS_SEGUROS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-SEGUROS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'DEVENGA_REPORTE_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REPORTE
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'DEVENGA_GL_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-GL
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'DEVENGA_GL_REVERSION_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-GL-REVERSION
           END-IF.

       1050-LEER-RUTA-ARCHIVO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** con entidad de la corrida, el reporte y los dos lotes
      *    *** van al directorio de la entidad, donde los busca CONCGL
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

           MOVE WS-RUTA-REPORTE      TO WS-EMI-RUTA-E.
           PERFORM 1075-RUTA-ENTIDAD
              THRU 1075-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O        TO WS-RUTA-REPORTE.

           MOVE WS-RUTA-GL           TO WS-EMI-RUTA-E.
           PERFORM 1075-RUTA-ENTIDAD
              THRU 1075-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O        TO WS-RUTA-GL.

           MOVE WS-RUTA-GL-REVERSION TO WS-EMI-RUTA-E.
           PERFORM 1075-RUTA-ENTIDAD
              THRU 1075-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O        TO WS-RUTA-GL-REVERSION.

      *    *** la tasa global de la entidad, si tiene parametros propios
           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-RUTA-PARAM TO TRUE.
           MOVE WS-RUTA-PARAMETROS   TO WS-EMI-RUTA-E.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.
           MOVE WS-EMI-RUTA-O        TO WS-RUTA-PARAMETROS.

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

           OPEN INPUT ENT-MAESTRO-TARJETAS.

           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO MAESTRO TARJETAS'
              DISPLAY 'FILE STATUS: ' FS-MAESTRO-TARJETAS
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-REPORTE.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR DEVENGA.TXT'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-GL.
           IF NOT FS-GL-OK
              DISPLAY 'ERROR AL ABRIR GLDEVENGO.SEQ'
              DISPLAY 'FILE STATUS: ' FS-GL
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-GL-REVERSION.
           IF NOT FS-GL-REVERSION-OK
              DISPLAY 'ERROR AL ABRIR GLDEVREV.SEQ'
              DISPLAY 'FILE STATUS: ' FS-GL-REVERSION
              STOP RUN
           END-IF.

           OPEN INPUT ENT-SEGUROS.
           EVALUATE TRUE
               WHEN FS-SEGUROS-OK
                    MOVE 'S' TO WS-HAY-SEGUROS
               WHEN FS-SEGUROS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR SEGUROS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-SEGUROS
                    STOP RUN
           END-EVALUATE.

       1100-ABRIR-ARCHIVOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** tasa global INTERES vigente a la fecha de corte
       1200-LEER-PARAMETROS.

           OPEN INPUT ENT-PARAMETROS.

           IF NOT FS-PARAMETROS-OK
              GO TO 1200-LEER-PARAMETROS-FIN
           END-IF.

           PERFORM 1210-LEER-UN-PARAMETRO
              THRU 1210-LEER-UN-PARAMETRO-FIN
              UNTIL FS-PARAMETROS-EOF.

           CLOSE ENT-PARAMETROS.

       1200-LEER-PARAMETROS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1210-LEER-UN-PARAMETRO.

           READ ENT-PARAMETROS
               AT END
                  SET FS-PARAMETROS-EOF TO TRUE
                  GO TO 1210-LEER-UN-PARAMETRO-FIN
           END-READ.

           IF WS-PAR-TIPO = 'INTERES'
              AND (WS-PAR-VIGENCIA = ZEROES
                   OR WS-PAR-VIGENCIA <= WS-FECHA-CORTE)
              AND (WS-PAR-VIGENCIA-HASTA = ZEROES
                   OR WS-PAR-VIGENCIA-HASTA >= WS-FECHA-CORTE)
              MOVE WS-PAR-VALOR TO WS-INTERES
           END-IF.

       1210-LEER-UN-PARAMETRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** catalogo y asignaciones opcionales, mismo criterio que
      *    *** TP02EJ01 1240-CARGAR-PRODUCTOS
       1240-CARGAR-PRODUCTOS.

           OPEN INPUT ENT-PRODUCTOS.

           EVALUATE TRUE
               WHEN FS-PRODUCTOS-OK
                    PERFORM 1245-CARGAR-UN-PRODUCTO
                       THRU 1245-CARGAR-UN-PRODUCTO-FIN
                       UNTIL FS-PRODUCTOS-EOF
                    CLOSE ENT-PRODUCTOS
               WHEN FS-PRODUCTOS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR PRODUCTOS.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-PRODUCTOS
                    STOP RUN
           END-EVALUATE.

           IF WS-CANT-PRODUCTOS > ZEROES
              OPEN INPUT ENT-TARJETA-PROD
              EVALUATE TRUE
                  WHEN FS-TARJETA-PROD-OK
                       MOVE 'S' TO WS-HAY-TARJETA-PROD
                  WHEN FS-TARJETA-PROD-NFD
                       CONTINUE
                  WHEN OTHER
                       DISPLAY 'ERROR AL ABRIR TARJPROD.VSAM'
                       DISPLAY 'FILE STATUS: ' FS-TARJETA-PROD
                       STOP RUN
              END-EVALUATE
           END-IF.

       1240-CARGAR-PRODUCTOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1245-CARGAR-UN-PRODUCTO.

           READ ENT-PRODUCTOS.

           IF FS-PRODUCTOS-OK
              AND WS-CANT-PRODUCTOS < 10
              ADD 1 TO WS-CANT-PRODUCTOS
              SET WS-IX-PROD TO WS-CANT-PRODUCTOS
              MOVE WS-PRO-CODIGO  TO WS-PROD-CODIGO (WS-IX-PROD)
              MOVE WS-PRO-INTERES TO WS-PROD-INTERES (WS-IX-PROD)
           END-IF.

       1245-CARGAR-UN-PRODUCTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESAR-MAESTRO.

           READ ENT-MAESTRO-TARJETAS NEXT RECORD
               AT END SET FS-MAESTRO-TARJETAS-FILE-EOF TO TRUE
               NOT AT END
                  ADD 1 TO WS-CANT-LEIDAS
                  PERFORM 2100-DEVENGAR-TARJETA
                     THRU 2100-DEVENGAR-TARJETA-FIN
           END-READ.

       2000-PROCESAR-MAESTRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la cuenta de otra entidad emisora la devenga su banco
       2050-VERIFICAR-CUENTA.

           IF WS-VER-ENTIDAD-PROCESO = SPACES
              MOVE 'S' TO WS-VER-ULTIMO-RESULTADO
              GO TO 2050-VERIFICAR-CUENTA-FIN
           END-IF.

           IF WS-MT-NUM-CUENTA <> WS-VER-ULTIMA-CUENTA
              MOVE WS-MT-NUM-CUENTA TO WS-VER-ULTIMA-CUENTA
              INITIALIZE WS-EMI-ENTRADA
              SET WS-EMI-MODO-VERIFICAR TO TRUE
              MOVE WS-MT-NUM-CUENTA TO WS-EMI-CUENTA-E
              CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA
              MOVE WS-EMI-PERTENECE-O TO WS-VER-ULTIMO-RESULTADO
           END-IF.

       2050-VERIFICAR-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** solo devenga quien cerro antes de fin de mes y arrastra
      *    *** deuda; el saldo a favor no genera interes
       2100-DEVENGAR-TARJETA.

           IF WS-MT-DIA-CIERRE NOT NUMERIC
              OR WS-MT-DIA-CIERRE = ZEROES
              OR WS-MT-DIA-CIERRE >= WS-ULTIMO-DIA
              GO TO 2100-DEVENGAR-TARJETA-FIN
           END-IF.

           IF WS-MT-SALDO-ANTERIOR-ARS NOT > ZEROES
              AND WS-MT-SALDO-ANTERIOR-USD NOT > ZEROES
              GO TO 2100-DEVENGAR-TARJETA-FIN
           END-IF.

           IF WS-ES-ROLLUP-CUENTA AND WS-MT-TIPO-TARJETA = 'A'
              GO TO 2100-DEVENGAR-TARJETA-FIN
           END-IF.

           PERFORM 2050-VERIFICAR-CUENTA
              THRU 2050-VERIFICAR-CUENTA-FIN.
           IF NOT WS-VER-CUENTA-DE-LA-CORRIDA
              ADD 1 TO WS-CANT-OTRA-ENTIDAD
              GO TO 2100-DEVENGAR-TARJETA-FIN
           END-IF.

           PERFORM 2150-VERIFICAR-SINIESTRO
              THRU 2150-VERIFICAR-SINIESTRO-FIN.
           IF WS-CUENTA-CONGELADA
              ADD 1 TO WS-CANT-CONGELADAS
              GO TO 2100-DEVENGAR-TARJETA-FIN
           END-IF.

           PERFORM 2200-RESOLVER-TASA
              THRU 2200-RESOLVER-TASA-FIN.

           IF WS-TASA-TARJETA = ZEROES
              GO TO 2100-DEVENGAR-TARJETA-FIN
           END-IF.

           COMPUTE WS-DIAS-DEVENGO = WS-ULTIMO-DIA - WS-MT-DIA-CIERRE.
           COMPUTE WS-FACTOR-DIAS ROUNDED = WS-DIAS-DEVENGO / 30.

           ADD 1 TO WS-CANT-DEVENGADAS.

           IF WS-MT-SALDO-ANTERIOR-ARS > ZEROES
              COMPUTE WS-DEVENGO-FILA ROUNDED =
                      WS-MT-SALDO-ANTERIOR-ARS *
                      (WS-TASA-TARJETA / 100) * WS-FACTOR-DIAS
              MOVE 'ARS'                    TO WS-MONEDA-FILA
              MOVE WS-MT-SALDO-ANTERIOR-ARS TO WS-SALDO-FILA
              ADD WS-DEVENGO-FILA           TO WS-TOTAL-ARS
              PERFORM 2300-ACUMULAR-FILA
                 THRU 2300-ACUMULAR-FILA-FIN
           END-IF.

           IF WS-MT-SALDO-ANTERIOR-USD > ZEROES
              COMPUTE WS-DEVENGO-FILA ROUNDED =
                      WS-MT-SALDO-ANTERIOR-USD *
                      (WS-TASA-TARJETA / 100) * WS-FACTOR-DIAS
              MOVE 'USD'                    TO WS-MONEDA-FILA
              MOVE WS-MT-SALDO-ANTERIOR-USD TO WS-SALDO-FILA
              ADD WS-DEVENGO-FILA           TO WS-TOTAL-USD
              PERFORM 2300-ACUMULAR-FILA
                 THRU 2300-ACUMULAR-FILA-FIN
           END-IF.

       2100-DEVENGAR-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cuenta con un siniestro en curso en SEGUROS.VSAM: queda
      *    *** congelada, mismo criterio que TP02EJ01 2614
       2150-VERIFICAR-SINIESTRO.

           MOVE 'N' TO WS-SINIESTRO-EN-CURSO.

           IF NOT WS-EXISTEN-SEGUROS
              GO TO 2150-VERIFICAR-SINIESTRO-FIN
           END-IF.

           MOVE WS-MT-NUM-CUENTA TO WS-SEG-CUENTA.
           READ ENT-SEGUROS KEY IS WS-SEG-CUENTA
               INVALID KEY
                  GO TO 2150-VERIFICAR-SINIESTRO-FIN
           END-READ.

           IF FS-SEGUROS-OK AND WS-SEG-CUENTA-CONGELADA
              MOVE 'S' TO WS-SINIESTRO-EN-CURSO
           END-IF.

       2150-VERIFICAR-SINIESTRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** tasa del producto de la tarjeta, o la global
       2200-RESOLVER-TASA.

           MOVE SPACES     TO WS-PRODUCTO-TARJETA.
           MOVE WS-INTERES TO WS-TASA-TARJETA.

           IF NOT WS-EXISTE-TARJETA-PROD
              GO TO 2200-RESOLVER-TASA-FIN
           END-IF.

           MOVE WS-MT-NUM-TARJETA TO WS-TPR-TARJETA.
           READ ENT-TARJETA-PROD KEY IS WS-TPR-TARJETA
               INVALID KEY GO TO 2200-RESOLVER-TASA-FIN
           END-READ.

           PERFORM VARYING WS-IX-PROD FROM 1 BY 1
              UNTIL WS-IX-PROD > WS-CANT-PRODUCTOS
              IF WS-PROD-CODIGO (WS-IX-PROD) = WS-TPR-PRODUCTO
                 MOVE WS-TPR-PRODUCTO TO WS-PRODUCTO-TARJETA
                 MOVE WS-PROD-INTERES (WS-IX-PROD) TO WS-TASA-TARJETA
              END-IF
           END-PERFORM.

       2200-RESOLVER-TASA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2300-ACUMULAR-FILA.

           PERFORM VARYING WS-IX-DEV FROM 1 BY 1
              UNTIL WS-IX-DEV > WS-CANT-FILAS
                 OR (WS-DEV-PRODUCTO (WS-IX-DEV) = WS-PRODUCTO-TARJETA
                 AND WS-DEV-MONEDA (WS-IX-DEV) = WS-MONEDA-FILA)
           END-PERFORM.

           IF WS-IX-DEV > WS-CANT-FILAS
              IF WS-CANT-FILAS < 30
                 ADD 1 TO WS-CANT-FILAS
                 SET WS-IX-DEV TO WS-CANT-FILAS
                 MOVE WS-PRODUCTO-TARJETA TO WS-DEV-PRODUCTO (WS-IX-DEV)
                 MOVE WS-MONEDA-FILA      TO WS-DEV-MONEDA (WS-IX-DEV)
                 MOVE WS-TASA-TARJETA     TO WS-DEV-TASA (WS-IX-DEV)
                 MOVE ZEROES TO WS-DEV-TARJETAS (WS-IX-DEV)
                                WS-DEV-SALDO (WS-IX-DEV)
                                WS-DEV-INTERES (WS-IX-DEV)
              ELSE
      *    *** lo devengado a las cuentas tiene que ir entero al lote:
      *    *** sin lugar para la fila se cancela antes de grabarlo
                 DISPLAY 'ERROR: MAS DE 30 FILAS PRODUCTO/MONEDA'
                 DISPLAY 'PRODUCTO: ' WS-PRODUCTO-TARJETA
                         ' MONEDA: ' WS-MONEDA-FILA
                 DISPLAY 'NO ENTREGAR GLDEVENGO.SEQ NI GLDEVREV.SEQ'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           ADD 1               TO WS-DEV-TARJETAS (WS-IX-DEV).
           ADD WS-SALDO-FILA   TO WS-DEV-SALDO (WS-IX-DEV).
           ADD WS-DEVENGO-FILA TO WS-DEV-INTERES (WS-IX-DEV).

       2300-ACUMULAR-FILA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           PERFORM 3100-GRABAR-REPORTE
              THRU 3100-GRABAR-REPORTE-FIN.

           PERFORM 3200-GRABAR-ASIENTOS
              THRU 3200-GRABAR-ASIENTOS-FIN.

           CLOSE ENT-MAESTRO-TARJETAS
                 SAL-REPORTE
                 SAL-GL
                 SAL-GL-REVERSION.

           IF WS-EXISTE-TARJETA-PROD
              CLOSE ENT-TARJETA-PROD
           END-IF.

           IF WS-EXISTEN-SEGUROS
              CLOSE ENT-SEGUROS
           END-IF.

           DISPLAY 'TARJETAS LEIDAS     : ' WS-CANT-LEIDAS.
           DISPLAY 'TARJETAS DEVENGADAS : ' WS-CANT-DEVENGADAS.
           DISPLAY 'CONGELADAS SINIESTRO: ' WS-CANT-CONGELADAS.
           IF WS-VER-ENTIDAD-PROCESO <> SPACES
              DISPLAY 'DE OTRA ENTIDAD     : ' WS-CANT-OTRA-ENTIDAD
           END-IF.
           DISPLAY 'DEVENGADO ARS       : ' WS-TOTAL-ARS.
           DISPLAY 'DEVENGADO USD       : ' WS-TOTAL-USD.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3100-GRABAR-REPORTE.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'DEVENGAMIENTO DE INTERESES AL ' WS-ULTIMO-DIA-MES
                  ' - REVERSION EN PERIODO ' WS-PERIODO-REVERSION
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'PROD  MON   TASA TARJETAS'
                  '     SALDO ARRASTRADO   INTERES DEVENGADO'
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           PERFORM VARYING WS-IX-DEV FROM 1 BY 1
              UNTIL WS-IX-DEV > WS-CANT-FILAS
              MOVE WS-DEV-PRODUCTO (WS-IX-DEV) TO WS-LDV-PRODUCTO
              MOVE WS-DEV-MONEDA (WS-IX-DEV)   TO WS-LDV-MONEDA
              MOVE WS-DEV-TASA (WS-IX-DEV)     TO WS-LDV-TASA
              MOVE WS-DEV-TARJETAS (WS-IX-DEV) TO WS-LDV-TARJETAS
              MOVE WS-DEV-SALDO (WS-IX-DEV)    TO WS-LDV-SALDO
              MOVE WS-DEV-INTERES (WS-IX-DEV)  TO WS-LDV-INTERES
              MOVE WS-LINEA-DEVENGO            TO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
           END-PERFORM.

           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-TOTAL-ARS TO WS-IMPORTE-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'TOTAL DEVENGADO ARS: $ ' WS-IMPORTE-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-TOTAL-USD TO WS-IMPORTE-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'TOTAL DEVENGADO USD: $ ' WS-IMPORTE-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       3100-GRABAR-REPORTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** devengamiento: debe intereses devengados a cobrar,
      *    *** haber ingresos financieros; la reversion del dia 1 es el
      *    *** mismo asiento invertido, porque el cierre siguiente
      *    *** factura el interes completo por 2615
       3200-GRABAR-ASIENTOS.

      *    *** un par debe/haber por producto y moneda, a las cuentas
      *    *** que indique el plan de cuentas para ese producto
           PERFORM 3210-ASIENTOS-FILA
              THRU 3210-ASIENTOS-FILA-FIN
              VARYING WS-IX-DEV FROM 1 BY 1
                UNTIL WS-IX-DEV > WS-CANT-FILAS.

           IF WS-GL-SUMA-DEBE <> WS-GL-SUMA-HABER
              DISPLAY 'ERROR: EL LOTE DE DEVENGAMIENTO NO BALANCEA'
              DISPLAY 'TOTAL DEBE : ' WS-GL-SUMA-DEBE
              DISPLAY 'TOTAL HABER: ' WS-GL-SUMA-HABER
              DISPLAY 'NO ENTREGAR GLDEVENGO.SEQ NI GLDEVREV.SEQ'
           END-IF.

           MOVE 'T'                  TO WS-GLT-TIPO-REG.
           MOVE WS-GL-CANT-ASIENTOS  TO WS-GLT-CANT-ASIENTOS.
           MOVE WS-GL-SUMA-DEBE      TO WS-GLT-TOTAL-DEBE.
           MOVE WS-GL-SUMA-HABER     TO WS-GLT-TOTAL-HABER.
           MOVE WS-PERIODO-REVERSION TO WS-GLT-PERIODO.
           MOVE WS-SAL-GL-TOTAL      TO WS-SAL-GLR-REG.
           WRITE WS-SAL-GLR-REG.
           MOVE WS-PERIODO           TO WS-GLT-PERIODO.
           WRITE WS-SAL-GL-TOTAL.

       3200-GRABAR-ASIENTOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3210-ASIENTOS-FILA.

           IF WS-DEV-INTERES (WS-IX-DEV) = ZEROES
              GO TO 3210-ASIENTOS-FILA-FIN
           END-IF.

           MOVE WS-DEV-MONEDA (WS-IX-DEV)  TO WS-GL-MONEDA.
           MOVE WS-DEV-INTERES (WS-IX-DEV) TO WS-GL-IMPORTE.

           INITIALIZE WS-PLC-ENTRADA.
           MOVE 'DEVENGO'                   TO WS-PLC-TIPO-MOV-E.
           MOVE WS-DEV-PRODUCTO (WS-IX-DEV) TO WS-PLC-PRODUCTO-E.
           MOVE WS-DEV-MONEDA (WS-IX-DEV)   TO WS-PLC-MONEDA-E.
           CALL 'PLANCTAS' USING WS-PLAN.
           IF WS-PLC-COD-ERROR-O <> SPACES
              DISPLAY 'PLAN DE CUENTAS: DEVENGO '
                      WS-PLC-PRODUCTO-E ' ' WS-PLC-MONEDA-E ': '
                      WS-PLC-DES-ERROR-O
           END-IF.

           MOVE 'D' TO WS-GL-DEBE-HABER.
           MOVE WS-PLC-CUENTA-DEBE-O  TO WS-GL-CUENTA-CONTABLE.
           PERFORM 3275-GRABAR-ASIENTO
              THRU 3275-GRABAR-ASIENTO-FIN.
           MOVE 'H' TO WS-GL-DEBE-HABER.
           MOVE WS-PLC-CUENTA-HABER-O TO WS-GL-CUENTA-CONTABLE.
           PERFORM 3275-GRABAR-ASIENTO
              THRU 3275-GRABAR-ASIENTO-FIN.

       3210-ASIENTOS-FILA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** graba el asiento del devengamiento y su espejo en el
      *    *** lote de reversion (debe/haber invertido, periodo del mes
      *    *** siguiente); los totales de ambos lotes son los mismos
       3275-GRABAR-ASIENTO.

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
              DISPLAY 'ERROR AL ESCRIBIR GLDEVENGO.SEQ'
              DISPLAY 'FILE STATUS: ' FS-GL
           END-IF.

           MOVE WS-PERIODO-REVERSION TO WS-GL-PERIODO.
           IF WS-GL-DEBE-HABER = 'D'
              MOVE 'H' TO WS-GL-DEBE-HABER
           ELSE
              MOVE 'D' TO WS-GL-DEBE-HABER
           END-IF.
           MOVE WS-SAL-GL-ASIENTO TO WS-SAL-GLR-REG.
           WRITE WS-SAL-GLR-REG.

           IF NOT FS-GL-REVERSION-OK
              DISPLAY 'ERROR AL ESCRIBIR GLDEVREV.SEQ'
              DISPLAY 'FILE STATUS: ' FS-GL-REVERSION
           END-IF.

       3275-GRABAR-ASIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM DEVENGA.
