      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: prevision mensual por incobrabilidad. Aplica a la
      *          deuda de cada cuenta de DEUDORES.SEQ el porcentaje
      *          regulatorio de su situacion (1 a 5; parametros
      *          PREVISION1 a PREVISION5 de PARAMETROS.SEQ, por defecto
      *          la tabla del BCRA). Suma a la deuda de las cuentas
      *          refinanciadas el capital de las cuotas que les quedan
      *          por facturar en CUOTAS.VSAM, y una refinanciacion en
      *          situacion 1 se previsiona como situacion 2. Compara el
      *          stock resultante con el del mes anterior (neto de lo
      *          aplicado a castigos en el mes, ver CASTIGO) y emite la
      *          constitucion o desafectacion como lote contable
      *          GLPREVISION.SEQ en el layout de GLINTERF.SEQ. Deja el
      *          stock nuevo en PREVISION.SEQ y el reporte por
      *          situacion, producto y moneda en PREVISION.TXT. Con
      *          ENTIDAD_PROCESO (ver ENTIDCTL) solo previsiona las
      *          cuentas (y sus planes en cuotas y castigos) de esa
      *          entidad emisora, y el stock, el reporte y el lote van
      *          a su directorio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVISION.
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

       SELECT ENT-TARJETA-PROD
           ASSIGN TO WS-RUTA-TARJETA-PROD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-TPR-TARJETA
           FILE STATUS IS FS-TARJETA-PROD.

       SELECT ENT-CUOTAS
           ASSIGN TO WS-RUTA-CUOTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-CUO-CLAVE
           FILE STATUS IS FS-CUOTAS.

       SELECT ENT-CASTIGOS
           ASSIGN TO WS-RUTA-CASTIGOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WS-CAS-CUENTA
           FILE STATUS IS FS-CASTIGOS.

       SELECT ENT-PARAMETROS
           ASSIGN TO WS-RUTA-PARAMETROS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

      *    *** stock del mes anterior (la salida PREVISION.SEQ de la
      *    *** corrida pasada, igual criterio que DEUDORES-ANT.SEQ)
       SELECT ENT-PREVISION-ANT
           ASSIGN TO WS-RUTA-PREVISION-ANT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PREVISION-ANT.

       SELECT SAL-PREVISION
           ASSIGN TO WS-RUTA-PREVISION
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PREVISION.

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
          05 WS-MT-SALDO-ANTERIOR-ARS               PIC S9(08)V9(02).
          05 WS-MT-SALDO-ANTERIOR-USD               PIC S9(08)V9(02).
          05 WS-MT-DIA-CIERRE                       PIC 9(02).
          05 WS-MT-TIPO-TARJETA                     PIC X(01).
          05 WS-MT-NUM-TARJETA-TITULAR              PIC X(19).
          05 WS-MT-LIMITE-TARJETA-USD               PIC 9(08)V9(02).

       FD ENT-TARJETA-PROD.
           COPY TARJPROD.

       FD ENT-CUOTAS.
           COPY CUOTAS.

       FD ENT-CASTIGOS.
           COPY CASTIGOS.

       FD ENT-PARAMETROS.
           COPY PARAMETROS.

       FD ENT-PREVISION-ANT.
       01 WS-PAN-PREVISION-REG.
          05 WS-PAN-PERIODO                         PIC 9(06).
          05 WS-PAN-SITUACION                       PIC 9(01).
          05 WS-PAN-PRODUCTO                        PIC X(03).
          05 WS-PAN-MONEDA                          PIC X(03).
          05 WS-PAN-CANT-CUENTAS                    PIC 9(06).
          05 WS-PAN-DEUDA                           PIC S9(12)V9(02)
                                            SIGN IS TRAILING SEPARATE.
          05 WS-PAN-PORCENTAJE                      PIC 9(03)V9(02).
          05 WS-PAN-PREVISION                       PIC S9(12)V9(02)
                                            SIGN IS TRAILING SEPARATE.

      *    *** stock de prevision del periodo, una fila por situacion,
      *    *** producto y moneda; es el anterior de la corrida que viene
       FD SAL-PREVISION.
       01 WS-PRV-PREVISION-REG.
          05 WS-PRV-PERIODO                         PIC 9(06).
          05 WS-PRV-SITUACION                       PIC 9(01).
          05 WS-PRV-PRODUCTO                        PIC X(03).
          05 WS-PRV-MONEDA                          PIC X(03).
          05 WS-PRV-CANT-CUENTAS                    PIC 9(06).
          05 WS-PRV-DEUDA                           PIC S9(12)V9(02)
                                            SIGN IS TRAILING SEPARATE.
          05 WS-PRV-PORCENTAJE                      PIC 9(03)V9(02).
          05 WS-PRV-PREVISION                       PIC S9(12)V9(02)
                                            SIGN IS TRAILING SEPARATE.

       FD SAL-REPORTE.
       01 WS-SAL-REPORTE                            PIC X(110).

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
       01 WS-RUTA-TARJETA-PROD       PIC X(60)
                                     VALUE '../TARJPROD.VSAM'.
       01 WS-RUTA-CUOTAS             PIC X(60)
                                     VALUE '../CUOTAS.VSAM'.
       01 WS-RUTA-CASTIGOS           PIC X(60)
                                     VALUE '../CASTIGOS.VSAM'.
       01 WS-RUTA-PARAMETROS         PIC X(60)
                                     VALUE '../PARAMETROS.SEQ'.
       01 WS-RUTA-PREVISION-ANT      PIC X(60)
                                     VALUE '../PREVISION-ANT.SEQ'.
       01 WS-RUTA-PREVISION          PIC X(60)
                                     VALUE '../PREVISION.SEQ'.
       01 WS-RUTA-REPORTE            PIC X(60)
                                     VALUE '../PREVISION.TXT'.
       01 WS-RUTA-GL                 PIC X(60)
                                     VALUE '../GLPREVISION.SEQ'.
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
          05 FS-TARJETA-PROD                       PIC X(2).
             88 FS-TARJETA-PROD-OK                     VALUE '00'.
             88 FS-TARJETA-PROD-NFD                    VALUE '35'.
          05 FS-CUOTAS                             PIC X(2).
             88 FS-CUOTAS-OK                           VALUE '00'.
             88 FS-CUOTAS-NFD                          VALUE '35'.
          05 FS-CASTIGOS                           PIC X(2).
             88 FS-CASTIGOS-OK                         VALUE '00'.
             88 FS-CASTIGOS-EOF                        VALUE '10'.
             88 FS-CASTIGOS-NFD                        VALUE '35'.
          05 FS-PARAMETROS                         PIC X(2).
             88 FS-PARAMETROS-OK                       VALUE '00'.
             88 FS-PARAMETROS-EOF                      VALUE '10'.
          05 FS-PREVISION-ANT                      PIC X(2).
             88 FS-PREVISION-ANT-OK                    VALUE '00'.
             88 FS-PREVISION-ANT-EOF                   VALUE '10'.
             88 FS-PREVISION-ANT-NFD                   VALUE '35'.
          05 FS-PREVISION                          PIC X(2).
             88 FS-PREVISION-OK                        VALUE '00'.
          05 FS-REPORTE                            PIC X(2).
             88 FS-REPORTE-OK                          VALUE '00'.
          05 FS-GL                                 PIC X(2).
             88 FS-GL-OK                               VALUE '00'.

       01 WS-HAY-TARJETA-PROD        PIC X(01) VALUE 'N'.
          88 WS-EXISTE-TARJETA-PROD                VALUE 'S'.
       01 WS-HAY-CUOTAS              PIC X(01) VALUE 'N'.
          88 WS-EXISTEN-CUOTAS                     VALUE 'S'.

       01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
       01 WS-PERIODO                 PIC 9(06) VALUE ZEROES.
       01 WS-PERIODO-ANTERIOR        PIC 9(06) VALUE ZEROES.

      *    *** porcentaje de prevision por situacion: tabla minima del
      *    *** BCRA para cartera de consumo sin garantia; los
      *    *** parametros PREVISION1..PREVISION5 vigentes la pisan
       01 WS-TABLA-PORCENTAJES.
          05 FILLER                  PIC 9(03)V9(02) VALUE 001,00.
          05 FILLER                  PIC 9(03)V9(02) VALUE 005,00.
          05 FILLER                  PIC 9(03)V9(02) VALUE 025,00.
          05 FILLER                  PIC 9(03)V9(02) VALUE 050,00.
          05 FILLER                  PIC 9(03)V9(02) VALUE 100,00.
       01 WS-TABLA-PORCENTAJES-R REDEFINES WS-TABLA-PORCENTAJES.
          05 WS-PORC-SITUACION       PIC 9(03)V9(02) OCCURS 5 TIMES.

      *    *** stock por situacion, producto y moneda
       01 WS-TABLA-STOCK.
          05 WS-CANT-STOCK           PIC 9(03) VALUE ZEROES.
          05 WS-STK-ITEM OCCURS 200 TIMES
                          INDEXED BY WS-IX-STK.
             10 WS-STK-SITUACION     PIC 9(01).
             10 WS-STK-PRODUCTO      PIC X(03).
             10 WS-STK-MONEDA        PIC X(03).
             10 WS-STK-CANT-CUENTAS  PIC 9(06).
             10 WS-STK-DEUDA         PIC S9(12)V9(02).
             10 WS-STK-PREVISION     PIC S9(12)V9(02).
             10 WS-STK-ANTERIOR      PIC S9(12)V9(02).

      *    *** fila del stock anterior que ya no tiene cuentas este
      *    *** mes: se conserva igual, con stock nuevo en cero
       01 WS-STK-CLAVE-BUSCADA.
          05 WS-STK-SIT-BUSCADA      PIC 9(01).
          05 WS-STK-PROD-BUSCADO     PIC X(03).
          05 WS-STK-MON-BUSCADA      PIC X(03).

      *    *** cuenta en curso
       01 WS-PRODUCTO-CUENTA         PIC X(03) VALUE SPACES.
       01 WS-SITUACION-PREVISION     PIC 9(01) VALUE ZEROES.
       01 WS-DEUDA-ARS               PIC S9(12)V9(02) VALUE ZEROES.
       01 WS-DEUDA-USD               PIC S9(12)V9(02) VALUE ZEROES.
       01 WS-REFI-PENDIENTE          PIC S9(12)V9(02) VALUE ZEROES.
       01 WS-CUOTAS-RESTANTES        PIC 9(02) VALUE ZEROES.
       01 WS-CUO-TARJETA-BUSCADA     PIC X(19) VALUE SPACES.
       01 WS-MT-NUM-CUENTA-LEIDA     PIC 9(10) VALUE ZEROES.
       01 WS-DEUDA-FILA              PIC S9(12)V9(02) VALUE ZEROES.
       01 WS-MONEDA-FILA             PIC X(03) VALUE SPACES.

      *    *** totales por moneda: 1 ARS, 2 USD
       01 WS-TABLA-MONEDAS.
          05 WS-MON-ITEM OCCURS 2 TIMES INDEXED BY WS-IX-MON.
             10 WS-MON-CODIGO        PIC X(03).
             10 WS-MON-DEUDA         PIC S9(12)V9(02).
             10 WS-MON-PREVISION     PIC S9(12)V9(02).
             10 WS-MON-ANTERIOR      PIC S9(12)V9(02).
             10 WS-MON-CASTIGOS      PIC S9(12)V9(02).
             10 WS-MON-VARIACION     PIC S9(12)V9(02).

       01 WS-CONTADORES.
          05 WS-CANT-LEIDAS          PIC 9(06) VALUE ZEROES.
          05 WS-CANT-PREVISIONADAS   PIC 9(06) VALUE ZEROES.
          05 WS-CANT-REFINANCIADAS   PIC 9(06) VALUE ZEROES.
          05 WS-CANT-OTRA-ENTIDAD    PIC 9(06) VALUE ZEROES.

       01 WS-GL-ACUMULADORES.
          05 WS-GL-CANT-ASIENTOS     PIC 9(06) VALUE ZEROES.
          05 WS-GL-SUMA-DEBE         PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-GL-SUMA-HABER        PIC S9(12)V9(02) VALUE ZEROES.

      *    *** plan de cuentas de la interfaz contable
       01 WS-PLAN.
           COPY PLANIO.

       01 WS-LINEA-STOCK.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LST-SITUACION            PIC 9(01).
          05 FILLER                      PIC X(02) VALUE SPACES.
          05 WS-LST-PRODUCTO             PIC X(03).
          05 FILLER                      PIC X(02) VALUE SPACES.
          05 WS-LST-MONEDA               PIC X(03).
          05 WS-LST-CUENTAS              PIC ZZZ.ZZ9.
          05 WS-LST-DEUDA                PIC ---.---.---.--9,99.
          05 WS-LST-PORCENTAJE           PIC ZZ9,99.
          05 WS-LST-PREVISION            PIC ---.---.---.--9,99.
          05 WS-LST-ANTERIOR             PIC ---.---.---.--9,99.
          05 WS-LST-VARIACION            PIC ---.---.---.--9,99.

       01 WS-IMPORTE-O               PIC ---.---.---.--9,99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

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

           MOVE 'ARS' TO WS-MON-CODIGO (1).
           MOVE 'USD' TO WS-MON-CODIGO (2).
           PERFORM VARYING WS-IX-MON FROM 1 BY 1 UNTIL WS-IX-MON > 2
              MOVE ZEROES TO WS-MON-DEUDA (WS-IX-MON)
                             WS-MON-PREVISION (WS-IX-MON)
                             WS-MON-ANTERIOR (WS-IX-MON)
                             WS-MON-CASTIGOS (WS-IX-MON)
                             WS-MON-VARIACION (WS-IX-MON)
           END-PERFORM.

           PERFORM 1050-LEER-RUTA-ARCHIVO
              THRU 1050-LEER-RUTA-ARCHIVO-FIN.

           PERFORM 1070-RUTAS-ENTIDAD
              THRU 1070-RUTAS-ENTIDAD-FIN.

           PERFORM 1100-ABRIR-ARCHIVOS
              THRU 1100-ABRIR-ARCHIVOS-FIN.

           PERFORM 1200-LEER-PARAMETROS
              THRU 1200-LEER-PARAMETROS-FIN.

           PERFORM 1300-CARGAR-STOCK-ANTERIOR
              THRU 1300-CARGAR-STOCK-ANTERIOR-FIN.

           PERFORM 1400-SUMAR-CASTIGOS
              THRU 1400-SUMAR-CASTIGOS-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1050-LEER-RUTA-ARCHIVO.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'DEUDORES_PERIODO'.
           IF WS-RUTA-ENTORNO (1:6) IS NUMERIC
              AND WS-RUTA-ENTORNO (1:6) <> '000000'
              MOVE WS-RUTA-ENTORNO (1:6) TO WS-PERIODO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'PREVISION_DEUDORES_PATH'.
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
                                        'PREVISION_TARJPROD_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-TARJETA-PROD
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'PREVISION_CUOTAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CUOTAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'PREVISION_CASTIGOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CASTIGOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'PREVISION_PARAMETROS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PARAMETROS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'PREVISION_ANT_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PREVISION-ANT
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'PREVISION_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PREVISION
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'PREVISION_REPORTE_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REPORTE
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'PREVISION_GL_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-GL
           END-IF.

       1050-LEER-RUTA-ARCHIVO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** con entidad de la corrida se toma su DEUDORES.SEQ y su
      *    *** stock anterior, y el stock, el reporte y el lote van al
      *    *** directorio de la entidad, donde los busca CONCGL
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

           MOVE WS-RUTA-PREVISION-ANT TO WS-EMI-RUTA-E.
           PERFORM 1075-RUTA-ENTIDAD
              THRU 1075-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O         TO WS-RUTA-PREVISION-ANT.

           MOVE WS-RUTA-PREVISION     TO WS-EMI-RUTA-E.
           PERFORM 1075-RUTA-ENTIDAD
              THRU 1075-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O         TO WS-RUTA-PREVISION.

           MOVE WS-RUTA-REPORTE       TO WS-EMI-RUTA-E.
           PERFORM 1075-RUTA-ENTIDAD
              THRU 1075-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O         TO WS-RUTA-REPORTE.

           MOVE WS-RUTA-GL            TO WS-EMI-RUTA-E.
           PERFORM 1075-RUTA-ENTIDAD
              THRU 1075-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O         TO WS-RUTA-GL.

      *    *** los porcentajes de la entidad, si tiene parametros
      *    *** propios
           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-RUTA-PARAM TO TRUE.
           MOVE WS-RUTA-PARAMETROS    TO WS-EMI-RUTA-E.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.
           MOVE WS-EMI-RUTA-O         TO WS-RUTA-PARAMETROS.

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
                            'DEUDORES ANTES DE LA PREVISION'
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR DEUDORES.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-DEUDORES
                    STOP RUN
           END-EVALUATE.

           OPEN INPUT ENT-MAESTRO-TARJETAS.

           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO MAESTRO TARJETAS'
              DISPLAY 'FILE STATUS: ' FS-MAESTRO-TARJETAS
              STOP RUN
           END-IF.

      *    *** sin TARJPROD.VSAM toda la cartera va al producto en
      *    *** blanco (igual que la facturacion, que usa los
      *    *** parametros generales)
           OPEN INPUT ENT-TARJETA-PROD.
           EVALUATE TRUE
               WHEN FS-TARJETA-PROD-OK
                    MOVE 'S' TO WS-HAY-TARJETA-PROD
               WHEN FS-TARJETA-PROD-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR TARJPROD.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-TARJETA-PROD
                    STOP RUN
           END-EVALUATE.

           OPEN INPUT ENT-CUOTAS.
           EVALUATE TRUE
               WHEN FS-CUOTAS-OK
                    MOVE 'S' TO WS-HAY-CUOTAS
               WHEN FS-CUOTAS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR CUOTAS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-CUOTAS
                    STOP RUN
           END-EVALUATE.

           OPEN OUTPUT SAL-PREVISION.
           IF NOT FS-PREVISION-OK
              DISPLAY 'ERROR AL ABRIR PREVISION.SEQ'
              DISPLAY 'FILE STATUS: ' FS-PREVISION
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-REPORTE.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR PREVISION.TXT'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-GL.
           IF NOT FS-GL-OK
              DISPLAY 'ERROR AL ABRIR GLPREVISION.SEQ'
              DISPLAY 'FILE STATUS: ' FS-GL
              STOP RUN
           END-IF.

       1100-ABRIR-ARCHIVOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** PREVISION1..PREVISION5: porcentaje (WS-PAR-VALOR) de la
      *    *** situacion del ultimo digito; rige la fila vigente a hoy
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

           IF WS-PAR-TIPO (1:9) <> 'PREVISION'
              OR WS-PAR-TIPO (10:1) < '1'
              OR WS-PAR-TIPO (10:1) > '5'
              GO TO 1210-LEER-UN-PARAMETRO-FIN
           END-IF.

           IF (WS-PAR-VIGENCIA = ZEROES
               OR WS-PAR-VIGENCIA <= WS-FECHA-HOY)
              AND (WS-PAR-VIGENCIA-HASTA = ZEROES
               OR WS-PAR-VIGENCIA-HASTA >= WS-FECHA-HOY)
              MOVE WS-PAR-TIPO (10:1) TO WS-SITUACION-PREVISION
              MOVE WS-PAR-VALOR
                TO WS-PORC-SITUACION (WS-SITUACION-PREVISION)
           END-IF.

       1210-LEER-UN-PARAMETRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el stock anterior arma las filas de la tabla con el
      *    *** nuevo en cero; las cuentas del mes lo van completando
       1300-CARGAR-STOCK-ANTERIOR.

           OPEN INPUT ENT-PREVISION-ANT.

           EVALUATE TRUE
               WHEN FS-PREVISION-ANT-OK
                    PERFORM 1310-CARGAR-UN-ANTERIOR
                       THRU 1310-CARGAR-UN-ANTERIOR-FIN
                       UNTIL FS-PREVISION-ANT-EOF
                    CLOSE ENT-PREVISION-ANT
               WHEN FS-PREVISION-ANT-NFD
                    DISPLAY 'AVISO: SIN PREVISION-ANT.SEQ; SE '
                            'CONSTITUYE EL STOCK COMPLETO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR PREVISION-ANT.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-PREVISION-ANT
                    STOP RUN
           END-EVALUATE.

       1300-CARGAR-STOCK-ANTERIOR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1310-CARGAR-UN-ANTERIOR.

           READ ENT-PREVISION-ANT
               AT END
                  SET FS-PREVISION-ANT-EOF TO TRUE
                  GO TO 1310-CARGAR-UN-ANTERIOR-FIN
           END-READ.

           MOVE WS-PAN-PERIODO TO WS-PERIODO-ANTERIOR.

           MOVE WS-PAN-SITUACION TO WS-STK-SIT-BUSCADA.
           MOVE WS-PAN-PRODUCTO  TO WS-STK-PROD-BUSCADO.
           MOVE WS-PAN-MONEDA    TO WS-STK-MON-BUSCADA.
           PERFORM 2500-UBICAR-FILA-STOCK
              THRU 2500-UBICAR-FILA-STOCK-FIN.

           ADD WS-PAN-PREVISION TO WS-STK-ANTERIOR (WS-IX-STK).

           IF WS-PAN-MONEDA = 'USD'
              ADD WS-PAN-PREVISION TO WS-MON-ANTERIOR (2)
           ELSE
              ADD WS-PAN-PREVISION TO WS-MON-ANTERIOR (1)
           END-IF.

       1310-CARGAR-UN-ANTERIOR-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** lo castigado despues del stock anterior ya consumio
      *    *** prevision (CASTIGO debita la prevision): no es una
      *    *** desafectacion, se descuenta del stock anterior
       1400-SUMAR-CASTIGOS.

           OPEN INPUT ENT-CASTIGOS.

           IF NOT FS-CASTIGOS-OK
              GO TO 1400-SUMAR-CASTIGOS-FIN
           END-IF.

           PERFORM 1410-SUMAR-UN-CASTIGO
              THRU 1410-SUMAR-UN-CASTIGO-FIN
              UNTIL FS-CASTIGOS-EOF.

           CLOSE ENT-CASTIGOS.

       1400-SUMAR-CASTIGOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1410-SUMAR-UN-CASTIGO.

           READ ENT-CASTIGOS NEXT RECORD
               AT END
                  SET FS-CASTIGOS-EOF TO TRUE
                  GO TO 1410-SUMAR-UN-CASTIGO-FIN
           END-READ.

      *    *** el castigo de otra entidad consumio la prevision de ella
           MOVE WS-CAS-CUENTA TO WS-VER-CUENTA.
           PERFORM 2050-VERIFICAR-CUENTA
              THRU 2050-VERIFICAR-CUENTA-FIN.
           IF NOT WS-VER-CUENTA-DE-LA-CORRIDA
              GO TO 1410-SUMAR-UN-CASTIGO-FIN
           END-IF.

           IF WS-CAS-FECHA-CASTIGO (1:6) > WS-PERIODO-ANTERIOR
              AND WS-CAS-FECHA-CASTIGO (1:6) <= WS-PERIODO
              ADD WS-CAS-CASTIGADO-ARS TO WS-MON-CASTIGOS (1)
              ADD WS-CAS-CASTIGADO-USD TO WS-MON-CASTIGOS (2)
           END-IF.

       1410-SUMAR-UN-CASTIGO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESAR-DEUDORES.

           READ ENT-DEUDORES
               AT END SET FS-DEUDORES-EOF TO TRUE
      *    *** la deuda se previsiona una vez, en la fila del
      *    *** titular; las de codeudores y garantes la repiten
               NOT AT END
                  IF WS-DEU-FILA-TITULAR
                     ADD 1 TO WS-CANT-LEIDAS
                     MOVE WS-DEU-CUENTA TO WS-VER-CUENTA
                     PERFORM 2050-VERIFICAR-CUENTA
                        THRU 2050-VERIFICAR-CUENTA-FIN
                     IF WS-VER-CUENTA-DE-LA-CORRIDA
                        PERFORM 2100-PREVISIONAR-CUENTA
                           THRU 2100-PREVISIONAR-CUENTA-FIN
                     ELSE
                        ADD 1 TO WS-CANT-OTRA-ENTIDAD
                     END-IF
                  END-IF
           END-READ.

       2000-PROCESAR-DEUDORES-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la cuenta de otra entidad emisora (con sus tarjetas y
      *    *** sus planes en cuotas) la previsiona su banco
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
      *    *** un saldo a favor no se previsiona; la deuda refinanciada
      *    *** que ya salio del saldo revolvente se recupera de CUOTAS
       2100-PREVISIONAR-CUENTA.

           MOVE ZEROES TO WS-DEUDA-ARS, WS-DEUDA-USD, WS-REFI-PENDIENTE.
           IF WS-DEU-DEUDA-ARS > ZEROES
              MOVE WS-DEU-DEUDA-ARS TO WS-DEUDA-ARS
           END-IF.
           IF WS-DEU-DEUDA-USD > ZEROES
              MOVE WS-DEU-DEUDA-USD TO WS-DEUDA-USD
           END-IF.

           MOVE WS-DEU-SITUACION TO WS-SITUACION-PREVISION.
           IF WS-SITUACION-PREVISION < 1 OR WS-SITUACION-PREVISION > 5
              MOVE 1 TO WS-SITUACION-PREVISION
           END-IF.

           PERFORM 2200-RECORRER-TARJETAS
              THRU 2200-RECORRER-TARJETAS-FIN.

           IF WS-DEU-REFINANCIADO = 'R'
              ADD 1                 TO WS-CANT-REFINANCIADAS
              ADD WS-REFI-PENDIENTE TO WS-DEUDA-ARS
              IF WS-SITUACION-PREVISION = 1
                 MOVE 2 TO WS-SITUACION-PREVISION
              END-IF
           END-IF.

           IF WS-DEUDA-ARS = ZEROES AND WS-DEUDA-USD = ZEROES
              GO TO 2100-PREVISIONAR-CUENTA-FIN
           END-IF.

           ADD 1 TO WS-CANT-PREVISIONADAS.

           IF WS-DEUDA-ARS > ZEROES
              MOVE 'ARS'          TO WS-MONEDA-FILA
              MOVE WS-DEUDA-ARS   TO WS-DEUDA-FILA
              PERFORM 2400-ACUMULAR-STOCK
                 THRU 2400-ACUMULAR-STOCK-FIN
           END-IF.

           IF WS-DEUDA-USD > ZEROES
              MOVE 'USD'          TO WS-MONEDA-FILA
              MOVE WS-DEUDA-USD   TO WS-DEUDA-FILA
              PERFORM 2400-ACUMULAR-STOCK
                 THRU 2400-ACUMULAR-STOCK-FIN
           END-IF.

       2100-PREVISIONAR-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** producto de la cuenta (el de la titular, o el de la
      *    *** primera tarjeta si no hay titular) y, si la cuenta esta
      *    *** refinanciada, el capital de cuotas pendientes
       2200-RECORRER-TARJETAS.

           MOVE SPACES TO WS-PRODUCTO-CUENTA.

           MOVE WS-DEU-CUENTA TO WS-MT-NUM-CUENTA.
           START ENT-MAESTRO-TARJETAS
               KEY IS EQUAL TO WS-MT-NUM-CUENTA
               INVALID KEY GO TO 2200-RECORRER-TARJETAS-FIN
           END-START.

           MOVE WS-DEU-CUENTA TO WS-MT-NUM-CUENTA-LEIDA.
           PERFORM 2210-REVISAR-UNA-TARJETA
              THRU 2210-REVISAR-UNA-TARJETA-FIN
              UNTIL NOT FS-MAESTRO-TARJETAS-FILE-OK
                 OR WS-MT-NUM-CUENTA-LEIDA <> WS-DEU-CUENTA.

       2200-RECORRER-TARJETAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2210-REVISAR-UNA-TARJETA.

           READ ENT-MAESTRO-TARJETAS NEXT RECORD
               AT END GO TO 2210-REVISAR-UNA-TARJETA-FIN
           END-READ.

           MOVE WS-MT-NUM-CUENTA TO WS-MT-NUM-CUENTA-LEIDA.
           IF WS-MT-NUM-CUENTA-LEIDA <> WS-DEU-CUENTA
              GO TO 2210-REVISAR-UNA-TARJETA-FIN
           END-IF.

           IF WS-EXISTE-TARJETA-PROD
              AND (WS-PRODUCTO-CUENTA = SPACES
                   OR WS-MT-TIPO-TARJETA = 'T')
              MOVE WS-MT-NUM-TARJETA TO WS-TPR-TARJETA
              READ ENT-TARJETA-PROD KEY IS WS-TPR-TARJETA
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE WS-TPR-PRODUCTO TO WS-PRODUCTO-CUENTA
              END-READ
           END-IF.

           IF WS-DEU-REFINANCIADO = 'R' AND WS-EXISTEN-CUOTAS
              PERFORM 2300-SUMAR-REFINANCIACION
                 THRU 2300-SUMAR-REFINANCIACION-FIN
           END-IF.

       2210-REVISAR-UNA-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** planes REFINANCIACION abiertos de la tarjeta (los que
      *    *** da de alta REFINANC): cuotas que faltan facturar por su
      *    *** importe, sin el recargo (el interes futuro no es deuda)
       2300-SUMAR-REFINANCIACION.

           INITIALIZE WS-CUO-CLAVE.
           MOVE WS-MT-NUM-TARJETA TO WS-CUO-TARJETA.
           MOVE WS-MT-NUM-TARJETA TO WS-CUO-TARJETA-BUSCADA.

           START ENT-CUOTAS KEY IS NOT LESS THAN WS-CUO-CLAVE
               INVALID KEY GO TO 2300-SUMAR-REFINANCIACION-FIN
           END-START.

           PERFORM 2310-SUMAR-UN-PLAN
              THRU 2310-SUMAR-UN-PLAN-FIN
              UNTIL NOT FS-CUOTAS-OK
                 OR WS-CUO-TARJETA <> WS-CUO-TARJETA-BUSCADA.

       2300-SUMAR-REFINANCIACION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2310-SUMAR-UN-PLAN.

           READ ENT-CUOTAS NEXT RECORD
               AT END GO TO 2310-SUMAR-UN-PLAN-FIN
           END-READ.

           IF FS-CUOTAS-OK
              AND WS-CUO-TARJETA = WS-CUO-TARJETA-BUSCADA
              AND WS-CUO-ABIERTO
              AND WS-CUO-DETALLE (1:14) = 'REFINANCIACION'
              AND WS-CUO-CANT-CUOTAS > WS-CUO-ULTIMA-CUOTA-VISTA
                                     + WS-CUO-CUOTAS-ANULADAS
              COMPUTE WS-CUOTAS-RESTANTES = WS-CUO-CANT-CUOTAS
                                          - WS-CUO-ULTIMA-CUOTA-VISTA
                                          - WS-CUO-CUOTAS-ANULADAS
              COMPUTE WS-REFI-PENDIENTE = WS-REFI-PENDIENTE
                      + WS-CUOTAS-RESTANTES * WS-CUO-IMPORTE-CUOTA
           END-IF.

       2310-SUMAR-UN-PLAN-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2400-ACUMULAR-STOCK.

           MOVE WS-SITUACION-PREVISION TO WS-STK-SIT-BUSCADA.
           MOVE WS-PRODUCTO-CUENTA     TO WS-STK-PROD-BUSCADO.
           MOVE WS-MONEDA-FILA         TO WS-STK-MON-BUSCADA.
           PERFORM 2500-UBICAR-FILA-STOCK
              THRU 2500-UBICAR-FILA-STOCK-FIN.

           ADD 1             TO WS-STK-CANT-CUENTAS (WS-IX-STK).
           ADD WS-DEUDA-FILA TO WS-STK-DEUDA (WS-IX-STK).

       2400-ACUMULAR-STOCK-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2500-UBICAR-FILA-STOCK.

           PERFORM VARYING WS-IX-STK FROM 1 BY 1
              UNTIL WS-IX-STK > WS-CANT-STOCK
                 OR (WS-STK-SITUACION (WS-IX-STK) = WS-STK-SIT-BUSCADA
                 AND WS-STK-PRODUCTO (WS-IX-STK) = WS-STK-PROD-BUSCADO
                 AND WS-STK-MONEDA (WS-IX-STK) = WS-STK-MON-BUSCADA)
           END-PERFORM.

           IF WS-IX-STK > WS-CANT-STOCK
              IF WS-CANT-STOCK < 200
                 ADD 1 TO WS-CANT-STOCK
                 SET WS-IX-STK TO WS-CANT-STOCK
                 MOVE WS-STK-SIT-BUSCADA
                   TO WS-STK-SITUACION (WS-IX-STK)
                 MOVE WS-STK-PROD-BUSCADO
                   TO WS-STK-PRODUCTO (WS-IX-STK)
                 MOVE WS-STK-MON-BUSCADA
                   TO WS-STK-MONEDA (WS-IX-STK)
                 MOVE ZEROES TO WS-STK-CANT-CUENTAS (WS-IX-STK)
                                WS-STK-DEUDA (WS-IX-STK)
                                WS-STK-PREVISION (WS-IX-STK)
                                WS-STK-ANTERIOR (WS-IX-STK)
              ELSE
      *    *** la prevision tiene que ir entera al asiento: sin lugar
      *    *** para la fila se cancela antes de grabar el lote
                 DISPLAY 'ERROR: MAS DE 200 COMBINACIONES SITUACION/'
                         'PRODUCTO/MONEDA'
                 DISPLAY 'SITUACION: ' WS-STK-SIT-BUSCADA
                         ' PRODUCTO: ' WS-STK-PROD-BUSCADO
                         ' MONEDA: ' WS-STK-MON-BUSCADA
                 DISPLAY 'NO ENTREGAR GLPREVISION.SEQ NI PREVISION.SEQ'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       2500-UBICAR-FILA-STOCK-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           PERFORM 3100-CALCULAR-STOCK
              THRU 3100-CALCULAR-STOCK-FIN.

           PERFORM 3300-GRABAR-ASIENTOS
              THRU 3300-GRABAR-ASIENTOS-FIN.

           CLOSE ENT-DEUDORES
                 ENT-MAESTRO-TARJETAS
                 SAL-PREVISION
                 SAL-REPORTE
                 SAL-GL.

           IF WS-EXISTE-TARJETA-PROD
              CLOSE ENT-TARJETA-PROD
           END-IF.
           IF WS-EXISTEN-CUOTAS
              CLOSE ENT-CUOTAS
           END-IF.

           DISPLAY 'CUENTAS LEIDAS       : ' WS-CANT-LEIDAS.
           DISPLAY 'CUENTAS PREVISIONADAS: ' WS-CANT-PREVISIONADAS.
           DISPLAY 'CUENTAS REFINANCIADAS: ' WS-CANT-REFINANCIADAS.
           DISPLAY 'DE OTRA ENTIDAD      : ' WS-CANT-OTRA-ENTIDAD.
           DISPLAY 'PREVISION ARS        : ' WS-MON-PREVISION (1).
           DISPLAY 'PREVISION USD        : ' WS-MON-PREVISION (2).

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** prevision de cada fila, grabacion del stock nuevo y
      *    *** detalle del reporte
       3100-CALCULAR-STOCK.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'PREVISION POR INCOBRABILIDAD - PERIODO ' WS-PERIODO
                  '  (STOCK ANTERIOR: ' WS-PERIODO-ANTERIOR ')'
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'SIT PROD MON CUENTAS'
                  '              DEUDA     %'
                  '          PREVISION           ANTERIOR'
                  '          VARIACION'
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           PERFORM VARYING WS-SITUACION-PREVISION FROM 1 BY 1
              UNTIL WS-SITUACION-PREVISION > 5
              PERFORM VARYING WS-IX-STK FROM 1 BY 1
                 UNTIL WS-IX-STK > WS-CANT-STOCK
                 IF WS-STK-SITUACION (WS-IX-STK)
                                         = WS-SITUACION-PREVISION
                    PERFORM 3110-CALCULAR-UNA-FILA
                       THRU 3110-CALCULAR-UNA-FILA-FIN
                 END-IF
              END-PERFORM
           END-PERFORM.

           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           PERFORM VARYING WS-IX-MON FROM 1 BY 1 UNTIL WS-IX-MON > 2
              PERFORM 3200-TOTALES-MONEDA
                 THRU 3200-TOTALES-MONEDA-FIN
           END-PERFORM.

       3100-CALCULAR-STOCK-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3110-CALCULAR-UNA-FILA.

           COMPUTE WS-STK-PREVISION (WS-IX-STK) ROUNDED =
                   WS-STK-DEUDA (WS-IX-STK)
                 * WS-PORC-SITUACION (WS-SITUACION-PREVISION) / 100.

           IF WS-STK-MONEDA (WS-IX-STK) = 'USD'
              SET WS-IX-MON TO 2
           ELSE
              SET WS-IX-MON TO 1
           END-IF.
           ADD WS-STK-DEUDA (WS-IX-STK)     TO WS-MON-DEUDA (WS-IX-MON).
           ADD WS-STK-PREVISION (WS-IX-STK)
                                        TO WS-MON-PREVISION (WS-IX-MON).

           INITIALIZE WS-PRV-PREVISION-REG.
           MOVE WS-PERIODO                    TO WS-PRV-PERIODO.
           MOVE WS-STK-SITUACION (WS-IX-STK)  TO WS-PRV-SITUACION.
           MOVE WS-STK-PRODUCTO (WS-IX-STK)   TO WS-PRV-PRODUCTO.
           MOVE WS-STK-MONEDA (WS-IX-STK)     TO WS-PRV-MONEDA.
           MOVE WS-STK-CANT-CUENTAS (WS-IX-STK)
                                              TO WS-PRV-CANT-CUENTAS.
           MOVE WS-STK-DEUDA (WS-IX-STK)      TO WS-PRV-DEUDA.
           MOVE WS-PORC-SITUACION (WS-SITUACION-PREVISION)
                                              TO WS-PRV-PORCENTAJE.
           MOVE WS-STK-PREVISION (WS-IX-STK)  TO WS-PRV-PREVISION.
           WRITE WS-PRV-PREVISION-REG.

           MOVE WS-STK-SITUACION (WS-IX-STK)    TO WS-LST-SITUACION.
           MOVE WS-STK-PRODUCTO (WS-IX-STK)     TO WS-LST-PRODUCTO.
           MOVE WS-STK-MONEDA (WS-IX-STK)       TO WS-LST-MONEDA.
           MOVE WS-STK-CANT-CUENTAS (WS-IX-STK) TO WS-LST-CUENTAS.
           MOVE WS-STK-DEUDA (WS-IX-STK)        TO WS-LST-DEUDA.
           MOVE WS-PORC-SITUACION (WS-SITUACION-PREVISION)
                                                TO WS-LST-PORCENTAJE.
           MOVE WS-STK-PREVISION (WS-IX-STK)    TO WS-LST-PREVISION.
           MOVE WS-STK-ANTERIOR (WS-IX-STK)     TO WS-LST-ANTERIOR.
           COMPUTE WS-DEUDA-FILA = WS-STK-PREVISION (WS-IX-STK)
                                 - WS-STK-ANTERIOR (WS-IX-STK).
           MOVE WS-DEUDA-FILA                   TO WS-LST-VARIACION.
           MOVE WS-LINEA-STOCK                  TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       3110-CALCULAR-UNA-FILA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** variacion a contabilizar = stock nuevo - (stock anterior
      *    *** - prevision aplicada a castigos del mes)
       3200-TOTALES-MONEDA.

           COMPUTE WS-MON-VARIACION (WS-IX-MON) =
                   WS-MON-PREVISION (WS-IX-MON)
                 - WS-MON-ANTERIOR (WS-IX-MON)
                 + WS-MON-CASTIGOS (WS-IX-MON).

           MOVE WS-MON-DEUDA (WS-IX-MON) TO WS-IMPORTE-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING WS-MON-CODIGO (WS-IX-MON)
                  ' DEUDA PREVISIONABLE    : $ ' WS-IMPORTE-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-MON-PREVISION (WS-IX-MON) TO WS-IMPORTE-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING WS-MON-CODIGO (WS-IX-MON)
                  ' STOCK DE PREVISION     : $ ' WS-IMPORTE-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-MON-ANTERIOR (WS-IX-MON) TO WS-IMPORTE-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING WS-MON-CODIGO (WS-IX-MON)
                  ' STOCK ANTERIOR         : $ ' WS-IMPORTE-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-MON-CASTIGOS (WS-IX-MON) TO WS-IMPORTE-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING WS-MON-CODIGO (WS-IX-MON)
                  ' APLICADO A CASTIGOS    : $ ' WS-IMPORTE-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-MON-VARIACION (WS-IX-MON) TO WS-IMPORTE-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           IF WS-MON-VARIACION (WS-IX-MON) < ZEROES
              STRING WS-MON-CODIGO (WS-IX-MON)
                     ' DESAFECTACION DEL MES  : $ ' WS-IMPORTE-O
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
           ELSE
              STRING WS-MON-CODIGO (WS-IX-MON)
                     ' CONSTITUCION DEL MES   : $ ' WS-IMPORTE-O
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
           END-IF.
           WRITE WS-SAL-REPORTE.

           MOVE SPACES TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       3200-TOTALES-MONEDA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** constitucion: debe cargo por incobrabilidad, haber
      *    *** prevision; desafectacion al reves contra el resultado
       3300-GRABAR-ASIENTOS.

           PERFORM VARYING WS-IX-MON FROM 1 BY 1 UNTIL WS-IX-MON > 2
              MOVE WS-MON-CODIGO (WS-IX-MON) TO WS-GL-MONEDA
      *    *** constitucion si la prevision crece, desafectacion si
      *    *** baja; el importe del asiento siempre va positivo
              INITIALIZE WS-PLC-ENTRADA
              EVALUATE TRUE
                  WHEN WS-MON-VARIACION (WS-IX-MON) > ZEROES
                       MOVE WS-MON-VARIACION (WS-IX-MON)
                         TO WS-GL-IMPORTE
                       MOVE 'PREV-CARGO'   TO WS-PLC-TIPO-MOV-E
                  WHEN WS-MON-VARIACION (WS-IX-MON) < ZEROES
                       COMPUTE WS-GL-IMPORTE =
                               ZEROES - WS-MON-VARIACION (WS-IX-MON)
                       MOVE 'PREV-DESAFEC' TO WS-PLC-TIPO-MOV-E
                  WHEN OTHER
                       CONTINUE
              END-EVALUATE
              IF WS-PLC-TIPO-MOV-E <> SPACES
                 MOVE WS-GL-MONEDA TO WS-PLC-MONEDA-E
                 CALL 'PLANCTAS' USING WS-PLAN
                 IF WS-PLC-COD-ERROR-O <> SPACES
                    DISPLAY 'PLAN DE CUENTAS: ' WS-PLC-TIPO-MOV-E ' '
                            WS-GL-MONEDA ': ' WS-PLC-DES-ERROR-O
                 END-IF
                 MOVE 'D' TO WS-GL-DEBE-HABER
                 MOVE WS-PLC-CUENTA-DEBE-O  TO WS-GL-CUENTA-CONTABLE
                 PERFORM 3375-GRABAR-ASIENTO
                    THRU 3375-GRABAR-ASIENTO-FIN
                 MOVE 'H' TO WS-GL-DEBE-HABER
                 MOVE WS-PLC-CUENTA-HABER-O TO WS-GL-CUENTA-CONTABLE
                 PERFORM 3375-GRABAR-ASIENTO
                    THRU 3375-GRABAR-ASIENTO-FIN
              END-IF
           END-PERFORM.

           IF WS-GL-SUMA-DEBE <> WS-GL-SUMA-HABER
              DISPLAY 'ERROR: EL LOTE DE PREVISION NO BALANCEA'
              DISPLAY 'TOTAL DEBE : ' WS-GL-SUMA-DEBE
              DISPLAY 'TOTAL HABER: ' WS-GL-SUMA-HABER
              DISPLAY 'NO ENTREGAR GLPREVISION.SEQ A CONTADURIA'
           END-IF.

           MOVE 'T'                 TO WS-GLT-TIPO-REG.
           MOVE WS-PERIODO          TO WS-GLT-PERIODO.
           MOVE WS-GL-CANT-ASIENTOS TO WS-GLT-CANT-ASIENTOS.
           MOVE WS-GL-SUMA-DEBE     TO WS-GLT-TOTAL-DEBE.
           MOVE WS-GL-SUMA-HABER    TO WS-GLT-TOTAL-HABER.
           WRITE WS-SAL-GL-TOTAL.

       3300-GRABAR-ASIENTOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3375-GRABAR-ASIENTO.

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
              DISPLAY 'ERROR AL ESCRIBIR GLPREVISION.SEQ'
              DISPLAY 'FILE STATUS: ' FS-GL
           END-IF.

       3375-GRABAR-ASIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM PREVISION.
