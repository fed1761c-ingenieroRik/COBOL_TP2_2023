      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: conciliacion del submayor de tarjetas contra el mayor
      *          general. Suma lo que el sistema dice que nos deben
      *          (saldos de MAESTRO-TARJETAS.VSAM, gasto del ciclo sin
      *          facturar de SALDOCIC.VSAM y cuotas a vencer de los
      *          planes abiertos de CUOTAS.VSAM) y lo compara, por
      *          moneda, contra el saldo corrido de las cuentas de
      *          deudores que arman los lotes GLINTERF.SEQ,
      *          GLREVALUO.SEQ, GLCASTIGO.SEQ, GLREVPAGO.SEQ,
      *          GLQUITA.SEQ y GLSINIESTRO.SEQ. Cada lote se incorpora
      *          una sola vez a un historico propio (CONCGL-HIST.SEQ)
      *          junto con la foto del submayor de cada periodo, y
      *          las diferencias se abren por periodo: un periodo sin
      *          lote de la facturacion es un lote faltante; si
      *          contaduria entrega el extracto del mayor
      *          (LIBRO-MAYOR.SEQ) y no coincide con los lotes, hay un
      *          asiento manual en el mayor.
      *          Reporte en CONCGL.TXT.
      *          Con ENTIDAD_PROCESO (ver ENTIDCTL) se concilia la
      *          entidad emisora: solo sus cuentas en el submayor, y
      *          los lotes, el mayor y el historico de su directorio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCGL.
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
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-MAESTRO-TARJETAS
           RECORD KEY IS WS-MT-NUM-TARJETA
           ALTERNATE RECORD KEY IS WS-MT-NUM-CUENTA
                                          WITH DUPLICATES.

       SELECT ENT-SALDO-CICLO
           ASSIGN TO WS-RUTA-SALDO-CICLO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WS-SDC-TARJETA
           FILE STATUS IS FS-SALDO-CICLO.

       SELECT ENT-CUOTAS
           ASSIGN TO WS-RUTA-CUOTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WS-CUO-CLAVE
           FILE STATUS IS FS-CUOTAS.

      *    *** un mismo SELECT para los seis lotes contables, que
      *    *** comparten layout: se abre una vez por lote
       SELECT ENT-LOTE-GL
           ASSIGN TO WS-RUTA-LOTE-GL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LOTE-GL.

       SELECT ENT-MAYOR
           ASSIGN TO WS-RUTA-MAYOR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MAYOR.

       SELECT ENT-HISTORIA
           ASSIGN TO WS-RUTA-HISTORIA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIA.

       SELECT ENT-PLAN
           ASSIGN TO WS-RUTA-PLAN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PLAN.

       SELECT SAL-REPORTE
           ASSIGN TO WS-RUTA-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

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

       FD ENT-SALDO-CICLO.
           COPY SALDOCIC.

       FD ENT-CUOTAS.
           COPY CUOTAS.

       FD ENT-LOTE-GL.
       01 WS-ENT-GL-ASIENTO.
           05 WS-GL-TIPO-REG             PIC X(01).
           05 WS-GL-PERIODO              PIC 9(06).
           05 WS-GL-DEBE-HABER           PIC X(01).
           05 WS-GL-CUENTA-CONTABLE      PIC X(30).
           05 WS-GL-MONEDA               PIC X(03).
           05 WS-GL-IMPORTE              PIC S9(10)V9(02)
                                           SIGN IS TRAILING SEPARATE.

      *    *** extracto del mayor que entrega contaduria: movimiento
      *    *** neto (debe menos haber) por periodo, cuenta y moneda
       FD ENT-MAYOR.
       01 WS-ENT-MAYOR-REG.
           05 WS-MAY-PERIODO             PIC 9(06).
           05 WS-MAY-CUENTA-CONTABLE     PIC X(30).
           05 WS-MAY-MONEDA              PIC X(03).
           05 WS-MAY-IMPORTE             PIC S9(12)V9(02)
                                           SIGN IS TRAILING SEPARATE.

      *    *** historico de la conciliacion: 'L' movimiento de un lote
      *    *** ya incorporado (cuenta en blanco = marca de lote
      *    *** recibido), 'S' foto del submayor al cierre del periodo
       FD ENT-HISTORIA.
       01 WS-ENT-HISTORIA-REG.
           05 WS-HIS-TIPO                PIC X(01).
           05 WS-HIS-PERIODO             PIC 9(06).
           05 WS-HIS-ORIGEN              PIC X(10).
           05 WS-HIS-CUENTA-CONTABLE     PIC X(30).
           05 WS-HIS-MONEDA              PIC X(03).
      *    *** 'L': debe / haber / cero
      *    *** 'S': saldos maestro / ciclo sin facturar / cuotas
           05 WS-HIS-IMPORTE-1           PIC S9(12)V9(02)
                                           SIGN IS TRAILING SEPARATE.
           05 WS-HIS-IMPORTE-2           PIC S9(12)V9(02)
                                           SIGN IS TRAILING SEPARATE.
           05 WS-HIS-IMPORTE-3           PIC S9(12)V9(02)
                                           SIGN IS TRAILING SEPARATE.

       FD ENT-PLAN.
           COPY PLANCTAS.

       FD SAL-REPORTE.
       01 WS-SAL-REPORTE                            PIC X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-MAESTRO-TARJETAS   PIC X(60)
                                     VALUE '../MAESTRO-TARJETAS.VSAM'.
       01 WS-RUTA-SALDO-CICLO        PIC X(60)
                                     VALUE '../SALDOCIC.VSAM'.
       01 WS-RUTA-CUOTAS             PIC X(60)
                                     VALUE '../CUOTAS.VSAM'.
       01 WS-RUTA-GLINTERF           PIC X(60)
                                     VALUE '../GLINTERF.SEQ'.
       01 WS-RUTA-GLREVALUO          PIC X(60)
                                     VALUE '../GLREVALUO.SEQ'.
       01 WS-RUTA-GLCASTIGO          PIC X(60)
                                     VALUE '../GLCASTIGO.SEQ'.
       01 WS-RUTA-GLREVPAGO          PIC X(60)
                                     VALUE '../GLREVPAGO.SEQ'.
       01 WS-RUTA-GLQUITA            PIC X(60)
                                     VALUE '../GLQUITA.SEQ'.
       01 WS-RUTA-GLSINIESTRO        PIC X(60)
                                     VALUE '../GLSINIESTRO.SEQ'.
       01 WS-RUTA-MAYOR              PIC X(60)
                                     VALUE '../LIBRO-MAYOR.SEQ'.
       01 WS-RUTA-HISTORIA           PIC X(60)
                                     VALUE '../CONCGL-HIST.SEQ'.
       01 WS-RUTA-PLAN               PIC X(60)
                                     VALUE '../PLANCTAS.SEQ'.
       01 WS-RUTA-REPORTE            PIC X(60)
                                     VALUE '../CONCGL.TXT'.
       01 WS-RUTA-LOTE-GL            PIC X(60) VALUE SPACES.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 WS-ENTIDAD-AREA.
           COPY ENTIDIO.
      *    *** entidad de la corrida; en blanco se concilia toda la
      *    *** instalacion y no hace falta verificar cada cuenta
       01 WS-VER-ENTIDAD-PROCESO     PIC X(03) VALUE SPACES.
      *    *** tarjeta de ciclo o cuotas a ubicar en el maestro
       01 WS-VER-TARJETA             PIC X(19) VALUE SPACES.
      *    *** ultima cuenta verificada y su resultado
       01 WS-VER-ULTIMA-CUENTA       PIC 9(10) VALUE ZEROES.
       01 WS-VER-ULTIMO-RESULTADO    PIC X(01) VALUE 'S'.
          88 WS-VER-CUENTA-DE-LA-CORRIDA           VALUE 'S'.

       01 FS-STATUS.
          05 FS-MAESTRO-TARJETAS                   PIC X(2).
             88 FS-MAESTRO-TARJETAS-FILE-OK            VALUE '00'.
             88 FS-MAESTRO-TARJETAS-FILE-EOF           VALUE '10'.
          05 FS-SALDO-CICLO                        PIC X(2).
             88 FS-SALDO-CICLO-OK                      VALUE '00'.
             88 FS-SALDO-CICLO-EOF                     VALUE '10'.
             88 FS-SALDO-CICLO-NFD                     VALUE '35'.
          05 FS-CUOTAS                             PIC X(2).
             88 FS-CUOTAS-OK                           VALUE '00'.
             88 FS-CUOTAS-EOF                          VALUE '10'.
             88 FS-CUOTAS-NFD                          VALUE '35'.
          05 FS-LOTE-GL                            PIC X(2).
             88 FS-LOTE-GL-OK                          VALUE '00'.
             88 FS-LOTE-GL-EOF                         VALUE '10'.
             88 FS-LOTE-GL-NFD                         VALUE '35'.
          05 FS-MAYOR                              PIC X(2).
             88 FS-MAYOR-OK                            VALUE '00'.
             88 FS-MAYOR-EOF                           VALUE '10'.
             88 FS-MAYOR-NFD                           VALUE '35'.
          05 FS-HISTORIA                           PIC X(2).
             88 FS-HISTORIA-OK                         VALUE '00'.
             88 FS-HISTORIA-EOF                        VALUE '10'.
             88 FS-HISTORIA-NFD                        VALUE '35'.
          05 FS-PLAN                               PIC X(2).
             88 FS-PLAN-OK                             VALUE '00'.
             88 FS-PLAN-EOF                            VALUE '10'.
             88 FS-PLAN-NFD                            VALUE '35'.
          05 FS-REPORTE                            PIC X(2).
             88 FS-REPORTE-OK                          VALUE '00'.

      *    *** periodo de la foto del submayor (CONCGL_PERIODO AAAAMM,
      *    *** por defecto el mes en curso)
       01 WS-PERIODO                 PIC 9(06) VALUE ZEROES.

      *    *** en rollup (CONCGL_ROLLUP=S) todas las tarjetas de la
      *    *** cuenta llevan el saldo combinado: se suma solo la titular
       01 WS-MODO-ROLLUP-CUENTA      PIC X(01) VALUE 'N'.
          88 WS-ES-ROLLUP-CUENTA                   VALUE 'S'.

       01 WS-HAY-MAYOR               PIC X(01) VALUE 'N'.
          88 WS-EXISTE-MAYOR                       VALUE 'S'.

      *    *** historico en memoria: lo leido de CONCGL-HIST.SEQ mas
      *    *** lo que se incorpora en esta corrida
       01 WS-TABLA-HISTORIA.
          05 WS-THI-ITEM OCCURS 3000 TIMES
                          INDEXED BY WS-IX-HIS.
             10 WS-THI-TIPO                 PIC X(01).
             10 WS-THI-PERIODO              PIC 9(06).
             10 WS-THI-ORIGEN               PIC X(10).
             10 WS-THI-CUENTA-CONTABLE      PIC X(30).
             10 WS-THI-MONEDA               PIC X(03).
             10 WS-THI-IMPORTE-1            PIC S9(12)V9(02).
             10 WS-THI-IMPORTE-2            PIC S9(12)V9(02).
             10 WS-THI-IMPORTE-3            PIC S9(12)V9(02).
       01 WS-CANT-HISTORIA           PIC 9(04) COMP VALUE ZEROES.
       01 WS-CANT-HISTORIA-ANT       PIC 9(04) COMP VALUE ZEROES.
       01 WS-IX-HIS-DESDE            PIC 9(04) COMP VALUE ZEROES.

      *    *** lote en curso
       01 WS-ORIGEN-LOTE             PIC X(10) VALUE SPACES.
       01 WS-PERIODO-LOTE            PIC 9(06) VALUE ZEROES.
       01 WS-ESTADO-LOTE             PIC X(01) VALUE SPACE.
          88 WS-LOTE-SIN-LEER                      VALUE SPACE.
          88 WS-LOTE-NUEVO                         VALUE 'N'.
          88 WS-LOTE-REPETIDO                      VALUE 'R'.
       01 WS-CANT-LOTES-NUEVOS       PIC 9(02) VALUE ZEROES.

      *    *** clasificacion de la cuenta contable: 'D' cuenta de
      *    *** deudores del submayor, 'R' revaluo en pesos de los
      *    *** deudores en dolares, blanco fuera de la conciliacion
       01 WS-CLS-CUENTA              PIC X(30) VALUE SPACES.
       01 WS-CLS-MONEDA              PIC X(03) VALUE SPACES.
       01 WS-CLS-RUBRO               PIC X(01) VALUE SPACE.
          88 WS-CLS-ES-DEUDORES                    VALUE 'D'.
          88 WS-CLS-ES-REVALUO                     VALUE 'R'.

      *    *** cuentas de deudores segun el plan de cuentas (las de
      *    *** siempre mas las que tenga PLANCTAS.SEQ): el debe de los
      *    *** cargos al cliente, el haber de descuentos y castigos, y
      *    *** el debe del revaluo; largo = hasta el '*' de categoria
           COPY PLANDEF.
       01 WS-TABLA-CTA-DEUDORES.
          05 WS-CANT-CDE                PIC 9(03) VALUE ZEROES.
          05 WS-CDE-ITEM OCCURS 600 TIMES
                          INDEXED BY WS-IX-CDE.
             10 WS-CDE-CUENTA           PIC X(30).
             10 WS-CDE-LARGO            PIC 9(02).
             10 WS-CDE-RUBRO            PIC X(01).
       01 WS-CDE-TIPO-MOV               PIC X(12).
       01 WS-CDE-CUENTA-DEBE            PIC X(30).
       01 WS-CDE-CUENTA-HABER           PIC X(30).
       01 WS-CDE-CUENTA-NUEVA           PIC X(30).
       01 WS-CDE-RUBRO-NUEVO            PIC X(01).

       01 WS-IM                      PIC 9(01) COMP VALUE ZEROES.
       01 WS-MONEDA-TAB              PIC X(06) VALUE 'ARSUSD'.
       01 WS-MONEDA-TAB-R REDEFINES WS-MONEDA-TAB.
          05 WS-MONEDA-COD OCCURS 2 TIMES          PIC X(03).

      *    *** submayor calculado en esta corrida, por moneda
       01 WS-SUBMAYOR.
          05 WS-SUB-MON OCCURS 2 TIMES.
             10 WS-SUB-MAESTRO              PIC S9(12)V9(02).
             10 WS-SUB-CICLO                PIC S9(12)V9(02).
             10 WS-SUB-CUOTAS               PIC S9(12)V9(02).
             10 WS-SUB-TOTAL                PIC S9(12)V9(02).
             10 WS-MAY-DEUDORES             PIC S9(12)V9(02).
             10 WS-MAY-DIFERENCIA           PIC S9(12)V9(02).
       01 WS-MAY-REVALUO             PIC S9(12)V9(02) VALUE ZEROES.

      *    *** saldo corrido por cuenta contable de deudores
       01 WS-TABLA-CUENTAS.
          05 WS-CTA-ITEM OCCURS 100 TIMES
                          INDEXED BY WS-IX-CTA.
             10 WS-CTA-CUENTA-CONTABLE      PIC X(30).
             10 WS-CTA-MONEDA               PIC X(03).
             10 WS-CTA-DEBE                 PIC S9(12)V9(02).
             10 WS-CTA-HABER                PIC S9(12)V9(02).
       01 WS-CANT-CUENTAS            PIC 9(03) COMP VALUE ZEROES.

      *    *** apertura por periodo
       01 WS-TABLA-PERIODOS.
          05 WS-PER-ITEM OCCURS 240 TIMES
                          INDEXED BY WS-IX-PER WS-IX-PER-AUX.
             10 WS-PER-PERIODO              PIC 9(06).
             10 WS-PER-HAY-INTERF           PIC X(01).
             10 WS-PER-HAY-REVALUO          PIC X(01).
             10 WS-PER-HAY-CASTIGO          PIC X(01).
             10 WS-PER-HAY-REVPAGO          PIC X(01).
             10 WS-PER-HAY-QUITA            PIC X(01).
             10 WS-PER-HAY-SINIESTRO        PIC X(01).
             10 WS-PER-HAY-MAYOR            PIC X(01).
             10 WS-PER-MON OCCURS 2 TIMES.
                15 WS-PER-HAY-FOTO          PIC X(01).
                15 WS-PER-SUB-TOTAL         PIC S9(12)V9(02).
                15 WS-PER-LOTES-NETO        PIC S9(12)V9(02).
                15 WS-PER-MAYOR-NETO        PIC S9(12)V9(02).
       01 WS-CANT-PERIODOS           PIC 9(03) COMP VALUE ZEROES.
       01 WS-PERIODO-BUSCADO         PIC 9(06) VALUE ZEROES.

       01 WS-VARIACION-SUB           PIC S9(12)V9(02) VALUE ZEROES.
       01 WS-DIF-PERIODO             PIC S9(12)V9(02) VALUE ZEROES.
       01 WS-SUB-ANTERIOR            PIC S9(12)V9(02) VALUE ZEROES.
       01 WS-HAY-SUB-ANTERIOR        PIC X(01) VALUE 'N'.
       01 WS-DIAGNOSTICO             PIC X(26) VALUE SPACES.

       01 WS-CONTADORES.
          05 WS-CANT-TARJETAS        PIC 9(06) COMP VALUE ZEROES.
          05 WS-CANT-CICLOS          PIC 9(06) COMP VALUE ZEROES.
          05 WS-CANT-PLANES          PIC 9(06) COMP VALUE ZEROES.
          05 WS-CANT-PERIODOS-DIF    PIC 9(04) COMP VALUE ZEROES.

       01 WS-LINEA-CUENTA.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LCT-CUENTA               PIC X(30).
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LCT-MONEDA               PIC X(03).
          05 WS-LCT-DEBE                 PIC ---.---.---.--9,99.
          05 WS-LCT-HABER                PIC ---.---.---.--9,99.
          05 WS-LCT-SALDO                PIC ---.---.---.--9,99.

       01 WS-LINEA-RESUMEN.
          05 FILLER                      PIC X(03) VALUE SPACES.
          05 WS-LRS-CONCEPTO             PIC X(40).
          05 WS-LRS-ARS                  PIC ---.---.---.--9,99.
          05 WS-LRS-USD                  PIC ---.---.---.--9,99.

       01 WS-LINEA-PERIODO.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LPE-PERIODO              PIC 9(06).
          05 FILLER                      PIC X(02) VALUE SPACES.
          05 WS-LPE-MONEDA               PIC X(03).
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LPE-LOTES                PIC X(06).
          05 WS-LPE-VARIACION            PIC ---.---.---.--9,99.
          05 WS-LPE-MOV-LOTES            PIC ---.---.---.--9,99.
          05 WS-LPE-DIFERENCIA           PIC ---.---.---.--9,99.
          05 WS-LPE-MAYOR                PIC ---.---.---.--9,99.
          05 FILLER                      PIC X(02) VALUE SPACES.
          05 WS-LPE-DIAGNOSTICO          PIC X(26).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-CALCULAR-SUBMAYOR
              THRU 2000-CALCULAR-SUBMAYOR-FIN.

           PERFORM 2500-ARMAR-MAYOR
              THRU 2500-ARMAR-MAYOR-FIN.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-PERIODO.
           INITIALIZE WS-SUBMAYOR.

           PERFORM 1050-LEER-RUTA-ARCHIVO
              THRU 1050-LEER-RUTA-ARCHIVO-FIN.

           OPEN OUTPUT SAL-REPORTE.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR CONCGL.TXT'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              STOP RUN
           END-IF.

           PERFORM 1200-CARGAR-HISTORIA
              THRU 1200-CARGAR-HISTORIA-FIN.

           PERFORM 1400-CARGAR-CTA-DEUDORES
              THRU 1400-CARGAR-CTA-DEUDORES-FIN.

      *    *** cada lote que todavia no este en el historico se suma
      *    *** al saldo corrido del mayor
           MOVE 'GLINTERF'       TO WS-ORIGEN-LOTE.
           MOVE WS-RUTA-GLINTERF TO WS-RUTA-LOTE-GL.
           PERFORM 1300-INCORPORAR-LOTE
              THRU 1300-INCORPORAR-LOTE-FIN.

           MOVE 'GLREVALUO'       TO WS-ORIGEN-LOTE.
           MOVE WS-RUTA-GLREVALUO TO WS-RUTA-LOTE-GL.
           PERFORM 1300-INCORPORAR-LOTE
              THRU 1300-INCORPORAR-LOTE-FIN.

           MOVE 'GLCASTIGO'       TO WS-ORIGEN-LOTE.
           MOVE WS-RUTA-GLCASTIGO TO WS-RUTA-LOTE-GL.
           PERFORM 1300-INCORPORAR-LOTE
              THRU 1300-INCORPORAR-LOTE-FIN.

           MOVE 'GLREVPAGO'       TO WS-ORIGEN-LOTE.
           MOVE WS-RUTA-GLREVPAGO TO WS-RUTA-LOTE-GL.
           PERFORM 1300-INCORPORAR-LOTE
              THRU 1300-INCORPORAR-LOTE-FIN.

           MOVE 'GLQUITA'         TO WS-ORIGEN-LOTE.
           MOVE WS-RUTA-GLQUITA   TO WS-RUTA-LOTE-GL.
           PERFORM 1300-INCORPORAR-LOTE
              THRU 1300-INCORPORAR-LOTE-FIN.

      *    *** el origen se guarda en 10 posiciones en el historico
           MOVE 'GLSINIESTR'        TO WS-ORIGEN-LOTE.
           MOVE WS-RUTA-GLSINIESTRO TO WS-RUTA-LOTE-GL.
           PERFORM 1300-INCORPORAR-LOTE
              THRU 1300-INCORPORAR-LOTE-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1050-LEER-RUTA-ARCHIVO.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'CONCGL_PERIODO'.
           IF WS-RUTA-ENTORNO (1:6) IS NUMERIC
              AND WS-RUTA-ENTORNO (1:6) <> '000000'
              MOVE WS-RUTA-ENTORNO (1:6) TO WS-PERIODO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'CONCGL_ROLLUP'.
           IF WS-RUTA-ENTORNO (1:1) = 'S'
              MOVE 'S' TO WS-MODO-ROLLUP-CUENTA
           END-IF.

           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-DATOS TO TRUE.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.
           MOVE WS-EMI-PROCESO-O TO WS-VER-ENTIDAD-PROCESO.

           MOVE WS-RUTA-GLINTERF     TO WS-EMI-RUTA-E.
           PERFORM 1060-RUTA-ENTIDAD
              THRU 1060-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O        TO WS-RUTA-GLINTERF.

           MOVE WS-RUTA-GLREVALUO    TO WS-EMI-RUTA-E.
           PERFORM 1060-RUTA-ENTIDAD
              THRU 1060-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O        TO WS-RUTA-GLREVALUO.

           MOVE WS-RUTA-GLCASTIGO    TO WS-EMI-RUTA-E.
           PERFORM 1060-RUTA-ENTIDAD
              THRU 1060-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O        TO WS-RUTA-GLCASTIGO.

           MOVE WS-RUTA-GLREVPAGO    TO WS-EMI-RUTA-E.
           PERFORM 1060-RUTA-ENTIDAD
              THRU 1060-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O        TO WS-RUTA-GLREVPAGO.

           MOVE WS-RUTA-GLQUITA      TO WS-EMI-RUTA-E.
           PERFORM 1060-RUTA-ENTIDAD
              THRU 1060-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O        TO WS-RUTA-GLQUITA.

           MOVE WS-RUTA-GLSINIESTRO  TO WS-EMI-RUTA-E.
           PERFORM 1060-RUTA-ENTIDAD
              THRU 1060-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O        TO WS-RUTA-GLSINIESTRO.

           MOVE WS-RUTA-MAYOR        TO WS-EMI-RUTA-E.
           PERFORM 1060-RUTA-ENTIDAD
              THRU 1060-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O        TO WS-RUTA-MAYOR.

           MOVE WS-RUTA-HISTORIA     TO WS-EMI-RUTA-E.
           PERFORM 1060-RUTA-ENTIDAD
              THRU 1060-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O        TO WS-RUTA-HISTORIA.

           MOVE WS-RUTA-REPORTE      TO WS-EMI-RUTA-E.
           PERFORM 1060-RUTA-ENTIDAD
              THRU 1060-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O        TO WS-RUTA-REPORTE.

      *    *** el plan de cuentas propio de la entidad, si lo tiene
           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-RUTA-PARAM TO TRUE.
           MOVE WS-RUTA-PLAN         TO WS-EMI-RUTA-E.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.
           MOVE WS-EMI-RUTA-O        TO WS-RUTA-PLAN.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MAESTRO_TARJETAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-MAESTRO-TARJETAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'CONCGL_SALDOCIC_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-SALDO-CICLO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'CONCGL_CUOTAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CUOTAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'CONCGL_GLINTERF_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-GLINTERF
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'CONCGL_GLREVALUO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-GLREVALUO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'CONCGL_GLCASTIGO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-GLCASTIGO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'CONCGL_GLREVPAGO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-GLREVPAGO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'CONCGL_GLQUITA_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-GLQUITA
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'CONCGL_GLSINIESTRO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-GLSINIESTRO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'CONCGL_MAYOR_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-MAYOR
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'CONCGL_HISTORIA_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-HISTORIA
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'PLANCTAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PLAN
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'CONCGL_REPORTE_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REPORTE
           END-IF.

       1050-LEER-RUTA-ARCHIVO-FIN.
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
      *    *** la primera corrida arranca sin historico
       1200-CARGAR-HISTORIA.

           OPEN INPUT ENT-HISTORIA.

           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                    PERFORM 1210-LEER-HISTORIA
                       THRU 1210-LEER-HISTORIA-FIN
                       UNTIL FS-HISTORIA-EOF
                    CLOSE ENT-HISTORIA
               WHEN FS-HISTORIA-NFD
                    DISPLAY 'SIN HISTORICO PREVIO: SE INICIA '
                            'CONCGL-HIST.SEQ'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR CONCGL-HIST.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-HISTORIA
                    STOP RUN
           END-EVALUATE.

           MOVE WS-CANT-HISTORIA TO WS-CANT-HISTORIA-ANT.

       1200-CARGAR-HISTORIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1210-LEER-HISTORIA.

           READ ENT-HISTORIA
               AT END
                  SET FS-HISTORIA-EOF TO TRUE
                  GO TO 1210-LEER-HISTORIA-FIN
           END-READ.

           IF WS-CANT-HISTORIA >= 3000
              DISPLAY 'ERROR: CONCGL-HIST.SEQ SUPERA 3000 FILAS'
              STOP RUN
           END-IF.

           ADD 1 TO WS-CANT-HISTORIA.
           SET WS-IX-HIS TO WS-CANT-HISTORIA.
           MOVE WS-HIS-TIPO       TO WS-THI-TIPO (WS-IX-HIS).
           MOVE WS-HIS-PERIODO    TO WS-THI-PERIODO (WS-IX-HIS).
           MOVE WS-HIS-ORIGEN     TO WS-THI-ORIGEN (WS-IX-HIS).
           MOVE WS-HIS-CUENTA-CONTABLE
                                TO WS-THI-CUENTA-CONTABLE (WS-IX-HIS).
           MOVE WS-HIS-MONEDA     TO WS-THI-MONEDA (WS-IX-HIS).
           MOVE WS-HIS-IMPORTE-1  TO WS-THI-IMPORTE-1 (WS-IX-HIS).
           MOVE WS-HIS-IMPORTE-2  TO WS-THI-IMPORTE-2 (WS-IX-HIS).
           MOVE WS-HIS-IMPORTE-3  TO WS-THI-IMPORTE-3 (WS-IX-HIS).

       1210-LEER-HISTORIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** un lote se identifica por origen y periodo: si ya esta
      *    *** en el historico (reproceso, o el archivo del mes pasado
      *    *** que nadie piso) no se vuelve a sumar
       1300-INCORPORAR-LOTE.

           SET WS-LOTE-SIN-LEER TO TRUE.

           OPEN INPUT ENT-LOTE-GL.

           EVALUATE TRUE
               WHEN FS-LOTE-GL-OK
                    CONTINUE
               WHEN FS-LOTE-GL-NFD
                    DISPLAY 'LOTE ' WS-ORIGEN-LOTE ' NO ENCONTRADO'
                    GO TO 1300-INCORPORAR-LOTE-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR LOTE ' WS-ORIGEN-LOTE
                    DISPLAY 'FILE STATUS: ' FS-LOTE-GL
                    STOP RUN
           END-EVALUATE.

           PERFORM 1310-LEER-ASIENTO
              THRU 1310-LEER-ASIENTO-FIN
              UNTIL FS-LOTE-GL-EOF
                 OR WS-LOTE-REPETIDO.

           CLOSE ENT-LOTE-GL.

           IF WS-LOTE-NUEVO
              ADD 1 TO WS-CANT-LOTES-NUEVOS
              DISPLAY 'LOTE ' WS-ORIGEN-LOTE ' PERIODO '
                      WS-PERIODO-LOTE ' INCORPORADO'
           END-IF.

       1300-INCORPORAR-LOTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1310-LEER-ASIENTO.

           READ ENT-LOTE-GL
               AT END
                  SET FS-LOTE-GL-EOF TO TRUE
                  GO TO 1310-LEER-ASIENTO-FIN
           END-READ.

           IF WS-LOTE-SIN-LEER
              PERFORM 1320-VERIFICAR-LOTE
                 THRU 1320-VERIFICAR-LOTE-FIN
              IF WS-LOTE-REPETIDO
                 GO TO 1310-LEER-ASIENTO-FIN
              END-IF
           END-IF.

           IF WS-GL-TIPO-REG <> 'A'
              GO TO 1310-LEER-ASIENTO-FIN
           END-IF.

      *    *** una fila por periodo, origen, cuenta y moneda
           COMPUTE WS-IX-HIS-DESDE = WS-CANT-HISTORIA-ANT + 1.
           PERFORM VARYING WS-IX-HIS FROM WS-IX-HIS-DESDE BY 1
              UNTIL WS-IX-HIS > WS-CANT-HISTORIA
                 OR (WS-THI-TIPO (WS-IX-HIS) = 'L'
                 AND WS-THI-ORIGEN (WS-IX-HIS) = WS-ORIGEN-LOTE
                 AND WS-THI-PERIODO (WS-IX-HIS) = WS-PERIODO-LOTE
                 AND WS-THI-CUENTA-CONTABLE (WS-IX-HIS) =
                     WS-GL-CUENTA-CONTABLE
                 AND WS-THI-MONEDA (WS-IX-HIS) = WS-GL-MONEDA)
           END-PERFORM.

           IF WS-IX-HIS > WS-CANT-HISTORIA
              PERFORM 1330-AGREGAR-FILA-LOTE
                 THRU 1330-AGREGAR-FILA-LOTE-FIN
              MOVE WS-GL-CUENTA-CONTABLE
                                TO WS-THI-CUENTA-CONTABLE (WS-IX-HIS)
              MOVE WS-GL-MONEDA TO WS-THI-MONEDA (WS-IX-HIS)
           END-IF.

           IF WS-GL-DEBE-HABER = 'D'
              ADD WS-GL-IMPORTE TO WS-THI-IMPORTE-1 (WS-IX-HIS)
           ELSE
              ADD WS-GL-IMPORTE TO WS-THI-IMPORTE-2 (WS-IX-HIS)
           END-IF.

       1310-LEER-ASIENTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** primer registro del lote: toma el periodo y lo busca en
      *    *** lo que ya traia el historico; si es nuevo deja la marca
      *    *** de lote recibido (fila sin cuenta)
       1320-VERIFICAR-LOTE.

           MOVE WS-GL-PERIODO TO WS-PERIODO-LOTE.
           SET WS-LOTE-NUEVO TO TRUE.

           PERFORM VARYING WS-IX-HIS FROM 1 BY 1
              UNTIL WS-IX-HIS > WS-CANT-HISTORIA-ANT
              IF WS-THI-TIPO (WS-IX-HIS) = 'L'
                 AND WS-THI-ORIGEN (WS-IX-HIS) = WS-ORIGEN-LOTE
                 AND WS-THI-PERIODO (WS-IX-HIS) = WS-PERIODO-LOTE
                 SET WS-LOTE-REPETIDO TO TRUE
              END-IF
           END-PERFORM.

           IF WS-LOTE-REPETIDO
              DISPLAY 'LOTE ' WS-ORIGEN-LOTE ' PERIODO '
                      WS-PERIODO-LOTE ' YA INCORPORADO, SE OMITE'
              GO TO 1320-VERIFICAR-LOTE-FIN
           END-IF.

           PERFORM 1330-AGREGAR-FILA-LOTE
              THRU 1330-AGREGAR-FILA-LOTE-FIN.

       1320-VERIFICAR-LOTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1330-AGREGAR-FILA-LOTE.

           IF WS-CANT-HISTORIA >= 3000
              DISPLAY 'ERROR: CONCGL-HIST.SEQ SUPERA 3000 FILAS'
              STOP RUN
           END-IF.

           ADD 1 TO WS-CANT-HISTORIA.
           SET WS-IX-HIS TO WS-CANT-HISTORIA.
           MOVE 'L'             TO WS-THI-TIPO (WS-IX-HIS).
           MOVE WS-PERIODO-LOTE TO WS-THI-PERIODO (WS-IX-HIS).
           MOVE WS-ORIGEN-LOTE  TO WS-THI-ORIGEN (WS-IX-HIS).
           MOVE SPACES          TO WS-THI-CUENTA-CONTABLE (WS-IX-HIS)
                                   WS-THI-MONEDA (WS-IX-HIS).
           MOVE ZEROES          TO WS-THI-IMPORTE-1 (WS-IX-HIS)
                                   WS-THI-IMPORTE-2 (WS-IX-HIS)
                                   WS-THI-IMPORTE-3 (WS-IX-HIS).

       1330-AGREGAR-FILA-LOTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cuentas de deudores: las del catalogo de siempre y las
      *    *** que haya cargado contaduria en el plan de cuentas
       1400-CARGAR-CTA-DEUDORES.

           PERFORM 1410-CTA-DEUDORES-CATALOGO
              THRU 1410-CTA-DEUDORES-CATALOGO-FIN
              VARYING WS-IX-PDF FROM 1 BY 1
                UNTIL WS-IX-PDF > WS-PDF-CANT-TIPOS.

           OPEN INPUT ENT-PLAN.

           IF NOT FS-PLAN-OK
              GO TO 1400-CARGAR-CTA-DEUDORES-FIN
           END-IF.

           PERFORM 1420-CTA-DEUDORES-PLAN
              THRU 1420-CTA-DEUDORES-PLAN-FIN
             UNTIL FS-PLAN-EOF.

           CLOSE ENT-PLAN.

       1400-CARGAR-CTA-DEUDORES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1410-CTA-DEUDORES-CATALOGO.

           MOVE WS-PDF-TIPO-MOV (WS-IX-PDF)     TO WS-CDE-TIPO-MOV.
           MOVE WS-PDF-CUENTA-DEBE (WS-IX-PDF)  TO WS-CDE-CUENTA-DEBE.
           MOVE WS-PDF-CUENTA-HABER (WS-IX-PDF) TO WS-CDE-CUENTA-HABER.
           PERFORM 1430-CLASIFICAR-TIPO-MOV
              THRU 1430-CLASIFICAR-TIPO-MOV-FIN.

       1410-CTA-DEUDORES-CATALOGO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1420-CTA-DEUDORES-PLAN.

           READ ENT-PLAN.

           IF NOT FS-PLAN-OK
              GO TO 1420-CTA-DEUDORES-PLAN-FIN
           END-IF.

           MOVE WS-PCT-TIPO-MOV     TO WS-CDE-TIPO-MOV.
           MOVE WS-PCT-CUENTA-DEBE  TO WS-CDE-CUENTA-DEBE.
           MOVE WS-PCT-CUENTA-HABER TO WS-CDE-CUENTA-HABER.
           PERFORM 1430-CLASIFICAR-TIPO-MOV
              THRU 1430-CLASIFICAR-TIPO-MOV-FIN.

       1420-CTA-DEUDORES-PLAN-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** que lado de cada tipo de movimiento es cuenta de deudores
       1430-CLASIFICAR-TIPO-MOV.

           MOVE SPACES TO WS-CDE-CUENTA-NUEVA.

           EVALUATE WS-CDE-TIPO-MOV
               WHEN 'CONSUMO'
               WHEN 'INTERES'
               WHEN 'PUNITORIO'
               WHEN 'SEGURO'
               WHEN 'REVERSA-PAGO'
                    MOVE WS-CDE-CUENTA-DEBE  TO WS-CDE-CUENTA-NUEVA
                    MOVE 'D'                 TO WS-CDE-RUBRO-NUEVO
               WHEN 'DESCUENTO'
               WHEN 'CASTIGO'
               WHEN 'QUITA'
               WHEN 'SINIESTRO'
               WHEN 'FRAUDE'
               WHEN 'AJ-INTERES'
               WHEN 'AJ-COMISION'
               WHEN 'AJ-CORTESIA'
               WHEN 'AJ-SISTEMA'
                    MOVE WS-CDE-CUENTA-HABER TO WS-CDE-CUENTA-NUEVA
                    MOVE 'D'                 TO WS-CDE-RUBRO-NUEVO
               WHEN 'REVALUO'
                    MOVE WS-CDE-CUENTA-DEBE  TO WS-CDE-CUENTA-NUEVA
                    MOVE 'R'                 TO WS-CDE-RUBRO-NUEVO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           IF WS-CDE-CUENTA-NUEVA = SPACES
              GO TO 1430-CLASIFICAR-TIPO-MOV-FIN
           END-IF.

           PERFORM VARYING WS-IX-CDE FROM 1 BY 1
                   UNTIL WS-IX-CDE > WS-CANT-CDE
              IF WS-CDE-CUENTA (WS-IX-CDE) = WS-CDE-CUENTA-NUEVA
                 GO TO 1430-CLASIFICAR-TIPO-MOV-FIN
              END-IF
           END-PERFORM.

           IF WS-CANT-CDE >= 600
              GO TO 1430-CLASIFICAR-TIPO-MOV-FIN
           END-IF.

           ADD 1 TO WS-CANT-CDE.
           MOVE WS-CDE-CUENTA-NUEVA TO WS-CDE-CUENTA (WS-CANT-CDE).
           MOVE WS-CDE-RUBRO-NUEVO  TO WS-CDE-RUBRO (WS-CANT-CDE).
           MOVE ZEROES              TO WS-CDE-LARGO (WS-CANT-CDE).
           INSPECT WS-CDE-CUENTA-NUEVA
               TALLYING WS-CDE-LARGO (WS-CANT-CDE)
               FOR CHARACTERS BEFORE INITIAL '*'.

       1430-CLASIFICAR-TIPO-MOV-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el submayor: saldos del maestro, gasto del ciclo en
      *    *** curso todavia sin facturar y cuotas a vencer
       2000-CALCULAR-SUBMAYOR.

           OPEN INPUT ENT-MAESTRO-TARJETAS.
           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO MAESTRO TARJETAS'
              DISPLAY 'FILE STATUS: ' FS-MAESTRO-TARJETAS
              STOP RUN
           END-IF.

           PERFORM 2100-SUMAR-MAESTRO
              THRU 2100-SUMAR-MAESTRO-FIN
              UNTIL FS-MAESTRO-TARJETAS-FILE-EOF.

           OPEN INPUT ENT-SALDO-CICLO.
           EVALUATE TRUE
               WHEN FS-SALDO-CICLO-OK
                    PERFORM 2200-SUMAR-CICLO
                       THRU 2200-SUMAR-CICLO-FIN
                       UNTIL FS-SALDO-CICLO-EOF
                    CLOSE ENT-SALDO-CICLO
               WHEN FS-SALDO-CICLO-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR SALDOCIC.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-SALDO-CICLO
                    STOP RUN
           END-EVALUATE.

           OPEN INPUT ENT-CUOTAS.
           EVALUATE TRUE
               WHEN FS-CUOTAS-OK
                    PERFORM 2300-SUMAR-CUOTAS
                       THRU 2300-SUMAR-CUOTAS-FIN
                       UNTIL FS-CUOTAS-EOF
                    CLOSE ENT-CUOTAS
               WHEN FS-CUOTAS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR CUOTAS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-CUOTAS
                    STOP RUN
           END-EVALUATE.

      *    *** el maestro queda abierto para ubicar la cuenta de las
      *    *** tarjetas de ciclo y cuotas
           CLOSE ENT-MAESTRO-TARJETAS.

           PERFORM VARYING WS-IM FROM 1 BY 1 UNTIL WS-IM > 2
              COMPUTE WS-SUB-TOTAL (WS-IM) = WS-SUB-MAESTRO (WS-IM)
                                           + WS-SUB-CICLO (WS-IM)
                                           + WS-SUB-CUOTAS (WS-IM)
           END-PERFORM.

           PERFORM 2400-GRABAR-FOTO
              THRU 2400-GRABAR-FOTO-FIN.

       2000-CALCULAR-SUBMAYOR-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la cuenta de otra entidad emisora la concilia su banco
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
      *    *** ciclo y cuotas vienen por tarjeta: la cuenta sale del
      *    *** maestro; una tarjeta que ya no esta en el maestro queda
      *    *** del lado de la entidad principal, como su cuenta
       2060-VERIFICAR-TARJETA.

           IF WS-VER-ENTIDAD-PROCESO = SPACES
              MOVE 'S' TO WS-VER-ULTIMO-RESULTADO
              GO TO 2060-VERIFICAR-TARJETA-FIN
           END-IF.

           MOVE WS-VER-TARJETA TO WS-MT-NUM-TARJETA.
           READ ENT-MAESTRO-TARJETAS
               KEY IS WS-MT-NUM-TARJETA
               INVALID KEY
                  MOVE ZEROES TO WS-MT-NUM-CUENTA
           END-READ.

           PERFORM 2050-VERIFICAR-CUENTA
              THRU 2050-VERIFICAR-CUENTA-FIN.

       2060-VERIFICAR-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2100-SUMAR-MAESTRO.

           READ ENT-MAESTRO-TARJETAS NEXT RECORD
               AT END
                  SET FS-MAESTRO-TARJETAS-FILE-EOF TO TRUE
                  GO TO 2100-SUMAR-MAESTRO-FIN
           END-READ.

           IF WS-ES-ROLLUP-CUENTA AND WS-MT-TIPO-TARJETA = 'A'
              GO TO 2100-SUMAR-MAESTRO-FIN
           END-IF.

           PERFORM 2050-VERIFICAR-CUENTA
              THRU 2050-VERIFICAR-CUENTA-FIN.
           IF NOT WS-VER-CUENTA-DE-LA-CORRIDA
              GO TO 2100-SUMAR-MAESTRO-FIN
           END-IF.

           ADD 1 TO WS-CANT-TARJETAS.
           ADD WS-MT-SALDO-ANTERIOR-ARS TO WS-SUB-MAESTRO (1).
           ADD WS-MT-SALDO-ANTERIOR-USD TO WS-SUB-MAESTRO (2).

       2100-SUMAR-MAESTRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** un registro de otro periodo es de un ciclo ya facturado,
      *    *** que vive en el saldo del maestro
       2200-SUMAR-CICLO.

           READ ENT-SALDO-CICLO NEXT RECORD
               AT END
                  SET FS-SALDO-CICLO-EOF TO TRUE
                  GO TO 2200-SUMAR-CICLO-FIN
           END-READ.

           IF WS-SDC-PERIODO <> WS-PERIODO
              GO TO 2200-SUMAR-CICLO-FIN
           END-IF.

           MOVE WS-SDC-TARJETA TO WS-VER-TARJETA.
           PERFORM 2060-VERIFICAR-TARJETA
              THRU 2060-VERIFICAR-TARJETA-FIN.

           IF WS-VER-CUENTA-DE-LA-CORRIDA
              ADD 1 TO WS-CANT-CICLOS
              ADD WS-SDC-ACUM-ARS TO WS-SUB-CICLO (1)
              ADD WS-SDC-ACUM-USD TO WS-SUB-CICLO (2)
           END-IF.

       2200-SUMAR-CICLO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2300-SUMAR-CUOTAS.

           READ ENT-CUOTAS NEXT RECORD
               AT END
                  SET FS-CUOTAS-EOF TO TRUE
                  GO TO 2300-SUMAR-CUOTAS-FIN
           END-READ.

           IF NOT WS-CUO-ABIERTO
              OR WS-CUO-ULTIMA-CUOTA-VISTA + WS-CUO-CUOTAS-ANULADAS
                 >= WS-CUO-CANT-CUOTAS
              GO TO 2300-SUMAR-CUOTAS-FIN
           END-IF.

           MOVE WS-CUO-TARJETA TO WS-VER-TARJETA.
           PERFORM 2060-VERIFICAR-TARJETA
              THRU 2060-VERIFICAR-TARJETA-FIN.
           IF NOT WS-VER-CUENTA-DE-LA-CORRIDA
              GO TO 2300-SUMAR-CUOTAS-FIN
           END-IF.

           ADD 1 TO WS-CANT-PLANES.
           IF WS-CUO-MONEDA = 'USD'
              MOVE 2 TO WS-IM
           ELSE
              MOVE 1 TO WS-IM
           END-IF.
           COMPUTE WS-SUB-CUOTAS (WS-IM) = WS-SUB-CUOTAS (WS-IM)
                 + (WS-CUO-CANT-CUOTAS - WS-CUO-ULTIMA-CUOTA-VISTA
                    - WS-CUO-CUOTAS-ANULADAS)
                 * WS-CUO-IMPORTE-CUOTA.

       2300-SUMAR-CUOTAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la foto del periodo reemplaza la de una corrida anterior
      *    *** del mismo mes
       2400-GRABAR-FOTO.

           PERFORM VARYING WS-IM FROM 1 BY 1 UNTIL WS-IM > 2
              PERFORM VARYING WS-IX-HIS FROM 1 BY 1
                 UNTIL WS-IX-HIS > WS-CANT-HISTORIA
                    OR (WS-THI-TIPO (WS-IX-HIS) = 'S'
                    AND WS-THI-PERIODO (WS-IX-HIS) = WS-PERIODO
                    AND WS-THI-MONEDA (WS-IX-HIS) =
                        WS-MONEDA-COD (WS-IM))
              END-PERFORM
              IF WS-IX-HIS > WS-CANT-HISTORIA
                 IF WS-CANT-HISTORIA >= 3000
                    DISPLAY 'ERROR: CONCGL-HIST.SEQ SUPERA 3000 FILAS'
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-CANT-HISTORIA
                 SET WS-IX-HIS TO WS-CANT-HISTORIA
                 MOVE 'S'        TO WS-THI-TIPO (WS-IX-HIS)
                 MOVE WS-PERIODO TO WS-THI-PERIODO (WS-IX-HIS)
                 MOVE 'SUBMAYOR' TO WS-THI-ORIGEN (WS-IX-HIS)
                 MOVE SPACES     TO WS-THI-CUENTA-CONTABLE (WS-IX-HIS)
                 MOVE WS-MONEDA-COD (WS-IM)
                                 TO WS-THI-MONEDA (WS-IX-HIS)
              END-IF
              MOVE WS-SUB-MAESTRO (WS-IM)
                                 TO WS-THI-IMPORTE-1 (WS-IX-HIS)
              MOVE WS-SUB-CICLO (WS-IM)
                                 TO WS-THI-IMPORTE-2 (WS-IX-HIS)
              MOVE WS-SUB-CUOTAS (WS-IM)
                                 TO WS-THI-IMPORTE-3 (WS-IX-HIS)
           END-PERFORM.

       2400-GRABAR-FOTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** saldo corrido por cuenta y apertura por periodo a partir
      *    *** del historico completo, mas el extracto del mayor
       2500-ARMAR-MAYOR.

           PERFORM 2510-ARMAR-FILA
              THRU 2510-ARMAR-FILA-FIN
              VARYING WS-IX-HIS FROM 1 BY 1
              UNTIL WS-IX-HIS > WS-CANT-HISTORIA.

           OPEN INPUT ENT-MAYOR.
           EVALUATE TRUE
               WHEN FS-MAYOR-OK
                    MOVE 'S' TO WS-HAY-MAYOR
                    PERFORM 2550-LEER-MAYOR
                       THRU 2550-LEER-MAYOR-FIN
                       UNTIL FS-MAYOR-EOF
                    CLOSE ENT-MAYOR
               WHEN FS-MAYOR-NFD
                    DISPLAY 'SIN EXTRACTO LIBRO-MAYOR.SEQ: NO SE '
                            'BUSCAN ASIENTOS MANUALES'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR LIBRO-MAYOR.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-MAYOR
                    STOP RUN
           END-EVALUATE.

           PERFORM VARYING WS-IM FROM 1 BY 1 UNTIL WS-IM > 2
              COMPUTE WS-MAY-DIFERENCIA (WS-IM) = WS-SUB-TOTAL (WS-IM)
                                           - WS-MAY-DEUDORES (WS-IM)
           END-PERFORM.

       2500-ARMAR-MAYOR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2510-ARMAR-FILA.

           MOVE WS-THI-PERIODO (WS-IX-HIS) TO WS-PERIODO-BUSCADO.
           PERFORM 2600-UBICAR-PERIODO
              THRU 2600-UBICAR-PERIODO-FIN.

           IF WS-THI-TIPO (WS-IX-HIS) = 'S'
              IF WS-THI-MONEDA (WS-IX-HIS) = 'USD'
                 MOVE 2 TO WS-IM
              ELSE
                 MOVE 1 TO WS-IM
              END-IF
              MOVE 'S' TO WS-PER-HAY-FOTO (WS-IX-PER, WS-IM)
              COMPUTE WS-PER-SUB-TOTAL (WS-IX-PER, WS-IM) =
                      WS-THI-IMPORTE-1 (WS-IX-HIS)
                    + WS-THI-IMPORTE-2 (WS-IX-HIS)
                    + WS-THI-IMPORTE-3 (WS-IX-HIS)
              GO TO 2510-ARMAR-FILA-FIN
           END-IF.

           EVALUATE WS-THI-ORIGEN (WS-IX-HIS)
               WHEN 'GLINTERF'
                    MOVE 'I' TO WS-PER-HAY-INTERF (WS-IX-PER)
               WHEN 'GLREVALUO'
                    MOVE 'R' TO WS-PER-HAY-REVALUO (WS-IX-PER)
               WHEN 'GLCASTIGO'
                    MOVE 'C' TO WS-PER-HAY-CASTIGO (WS-IX-PER)
               WHEN 'GLREVPAGO'
                    MOVE 'P' TO WS-PER-HAY-REVPAGO (WS-IX-PER)
               WHEN 'GLQUITA'
                    MOVE 'Q' TO WS-PER-HAY-QUITA (WS-IX-PER)
               WHEN 'GLSINIESTR'
                    MOVE 'S' TO WS-PER-HAY-SINIESTRO (WS-IX-PER)
           END-EVALUATE.

           IF WS-THI-CUENTA-CONTABLE (WS-IX-HIS) = SPACES
              GO TO 2510-ARMAR-FILA-FIN
           END-IF.

           MOVE WS-THI-CUENTA-CONTABLE (WS-IX-HIS) TO WS-CLS-CUENTA.
           MOVE WS-THI-MONEDA (WS-IX-HIS)          TO WS-CLS-MONEDA.
           PERFORM 2700-CLASIFICAR-CUENTA
              THRU 2700-CLASIFICAR-CUENTA-FIN.

           IF WS-CLS-ES-REVALUO
              COMPUTE WS-MAY-REVALUO = WS-MAY-REVALUO
                    + WS-THI-IMPORTE-1 (WS-IX-HIS)
                    - WS-THI-IMPORTE-2 (WS-IX-HIS)
           END-IF.

           IF NOT WS-CLS-ES-DEUDORES
              GO TO 2510-ARMAR-FILA-FIN
           END-IF.

           COMPUTE WS-MAY-DEUDORES (WS-IM) = WS-MAY-DEUDORES (WS-IM)
                 + WS-THI-IMPORTE-1 (WS-IX-HIS)
                 - WS-THI-IMPORTE-2 (WS-IX-HIS).
           COMPUTE WS-PER-LOTES-NETO (WS-IX-PER, WS-IM) =
                   WS-PER-LOTES-NETO (WS-IX-PER, WS-IM)
                 + WS-THI-IMPORTE-1 (WS-IX-HIS)
                 - WS-THI-IMPORTE-2 (WS-IX-HIS).

           PERFORM VARYING WS-IX-CTA FROM 1 BY 1
              UNTIL WS-IX-CTA > WS-CANT-CUENTAS
                 OR (WS-CTA-CUENTA-CONTABLE (WS-IX-CTA) = WS-CLS-CUENTA
                 AND WS-CTA-MONEDA (WS-IX-CTA) = WS-CLS-MONEDA)
           END-PERFORM.

           IF WS-IX-CTA > WS-CANT-CUENTAS
              IF WS-CANT-CUENTAS >= 100
                 DISPLAY 'AVISO: MAS DE 100 CUENTAS DE DEUDORES, '
                         'EXCEDENTE SOLO EN LOS TOTALES'
                 GO TO 2510-ARMAR-FILA-FIN
              END-IF
              ADD 1 TO WS-CANT-CUENTAS
              SET WS-IX-CTA TO WS-CANT-CUENTAS
              MOVE WS-CLS-CUENTA TO WS-CTA-CUENTA-CONTABLE (WS-IX-CTA)
              MOVE WS-CLS-MONEDA TO WS-CTA-MONEDA (WS-IX-CTA)
              MOVE ZEROES        TO WS-CTA-DEBE (WS-IX-CTA)
                                    WS-CTA-HABER (WS-IX-CTA)
           END-IF.

           ADD WS-THI-IMPORTE-1 (WS-IX-HIS) TO WS-CTA-DEBE (WS-IX-CTA).
           ADD WS-THI-IMPORTE-2 (WS-IX-HIS) TO WS-CTA-HABER (WS-IX-CTA).

       2510-ARMAR-FILA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2550-LEER-MAYOR.

           READ ENT-MAYOR
               AT END
                  SET FS-MAYOR-EOF TO TRUE
                  GO TO 2550-LEER-MAYOR-FIN
           END-READ.

           MOVE WS-MAY-CUENTA-CONTABLE TO WS-CLS-CUENTA.
           MOVE WS-MAY-MONEDA          TO WS-CLS-MONEDA.
           PERFORM 2700-CLASIFICAR-CUENTA
              THRU 2700-CLASIFICAR-CUENTA-FIN.

           IF NOT WS-CLS-ES-DEUDORES
              GO TO 2550-LEER-MAYOR-FIN
           END-IF.

           MOVE WS-MAY-PERIODO TO WS-PERIODO-BUSCADO.
           PERFORM 2600-UBICAR-PERIODO
              THRU 2600-UBICAR-PERIODO-FIN.

           MOVE 'S' TO WS-PER-HAY-MAYOR (WS-IX-PER).
           ADD WS-MAY-IMPORTE TO WS-PER-MAYOR-NETO (WS-IX-PER, WS-IM).

       2550-LEER-MAYOR-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** deja WS-IX-PER en el periodo buscado; la tabla se
      *    *** mantiene ordenada para el reporte
       2600-UBICAR-PERIODO.

           PERFORM VARYING WS-IX-PER FROM 1 BY 1
              UNTIL WS-IX-PER > WS-CANT-PERIODOS
                 OR WS-PER-PERIODO (WS-IX-PER) >= WS-PERIODO-BUSCADO
           END-PERFORM.

           IF WS-IX-PER <= WS-CANT-PERIODOS
              IF WS-PER-PERIODO (WS-IX-PER) = WS-PERIODO-BUSCADO
                 GO TO 2600-UBICAR-PERIODO-FIN
              END-IF
           END-IF.

           IF WS-CANT-PERIODOS >= 240
              DISPLAY 'ERROR: MAS DE 240 PERIODOS EN EL HISTORICO'
              STOP RUN
           END-IF.

           PERFORM VARYING WS-IX-PER-AUX FROM WS-CANT-PERIODOS BY -1
              UNTIL WS-IX-PER-AUX < WS-IX-PER
              MOVE WS-PER-ITEM (WS-IX-PER-AUX)
                TO WS-PER-ITEM (WS-IX-PER-AUX + 1)
           END-PERFORM.

           ADD 1 TO WS-CANT-PERIODOS.
           INITIALIZE WS-PER-ITEM (WS-IX-PER).
           MOVE WS-PERIODO-BUSCADO TO WS-PER-PERIODO (WS-IX-PER).

       2600-UBICAR-PERIODO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cuentas del submayor de deudores: las de consumos por
      *    *** categoria que debita la facturacion y las de deudores
      *    *** (tarjeta, intereses, punitorios, seguro). Los pesos que
      *    *** REVALUSD asienta en deudores en dolares son revaluo y no
      *    *** se comparan contra saldos en dolares. Deja WS-IM en la
      *    *** moneda de la cuenta
       2700-CLASIFICAR-CUENTA.

           MOVE SPACE TO WS-CLS-RUBRO.

           IF WS-CLS-MONEDA = 'USD'
              MOVE 2 TO WS-IM
           ELSE
              MOVE 1 TO WS-IM
           END-IF.

           EVALUATE TRUE
               WHEN WS-CLS-CUENTA = 'DEUDORES TARJETA USD'
                    AND WS-CLS-MONEDA = 'ARS'
                    MOVE 'R' TO WS-CLS-RUBRO
               WHEN WS-CLS-CUENTA (1:16) = 'DEUDORES TARJETA'
                    MOVE 'D' TO WS-CLS-RUBRO
               WHEN WS-CLS-CUENTA (1:13) = 'DEUDORES POR '
                    MOVE 'D' TO WS-CLS-RUBRO
               WHEN WS-CLS-CUENTA (1:9) = 'CONSUMOS '
                    MOVE 'D' TO WS-CLS-RUBRO
           END-EVALUATE.

      *    *** cuentas renombradas por el plan de cuentas
           IF WS-CLS-RUBRO = SPACE
              PERFORM VARYING WS-IX-CDE FROM 1 BY 1
                      UNTIL WS-IX-CDE > WS-CANT-CDE
                         OR WS-CLS-RUBRO <> SPACE
                 IF WS-CDE-LARGO (WS-IX-CDE) > ZEROES
                    AND WS-CLS-CUENTA (1:WS-CDE-LARGO (WS-IX-CDE)) =
                        WS-CDE-CUENTA (WS-IX-CDE)
                                     (1:WS-CDE-LARGO (WS-IX-CDE))
                    MOVE WS-CDE-RUBRO (WS-IX-CDE) TO WS-CLS-RUBRO
      *    *** el revaluo solo se asienta en pesos
                    IF WS-CLS-ES-REVALUO AND WS-CLS-MONEDA <> 'ARS'
                       MOVE 'D' TO WS-CLS-RUBRO
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

       2700-CLASIFICAR-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           PERFORM 3100-REPORTAR-RESUMEN
              THRU 3100-REPORTAR-RESUMEN-FIN.

           PERFORM 3200-REPORTAR-CUENTAS
              THRU 3200-REPORTAR-CUENTAS-FIN.

           PERFORM 3300-REPORTAR-PERIODOS
              THRU 3300-REPORTAR-PERIODOS-FIN.

           PERFORM 3400-GRABAR-HISTORIA
              THRU 3400-GRABAR-HISTORIA-FIN.

           CLOSE SAL-REPORTE.

           DISPLAY 'TARJETAS SUMADAS      : ' WS-CANT-TARJETAS.
           DISPLAY 'CICLOS SIN FACTURAR   : ' WS-CANT-CICLOS.
           DISPLAY 'PLANES DE CUOTAS      : ' WS-CANT-PLANES.
           DISPLAY 'LOTES INCORPORADOS    : ' WS-CANT-LOTES-NUEVOS.
           DISPLAY 'DIFERENCIA ARS        : ' WS-MAY-DIFERENCIA (1).
           DISPLAY 'DIFERENCIA USD        : ' WS-MAY-DIFERENCIA (2).
           DISPLAY 'PERIODOS CON DIFERENCIA: ' WS-CANT-PERIODOS-DIF.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3100-REPORTAR-RESUMEN.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'CONCILIACION SUBMAYOR TARJETAS VS MAYOR GENERAL - '
                  'PERIODO ' WS-PERIODO
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           IF WS-VER-ENTIDAD-PROCESO <> SPACES
              INITIALIZE WS-EMI-ENTRADA
              SET WS-EMI-MODO-DATOS TO TRUE
              CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA
              MOVE SPACES TO WS-SAL-REPORTE
              STRING 'ENTIDAD EMISORA: ' WS-EMI-PROCESO-O
                     ' ' WS-EMI-NOMBRE-O
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
           END-IF.
           MOVE ALL '=' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING '                                           '
                  '                ARS                   USD'
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE 'SALDOS MAESTRO DE TARJETAS' TO WS-LRS-CONCEPTO.
           MOVE WS-SUB-MAESTRO (1) TO WS-LRS-ARS.
           MOVE WS-SUB-MAESTRO (2) TO WS-LRS-USD.
           MOVE WS-LINEA-RESUMEN TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE 'CONSUMOS DEL CICLO SIN FACTURAR' TO WS-LRS-CONCEPTO.
           MOVE WS-SUB-CICLO (1) TO WS-LRS-ARS.
           MOVE WS-SUB-CICLO (2) TO WS-LRS-USD.
           MOVE WS-LINEA-RESUMEN TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE 'CUOTAS A VENCER DE PLANES ABIERTOS' TO WS-LRS-CONCEPTO.
           MOVE WS-SUB-CUOTAS (1) TO WS-LRS-ARS.
           MOVE WS-SUB-CUOTAS (2) TO WS-LRS-USD.
           MOVE WS-LINEA-RESUMEN TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE 'TOTAL SUBMAYOR' TO WS-LRS-CONCEPTO.
           MOVE WS-SUB-TOTAL (1) TO WS-LRS-ARS.
           MOVE WS-SUB-TOTAL (2) TO WS-LRS-USD.
           MOVE WS-LINEA-RESUMEN TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE 'SALDO CUENTAS DE DEUDORES (LOTES)' TO WS-LRS-CONCEPTO.
           MOVE WS-MAY-DEUDORES (1) TO WS-LRS-ARS.
           MOVE WS-MAY-DEUDORES (2) TO WS-LRS-USD.
           MOVE WS-LINEA-RESUMEN TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE 'DIFERENCIA SUBMAYOR - MAYOR' TO WS-LRS-CONCEPTO.
           MOVE WS-MAY-DIFERENCIA (1) TO WS-LRS-ARS.
           MOVE WS-MAY-DIFERENCIA (2) TO WS-LRS-USD.
           MOVE WS-LINEA-RESUMEN TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE 'REVALUO DEUDORES USD (EN PESOS)' TO WS-LRS-CONCEPTO.
           MOVE WS-MAY-REVALUO TO WS-LRS-ARS.
           MOVE ZEROES         TO WS-LRS-USD.
           MOVE WS-LINEA-RESUMEN TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       3100-REPORTAR-RESUMEN-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3200-REPORTAR-CUENTAS.

           MOVE SPACES TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE 'SALDO CORRIDO POR CUENTA CONTABLE DE DEUDORES'
                                             TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING ' CUENTA                         MON'
                  '              DEBE             HABER'
                  '             SALDO'
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           PERFORM VARYING WS-IX-CTA FROM 1 BY 1
              UNTIL WS-IX-CTA > WS-CANT-CUENTAS
              MOVE WS-CTA-CUENTA-CONTABLE (WS-IX-CTA) TO WS-LCT-CUENTA
              MOVE WS-CTA-MONEDA (WS-IX-CTA)          TO WS-LCT-MONEDA
              MOVE WS-CTA-DEBE (WS-IX-CTA)            TO WS-LCT-DEBE
              MOVE WS-CTA-HABER (WS-IX-CTA)           TO WS-LCT-HABER
              COMPUTE WS-LCT-SALDO = WS-CTA-DEBE (WS-IX-CTA)
                                   - WS-CTA-HABER (WS-IX-CTA)
              MOVE WS-LINEA-CUENTA TO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
           END-PERFORM.

       3200-REPORTAR-CUENTAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** por periodo y moneda: variacion del submayor contra la
      *    *** foto anterior, movimiento neto de los lotes en cuentas
      *    *** de deudores y, si hay extracto, lo que registra el mayor.
      *    *** Lotes: I GLINTERF, R GLREVALUO, C GLCASTIGO,
      *    *** P GLREVPAGO, Q GLQUITA, S GLSINIESTRO
       3300-REPORTAR-PERIODOS.

           MOVE SPACES TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE 'DIFERENCIAS POR PERIODO' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING ' PERIODO MON LOTES    VARIAC SUBMAYOR'
                  '      MOV. LOTES GL        DIFERENCIA'
                  '     MAYOR CONTABLE  DIAGNOSTICO'
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           PERFORM VARYING WS-IM FROM 1 BY 1 UNTIL WS-IM > 2
              MOVE 'N' TO WS-HAY-SUB-ANTERIOR
              PERFORM 3310-REPORTAR-UN-PERIODO
                 THRU 3310-REPORTAR-UN-PERIODO-FIN
                 VARYING WS-IX-PER FROM 1 BY 1
                 UNTIL WS-IX-PER > WS-CANT-PERIODOS
           END-PERFORM.

       3300-REPORTAR-PERIODOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3310-REPORTAR-UN-PERIODO.

           MOVE WS-PER-PERIODO (WS-IX-PER) TO WS-LPE-PERIODO.
           MOVE WS-MONEDA-COD (WS-IM)      TO WS-LPE-MONEDA.
           MOVE SPACES TO WS-LPE-LOTES.
           STRING WS-PER-HAY-INTERF (WS-IX-PER)
                  WS-PER-HAY-REVALUO (WS-IX-PER)
                  WS-PER-HAY-CASTIGO (WS-IX-PER)
                  WS-PER-HAY-REVPAGO (WS-IX-PER)
                  WS-PER-HAY-QUITA (WS-IX-PER)
                  WS-PER-HAY-SINIESTRO (WS-IX-PER)
                  DELIMITED BY SIZE INTO WS-LPE-LOTES.
           MOVE WS-PER-LOTES-NETO (WS-IX-PER, WS-IM)
                                           TO WS-LPE-MOV-LOTES.
           MOVE WS-PER-MAYOR-NETO (WS-IX-PER, WS-IM) TO WS-LPE-MAYOR.
           MOVE ZEROES TO WS-VARIACION-SUB WS-DIF-PERIODO.

      *    *** la variacion solo se puede medir entre dos fotos
           IF WS-PER-HAY-FOTO (WS-IX-PER, WS-IM) = 'S'
              IF WS-HAY-SUB-ANTERIOR = 'S'
                 COMPUTE WS-VARIACION-SUB =
                         WS-PER-SUB-TOTAL (WS-IX-PER, WS-IM)
                       - WS-SUB-ANTERIOR
                 COMPUTE WS-DIF-PERIODO = WS-VARIACION-SUB
                       - WS-PER-LOTES-NETO (WS-IX-PER, WS-IM)
              END-IF
              MOVE WS-PER-SUB-TOTAL (WS-IX-PER, WS-IM)
                                           TO WS-SUB-ANTERIOR
              MOVE 'S' TO WS-HAY-SUB-ANTERIOR
           END-IF.

           MOVE WS-VARIACION-SUB TO WS-LPE-VARIACION.
           MOVE WS-DIF-PERIODO   TO WS-LPE-DIFERENCIA.

           EVALUATE TRUE
               WHEN WS-PER-HAY-INTERF (WS-IX-PER) <> 'I'
                    MOVE 'FALTA LOTE GLINTERF' TO WS-DIAGNOSTICO
               WHEN WS-PER-HAY-MAYOR (WS-IX-PER) = 'S'
                    AND WS-PER-MAYOR-NETO (WS-IX-PER, WS-IM) <>
                        WS-PER-LOTES-NETO (WS-IX-PER, WS-IM)
                    MOVE 'ASIENTO MANUAL EN MAYOR' TO WS-DIAGNOSTICO
               WHEN WS-EXISTE-MAYOR
                    AND WS-PER-HAY-MAYOR (WS-IX-PER) <> 'S'
                    AND WS-PER-LOTES-NETO (WS-IX-PER, WS-IM) <> ZEROES
                    MOVE 'LOTE NO CARGADO EN MAYOR' TO WS-DIAGNOSTICO
               WHEN WS-DIF-PERIODO <> ZEROES
                    MOVE 'MOVIMIENTO SIN LOTE' TO WS-DIAGNOSTICO
               WHEN OTHER
                    MOVE 'OK' TO WS-DIAGNOSTICO
           END-EVALUATE.

           IF WS-DIAGNOSTICO <> 'OK'
              ADD 1 TO WS-CANT-PERIODOS-DIF
           END-IF.

           MOVE WS-DIAGNOSTICO TO WS-LPE-DIAGNOSTICO.
           MOVE WS-LINEA-PERIODO TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       3310-REPORTAR-UN-PERIODO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3400-GRABAR-HISTORIA.

           OPEN OUTPUT ENT-HISTORIA.
           IF NOT FS-HISTORIA-OK
              DISPLAY 'ERROR AL GRABAR CONCGL-HIST.SEQ'
              DISPLAY 'FILE STATUS: ' FS-HISTORIA
              GO TO 3400-GRABAR-HISTORIA-FIN
           END-IF.

           PERFORM VARYING WS-IX-HIS FROM 1 BY 1
              UNTIL WS-IX-HIS > WS-CANT-HISTORIA
              MOVE WS-THI-TIPO (WS-IX-HIS)      TO WS-HIS-TIPO
              MOVE WS-THI-PERIODO (WS-IX-HIS)   TO WS-HIS-PERIODO
              MOVE WS-THI-ORIGEN (WS-IX-HIS)    TO WS-HIS-ORIGEN
              MOVE WS-THI-CUENTA-CONTABLE (WS-IX-HIS)
                                         TO WS-HIS-CUENTA-CONTABLE
              MOVE WS-THI-MONEDA (WS-IX-HIS)    TO WS-HIS-MONEDA
              MOVE WS-THI-IMPORTE-1 (WS-IX-HIS) TO WS-HIS-IMPORTE-1
              MOVE WS-THI-IMPORTE-2 (WS-IX-HIS) TO WS-HIS-IMPORTE-2
              MOVE WS-THI-IMPORTE-3 (WS-IX-HIS) TO WS-HIS-IMPORTE-3
              WRITE WS-ENT-HISTORIA-REG
           END-PERFORM.

           CLOSE ENT-HISTORIA.

       3400-GRABAR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM CONCGL.
