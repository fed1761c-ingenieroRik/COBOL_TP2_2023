      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: circuito de siniestros del seguro de saldo deudor.
      *          Primero procesa la respuesta de la aseguradora
      *          (SINIESTROS-RESPUESTA.SEQ) sobre los reclamos
      *          enviados: si pago, la indemnizacion cancela la deuda
      *          del maestro (con su asiento en el diario de saldos y
      *          la auditoria de cambios), se cierran los planes de
      *          cuotas abiertos y la cuenta se cierra como en la baja
      *          de MANTTARJ (adicionales y despues titular, inactivas
      *          con motivo 'B', renglon en CIERRES.TXT), con lote
      *          contable propio (GLSINIESTRO.SEQ, layout
      *          GLINTERF.SEQ) y reporte SINIESTROS.TXT; si rechazo,
      *          la cuenta se descongela y vuelve a la cobranza
      *          normal, con el reporte SINIESTROS-RECHAZADOS.TXT
      *          para cobranzas. Despues arma el reclamo de las
      *          denuncias nuevas de SEGUROS (SINIESTROS-ENVIO.SEQ,
      *          con registro de control al final). Con
      *          ENTIDAD_PROCESO (ver ENTIDCTL) solo trata siniestros
      *          de cuentas de esa entidad emisora, y la respuesta, el
      *          reclamo, los reportes y el lote van a su directorio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINIESTR.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-SEGUROS
           ASSIGN TO WS-RUTA-SEGUROS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-SEG-CUENTA
           FILE STATUS IS FS-SEGUROS.

      *    *** se lee directo y no por MAESTARJ: la cuenta del titular
      *    *** fallecido puede tener las tarjetas bloqueadas
       SELECT ENT-MAESTRO-TARJETAS
           ASSIGN TO WS-RUTA-MAESTRO-TARJETAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-MAESTRO-TARJETAS
           RECORD KEY IS WS-MT-NUM-TARJETA
           ALTERNATE RECORD KEY IS WS-MT-NUM-CUENTA
                                          WITH DUPLICATES.

       SELECT ENT-CUOTAS
           ASSIGN TO WS-RUTA-CUOTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-CUO-CLAVE
           FILE STATUS IS FS-CUOTAS.

       SELECT ENT-MOROSIDAD
           ASSIGN TO WS-RUTA-MOROSIDAD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-MOR-CLAVE
           FILE STATUS IS FS-MOROSIDAD.

       SELECT ENT-RESPUESTA
           ASSIGN TO WS-RUTA-RESPUESTA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESPUESTA.

       SELECT SAL-ENVIO
           ASSIGN TO WS-RUTA-ENVIO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENVIO.

      *    *** mismo diario de saldos que asienta ACTSALDO, para que
      *    *** BACKOUT pueda deshacer una cancelacion corrida por error
       SELECT SAL-JOURNAL
           ASSIGN TO WS-RUTA-JOURNAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOURNAL.

      *    *** mismo registro de cierres que la baja de MANTTARJ
       SELECT SAL-CIERRES
           ASSIGN TO WS-RUTA-CIERRES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CIERRES.

       SELECT SAL-REPORTE
           ASSIGN TO WS-RUTA-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       SELECT SAL-RECHAZADOS
           ASSIGN TO WS-RUTA-RECHAZADOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECHAZADOS.

       SELECT SAL-GL
           ASSIGN TO WS-RUTA-GL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GL.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-SEGUROS.
           COPY SEGUROS.

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
               88 WS-MT-ES-TITULAR                   VALUE 'T'.
          05 WS-MT-NUM-TARJETA-TITULAR              PIC X(19).
          05 WS-MT-LIMITE-TARJETA-USD               PIC 9(08)V9(02).

       FD ENT-CUOTAS.
           COPY CUOTAS.

       FD ENT-MOROSIDAD.
           COPY MOROSIDAD.

       FD ENT-RESPUESTA.
           COPY SINRESP.

       FD SAL-ENVIO.
           COPY SINENVIO.

       FD SAL-JOURNAL.
       01 WS-SAL-JOURNAL.
          05 WS-JRN-RUN-ID                          PIC X(15).
          05 WS-JRN-FECHA                           PIC 9(08).
          05 WS-JRN-HORA                            PIC 9(06).
          05 WS-JRN-TARJETA                         PIC X(19).
          05 WS-JRN-IMAGEN-ANTES                    PIC X(179).
          05 WS-JRN-IMAGEN-DESPUES                  PIC X(179).

       FD SAL-CIERRES.
       01 WS-SAL-CIERRES-REG                        PIC X(060).

       FD SAL-REPORTE.
       01 WS-SAL-REPORTE                            PIC X(100).

       FD SAL-RECHAZADOS.
       01 WS-SAL-RECHAZADOS                         PIC X(120).

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
       01 WS-RUTA-SEGUROS            PIC X(60)
                                     VALUE '../SEGUROS.VSAM'.
       01 WS-RUTA-MAESTRO-TARJETAS   PIC X(60)
                                     VALUE '../MAESTRO-TARJETAS.VSAM'.
       01 WS-RUTA-CUOTAS             PIC X(60)
                                     VALUE '../CUOTAS.VSAM'.
       01 WS-RUTA-MOROSIDAD          PIC X(60)
                                     VALUE '../MOROSIDAD.VSAM'.
       01 WS-RUTA-RESPUESTA          PIC X(60)
                                VALUE '../SINIESTROS-RESPUESTA.SEQ'.
       01 WS-RUTA-ENVIO              PIC X(60)
                                     VALUE '../SINIESTROS-ENVIO.SEQ'.
       01 WS-RUTA-JOURNAL            PIC X(60)
                                     VALUE '../JOURNAL-SALDOS.SEQ'.
       01 WS-RUTA-CIERRES            PIC X(60)
                                     VALUE '../CIERRES.TXT'.
       01 WS-RUTA-REPORTE            PIC X(60)
                                     VALUE '../SINIESTROS.TXT'.
       01 WS-RUTA-RECHAZADOS         PIC X(60)
                                VALUE '../SINIESTROS-RECHAZADOS.TXT'.
       01 WS-RUTA-GL                 PIC X(60)
                                     VALUE '../GLSINIESTRO.SEQ'.
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
          05 FS-SEGUROS                            PIC X(2).
             88 FS-SEGUROS-OK                          VALUE '00'.
             88 FS-SEGUROS-EOF                         VALUE '10'.
             88 FS-SEGUROS-NFD                         VALUE '35'.
             88 FS-SEGUROS-CLAVE-NFD                   VALUE '23'.
          05 FS-MAESTRO-TARJETAS                   PIC X(2).
             88 FS-MAESTRO-TARJETAS-FILE-OK            VALUE '00'.
             88 FS-MAESTRO-TARJETAS-FILE-EOF           VALUE '10'.
          05 FS-CUOTAS                             PIC X(2).
             88 FS-CUOTAS-OK                           VALUE '00'.
             88 FS-CUOTAS-NFD                          VALUE '35'.
          05 FS-MOROSIDAD                          PIC X(2).
             88 FS-MOROSIDAD-OK                        VALUE '00'.
             88 FS-MOROSIDAD-NFD                       VALUE '35'.
          05 FS-RESPUESTA                          PIC X(2).
             88 FS-RESPUESTA-OK                        VALUE '00'.
             88 FS-RESPUESTA-EOF                       VALUE '10'.
             88 FS-RESPUESTA-NFD                       VALUE '35'.
          05 FS-ENVIO                              PIC X(2).
             88 FS-ENVIO-OK                            VALUE '00'.
          05 FS-JOURNAL                            PIC X(2).
             88 FS-JOURNAL-OK                          VALUE '00'.
             88 FS-JOURNAL-NFD                         VALUE '35'.
          05 FS-CIERRES                            PIC X(2).
             88 FS-CIERRES-OK                          VALUE '00'.
             88 FS-CIERRES-NFD                         VALUE '35'.
          05 FS-REPORTE                            PIC X(2).
             88 FS-REPORTE-OK                          VALUE '00'.
          05 FS-RECHAZADOS                         PIC X(2).
             88 FS-RECHAZADOS-OK                       VALUE '00'.
          05 FS-GL                                 PIC X(2).
             88 FS-GL-OK                               VALUE '00'.

      *    *** traba de ventana batch (ver LATCHCTL): la cancelacion
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

      *    *** la linea se arma aca (los VALUE de un registro en la
      *    *** FILE SECTION no se inicializan) y se escribe por MOVE
      *    *** de grupo al registro del FD
       01 WS-SAL-CIERRES.
          05 WS-CIE-FECHA                           PIC 9(08).
          05 FILLER                              PIC X(01) VALUE SPACE.
          05 WS-CIE-TARJETA                         PIC X(19).
          05 FILLER                              PIC X(01) VALUE SPACE.
          05 WS-CIE-CUENTA                          PIC 9(10).
          05 FILLER                              PIC X(01) VALUE SPACE.
          05 WS-CIE-OPERADOR                        PIC X(10).

      *    *** modo de la facturacion (SINIESTR_ROLLUP=S, igual que
      *    *** CASTIGO_ROLLUP): en rollup todas las tarjetas de la
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

       01 WS-HAY-CUOTAS              PIC X(01) VALUE 'N'.
          88 WS-EXISTEN-CUOTAS                     VALUE 'S'.
       01 WS-HAY-MOROSIDAD           PIC X(01) VALUE 'N'.
          88 WS-EXISTE-MOROSIDAD                   VALUE 'S'.

      *    *** cuenta en curso y lo que se le va cancelando
       01 WS-CUENTA-OBJETIVO         PIC 9(10) VALUE ZEROES.
       01 WS-MT-NUM-CUENTA-LEIDA     PIC 9(10) VALUE ZEROES.
       01 WS-CUENTA-ARS              PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-CUENTA-USD              PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-CUENTA-TARJETAS         PIC 9(03) VALUE ZEROES.
       01 WS-CUENTA-PLANES           PIC 9(03) VALUE ZEROES.
       01 WS-PRIMERA-TARJETA         PIC X(01) VALUE 'S'.
          88 WS-ES-PRIMERA-TARJETA                 VALUE 'S'.
      *    *** el cierre va como en MANTTARJ: primero las adicionales
      *    *** ('A') y despues la titular ('T')
       01 WS-PASADA-CIERRE           PIC X(01) VALUE SPACE.
          88 WS-PASADA-ADICIONALES                 VALUE 'A'.
          88 WS-PASADA-TITULAR                     VALUE 'T'.
       01 WS-CLAVE-BUSCADA           PIC X(19) VALUE SPACES.

      *    *** imputacion de la indemnizacion contra la deuda
       01 WS-APLICADO                PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-FALTANTE                PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-EXCEDENTE               PIC S9(10)V9(02) VALUE ZEROES.

      *    *** datos del titular para el reclamo
       01 WS-TITULAR-TARJETA         PIC X(19) VALUE SPACES.
       01 WS-TITULAR-NOMBRE          PIC X(20) VALUE SPACES.
       01 WS-TITULAR-APELLIDO        PIC X(20) VALUE SPACES.
       01 WS-TITULAR-HALLADO         PIC X(01) VALUE 'N'.
          88 WS-HAY-TITULAR                        VALUE 'S'.

       01 WS-CONTADORES.
          05 WS-CANT-RESPUESTAS      PIC 9(06) VALUE ZEROES.
          05 WS-CANT-PAGADOS         PIC 9(06) VALUE ZEROES.
          05 WS-CANT-RECHAZADOS      PIC 9(06) VALUE ZEROES.
          05 WS-CANT-OBSERVADAS      PIC 9(06) VALUE ZEROES.
          05 WS-CANT-ENVIADOS        PIC 9(06) VALUE ZEROES.
          05 WS-CANT-TARJETAS        PIC 9(06) VALUE ZEROES.
          05 WS-CANT-OTRA-ENTIDAD    PIC 9(06) VALUE ZEROES.
          05 WS-TOTAL-APLICADO-ARS   PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-TOTAL-APLICADO-USD   PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-TOTAL-FALTANTE-ARS   PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-TOTAL-FALTANTE-USD   PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-TOTAL-EXCEDENTE-ARS  PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-TOTAL-EXCEDENTE-USD  PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-TOTAL-ENVIO-ARS      PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-TOTAL-ENVIO-USD      PIC S9(12)V9(02) VALUE ZEROES.

       01 WS-GL-ACUMULADORES.
          05 WS-GL-CANT-ASIENTOS     PIC 9(06) VALUE ZEROES.
          05 WS-GL-SUMA-DEBE         PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-GL-SUMA-HABER        PIC S9(12)V9(02) VALUE ZEROES.

       01 WS-LINEA-PAGADO.
          05 WS-LPA-CUENTA               PIC 9(10).
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LPA-MONEDA               PIC X(03).
          05 FILLER                      PIC X(07) VALUE ' DEUDA '.
          05 WS-LPA-DEUDA                PIC --.---.---.--9,99.
          05 FILLER                      PIC X(07) VALUE ' INDEM '.
          05 WS-LPA-INDEMNIZADO          PIC --.---.---.--9,99.
          05 FILLER                      PIC X(07) VALUE ' DIFER '.
          05 WS-LPA-DIFERENCIA           PIC --.---.---.--9,99.
          05 FILLER                      PIC X(07) VALUE ' TARJ: '.
          05 WS-LPA-TARJETAS             PIC ZZ9.

       01 WS-LINEA-RECHAZO.
          05 WS-LRE-CUENTA               PIC 9(10).
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LRE-APELLIDO             PIC X(20).
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LRE-FECHA-SINIESTRO      PIC 9(08).
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LRE-FECHA-RESOLUCION     PIC 9(08).
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LRE-MOTIVO               PIC X(30).
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LRE-ARS                  PIC --.---.---.--9,99.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LRE-USD                  PIC --.---.---.--9,99.

       01 WS-IMPORTE-O               PIC --.---.---.--9,99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-PROCESAR-RESPUESTAS
              THRU 2000-PROCESAR-RESPUESTAS-FIN.

           PERFORM 2500-ENVIAR-RECLAMOS
              THRU 2500-ENVIAR-RECLAMOS-FIN.

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

           INITIALIZE WS-LATCH.
           SET WS-LTC-MODO-VERIFICAR TO TRUE.
           MOVE 'SINIESTR' TO WS-LTC-PROGRAMA-E.
           CALL 'LATCHCTL' USING WS-LATCH.
           IF WS-LTC-FACTURACION-EN-CURSO
              DISPLAY 'FACTURACION EN CURSO ('
                      WS-LTC-RUN-ID-O '): SINIESTR NO PUEDE '
                      'TOCAR EL MAESTRO AHORA'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1100-ABRIR-ARCHIVOS
              THRU 1100-ABRIR-ARCHIVOS-FIN.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'SINIESTROS DEL SEGURO DE SALDO DEUDOR AL '
                  WS-FECHA-HOY DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE SPACES TO WS-SAL-RECHAZADOS.
           STRING 'SINIESTROS RECHAZADOS POR LA ASEGURADORA AL '
                  WS-FECHA-HOY
                  ' - VUELVEN A LA COBRANZA NORMAL'
                  DELIMITED BY SIZE INTO WS-SAL-RECHAZADOS.
           WRITE WS-SAL-RECHAZADOS.
           MOVE SPACES TO WS-SAL-RECHAZADOS.
           STRING 'CUENTA     APELLIDO             SINIESTR RESOLUC.'
                  ' MOTIVO                         '
                  '      SALDO ARS          SALDO USD'
                  DELIMITED BY SIZE INTO WS-SAL-RECHAZADOS.
           WRITE WS-SAL-RECHAZADOS.
           MOVE ALL '-' TO WS-SAL-RECHAZADOS.
           WRITE WS-SAL-RECHAZADOS.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1050-LEER-RUTA-ARCHIVO.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'SEGUROS_SEGUROS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-SEGUROS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MAESTRO_TARJETAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-MAESTRO-TARJETAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'TP02EJ01_CUOTAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CUOTAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'SINIESTR_MOROSIDAD_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-MOROSIDAD
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'SINIESTR_RESPUESTA_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-RESPUESTA
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'SINIESTR_ENVIO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-ENVIO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ACTSALDO_JOURNAL_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-JOURNAL
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MANTTARJ_CIERRES_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CIERRES
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'SINIESTR_REPORTE_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REPORTE
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'SINIESTR_RECHAZADOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-RECHAZADOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'SINIESTR_GL_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-GL
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'SINIESTR_ROLLUP'.
           IF WS-RUTA-ENTORNO (1:1) = 'S'
              MOVE 'S' TO WS-MODO-ROLLUP-CUENTA
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
      *    *** con entidad de la corrida, la respuesta y el reclamo de
      *    *** la aseguradora, los reportes y el lote van al directorio
      *    *** de la entidad, donde CONCGL busca GLSINIESTRO.SEQ
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

           MOVE WS-RUTA-RESPUESTA     TO WS-EMI-RUTA-E.
           PERFORM 1075-RUTA-ENTIDAD
              THRU 1075-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O         TO WS-RUTA-RESPUESTA.

           MOVE WS-RUTA-ENVIO         TO WS-EMI-RUTA-E.
           PERFORM 1075-RUTA-ENTIDAD
              THRU 1075-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O         TO WS-RUTA-ENVIO.

           MOVE WS-RUTA-REPORTE       TO WS-EMI-RUTA-E.
           PERFORM 1075-RUTA-ENTIDAD
              THRU 1075-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O         TO WS-RUTA-REPORTE.

           MOVE WS-RUTA-RECHAZADOS    TO WS-EMI-RUTA-E.
           PERFORM 1075-RUTA-ENTIDAD
              THRU 1075-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O         TO WS-RUTA-RECHAZADOS.

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

           OPEN I-O ENT-SEGUROS.

           EVALUATE TRUE
               WHEN FS-SEGUROS-OK
                    CONTINUE
               WHEN FS-SEGUROS-NFD
                    DISPLAY 'NO EXISTE SEGUROS.VSAM: NO HAY SINIESTROS '
                            'QUE PROCESAR'
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR SEGUROS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-SEGUROS
                    STOP RUN
           END-EVALUATE.

           OPEN I-O ENT-MAESTRO-TARJETAS.

           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO MAESTRO TARJETAS'
              DISPLAY 'FILE STATUS: ' FS-MAESTRO-TARJETAS
              STOP RUN
           END-IF.

      *    *** planes de cuotas y mora: opcionales, lo que no exista
      *    *** no hay que cerrarlo ni normalizarlo
           OPEN I-O ENT-CUOTAS.

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

           OPEN I-O ENT-MOROSIDAD.

           EVALUATE TRUE
               WHEN FS-MOROSIDAD-OK
                    MOVE 'S' TO WS-HAY-MOROSIDAD
               WHEN FS-MOROSIDAD-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR MOROSIDAD.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-MOROSIDAD
                    STOP RUN
           END-EVALUATE.

           OPEN OUTPUT SAL-REPORTE.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR SINIESTROS.TXT'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-RECHAZADOS.

           IF NOT FS-RECHAZADOS-OK
              DISPLAY 'ERROR AL ABRIR SINIESTROS-RECHAZADOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-RECHAZADOS
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-GL.

           IF NOT FS-GL-OK
              DISPLAY 'ERROR AL ABRIR GLSINIESTRO.SEQ'
              DISPLAY 'FILE STATUS: ' FS-GL
              STOP RUN
           END-IF.

       1100-ABRIR-ARCHIVOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** respuesta de la aseguradora: opcional; sin el archivo
      *    *** solo se envian los reclamos nuevos. Una respuesta ya
      *    *** procesada no vuelve a aplicarse (el reclamo ya no esta
      *    *** en estado enviado)
       2000-PROCESAR-RESPUESTAS.

           OPEN INPUT ENT-RESPUESTA.

           EVALUATE TRUE
               WHEN FS-RESPUESTA-OK
                    CONTINUE
               WHEN FS-RESPUESTA-NFD
                    MOVE 'SIN RESPUESTA DE LA ASEGURADORA EN ESTA '
                                                   TO WS-SAL-REPORTE
                    MOVE 'CORRIDA' TO WS-SAL-REPORTE (41:7)
                    WRITE WS-SAL-REPORTE
                    GO TO 2000-PROCESAR-RESPUESTAS-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR SINIESTROS-RESPUESTA.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-RESPUESTA
                    GO TO 2000-PROCESAR-RESPUESTAS-FIN
           END-EVALUATE.

           MOVE 'INDEMNIZACIONES APLICADAS' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           PERFORM 2100-PROCESAR-UNA-RESPUESTA
              THRU 2100-PROCESAR-UNA-RESPUESTA-FIN
              UNTIL FS-RESPUESTA-EOF.

           CLOSE ENT-RESPUESTA.

           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2000-PROCESAR-RESPUESTAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
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
       2100-PROCESAR-UNA-RESPUESTA.

           READ ENT-RESPUESTA
               AT END
                  SET FS-RESPUESTA-EOF TO TRUE
                  GO TO 2100-PROCESAR-UNA-RESPUESTA-FIN
           END-READ.

           ADD 1 TO WS-CANT-RESPUESTAS.

      *    *** la respuesta sobre una cuenta de otra entidad emisora
      *    *** la procesa la corrida de esa entidad
           MOVE WS-SRP-CUENTA TO WS-VER-CUENTA.
           PERFORM 2050-VERIFICAR-CUENTA
              THRU 2050-VERIFICAR-CUENTA-FIN.
           IF NOT WS-VER-CUENTA-DE-LA-CORRIDA
              ADD 1 TO WS-CANT-OTRA-ENTIDAD
              MOVE SPACES TO WS-SAL-REPORTE
              STRING 'OBSERVADA: CUENTA ' WS-SRP-CUENTA
                     ' DE OTRA ENTIDAD EMISORA'
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
              GO TO 2100-PROCESAR-UNA-RESPUESTA-FIN
           END-IF.

           MOVE WS-SRP-CUENTA TO WS-SEG-CUENTA.
           READ ENT-SEGUROS KEY IS WS-SEG-CUENTA
               INVALID KEY CONTINUE
           END-READ.

           IF NOT FS-SEGUROS-OK
              OR NOT WS-SEG-SINIESTRO-ENVIADO
              ADD 1 TO WS-CANT-OBSERVADAS
              MOVE SPACES TO WS-SAL-REPORTE
              STRING 'OBSERVADA: CUENTA ' WS-SRP-CUENTA
                     ' SIN RECLAMO ENVIADO PENDIENTE DE RESPUESTA'
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
              GO TO 2100-PROCESAR-UNA-RESPUESTA-FIN
           END-IF.

           EVALUATE TRUE
               WHEN WS-SRP-PAGADO
                    PERFORM 2200-APLICAR-INDEMNIZACION
                       THRU 2200-APLICAR-INDEMNIZACION-FIN
               WHEN WS-SRP-RECHAZADO
                    PERFORM 2400-RECHAZAR-RECLAMO
                       THRU 2400-RECHAZAR-RECLAMO-FIN
               WHEN OTHER
                    ADD 1 TO WS-CANT-OBSERVADAS
                    MOVE SPACES TO WS-SAL-REPORTE
                    STRING 'OBSERVADA: CUENTA ' WS-SRP-CUENTA
                           ' CON RESULTADO INVALIDO (' WS-SRP-RESULTADO
                           ')'
                           DELIMITED BY SIZE INTO WS-SAL-REPORTE
                    WRITE WS-SAL-REPORTE
           END-EVALUATE.

       2100-PROCESAR-UNA-RESPUESTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** reclamo pagado: la deuda del maestro se cancela contra
      *    *** la indemnizacion y la cuenta se cierra. Lo que la
      *    *** indemnizacion no alcance se asienta como quebranto; lo
      *    *** que exceda la deuda facturada (cuotas a vencer y gasto
      *    *** del ciclo, que ya no se van a facturar) queda informado
      *    *** en el reporte para contaduria
       2200-APLICAR-INDEMNIZACION.

           MOVE WS-SRP-CUENTA TO WS-CUENTA-OBJETIVO.
           MOVE ZEROES        TO WS-CUENTA-ARS, WS-CUENTA-USD,
                                 WS-CUENTA-TARJETAS, WS-CUENTA-PLANES.
           MOVE 'S'           TO WS-PRIMERA-TARJETA.

           SET WS-PASADA-ADICIONALES TO TRUE.
           PERFORM 2210-RECORRER-CUENTA
              THRU 2210-RECORRER-CUENTA-FIN.

           SET WS-PASADA-TITULAR TO TRUE.
           PERFORM 2210-RECORRER-CUENTA
              THRU 2210-RECORRER-CUENTA-FIN.

      *    *** la clave de mora de la cuenta (rollup) queda al dia
           MOVE WS-CUENTA-OBJETIVO TO WS-CLAVE-BUSCADA.
           PERFORM 2280-NORMALIZAR-MORA
              THRU 2280-NORMALIZAR-MORA-FIN.

           SET WS-SEG-SINIESTRO-PAGADO TO TRUE.
           SET WS-SEG-DADA-DE-BAJA     TO TRUE.
           MOVE WS-FECHA-HOY            TO WS-SEG-FECHA-BAJA.
           MOVE WS-SRP-FECHA-RESOLUCION TO WS-SEG-FECHA-RESOLUCION.
           MOVE WS-SRP-INDEMNIZADO-ARS  TO WS-SEG-INDEMNIZADO-ARS.
           MOVE WS-SRP-INDEMNIZADO-USD  TO WS-SEG-INDEMNIZADO-USD.
           MOVE SPACES                  TO WS-SEG-MOTIVO-RECHAZO.

           REWRITE WS-SEG-SEGURO-REG.

           IF NOT FS-SEGUROS-OK
              DISPLAY 'ERROR AL ACTUALIZAR SEGUROS.VSAM, CUENTA '
                      WS-CUENTA-OBJETIVO ': ' FS-SEGUROS
           END-IF.

           ADD 1                  TO WS-CANT-PAGADOS.
           ADD WS-CUENTA-TARJETAS TO WS-CANT-TARJETAS.

           MOVE 'ARS'                  TO WS-LPA-MONEDA.
           MOVE WS-CUENTA-ARS          TO WS-LPA-DEUDA.
           MOVE WS-SRP-INDEMNIZADO-ARS TO WS-LPA-INDEMNIZADO.
           PERFORM 2300-IMPUTAR-MONEDA
              THRU 2300-IMPUTAR-MONEDA-FIN.
           ADD WS-APLICADO  TO WS-TOTAL-APLICADO-ARS.
           ADD WS-FALTANTE  TO WS-TOTAL-FALTANTE-ARS.
           ADD WS-EXCEDENTE TO WS-TOTAL-EXCEDENTE-ARS.

           MOVE 'USD'                  TO WS-LPA-MONEDA.
           MOVE WS-CUENTA-USD          TO WS-LPA-DEUDA.
           MOVE WS-SRP-INDEMNIZADO-USD TO WS-LPA-INDEMNIZADO.
           PERFORM 2300-IMPUTAR-MONEDA
              THRU 2300-IMPUTAR-MONEDA-FIN.
           ADD WS-APLICADO  TO WS-TOTAL-APLICADO-USD.
           ADD WS-FALTANTE  TO WS-TOTAL-FALTANTE-USD.
           ADD WS-EXCEDENTE TO WS-TOTAL-EXCEDENTE-USD.

       2200-APLICAR-INDEMNIZACION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2210-RECORRER-CUENTA.

           MOVE WS-CUENTA-OBJETIVO TO WS-MT-NUM-CUENTA.
           START ENT-MAESTRO-TARJETAS
               KEY IS EQUAL TO WS-MT-NUM-CUENTA
               INVALID KEY
                  IF WS-PASADA-ADICIONALES
                     DISPLAY 'AVISO: CUENTA ' WS-CUENTA-OBJETIVO
                             ' INDEMNIZADA SIN TARJETAS EN EL MAESTRO'
                  END-IF
                  GO TO 2210-RECORRER-CUENTA-FIN
           END-START.

           MOVE WS-CUENTA-OBJETIVO TO WS-MT-NUM-CUENTA-LEIDA.
           PERFORM 2220-CERRAR-UNA-TARJETA
              THRU 2220-CERRAR-UNA-TARJETA-FIN
              UNTIL NOT FS-MAESTRO-TARJETAS-FILE-OK
                 OR WS-MT-NUM-CUENTA-LEIDA <> WS-CUENTA-OBJETIVO.

       2210-RECORRER-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cancela la deuda (solo la porcion a cobrar: un saldo a
      *    *** favor queda como esta, para devolver a la sucesion) y
      *    *** cierra la tarjeta si le toca en esta pasada
       2220-CERRAR-UNA-TARJETA.

           READ ENT-MAESTRO-TARJETAS NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              GO TO 2220-CERRAR-UNA-TARJETA-FIN
           END-IF.

           MOVE WS-MT-NUM-CUENTA TO WS-MT-NUM-CUENTA-LEIDA.
           IF WS-MT-NUM-CUENTA-LEIDA <> WS-CUENTA-OBJETIVO
              GO TO 2220-CERRAR-UNA-TARJETA-FIN
           END-IF.

           IF (WS-PASADA-ADICIONALES AND WS-MT-ES-TITULAR)
              OR (WS-PASADA-TITULAR AND NOT WS-MT-ES-TITULAR)
              GO TO 2220-CERRAR-UNA-TARJETA-FIN
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
                      ' EN EL SINIESTRO: ' FS-MAESTRO-TARJETAS
              GO TO 2220-CERRAR-UNA-TARJETA-FIN
           END-IF.

           ADD 1 TO WS-CUENTA-TARJETAS.

           PERFORM 2900-ASENTAR-JOURNAL
              THRU 2900-ASENTAR-JOURNAL-FIN.

           INITIALIZE WS-BLOQUEO.
           SET WS-BLQ-MODO-ASENTAR TO TRUE.
           MOVE WS-MT-NUM-TARJETA  TO WS-BLQ-TARJETA-E.
           MOVE 'B'                TO WS-BLQ-MOTIVO-E.
           MOVE 'SINIESTR'         TO WS-BLQ-PROGRAMA-E.
           CALL 'BLOQCTRL' USING WS-BLOQUEO.

           IF WS-BLQ-COD-ERROR-O <> SPACES
              DISPLAY 'AVISO: NO SE PUDO ASENTAR EL BLOQUEO DE '
                      WS-MT-NUM-TARJETA ': ' WS-BLQ-DES-ERROR-O
           END-IF.

           PERFORM 2260-ASENTAR-CIERRE
              THRU 2260-ASENTAR-CIERRE-FIN.

           IF WS-EXISTEN-CUOTAS
              PERFORM 2240-CERRAR-PLANES
                 THRU 2240-CERRAR-PLANES-FIN
           END-IF.

           MOVE WS-MT-NUM-TARJETA TO WS-CLAVE-BUSCADA.
           PERFORM 2280-NORMALIZAR-MORA
              THRU 2280-NORMALIZAR-MORA-FIN.

       2220-CERRAR-UNA-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** las cuotas a vencer quedaron cubiertas por la
      *    *** indemnizacion: los planes abiertos se dan por completos
      *    *** y la facturacion ya no las cobra
       2240-CERRAR-PLANES.

           INITIALIZE WS-CUO-CLAVE.
           MOVE WS-MT-NUM-TARJETA TO WS-CUO-TARJETA.
           MOVE WS-MT-NUM-TARJETA TO WS-CLAVE-BUSCADA.

           START ENT-CUOTAS KEY IS NOT LESS THAN WS-CUO-CLAVE
               INVALID KEY
                  GO TO 2240-CERRAR-PLANES-FIN
           END-START.

           PERFORM 2245-CERRAR-UN-PLAN
              THRU 2245-CERRAR-UN-PLAN-FIN
              UNTIL NOT FS-CUOTAS-OK
                 OR WS-CUO-TARJETA <> WS-CLAVE-BUSCADA.

       2240-CERRAR-PLANES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2245-CERRAR-UN-PLAN.

           READ ENT-CUOTAS NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF FS-CUOTAS-OK
              AND WS-CUO-TARJETA = WS-CLAVE-BUSCADA
              AND WS-CUO-ABIERTO
              SET WS-CUO-COMPLETO TO TRUE
              REWRITE WS-ENT-CUOTAS-REG
              IF FS-CUOTAS-OK
                 ADD 1 TO WS-CUENTA-PLANES
              ELSE
                 DISPLAY 'ERROR AL CERRAR EL PLAN DE CUOTAS DE '
                         WS-CUO-TARJETA ': ' FS-CUOTAS
              END-IF
           END-IF.

       2245-CERRAR-UN-PLAN-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2260-ASENTAR-CIERRE.

           OPEN EXTEND SAL-CIERRES.
           IF FS-CIERRES-NFD
              OPEN OUTPUT SAL-CIERRES
              CLOSE SAL-CIERRES
              OPEN EXTEND SAL-CIERRES
           END-IF.
           IF NOT FS-CIERRES-OK
              DISPLAY 'ERROR AL ABRIR CIERRES.TXT: ' FS-CIERRES
              GO TO 2260-ASENTAR-CIERRE-FIN
           END-IF.

           MOVE WS-FECHA-HOY        TO WS-CIE-FECHA.
           MOVE WS-MT-NUM-TARJETA   TO WS-CIE-TARJETA.
           MOVE WS-MT-NUM-CUENTA    TO WS-CIE-CUENTA.
           MOVE 'SINIESTR'          TO WS-CIE-OPERADOR.
           MOVE WS-SAL-CIERRES TO WS-SAL-CIERRES-REG.
           WRITE WS-SAL-CIERRES-REG.

           CLOSE SAL-CIERRES.

       2260-ASENTAR-CIERRE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la clave de mora (tarjeta, o cuenta en rollup) queda al
      *    *** dia: la deuda ya no existe
       2280-NORMALIZAR-MORA.

           IF NOT WS-EXISTE-MOROSIDAD
              GO TO 2280-NORMALIZAR-MORA-FIN
           END-IF.

           MOVE WS-CLAVE-BUSCADA TO WS-MOR-CLAVE.
           READ ENT-MOROSIDAD KEY IS WS-MOR-CLAVE
               INVALID KEY GO TO 2280-NORMALIZAR-MORA-FIN
           END-READ.

           MOVE ZEROES TO WS-MOR-CICLOS-INCUMPLIDOS,
                          WS-MOR-DEUDA-30,
                          WS-MOR-DEUDA-60,
                          WS-MOR-DEUDA-90.
           SET WS-MOR-AL-DIA TO TRUE.

           REWRITE WS-MOR-MOROSIDAD-REG.

           IF NOT FS-MOROSIDAD-OK
              DISPLAY 'ERROR AL NORMALIZAR MOROSIDAD.VSAM PARA '
                      WS-MOR-CLAVE ': ' FS-MOROSIDAD
           END-IF.

       2280-NORMALIZAR-MORA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** imputa la indemnizacion de una moneda contra la deuda
      *    *** cancelada (WS-LPA-DEUDA / WS-LPA-INDEMNIZADO vienen
      *    *** cargados) y escribe el renglon del reporte
       2300-IMPUTAR-MONEDA.

           MOVE ZEROES TO WS-APLICADO, WS-FALTANTE, WS-EXCEDENTE.

           IF WS-LPA-MONEDA = 'USD'
              MOVE WS-CUENTA-USD          TO WS-FALTANTE
              MOVE WS-SRP-INDEMNIZADO-USD TO WS-EXCEDENTE
           ELSE
              MOVE WS-CUENTA-ARS          TO WS-FALTANTE
              MOVE WS-SRP-INDEMNIZADO-ARS TO WS-EXCEDENTE
           END-IF.

           IF WS-FALTANTE = ZEROES AND WS-EXCEDENTE = ZEROES
              GO TO 2300-IMPUTAR-MONEDA-FIN
           END-IF.

      *    *** aqui WS-FALTANTE es la deuda y WS-EXCEDENTE lo pagado
           IF WS-EXCEDENTE >= WS-FALTANTE
              MOVE WS-FALTANTE TO WS-APLICADO
              SUBTRACT WS-FALTANTE FROM WS-EXCEDENTE
              MOVE ZEROES TO WS-FALTANTE
              MOVE WS-EXCEDENTE TO WS-LPA-DIFERENCIA
           ELSE
              MOVE WS-EXCEDENTE TO WS-APLICADO
              SUBTRACT WS-EXCEDENTE FROM WS-FALTANTE
              MOVE ZEROES TO WS-EXCEDENTE
              COMPUTE WS-LPA-DIFERENCIA = ZEROES - WS-FALTANTE
           END-IF.

           MOVE WS-CUENTA-OBJETIVO TO WS-LPA-CUENTA.
           MOVE WS-CUENTA-TARJETAS TO WS-LPA-TARJETAS.
           MOVE WS-LINEA-PAGADO    TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2300-IMPUTAR-MONEDA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** reclamo rechazado: la cuenta se descongela (la
      *    *** facturacion vuelve a cobrarle interes y punitorio) y
      *    *** sigue en la cobranza normal con la deuda que tenga; la
      *    *** adhesion sigue vigente
       2400-RECHAZAR-RECLAMO.

           SET WS-SEG-SINIESTRO-RECHAZADO TO TRUE.
           MOVE WS-SRP-FECHA-RESOLUCION TO WS-SEG-FECHA-RESOLUCION.
           MOVE WS-SRP-MOTIVO-RECHAZO   TO WS-SEG-MOTIVO-RECHAZO.
           MOVE ZEROES                  TO WS-SEG-INDEMNIZADO-ARS,
                                           WS-SEG-INDEMNIZADO-USD.

           REWRITE WS-SEG-SEGURO-REG.

           IF NOT FS-SEGUROS-OK
              DISPLAY 'ERROR AL ACTUALIZAR SEGUROS.VSAM, CUENTA '
                      WS-SEG-CUENTA ': ' FS-SEGUROS
              GO TO 2400-RECHAZAR-RECLAMO-FIN
           END-IF.

           ADD 1 TO WS-CANT-RECHAZADOS.

      *    *** saldo con que la cuenta vuelve a la cobranza
           MOVE WS-SEG-CUENTA TO WS-CUENTA-OBJETIVO.
           PERFORM 2700-BUSCAR-TITULAR
              THRU 2700-BUSCAR-TITULAR-FIN.

           INITIALIZE WS-LINEA-RECHAZO.
           MOVE WS-SEG-CUENTA           TO WS-LRE-CUENTA.
           MOVE WS-TITULAR-APELLIDO     TO WS-LRE-APELLIDO.
           MOVE WS-SEG-FECHA-SINIESTRO  TO WS-LRE-FECHA-SINIESTRO.
           MOVE WS-SEG-FECHA-RESOLUCION TO WS-LRE-FECHA-RESOLUCION.
           MOVE WS-SEG-MOTIVO-RECHAZO   TO WS-LRE-MOTIVO.
           MOVE WS-CUENTA-ARS           TO WS-LRE-ARS.
           MOVE WS-CUENTA-USD           TO WS-LRE-USD.
           MOVE WS-LINEA-RECHAZO        TO WS-SAL-RECHAZADOS.
           WRITE WS-SAL-RECHAZADOS.

       2400-RECHAZAR-RECLAMO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** reclamo de las denuncias nuevas: barrido completo de
      *    *** SEGUROS.VSAM; cada denuncia sale en el archivo para la
      *    *** aseguradora y queda en estado enviado
       2500-ENVIAR-RECLAMOS.

           OPEN OUTPUT SAL-ENVIO.

           IF NOT FS-ENVIO-OK
              DISPLAY 'ERROR AL ABRIR SINIESTROS-ENVIO.SEQ'
              DISPLAY 'FILE STATUS: ' FS-ENVIO
              GO TO 2500-ENVIAR-RECLAMOS-FIN
           END-IF.

           MOVE 'RECLAMOS ENVIADOS A LA ASEGURADORA' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE ZEROES TO WS-SEG-CUENTA.
           START ENT-SEGUROS KEY IS NOT LESS THAN WS-SEG-CUENTA
               INVALID KEY SET FS-SEGUROS-EOF TO TRUE
           END-START.

           PERFORM 2510-ENVIAR-UN-RECLAMO
              THRU 2510-ENVIAR-UN-RECLAMO-FIN
              UNTIL FS-SEGUROS-EOF.

      *    *** registro de total de control (cuenta en 9999999999)
           INITIALIZE WS-SNV-RECLAMO-REG.
           MOVE 9999999999          TO WS-SNV-CUENTA.
           MOVE WS-FECHA-HOY        TO WS-SNV-FECHA-DENUNCIA.
           MOVE WS-CANT-ENVIADOS    TO WS-SNV-CANT-RECLAMOS.
           MOVE WS-TOTAL-ENVIO-ARS  TO WS-SNV-TOTAL-ARS.
           MOVE WS-TOTAL-ENVIO-USD  TO WS-SNV-TOTAL-USD.
           WRITE WS-SNV-RECLAMO-REG.

           CLOSE SAL-ENVIO.

           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2500-ENVIAR-RECLAMOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2510-ENVIAR-UN-RECLAMO.

           READ ENT-SEGUROS NEXT RECORD
               AT END
                  SET FS-SEGUROS-EOF TO TRUE
                  GO TO 2510-ENVIAR-UN-RECLAMO-FIN
           END-READ.

           IF NOT WS-SEG-SINIESTRO-DENUNCIADO
              GO TO 2510-ENVIAR-UN-RECLAMO-FIN
           END-IF.

      *    *** la denuncia de otra entidad va en el reclamo de ella
           MOVE WS-SEG-CUENTA TO WS-VER-CUENTA.
           PERFORM 2050-VERIFICAR-CUENTA
              THRU 2050-VERIFICAR-CUENTA-FIN.
           IF NOT WS-VER-CUENTA-DE-LA-CORRIDA
              GO TO 2510-ENVIAR-UN-RECLAMO-FIN
           END-IF.

           MOVE WS-SEG-CUENTA TO WS-CUENTA-OBJETIVO.
           PERFORM 2700-BUSCAR-TITULAR
              THRU 2700-BUSCAR-TITULAR-FIN.

           INITIALIZE WS-SNV-RECLAMO-REG.
           MOVE WS-SEG-CUENTA          TO WS-SNV-CUENTA.
           MOVE WS-TITULAR-TARJETA     TO WS-SNV-TARJETA-TITULAR.
           MOVE WS-TITULAR-NOMBRE      TO WS-SNV-NOMBRE.
           MOVE WS-TITULAR-APELLIDO    TO WS-SNV-APELLIDO.
           MOVE WS-SEG-FECHA-ALTA      TO WS-SNV-FECHA-ADHESION.
           MOVE WS-SEG-FECHA-SINIESTRO TO WS-SNV-FECHA-SINIESTRO.
           MOVE WS-SEG-FECHA-DENUNCIA  TO WS-SNV-FECHA-DENUNCIA.
           MOVE WS-SEG-CUB-SALDO-ARS   TO WS-SNV-SALDO-ARS.
           MOVE WS-SEG-CUB-SALDO-USD   TO WS-SNV-SALDO-USD.
           MOVE WS-SEG-CUB-CUOTAS-ARS  TO WS-SNV-CUOTAS-ARS.
           MOVE WS-SEG-CUB-CUOTAS-USD  TO WS-SNV-CUOTAS-USD.
           MOVE WS-SEG-CUB-CICLO-ARS   TO WS-SNV-CICLO-ARS.
           MOVE WS-SEG-CUB-CICLO-USD   TO WS-SNV-CICLO-USD.
           MOVE WS-SEG-CUB-TOTAL-ARS   TO WS-SNV-TOTAL-ARS.
           MOVE WS-SEG-CUB-TOTAL-USD   TO WS-SNV-TOTAL-USD.
           WRITE WS-SNV-RECLAMO-REG.

           IF NOT FS-ENVIO-OK
              DISPLAY 'ERROR AL ESCRIBIR SINIESTROS-ENVIO.SEQ'
              DISPLAY 'FILE STATUS: ' FS-ENVIO
              GO TO 2510-ENVIAR-UN-RECLAMO-FIN
           END-IF.

           SET WS-SEG-SINIESTRO-ENVIADO TO TRUE.
           MOVE WS-FECHA-HOY TO WS-SEG-FECHA-ENVIO.

           REWRITE WS-SEG-SEGURO-REG.

           IF NOT FS-SEGUROS-OK
              DISPLAY 'ERROR AL ACTUALIZAR SEGUROS.VSAM, CUENTA '
                      WS-SEG-CUENTA ': ' FS-SEGUROS
           END-IF.

           ADD 1                    TO WS-CANT-ENVIADOS.
           ADD WS-SEG-CUB-TOTAL-ARS TO WS-TOTAL-ENVIO-ARS.
           ADD WS-SEG-CUB-TOTAL-USD TO WS-TOTAL-ENVIO-USD.

           MOVE WS-SEG-CUB-TOTAL-ARS TO WS-IMPORTE-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING WS-SEG-CUENTA ' ' WS-TITULAR-APELLIDO
                  ' HECHO ' WS-SEG-FECHA-SINIESTRO
                  ' ARS ' WS-IMPORTE-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           MOVE WS-SEG-CUB-TOTAL-USD TO WS-IMPORTE-O.
           MOVE ' USD '      TO WS-SAL-REPORTE (76:5).
           MOVE WS-IMPORTE-O TO WS-SAL-REPORTE (81:17).
           WRITE WS-SAL-REPORTE.

       2510-ENVIAR-UN-RECLAMO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** titular de la cuenta (la tarjeta tipo 'T'; si no la
      *    *** hay, la primera) y su saldo deudor actual, por moneda
       2700-BUSCAR-TITULAR.

           MOVE SPACES TO WS-TITULAR-TARJETA, WS-TITULAR-NOMBRE,
                          WS-TITULAR-APELLIDO.
           MOVE 'N'    TO WS-TITULAR-HALLADO.
           MOVE ZEROES TO WS-CUENTA-ARS, WS-CUENTA-USD.
           MOVE 'S'    TO WS-PRIMERA-TARJETA.

           MOVE WS-CUENTA-OBJETIVO TO WS-MT-NUM-CUENTA.
           START ENT-MAESTRO-TARJETAS
               KEY IS EQUAL TO WS-MT-NUM-CUENTA
               INVALID KEY
                  GO TO 2700-BUSCAR-TITULAR-FIN
           END-START.

           MOVE WS-CUENTA-OBJETIVO TO WS-MT-NUM-CUENTA-LEIDA.
           PERFORM 2710-LEER-UNA-TARJETA
              THRU 2710-LEER-UNA-TARJETA-FIN
              UNTIL NOT FS-MAESTRO-TARJETAS-FILE-OK
                 OR WS-MT-NUM-CUENTA-LEIDA <> WS-CUENTA-OBJETIVO.

       2700-BUSCAR-TITULAR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2710-LEER-UNA-TARJETA.

           READ ENT-MAESTRO-TARJETAS NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              GO TO 2710-LEER-UNA-TARJETA-FIN
           END-IF.

           MOVE WS-MT-NUM-CUENTA TO WS-MT-NUM-CUENTA-LEIDA.
           IF WS-MT-NUM-CUENTA-LEIDA <> WS-CUENTA-OBJETIVO
              GO TO 2710-LEER-UNA-TARJETA-FIN
           END-IF.

           IF WS-TITULAR-TARJETA = SPACES
              OR (WS-MT-ES-TITULAR AND NOT WS-HAY-TITULAR)
              MOVE WS-MT-NUM-TARJETA TO WS-TITULAR-TARJETA
              MOVE WS-MT-NOMBRE      TO WS-TITULAR-NOMBRE
              MOVE WS-MT-APELLIDO    TO WS-TITULAR-APELLIDO
              IF WS-MT-ES-TITULAR
                 MOVE 'S' TO WS-TITULAR-HALLADO
              END-IF
           END-IF.

           IF NOT WS-ES-ROLLUP-CUENTA OR WS-ES-PRIMERA-TARJETA
              ADD WS-MT-SALDO-ANTERIOR-ARS TO WS-CUENTA-ARS
              ADD WS-MT-SALDO-ANTERIOR-USD TO WS-CUENTA-USD
           END-IF.
           MOVE 'N' TO WS-PRIMERA-TARJETA.

       2710-LEER-UNA-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** asiento en el diario de saldos y en la auditoria
      *    *** unificada de cambios (mismo circuito que CASTIGO)
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

           MOVE 'SINIESTR'                  TO WS-AUD-PROGRAMA.
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

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'RESPUESTAS: '  WS-CANT-RESPUESTAS
                  '  PAGADOS: '   WS-CANT-PAGADOS
                  '  RECHAZADOS: ' WS-CANT-RECHAZADOS
                  '  OBSERVADAS: ' WS-CANT-OBSERVADAS
                  '  ENVIADOS: '  WS-CANT-ENVIADOS
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-TOTAL-APLICADO-ARS TO WS-IMPORTE-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'DEUDA CANCELADA CON INDEMNIZACION ARS: $ '
                  WS-IMPORTE-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE WS-TOTAL-APLICADO-USD TO WS-IMPORTE-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'DEUDA CANCELADA CON INDEMNIZACION USD: $ '
                  WS-IMPORTE-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE WS-TOTAL-FALTANTE-ARS TO WS-IMPORTE-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'QUEBRANTO (NO CUBIERTO)           ARS: $ '
                  WS-IMPORTE-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE WS-TOTAL-FALTANTE-USD TO WS-IMPORTE-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'QUEBRANTO (NO CUBIERTO)           USD: $ '
                  WS-IMPORTE-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE WS-TOTAL-EXCEDENTE-ARS TO WS-IMPORTE-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'EXCEDENTE SOBRE DEUDA FACTURADA   ARS: $ '
                  WS-IMPORTE-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE WS-TOTAL-EXCEDENTE-USD TO WS-IMPORTE-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'EXCEDENTE SOBRE DEUDA FACTURADA   USD: $ '
                  WS-IMPORTE-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           PERFORM 3100-GRABAR-ASIENTOS
              THRU 3100-GRABAR-ASIENTOS-FIN.

           MOVE ALL '-' TO WS-SAL-RECHAZADOS.
           WRITE WS-SAL-RECHAZADOS.
           MOVE SPACES TO WS-SAL-RECHAZADOS.
           STRING 'CUENTAS QUE VUELVEN A LA COBRANZA: '
                  WS-CANT-RECHAZADOS
                  DELIMITED BY SIZE INTO WS-SAL-RECHAZADOS.
           WRITE WS-SAL-RECHAZADOS.

           CLOSE ENT-SEGUROS
                 ENT-MAESTRO-TARJETAS
                 SAL-REPORTE
                 SAL-RECHAZADOS
                 SAL-GL.

           IF WS-EXISTEN-CUOTAS
              CLOSE ENT-CUOTAS
           END-IF.

           IF WS-EXISTE-MOROSIDAD
              CLOSE ENT-MOROSIDAD
           END-IF.

           DISPLAY 'RESPUESTAS LEIDAS  : ' WS-CANT-RESPUESTAS.
           DISPLAY 'SINIESTROS PAGADOS : ' WS-CANT-PAGADOS.
           DISPLAY 'TARJETAS CERRADAS  : ' WS-CANT-TARJETAS.
           DISPLAY 'SINIESTROS RECHAZ. : ' WS-CANT-RECHAZADOS.
           DISPLAY 'RESPUESTAS OBSERV. : ' WS-CANT-OBSERVADAS.
           DISPLAY 'RECLAMOS ENVIADOS  : ' WS-CANT-ENVIADOS.
           DISPLAY 'DE OTRA ENTIDAD    : ' WS-CANT-OTRA-ENTIDAD.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la indemnizacion cobrada cancela deudores (debe
      *    *** indemnizaciones a cobrar, haber deudores); lo que no
      *    *** cubrio se asienta como quebranto, con el tipo de las
      *    *** quitas
       3100-GRABAR-ASIENTOS.

           IF WS-TOTAL-APLICADO-ARS <> ZEROES
              MOVE 'SINIESTRO'           TO WS-PLC-TIPO-MOV-E
              MOVE 'ARS'                 TO WS-GL-MONEDA
              MOVE WS-TOTAL-APLICADO-ARS TO WS-GL-IMPORTE
              PERFORM 3110-ASIENTOS-MONEDA
                 THRU 3110-ASIENTOS-MONEDA-FIN
           END-IF.

           IF WS-TOTAL-APLICADO-USD <> ZEROES
              MOVE 'SINIESTRO'           TO WS-PLC-TIPO-MOV-E
              MOVE 'USD'                 TO WS-GL-MONEDA
              MOVE WS-TOTAL-APLICADO-USD TO WS-GL-IMPORTE
              PERFORM 3110-ASIENTOS-MONEDA
                 THRU 3110-ASIENTOS-MONEDA-FIN
           END-IF.

           IF WS-TOTAL-FALTANTE-ARS <> ZEROES
              MOVE 'QUITA'               TO WS-PLC-TIPO-MOV-E
              MOVE 'ARS'                 TO WS-GL-MONEDA
              MOVE WS-TOTAL-FALTANTE-ARS TO WS-GL-IMPORTE
              PERFORM 3110-ASIENTOS-MONEDA
                 THRU 3110-ASIENTOS-MONEDA-FIN
           END-IF.

           IF WS-TOTAL-FALTANTE-USD <> ZEROES
              MOVE 'QUITA'               TO WS-PLC-TIPO-MOV-E
              MOVE 'USD'                 TO WS-GL-MONEDA
              MOVE WS-TOTAL-FALTANTE-USD TO WS-GL-IMPORTE
              PERFORM 3110-ASIENTOS-MONEDA
                 THRU 3110-ASIENTOS-MONEDA-FIN
           END-IF.

           IF WS-GL-SUMA-DEBE <> WS-GL-SUMA-HABER
              DISPLAY 'ERROR: EL LOTE DE SINIESTROS NO BALANCEA'
              DISPLAY 'TOTAL DEBE : ' WS-GL-SUMA-DEBE
              DISPLAY 'TOTAL HABER: ' WS-GL-SUMA-HABER
              DISPLAY 'NO ENTREGAR GLSINIESTRO.SEQ A CONTADURIA'
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
      *    *** par debe/haber del tipo de movimiento en
      *    *** WS-PLC-TIPO-MOV-E, en la moneda de WS-GL-MONEDA
       3110-ASIENTOS-MONEDA.

           MOVE SPACES       TO WS-PLC-SUBTIPO-E, WS-PLC-PRODUCTO-E.
           MOVE WS-GL-MONEDA TO WS-PLC-MONEDA-E.
           CALL 'PLANCTAS' USING WS-PLAN.

           IF WS-PLC-COD-ERROR-O <> SPACES
              DISPLAY 'PLAN DE CUENTAS: ' WS-PLC-TIPO-MOV-E ' '
                      WS-GL-MONEDA ': ' WS-PLC-DES-ERROR-O
           END-IF.

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
              DISPLAY 'ERROR AL ESCRIBIR GLSINIESTRO.SEQ'
              DISPLAY 'FILE STATUS: ' FS-GL
           END-IF.

       3175-GRABAR-ASIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM SINIESTR.
