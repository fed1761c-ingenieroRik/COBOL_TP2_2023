      *          solo sobre la porcion realmente impaga. Deja cada pago
      *          aplicado en PAGOS-APLICADOS.SEQ para que el resumen lo
      *          imprima como linea de credito, y los rechazos en
      *          PAGOS-ERRORES.TXT con el motivo. Los pagos en pesos
      *          de una clave con acuerdo de pago con quita vigente
      *          (ACUERDOS.VSAM, ver ACUERDOS) se imputan al acuerdo;
      *          al cumplirse se condona el resto de la deuda, con su
      *          lote contable en GLQUITA.SEQ, y la cuenta se
      *          normaliza o se cierra segun lo acordado. Los pagos
      *          de una clave derivada a una agencia de cobranza
      *          (ASIGNACIONES.VSAM, ver ASIGNAGE) quedan pendientes de
      *          liquidar a la agencia. En la corrida de una entidad
      *          emisora (ENTIDAD_PROCESO, ver ENTIDCTL) los pagos, sus
      *          salidas y sus lotes contables van al directorio de la
      *          entidad, y el pago de una cuenta de otra entidad se
      *          rechaza.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DESGLOSE.

      *    *** el mismo desglose indexado por clave de corte (ver 1150)
       SELECT TRB-DESGLOSE
           ASSIGN TO WS-RUTA-DESGLOSE-TRABAJO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-TCI-CLAVE
           FILE STATUS IS FS-DESGLOSE-TRABAJO.

      *    *** libro de castigos (ver CASTIGO): el pago de una cuenta
      *    *** castigada no va al maestro, se asienta como recupero
      *    *** contra lo castigado
       SELECT ENT-CASTIGOS
           ASSIGN TO WS-RUTA-CASTIGOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-CAS-CUENTA
           FILE STATUS IS FS-CASTIGOS.

       SELECT SAL-RECUPEROS
           ASSIGN TO WS-RUTA-RECUPEROS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECUPEROS.

      *    *** lote contable de los recuperos, layout GLINTERF.SEQ
       SELECT SAL-GL-RECUPERO
           ASSIGN TO WS-RUTA-GL-RECUPERO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GL-RECUPERO.

      *    *** acuerdos de pago con quita (ver ACUERDOS); si nunca se
      *    *** registro ninguno no hay archivo y nada que imputar
       SELECT ENT-ACUERDOS
           ASSIGN TO WS-RUTA-ACUERDOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-ACU-CLAVE
           FILE STATUS IS FS-ACUERDOS.

      *    *** estado de mora, para normalizar la clave de un acuerdo
      *    *** cumplido
       SELECT ENT-MOROSIDAD
           ASSIGN TO WS-RUTA-MOROSIDAD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-MOR-CLAVE
           FILE STATUS IS FS-MOROSIDAD.

      *    *** cuentas derivadas a agencias de cobranza (ver
      *    *** ASIGNAGE); si nunca se derivo ninguna no hay archivo
       SELECT ENT-ASIGNACIONES
           ASSIGN TO WS-RUTA-ASIGNACIONES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-ASG-CLAVE
           FILE STATUS IS FS-ASIGNACIONES.

      *    *** lote contable de las quitas condonadas, layout
      *    *** GLINTERF.SEQ
       SELECT SAL-GL-QUITA
           ASSIGN TO WS-RUTA-GL-QUITA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GL-QUITA.

      *----------------------------------------------------------------*
       DATA DIVISION.

          05 WS-MT-NUM-TARJETA-TITULAR              PIC X(19).
          05 WS-MT-LIMITE-TARJETA-USD               PIC 9(08)V9(02).

      *    *** con su registro de cabecera y de totales (ver INTFCTL)
       FD SAL-PAGOS-APLICADOS.
           COPY PAGOSAPL.
       01 WS-SAL-PAGOS-APLICADOS-CTL     PIC X(88).

       FD ENT-DESGLOSE.
           COPY DESGLOSE.

       FD TRB-DESGLOSE.
           COPY TABCICLO.

       FD ENT-PARAMETROS.
           COPY PARAMETROS.

          05 WS-LED-TOTAL-USD                       PIC S9(12)V9(02)
                                              SIGN IS TRAILING SEPARATE.

       FD ENT-CASTIGOS.
           COPY CASTIGOS.

      *    *** un registro por pago aplicado como recupero, acumulado
      *    *** entre corridas: el detalle por cuenta de lo recuperado
       FD SAL-RECUPEROS.
       01 WS-REC-RECUPERO-REG.
          05 WS-REC-CUENTA                          PIC 9(10).
          05 WS-REC-TARJETA                         PIC X(19).
          05 WS-REC-FECHA-PAGO                      PIC X(10).
          05 WS-REC-FECHA-PROCESO                   PIC 9(08).
          05 WS-REC-MONEDA                          PIC X(03).
          05 WS-REC-IMPORTE                         PIC S9(08)V9(02)
                                            SIGN IS TRAILING SEPARATE.
          05 WS-REC-CANAL                           PIC X(10).
          05 WS-REC-ID-PAGO                         PIC 9(10).

       FD SAL-GL-RECUPERO.
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

       FD ENT-ACUERDOS.
           COPY ACUERDO.

       FD ENT-MOROSIDAD.
           COPY MOROSIDAD.

       FD ENT-ASIGNACIONES.
           COPY ASIGNAC.

       FD SAL-GL-QUITA.
       01 WS-SAL-GLQ-ASIENTO.
           05 WS-GLQ-TIPO-REG            PIC X(01).
           05 WS-GLQ-PERIODO             PIC 9(06).
           05 WS-GLQ-DEBE-HABER          PIC X(01).
           05 WS-GLQ-CUENTA-CONTABLE     PIC X(30).
           05 WS-GLQ-MONEDA              PIC X(03).
           05 WS-GLQ-IMPORTE             PIC S9(10)V9(02)
                                           SIGN IS TRAILING SEPARATE.
       01 WS-SAL-GLQ-TOTAL.
           05 WS-GLQT-TIPO-REG           PIC X(01).
           05 WS-GLQT-PERIODO            PIC 9(06).
           05 WS-GLQT-CANT-ASIENTOS      PIC 9(06).
           05 WS-GLQT-TOTAL-DEBE         PIC S9(12)V9(02)
                                           SIGN IS TRAILING SEPARATE.
           05 WS-GLQT-TOTAL-HABER        PIC S9(12)V9(02)
                                           SIGN IS TRAILING SEPARATE.

       FD ENT-PAGOS-IDS.
       01 WS-PID-PAGO-ID-REG.
          05 WS-PID-ID-PAGO                         PIC 9(10).
      *    *** corrida en curso (se limpia a cero al terminar completa)
          05 WS-CHKP-ULTIMO-PAGO                    PIC 9(06).
          05 WS-CHKP-ARCHIVO                        PIC X(60).
      *    *** contadores y totales de la corrida hasta ese pago
      *    *** (imagen de WS-CONTADORES): los lotes GLRECUPERO y
      *    *** GLQUITA se arman al final con estos totales, y un
      *    *** restart tiene que retomarlos donde quedaron
          05 WS-CHKP-CONTADORES                     PIC X(108).

      *    *** el pago rechazado se guarda desglosado campo a campo
      *    *** (mismo criterio que ERROR.TXT para los consumos), con el
                                     VALUE '../PAGOS-ERRORES.TXT'.
       01 WS-RUTA-DESGLOSE           PIC X(60)
                                     VALUE '../SALDOS-DESGLOSE.SEQ'.
       01 WS-RUTA-DESGLOSE-TRABAJO   PIC X(60)
                                     VALUE '../PAGOPOST-DESGLOSE.VSAM'.
       01 WS-RUTA-PARAMETROS         PIC X(60)
                                     VALUE '../PARAMETROS.SEQ'.
       01 WS-RUTA-LIBRO              PIC X(60)
                                     VALUE '../JOURNAL-SALDOS.SEQ'.
       01 WS-RUTA-CHECKPOINT         PIC X(60)
                                VALUE '../PAGOPOST-CHECKPOINT.SEQ'.
       01 WS-RUTA-CASTIGOS           PIC X(60)
                                     VALUE '../CASTIGOS.VSAM'.
       01 WS-RUTA-RECUPEROS          PIC X(60)
                                     VALUE '../RECUPEROS.SEQ'.
       01 WS-RUTA-GL-RECUPERO        PIC X(60)
                                     VALUE '../GLRECUPERO.SEQ'.
       01 WS-RUTA-ACUERDOS           PIC X(60)
                                     VALUE '../ACUERDOS.VSAM'.
       01 WS-RUTA-MOROSIDAD          PIC X(60)
                                     VALUE '../MOROSIDAD.VSAM'.
       01 WS-RUTA-GL-QUITA           PIC X(60)
                                     VALUE '../GLQUITA.SEQ'.
       01 WS-RUTA-ASIGNACIONES       PIC X(60)
                                     VALUE '../ASIGNACIONES.VSAM'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 WS-ENTIDAD-AREA.
           COPY ENTIDIO.

      *    *** imagen previa del registro, para la auditoria de cambios
       01 WS-PAG-IMAGEN-ANTES        PIC X(179) VALUE SPACES.

       01 WS-LATCH.
           COPY LATCHIO.

      *    *** plan de cuentas de la interfaz contable
       01 WS-PLAN.
           COPY PLANIO.

      *    *** motivo de bloqueo de las tarjetas (ver BLOQCTRL)
       01 WS-BLOQUEO.
           COPY BLOQIO.

       01 FS-STATUS.
          05 FS-PAGOS                              PIC X(2).
             88 FS-PAGOS-OK                            VALUE '00'.
             88 FS-DESGLOSE-OK                         VALUE '00'.
             88 FS-DESGLOSE-EOF                        VALUE '10'.
             88 FS-DESGLOSE-NFD                        VALUE '35'.
          05 FS-DESGLOSE-TRABAJO                   PIC X(2).
             88 FS-DESGLOSE-TRABAJO-OK                 VALUE '00'.
          05 FS-PARAMETROS                         PIC X(2).
             88 FS-PARAMETROS-OK                       VALUE '00'.
             88 FS-PARAMETROS-EOF                      VALUE '10'.
             88 FS-CHECKPOINT-OK                       VALUE '00'.
             88 FS-CHECKPOINT-EOF                      VALUE '10'.
             88 FS-CHECKPOINT-NFD                      VALUE '35'.
          05 FS-CASTIGOS                           PIC X(2).
             88 FS-CASTIGOS-OK                         VALUE '00'.
             88 FS-CASTIGOS-NFD                        VALUE '35'.
          05 FS-RECUPEROS                          PIC X(2).
             88 FS-RECUPEROS-OK                        VALUE '00'.
             88 FS-RECUPEROS-NFD                       VALUE '35'.
          05 FS-GL-RECUPERO                        PIC X(2).
             88 FS-GL-RECUPERO-OK                      VALUE '00'.
          05 FS-ACUERDOS                           PIC X(2).
             88 FS-ACUERDOS-OK                         VALUE '00'.
             88 FS-ACUERDOS-NFD                        VALUE '35'.
          05 FS-MOROSIDAD                          PIC X(2).
             88 FS-MOROSIDAD-OK                        VALUE '00'.
             88 FS-MOROSIDAD-NFD                       VALUE '35'.
          05 FS-GL-QUITA                           PIC X(2).
             88 FS-GL-QUITA-OK                         VALUE '00'.
          05 FS-ASIGNACIONES                       PIC X(2).
             88 FS-ASIGNACIONES-OK                     VALUE '00'.
             88 FS-ASIGNACIONES-NFD                    VALUE '35'.

      *    *** si CASTIGO nunca corrio no hay libro: ningun pago es
      *    *** recupero
       01 WS-HAY-CASTIGOS                         PIC X(01) VALUE 'N'.
          88 WS-EXISTE-CASTIGOS                       VALUE 'S'.
       01 WS-CUENTA-CASTIGADA                     PIC X(01) VALUE 'N'.
          88 WS-ES-CUENTA-CASTIGADA                   VALUE 'S'.

      *    *** acuerdos de pago con quita: sin ACUERDOS.VSAM ningun
      *    *** pago se imputa a un acuerdo; sin MOROSIDAD.VSAM el
      *    *** acuerdo cumplido no tiene estado de mora que normalizar
       01 WS-HAY-ACUERDOS                         PIC X(01) VALUE 'N'.
          88 WS-EXISTE-ACUERDOS                       VALUE 'S'.
       01 WS-HAY-MOROSIDAD                        PIC X(01) VALUE 'N'.
          88 WS-EXISTE-MOROSIDAD                      VALUE 'S'.
       01 WS-ACU-FECHA-PAGO                       PIC 9(08)
                                                        VALUE ZEROES.
      *    *** cobranza externa: sin ASIGNACIONES.VSAM ningun pago es
      *    *** de una cuenta derivada
       01 WS-HAY-ASIGNACIONES                     PIC X(01) VALUE 'N'.
          88 WS-EXISTE-ASIGNACIONES                   VALUE 'S'.
      *    *** tarjetas condonadas del acuerdo en curso: en rollup
      *    *** todas las de la cuenta llevan el mismo saldo combinado,
      *    *** y la quita se toma una sola vez
       01 WS-CANT-TARJETAS-QUITA                  PIC 9(03)
                                                        VALUE ZEROES.
       01 WS-QUITA-TARJETA-ARS                    PIC S9(08)V9(02)
                                                        VALUE ZEROES.
       01 WS-QUITA-TARJETA-USD                    PIC S9(08)V9(02)
                                                        VALUE ZEROES.
      *    *** tarjeta bloqueada por mora que se reactiva al normalizar
       01 WS-LEVANTA-BLOQUEO                      PIC X(01) VALUE 'N'.
          88 WS-SE-LEVANTA-BLOQUEO                    VALUE 'S'.

       01 WS-VAL-FECHA.
           COPY VALFECIO.
       01 WS-CANT-TARJETAS-PAGO                   PIC 9(03)
                                                        VALUE ZEROES.

      *    *** desglose de saldos en el archivo de trabajo, un
      *    *** registro DG por clave de corte y moneda (en el orden del
      *    *** archivo); los componentes quedan en el orden
      *    *** regulatorio de imputacion: 1 impuestos, 2 punitorios,
      *    *** 3 interes por financiacion, 4 comisiones, 5 adelantos,
      *    *** 6 compras. Cada pago imputado los va consumiendo y
      *    *** regraba la fila, para que varios pagos de la misma
      *    *** clave se encadenen bien
       01 WS-CANT-DESGLOSES                    PIC 9(07) VALUE ZEROES.
       01 WS-DGL-FILA.
          05 WS-DGL-MONEDA                     PIC X(03).
          05 WS-DGL-COMPONENTE OCCURS 6 TIMES  PIC S9(08)V9(02).
       01 WS-DGL-FIN                           PIC X(01) VALUE 'N'.
          88 WS-FIN-DGL                             VALUE 'S'.

       01 WS-HAY-DESGLOSE                      PIC X(01) VALUE 'N'.
          88 WS-EXISTE-DESGLOSE                     VALUE 'S'.
       01 WS-FECHA-JOURNAL           PIC 9(08) VALUE ZEROES.
       01 WS-HORA-JOURNAL            PIC 9(08) VALUE ZEROES.

      *    *** lote de esta corrida en PAGOS-APLICADOS.SEQ: id de la
      *    *** corrida de su cabecera (la de la corrida cortada cuando
      *    *** se retoma su lote), cantidad y total hash de importes
       01 WS-RUN-ID-LOTE             PIC X(15) VALUE SPACES.
       01 WS-PERIODO-LOTE            PIC 9(06) VALUE ZEROES.
       01 WS-LOTE-CANT-APLICADOS     PIC 9(09) VALUE ZEROES.
       01 WS-LOTE-HASH-APLICADOS     PIC 9(16)V99 VALUE ZEROES.

       01 WS-INTERFAZ.
           COPY INTFIO.

      *    *** posicion en PAGOS.SEQ para el checkpoint/restart: pagos
      *    *** ya procesados en esta corrida, y hasta cual saltear si
      *    *** se esta retomando una corrida cortada
          05 WS-CANT-RECHAZADOS                PIC 9(06) VALUE ZEROES.
          05 WS-TOTAL-APLICADO-ARS        PIC S9(10)V9(02) VALUE ZEROES.
          05 WS-TOTAL-APLICADO-USD        PIC S9(10)V9(02) VALUE ZEROES.
          05 WS-CANT-RECUPEROS                 PIC 9(06) VALUE ZEROES.
          05 WS-TOTAL-RECUPERO-ARS        PIC S9(10)V9(02) VALUE ZEROES.
          05 WS-TOTAL-RECUPERO-USD        PIC S9(10)V9(02) VALUE ZEROES.
          05 WS-CANT-ACUERDOS-CUMPLIDOS        PIC 9(06) VALUE ZEROES.
          05 WS-TOTAL-QUITA-ARS           PIC S9(10)V9(02) VALUE ZEROES.
          05 WS-TOTAL-QUITA-USD           PIC S9(10)V9(02) VALUE ZEROES.
          05 WS-CANT-PAGOS-AGENCIA             PIC 9(06) VALUE ZEROES.

       01 WS-GL-ACUMULADORES.
          05 WS-GL-CANT-ASIENTOS          PIC 9(06) VALUE ZEROES.
          05 WS-GL-SUMA-DEBE              PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-GL-SUMA-HABER             PIC S9(12)V9(02) VALUE ZEROES.

       01 WS-GLQ-ACUMULADORES.
          05 WS-GLQ-CANT-ASIENTOS         PIC 9(06) VALUE ZEROES.
          05 WS-GLQ-SUMA-DEBE             PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-GLQ-SUMA-HABER            PIC S9(12)V9(02) VALUE ZEROES.

      *    *** GLRECUPERO/GLQUITA juntan las corridas de pagos del
      *    *** periodo: si el lote que esta en disco es del mismo
      *    *** periodo se agrega al final, si es de otro se pisa
       01 WS-MODO-LOTE-GL            PIC X(01) VALUE 'N'.
          88 WS-LOTE-GL-DEL-PERIODO                 VALUE 'S'.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** corrida de una entidad emisora: sus pagos, rechazos,
      *    *** aplicados y lotes contables viven en su directorio; el
      *    *** maestro, los VSAM y el journal son de la instalacion
       1040-RUTAS-ENTIDAD.

           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-DATOS TO TRUE.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.

           IF WS-EMI-PROCESO-O = SPACES
              GO TO 1040-RUTAS-ENTIDAD-FIN
           END-IF.

           DISPLAY 'ENTIDAD EMISORA: ' WS-EMI-PROCESO-O ' '
                   WS-EMI-NOMBRE-O.

           MOVE WS-RUTA-PAGOS TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-PAGOS.

           MOVE WS-RUTA-PAGOS-APLICADOS TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-PAGOS-APLICADOS.

           MOVE WS-RUTA-PAGOS-ERRORES TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-PAGOS-ERRORES.

           MOVE WS-RUTA-DESGLOSE TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-DESGLOSE.

           MOVE WS-RUTA-DESGLOSE-TRABAJO TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-DESGLOSE-TRABAJO.

           MOVE WS-RUTA-LIBRO TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-LIBRO.

           MOVE WS-RUTA-CHECKPOINT TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-CHECKPOINT.

           MOVE WS-RUTA-RECUPEROS TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-RECUPEROS.

           MOVE WS-RUTA-GL-RECUPERO TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-GL-RECUPERO.

           MOVE WS-RUTA-GL-QUITA TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-GL-QUITA.

           MOVE WS-RUTA-PARAMETROS TO WS-RUTA-ENTORNO.
           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-RUTA-PARAM TO TRUE.
           MOVE WS-RUTA-ENTORNO TO WS-EMI-RUTA-E.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-PARAMETROS.

       1040-RUTAS-ENTIDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1045-RUTA-ENTIDAD.

           MOVE WS-EMI-RUTA-E TO WS-RUTA-ENTORNO.
           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-RUTA TO TRUE.
           MOVE WS-RUTA-ENTORNO TO WS-EMI-RUTA-E.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.

       1045-RUTA-ENTIDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** las variables de entorno permiten ubicar los archivos
      *    *** en otro lugar sin recompilar
       1050-LEER-RUTA-ARCHIVO.

           PERFORM 1040-RUTAS-ENTIDAD
              THRU 1040-RUTAS-ENTIDAD-FIN.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'PAGOPOST_PAGOS_PATH'.
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-DESGLOSE
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO
                  FROM ENVIRONMENT 'PAGOPOST_DESGLOSE_TRABAJO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-DESGLOSE-TRABAJO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'PAGOPOST_ROLLUP'.
           IF WS-RUTA-ENTORNO (1:1) = 'S'
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-JOURNAL
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'PAGOPOST_CASTIGOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CASTIGOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'PAGOPOST_RECUPEROS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-RECUPEROS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'PAGOPOST_GL_RECUPERO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-GL-RECUPERO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'PAGOPOST_ACUERDOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-ACUERDOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'PAGOPOST_MOROSIDAD_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-MOROSIDAD
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'PAGOPOST_ASIGNACIONES_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-ASIGNACIONES
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'PAGOPOST_GL_QUITA_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-GL-QUITA
           END-IF.

      *    *** el id de corrida se resuelve una sola vez, igual
      *    *** criterio que ACTSALDO
           IF WS-RUN-ID = SPACES
                    STOP RUN
           END-EVALUATE.

           PERFORM 1105-ABRIR-PAGOS-APLICADOS
              THRU 1105-ABRIR-PAGOS-APLICADOS-FIN.

           OPEN OUTPUT SAL-PAGOS-ERRORES.

                    STOP RUN
           END-EVALUATE.

           OPEN I-O ENT-CASTIGOS.

           EVALUATE TRUE
               WHEN FS-CASTIGOS-OK
                    MOVE 'S' TO WS-HAY-CASTIGOS
               WHEN FS-CASTIGOS-NFD
                    MOVE 'N' TO WS-HAY-CASTIGOS
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR CASTIGOS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-CASTIGOS
                    STOP RUN
           END-EVALUATE.

           IF WS-EXISTE-CASTIGOS
              OPEN EXTEND SAL-RECUPEROS
              IF FS-RECUPEROS-NFD
                 OPEN OUTPUT SAL-RECUPEROS
                 CLOSE SAL-RECUPEROS
                 OPEN EXTEND SAL-RECUPEROS
              END-IF
              IF NOT FS-RECUPEROS-OK
                 DISPLAY 'ERROR AL ABRIR RECUPEROS.SEQ'
                 DISPLAY 'FILE STATUS: ' FS-RECUPEROS
                 STOP RUN
              END-IF
           END-IF.

           OPEN I-O ENT-ACUERDOS.

           EVALUATE TRUE
               WHEN FS-ACUERDOS-OK
                    MOVE 'S' TO WS-HAY-ACUERDOS
               WHEN FS-ACUERDOS-NFD
                    MOVE 'N' TO WS-HAY-ACUERDOS
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR ACUERDOS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-ACUERDOS
                    STOP RUN
           END-EVALUATE.

           IF WS-EXISTE-ACUERDOS
              OPEN I-O ENT-MOROSIDAD
              EVALUATE TRUE
                  WHEN FS-MOROSIDAD-OK
                       MOVE 'S' TO WS-HAY-MOROSIDAD
                  WHEN FS-MOROSIDAD-NFD
                       MOVE 'N' TO WS-HAY-MOROSIDAD
                  WHEN OTHER
                       DISPLAY 'ERROR AL ABRIR MOROSIDAD.VSAM'
                       DISPLAY 'FILE STATUS: ' FS-MOROSIDAD
                       STOP RUN
              END-EVALUATE
           END-IF.

           OPEN I-O ENT-ASIGNACIONES.

           EVALUATE TRUE
               WHEN FS-ASIGNACIONES-OK
                    MOVE 'S' TO WS-HAY-ASIGNACIONES
               WHEN FS-ASIGNACIONES-NFD
                    MOVE 'N' TO WS-HAY-ASIGNACIONES
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR ASIGNACIONES.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-ASIGNACIONES
                    STOP RUN
           END-EVALUATE.

       1100-ABRIR-ARCHIVOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** los pagos aplicados del ciclo se acumulan hasta que la
      *    *** corrida de facturacion los consuma; OPEN EXTEND agrega
      *    *** al final, pero si todavia no existe hay que crearlo antes
      *    *** y cada corrida agrega su lote con cabecera y totales; si
      *    *** el ultimo lote quedo sin totales (corrida cortada) se lo
      *    *** sigue, con la cantidad y el total hash que ya tenia
       1105-ABRIR-PAGOS-APLICADOS.

           MOVE WS-RUN-ID                 TO WS-RUN-ID-LOTE.
           MOVE WS-FECHA-HOY-LIBRO (1:6)  TO WS-PERIODO-LOTE.
           MOVE 'PAGOSAPL'                TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-PAGOS-APLICADOS   TO WS-ICT-RUTA-E.
           SET WS-ICT-MODO-RETOMAR        TO TRUE.
           CALL 'INTFCTL' USING WS-INTERFAZ.

           OPEN EXTEND SAL-PAGOS-APLICADOS.

           IF FS-PAGOS-APLICADOS-NFD
              OPEN OUTPUT SAL-PAGOS-APLICADOS
              CLOSE SAL-PAGOS-APLICADOS
              OPEN EXTEND SAL-PAGOS-APLICADOS
           END-IF.

           EVALUATE TRUE
               WHEN FS-PAGOS-APLICADOS-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR PAGOS-APLICADOS.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-PAGOS-APLICADOS
                    STOP RUN
           END-EVALUATE.

           IF WS-ICT-HAY-LOTE-ABIERTO
              MOVE WS-ICT-RUN-ID-O         TO WS-RUN-ID-LOTE
              MOVE WS-ICT-PERIODO-O        TO WS-PERIODO-LOTE
              MOVE WS-ICT-CANT-REGISTROS-O TO WS-LOTE-CANT-APLICADOS
              MOVE WS-ICT-TOTAL-HASH-O     TO WS-LOTE-HASH-APLICADOS
           ELSE
              SET WS-ICT-MODO-CABECERA     TO TRUE
              MOVE 'PAGOPOST'              TO WS-ICT-PROGRAMA-E
              MOVE WS-RUN-ID-LOTE          TO WS-ICT-RUN-ID-E
              MOVE WS-PERIODO-LOTE         TO WS-ICT-PERIODO-E
              CALL 'INTFCTL' USING WS-INTERFAZ
              WRITE WS-SAL-PAGOS-APLICADOS-CTL
                    FROM WS-ICT-REGISTRO-O
           END-IF.

       1105-ABRIR-PAGOS-APLICADOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** control de liquidacion repetida: lee el primer id de
      *    *** pago del archivo (identidad de contenido) y lo cruza
                          MOVE WS-CHKP-ULTIMO-PAGO
                                             TO WS-SALTEAR-HASTA
                          SET WS-ES-RESTART-PAGOS TO TRUE
                          IF WS-CHKP-CONTADORES <> SPACES
                             MOVE WS-CHKP-CONTADORES
                                             TO WS-CONTADORES
                          END-IF
                          DISPLAY 'RESTART: SE RETOMA PAGOS.SEQ '
                                  'DESPUES DEL PAGO ' WS-SALTEAR-HASTA
                       ELSE

           MOVE WS-PAGOS-PROCESADOS TO WS-CHKP-ULTIMO-PAGO.
           MOVE WS-RUTA-PAGOS       TO WS-CHKP-ARCHIVO.
           MOVE WS-CONTADORES       TO WS-CHKP-CONTADORES.
           OPEN OUTPUT ENT-CHECKPOINT.
           WRITE WS-ENT-CHECKPOINT.
           CLOSE ENT-CHECKPOINT.
           EXIT.

      *----------------------------------------------------------------*
      *    *** carga en el archivo de trabajo el desglose de saldos
      *    *** de la ultima facturacion; el archivo es opcional (primer
      *    *** ciclo con el circuito implantado): sin el, todo pago va
      *    *** a compras
       1150-CARGAR-DESGLOSE.

      *    *** el archivo de trabajo se arma de cero en cada corrida
           OPEN OUTPUT TRB-DESGLOSE.
           IF NOT FS-DESGLOSE-TRABAJO-OK
              DISPLAY 'ERROR AL CREAR PAGOPOST-DESGLOSE.VSAM: '
                      FS-DESGLOSE-TRABAJO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE TRB-DESGLOSE.
           OPEN I-O TRB-DESGLOSE.

           OPEN INPUT ENT-DESGLOSE.

           EVALUATE TRUE
           READ ENT-DESGLOSE
               AT END SET FS-DESGLOSE-EOF TO TRUE
               NOT AT END
                  ADD 1 TO WS-CANT-DESGLOSES
                  MOVE WS-DES-MONEDA     TO WS-DGL-MONEDA
                  MOVE WS-DES-IMPUESTOS  TO WS-DGL-COMPONENTE (1)
                  MOVE WS-DES-PUNITORIO  TO WS-DGL-COMPONENTE (2)
                  MOVE WS-DES-INTERES    TO WS-DGL-COMPONENTE (3)
                  MOVE WS-DES-COMISIONES TO WS-DGL-COMPONENTE (4)
                  MOVE WS-DES-ADELANTOS  TO WS-DGL-COMPONENTE (5)
                  MOVE WS-DES-COMPRAS    TO WS-DGL-COMPONENTE (6)
                  PERFORM 1165-GRABAR-DESGLOSE-TRABAJO
                     THRU 1165-GRABAR-DESGLOSE-TRABAJO-FIN
           END-READ.

       1160-CARGAR-UN-DESGLOSE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** una fila que no se puede grabar mandaria sus pagos
      *    *** enteros a compras: se corta la corrida
       1165-GRABAR-DESGLOSE-TRABAJO.

           MOVE SPACES            TO WS-TCI-REG.
           MOVE 'DG'              TO WS-TCI-TIPO.
           MOVE WS-DES-CLAVE      TO WS-TCI-VALOR.
           MOVE WS-CANT-DESGLOSES TO WS-TCI-SECUENCIA.
           MOVE WS-DGL-FILA       TO WS-TCI-DATOS.
           WRITE WS-TCI-REG.

           IF NOT FS-DESGLOSE-TRABAJO-OK
              DISPLAY 'PAGOPOST: ERROR AL GRABAR EL DESGLOSE DE '
                      WS-DES-CLAVE ' EN EL ARCHIVO DE TRABAJO: '
                      FS-DESGLOSE-TRABAJO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1165-GRABAR-DESGLOSE-TRABAJO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** filas CAMBIO de USD con su vigencia; sin PARAMETROS.SEQ
      *    *** o sin filas USD la cancelacion de saldo USD no convierte
              GO TO 2200-APLICAR-PAGO-FIN
           END-IF.

      *    *** en la corrida de una entidad, la cuenta de otra no se
      *    *** toca: el pago llego al archivo equivocado
           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-VERIFICAR TO TRUE.
           MOVE WS-MT-NUM-CUENTA TO WS-EMI-CUENTA-E.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.

           IF NOT WS-EMI-CUENTA-PROPIA
              MOVE '15'                           TO WS-PGE-COD-ERR
              MOVE 'CUENTA DE OTRA ENTIDAD EMISORA'
                                                   TO WS-PGE-DES-ERR
              PERFORM 2150-GRABAR-ERROR-PAGO
                 THRU 2150-GRABAR-ERROR-PAGO-FIN
              GO TO 2200-APLICAR-PAGO-FIN
           END-IF.

           MOVE WS-MT-NUM-CUENTA  TO WS-PAG-CUENTA-OBJETIVO.
           MOVE WS-MT-NUM-TARJETA TO WS-PAG-TARJETA-OBJETIVO.
           MOVE 'N'               TO WS-PAGO-PARCIAL.

      *    *** cuenta castigada: su deuda ya no esta en el maestro, el
      *    *** pago se asienta como recupero contra el libro
           PERFORM 2400-VERIFICAR-CASTIGO
              THRU 2400-VERIFICAR-CASTIGO-FIN.

           IF WS-ES-CUENTA-CASTIGADA
              PERFORM 2450-APLICAR-RECUPERO
                 THRU 2450-APLICAR-RECUPERO-FIN
              GO TO 2200-APLICAR-PAGO-FIN
           END-IF.

           IF WS-ES-ROLLUP-CUENTA
              PERFORM 2210-APLICAR-A-CUENTA
                 THRU 2210-APLICAR-A-CUENTA-FIN
      *----------------------------------------------------------------*
      *    *** imputa el pago en curso en el orden regulatorio contra
      *    *** el desglose de la clave (impuestos, punitorios, interes,
      *    *** comisiones, adelantos, compras), consumiendo la fila
      *    *** del archivo de trabajo para que el proximo pago de la
      *    *** misma clave siga donde este dejo; sin fila, todo el pago
      *    *** va a compras
       2250-IMPUTAR-PAGO.

           INITIALIZE WS-IMPUTADO.
              UNTIL WS-IX-COMP > 6
                 OR WS-IMPUTA-RESTO NOT > ZEROES.

           PERFORM 2280-REGRABAR-FILA-DESGLOSE
              THRU 2280-REGRABAR-FILA-DESGLOSE-FIN.

      *    *** lo que excede la deuda desglosada queda tambien en
      *    *** compras, para que la suma de las lineas cierre contra
      *    *** el importe del pago
           EXIT.

      *----------------------------------------------------------------*
      *    *** primera fila DG de la clave en la moneda del pago; al
      *    *** salir el area del registro queda con esa fila, lista
      *    *** para regrabarla en 2280
       2260-BUSCAR-FILA-DESGLOSE.

           MOVE SPACES               TO WS-TCI-REG.
           MOVE 'DG'                 TO WS-TCI-TIPO.
           MOVE WS-DGL-CLAVE-BUSCADA TO WS-TCI-VALOR.
           MOVE ZEROES               TO WS-TCI-SECUENCIA.
           START TRB-DESGLOSE KEY IS >= WS-TCI-CLAVE
               INVALID KEY
                  GO TO 2260-BUSCAR-FILA-DESGLOSE-FIN
           END-START.

           MOVE 'N' TO WS-DGL-FIN.
           PERFORM 2265-LEER-FILA-DESGLOSE
              THRU 2265-LEER-FILA-DESGLOSE-FIN
              UNTIL WS-FIN-DGL
                 OR WS-HAY-FILA-DESGLOSE.

       2260-BUSCAR-FILA-DESGLOSE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2265-LEER-FILA-DESGLOSE.

           READ TRB-DESGLOSE NEXT RECORD
               AT END
                  MOVE 'S' TO WS-DGL-FIN
                  GO TO 2265-LEER-FILA-DESGLOSE-FIN
           END-READ.

           IF WS-TCI-TIPO <> 'DG'
              OR WS-TCI-VALOR <> WS-DGL-CLAVE-BUSCADA
              MOVE 'S' TO WS-DGL-FIN
              GO TO 2265-LEER-FILA-DESGLOSE-FIN
           END-IF.

           MOVE WS-TCI-DATOS TO WS-DGL-FILA.
           IF WS-DGL-MONEDA = WS-PAG-MONEDA
              MOVE 'S' TO WS-DGL-FILA-HALLADA
           END-IF.

       2265-LEER-FILA-DESGLOSE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2270-IMPUTAR-COMPONENTE.

           IF WS-DGL-COMPONENTE (WS-IX-COMP) > ZEROES
              IF WS-IMPUTA-RESTO >=
                 WS-DGL-COMPONENTE (WS-IX-COMP)
                 MOVE WS-DGL-COMPONENTE (WS-IX-COMP)
                   TO WS-IMPUTA-TOMA
              ELSE
                 MOVE WS-IMPUTA-RESTO TO WS-IMPUTA-TOMA
              ADD WS-IMPUTA-TOMA
                TO WS-IMPUTADO-COMP (WS-IX-COMP)
              SUBTRACT WS-IMPUTA-TOMA
                  FROM WS-DGL-COMPONENTE (WS-IX-COMP)
              SUBTRACT WS-IMPUTA-TOMA FROM WS-IMPUTA-RESTO
           END-IF.

       2270-IMPUTAR-COMPONENTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la fila consumida vuelve al archivo de trabajo; si no se
      *    *** puede, el proximo pago de la clave se imputaria dos
      *    *** veces contra los mismos componentes
       2280-REGRABAR-FILA-DESGLOSE.

           MOVE WS-DGL-FILA TO WS-TCI-DATOS.
           REWRITE WS-TCI-REG.

           IF NOT FS-DESGLOSE-TRABAJO-OK
              DISPLAY 'PAGOPOST: ERROR AL REGRABAR EL DESGLOSE DE '
                      WS-DGL-CLAVE-BUSCADA ': ' FS-DESGLOSE-TRABAJO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       2280-REGRABAR-FILA-DESGLOSE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2300-GRABAR-PAGO-APLICADO.

           MOVE WS-IMPUTADO-COMP (6) TO WS-PAPL-IMP-COMPRAS.
           MOVE WS-CONV-USD-PAGO     TO WS-PAPL-CONV-USD.
           MOVE WS-CONV-TASA-PAGO    TO WS-PAPL-CONV-TASA.
           IF WS-PAG-ID-PAGO IS NUMERIC
              MOVE WS-PAG-ID-PAGO    TO WS-PAPL-ID-PAGO
           END-IF.

           ADD 1 TO WS-LOTE-CANT-APLICADOS.
           IF WS-PAPL-IMPORTE < ZEROES
              SUBTRACT WS-PAPL-IMPORTE FROM WS-LOTE-HASH-APLICADOS
           ELSE
              ADD WS-PAPL-IMPORTE TO WS-LOTE-HASH-APLICADOS
           END-IF.
           WRITE WS-PAPL-PAGO-APLICADO-REG.

           IF FS-PAGOS-APLICADOS-OK
                     INVALID KEY CONTINUE
                 END-WRITE
              END-IF
              PERFORM 2500-IMPUTAR-A-ACUERDO
                 THRU 2500-IMPUTAR-A-ACUERDO-FIN
              PERFORM 2600-IMPUTAR-A-AGENCIA
                 THRU 2600-IMPUTAR-A-AGENCIA-FIN
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR PAGOS-APLICADOS.SEQ'
              DISPLAY 'FILE STATUS: ' FS-PAGOS-APLICADOS
       2300-GRABAR-PAGO-APLICADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** una cuenta totalmente recuperada ('R') vuelve a recibir
      *    *** pagos en el maestro como cualquier otra (saldo a favor)
       2400-VERIFICAR-CASTIGO.

           MOVE 'N' TO WS-CUENTA-CASTIGADA.

           IF NOT WS-EXISTE-CASTIGOS
              GO TO 2400-VERIFICAR-CASTIGO-FIN
           END-IF.

           MOVE WS-PAG-CUENTA-OBJETIVO TO WS-CAS-CUENTA.
           READ ENT-CASTIGOS KEY IS WS-CAS-CUENTA
               INVALID KEY GO TO 2400-VERIFICAR-CASTIGO-FIN
           END-READ.

           IF WS-CAS-CASTIGADA
              MOVE 'S' TO WS-CUENTA-CASTIGADA
           END-IF.

       2400-VERIFICAR-CASTIGO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el recupero no toca el saldo del maestro (la cuenta no
      *    *** vuelve a facturarse); va a PAGOS-APLICADOS.SEQ marcado
      *    *** como recupero para que REVPAGO lo pueda revertir, y el
      *    *** id del pago se registra igual para el control de
      *    *** duplicados
       2450-APLICAR-RECUPERO.

           IF WS-PAG-DOLARES
              ADD WS-PAG-IMPORTE TO WS-CAS-RECUPERADO-USD
           ELSE
              ADD WS-PAG-IMPORTE TO WS-CAS-RECUPERADO-ARS
           END-IF.
           MOVE WS-FECHA-HOY-LIBRO TO WS-CAS-FECHA-ULT-RECUPERO.

           IF WS-CAS-RECUPERADO-ARS >= WS-CAS-CASTIGADO-ARS
              AND WS-CAS-RECUPERADO-USD >= WS-CAS-CASTIGADO-USD
              SET WS-CAS-RECUPERADA TO TRUE
           END-IF.

           REWRITE WS-CAS-CASTIGO-REG.

           IF NOT FS-CASTIGOS-OK
              MOVE FS-CASTIGOS                    TO WS-PGE-COD-ERR
              MOVE 'ERROR AL ASENTAR EL RECUPERO EN CASTIGOS'
                                                   TO WS-PGE-DES-ERR
              PERFORM 2150-GRABAR-ERROR-PAGO
                 THRU 2150-GRABAR-ERROR-PAGO-FIN
              GO TO 2450-APLICAR-RECUPERO-FIN
           END-IF.

           INITIALIZE WS-REC-RECUPERO-REG.
           MOVE WS-PAG-CUENTA-OBJETIVO  TO WS-REC-CUENTA.
           MOVE WS-PAG-TARJETA-OBJETIVO TO WS-REC-TARJETA.
           MOVE WS-PAG-FECHA            TO WS-REC-FECHA-PAGO.
           MOVE WS-FECHA-HOY-LIBRO      TO WS-REC-FECHA-PROCESO.
           MOVE WS-PAG-MONEDA           TO WS-REC-MONEDA.
           MOVE WS-PAG-IMPORTE          TO WS-REC-IMPORTE.
           MOVE WS-PAG-CANAL            TO WS-REC-CANAL.
           IF WS-PAG-ID-PAGO IS NUMERIC
              MOVE WS-PAG-ID-PAGO       TO WS-REC-ID-PAGO
           END-IF.
           WRITE WS-REC-RECUPERO-REG.

           IF NOT FS-RECUPEROS-OK
              DISPLAY 'ERROR AL ESCRIBIR RECUPEROS.SEQ'
              DISPLAY 'FILE STATUS: ' FS-RECUPEROS
           END-IF.

           ADD 1 TO WS-CANT-RECUPEROS.
           IF WS-PAG-DOLARES
              ADD WS-PAG-IMPORTE TO WS-TOTAL-RECUPERO-USD
           ELSE
              ADD WS-PAG-IMPORTE TO WS-TOTAL-RECUPERO-ARS
           END-IF.

           IF WS-PAG-ID-PAGO IS NUMERIC
              AND WS-PAG-ID-PAGO > ZEROES
              MOVE WS-PAG-ID-PAGO      TO WS-PID-ID-PAGO
              MOVE WS-FECHA-HOY-LIBRO  TO WS-PID-FECHA-APLICADO
              WRITE WS-PID-PAGO-ID-REG
                  INVALID KEY CONTINUE
              END-WRITE
           END-IF.

           PERFORM 2470-GRABAR-APLICADO-RECUPERO
              THRU 2470-GRABAR-APLICADO-RECUPERO-FIN.

           PERFORM 2600-IMPUTAR-A-AGENCIA
              THRU 2600-IMPUTAR-A-AGENCIA-FIN.

       2450-APLICAR-RECUPERO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el recupero entra al lote de PAGOS-APLICADOS.SEQ (y a su
      *    *** cantidad y total hash) sin imputacion por componente:
      *    *** no desconto deuda del maestro
       2470-GRABAR-APLICADO-RECUPERO.

           INITIALIZE WS-PAPL-PAGO-APLICADO-REG.
           MOVE WS-PAG-CUENTA-OBJETIVO  TO WS-PAPL-NUM-CUENTA.
           MOVE WS-PAG-TARJETA-OBJETIVO TO WS-PAPL-NUM-TARJETA.
           MOVE WS-PAG-ANIO        TO WS-PAPL-ANIO.
           MOVE WS-PAG-MES         TO WS-PAPL-MES.
           MOVE WS-PAG-DIA         TO WS-PAPL-DIA.
           MOVE WS-PAG-MONEDA      TO WS-PAPL-MONEDA.
           MOVE WS-PAG-IMPORTE     TO WS-PAPL-IMPORTE.
           MOVE WS-PAG-CANAL       TO WS-PAPL-CANAL.
           IF WS-PAG-ID-PAGO IS NUMERIC
              MOVE WS-PAG-ID-PAGO  TO WS-PAPL-ID-PAGO
           END-IF.
           SET WS-PAPL-ES-RECUPERO TO TRUE.

           ADD 1 TO WS-LOTE-CANT-APLICADOS.
           IF WS-PAPL-IMPORTE < ZEROES
              SUBTRACT WS-PAPL-IMPORTE FROM WS-LOTE-HASH-APLICADOS
           ELSE
              ADD WS-PAPL-IMPORTE TO WS-LOTE-HASH-APLICADOS
           END-IF.
           WRITE WS-PAPL-PAGO-APLICADO-REG.

           IF NOT FS-PAGOS-APLICADOS-OK
              DISPLAY 'ERROR AL ESCRIBIR PAGOS-APLICADOS.SEQ'
              DISPLAY 'FILE STATUS: ' FS-PAGOS-APLICADOS
           END-IF.

       2470-GRABAR-APLICADO-RECUPERO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** pago en pesos de una clave con acuerdo de quita vigente
      *    *** (ver ACUERDOS): se suma a lo pagado si la fecha del
      *    *** pago no pasa la fecha limite, y al alcanzar el importe
      *    *** acordado se condona el resto de la deuda. Un pago fuera
      *    *** de plazo se aplica a la deuda como cualquier otro; el
      *    *** acuerdo lo da por caduco el barrido de ACUERDOS
       2500-IMPUTAR-A-ACUERDO.

           IF NOT WS-EXISTE-ACUERDOS
              OR WS-PAG-MONEDA <> 'ARS'
              GO TO 2500-IMPUTAR-A-ACUERDO-FIN
           END-IF.

      *    *** la clave del acuerdo es la de mora: la tarjeta, o la
      *    *** cuenta en las corridas con rollup
           MOVE WS-PAG-TARJETA-OBJETIVO TO WS-ACU-CLAVE.
           READ ENT-ACUERDOS KEY IS WS-ACU-CLAVE
               INVALID KEY CONTINUE
           END-READ.

           IF NOT FS-ACUERDOS-OK
              MOVE WS-PAG-CUENTA-OBJETIVO TO WS-ACU-CLAVE
              READ ENT-ACUERDOS KEY IS WS-ACU-CLAVE
                  INVALID KEY CONTINUE
              END-READ
           END-IF.

           IF NOT FS-ACUERDOS-OK
              OR NOT WS-ACU-VIGENTE
              GO TO 2500-IMPUTAR-A-ACUERDO-FIN
           END-IF.

           STRING WS-PAG-ANIO WS-PAG-MES WS-PAG-DIA
                  DELIMITED BY SIZE INTO WS-PAG-FECHA-AAAAMMDD.
           MOVE WS-PAG-FECHA-AAAAMMDD TO WS-ACU-FECHA-PAGO.

           IF WS-ACU-FECHA-PAGO > WS-ACU-FECHA-LIMITE
              GO TO 2500-IMPUTAR-A-ACUERDO-FIN
           END-IF.

           ADD WS-PAG-IMPORTE TO WS-ACU-PAGADO.

           IF WS-ACU-PAGADO >= WS-ACU-IMPORTE-ACORDADO
              PERFORM 2550-CUMPLIR-ACUERDO
                 THRU 2550-CUMPLIR-ACUERDO-FIN
           END-IF.

           REWRITE WS-ACU-ACUERDO-REG.

           IF NOT FS-ACUERDOS-OK
              DISPLAY 'ERROR AL ACTUALIZAR EL ACUERDO ' WS-ACU-CLAVE
                      ': ' FS-ACUERDOS
           END-IF.

       2500-IMPUTAR-A-ACUERDO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** acuerdo cumplido: se condona el saldo que queda en el
      *    *** maestro (la tarjeta de la clave, o todas las de la
      *    *** cuenta), se normaliza la mora y la quita se acumula
      *    *** para el lote contable del cierre
       2550-CUMPLIR-ACUERDO.

           MOVE ZEROES TO WS-ACU-QUITA-ARS, WS-ACU-QUITA-USD,
                          WS-CANT-TARJETAS-QUITA.

           IF WS-ACU-CLAVE = WS-PAG-TARJETA-OBJETIVO
              MOVE WS-PAG-TARJETA-OBJETIVO TO WS-MT-NUM-TARJETA
              READ ENT-MAESTRO-TARJETAS KEY IS WS-MT-NUM-TARJETA
                  INVALID KEY CONTINUE
              END-READ
              IF FS-MAESTRO-TARJETAS-FILE-OK
                 PERFORM 2560-CONDONAR-TARJETA
                    THRU 2560-CONDONAR-TARJETA-FIN
              END-IF
           ELSE
              MOVE WS-ACU-NUM-CUENTA TO WS-MT-NUM-CUENTA
              START ENT-MAESTRO-TARJETAS
                  KEY IS EQUAL TO WS-MT-NUM-CUENTA
                  INVALID KEY CONTINUE
              END-START
              IF FS-MAESTRO-TARJETAS-FILE-OK
                 MOVE WS-ACU-NUM-CUENTA TO WS-MT-NUM-CUENTA-LEIDA
                 PERFORM 2555-CONDONAR-UNA-DE-CUENTA
                    THRU 2555-CONDONAR-UNA-DE-CUENTA-FIN
                    UNTIL NOT FS-MAESTRO-TARJETAS-FILE-OK
                       OR WS-MT-NUM-CUENTA-LEIDA <> WS-ACU-NUM-CUENTA
              END-IF
           END-IF.

           SET WS-ACU-CUMPLIDO TO TRUE.
           MOVE WS-FECHA-HOY-LIBRO TO WS-ACU-FECHA-CIERRE.

           ADD 1                TO WS-CANT-ACUERDOS-CUMPLIDOS.
           ADD WS-ACU-QUITA-ARS TO WS-TOTAL-QUITA-ARS.
           ADD WS-ACU-QUITA-USD TO WS-TOTAL-QUITA-USD.

           PERFORM 2580-NORMALIZAR-MORA
              THRU 2580-NORMALIZAR-MORA-FIN.

       2550-CUMPLIR-ACUERDO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2555-CONDONAR-UNA-DE-CUENTA.

           READ ENT-MAESTRO-TARJETAS NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF FS-MAESTRO-TARJETAS-FILE-OK
              MOVE WS-MT-NUM-CUENTA TO WS-MT-NUM-CUENTA-LEIDA
              IF WS-MT-NUM-CUENTA-LEIDA = WS-ACU-NUM-CUENTA
                 PERFORM 2560-CONDONAR-TARJETA
                    THRU 2560-CONDONAR-TARJETA-FIN
              END-IF
           END-IF.

       2555-CONDONAR-UNA-DE-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** lleva a cero el saldo deudor del registro en mano, con
      *    *** su asiento de diario y de auditoria. Si la cuenta se
      *    *** cierra la tarjeta queda inactiva con motivo 'B'; si se
      *    *** normaliza se levanta el bloqueo por mora (no otro)
       2560-CONDONAR-TARJETA.

           MOVE WS-ENT-MAESTRO-TARJETAS-REG TO WS-PAG-IMAGEN-ANTES.
           MOVE ZEROES TO WS-QUITA-TARJETA-ARS, WS-QUITA-TARJETA-USD.
           MOVE 'N'    TO WS-LEVANTA-BLOQUEO.

           IF WS-MT-SALDO-ANTERIOR-ARS > ZEROES
              MOVE WS-MT-SALDO-ANTERIOR-ARS TO WS-QUITA-TARJETA-ARS
              MOVE ZEROES TO WS-MT-SALDO-ANTERIOR-ARS
           END-IF.

           IF WS-MT-SALDO-ANTERIOR-USD > ZEROES
              MOVE WS-MT-SALDO-ANTERIOR-USD TO WS-QUITA-TARJETA-USD
              MOVE ZEROES TO WS-MT-SALDO-ANTERIOR-USD
           END-IF.

           IF WS-ACU-CERRAR
              SET WS-MT-INACTIVA TO TRUE
           ELSE
              IF WS-MT-INACTIVA
                 INITIALIZE WS-BLOQUEO
                 SET WS-BLQ-MODO-CONSULTAR TO TRUE
                 MOVE WS-MT-NUM-TARJETA TO WS-BLQ-TARJETA-E
                 CALL 'BLOQCTRL' USING WS-BLOQUEO
                 IF WS-BLQ-BLOQUEO-MORA
                    SET WS-MT-ACTIVA TO TRUE
                    MOVE 'S' TO WS-LEVANTA-BLOQUEO
                 END-IF
              END-IF
           END-IF.

           REWRITE WS-ENT-MAESTRO-TARJETAS-REG.

           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              DISPLAY 'ERROR AL CONDONAR ' WS-MT-NUM-TARJETA
                      ' POR ACUERDO: ' FS-MAESTRO-TARJETAS
              GO TO 2560-CONDONAR-TARJETA-FIN
           END-IF.

      *    *** en rollup todas las tarjetas de la cuenta llevan el
      *    *** mismo saldo combinado: la quita se cuenta una sola vez
           IF NOT WS-ES-ROLLUP-CUENTA
              OR WS-CANT-TARJETAS-QUITA = ZEROES
              ADD WS-QUITA-TARJETA-ARS TO WS-ACU-QUITA-ARS
              ADD WS-QUITA-TARJETA-USD TO WS-ACU-QUITA-USD
           END-IF.
           ADD 1 TO WS-CANT-TARJETAS-QUITA.

           PERFORM 2900-ASENTAR-JOURNAL
              THRU 2900-ASENTAR-JOURNAL-FIN.
           PERFORM 2950-AUDITAR-CAMBIO
              THRU 2950-AUDITAR-CAMBIO-FIN.

           IF WS-ACU-CERRAR OR WS-SE-LEVANTA-BLOQUEO
              INITIALIZE WS-BLOQUEO
              IF WS-ACU-CERRAR
                 SET WS-BLQ-MODO-ASENTAR TO TRUE
                 MOVE 'B'            TO WS-BLQ-MOTIVO-E
              ELSE
                 SET WS-BLQ-MODO-BORRAR TO TRUE
              END-IF
              MOVE WS-MT-NUM-TARJETA TO WS-BLQ-TARJETA-E
              MOVE 'PAGOPOST'        TO WS-BLQ-PROGRAMA-E
              MOVE WS-ACU-SUPERVISOR TO WS-BLQ-OPERADOR-E
              CALL 'BLOQCTRL' USING WS-BLOQUEO
              IF WS-BLQ-COD-ERROR-O <> SPACES
                 DISPLAY 'AVISO: NO SE PUDO ASENTAR EL MOTIVO DEL '
                         'BLOQUEO: ' WS-BLQ-DES-ERROR-O
              END-IF
           END-IF.

       2560-CONDONAR-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la clave del acuerdo cumplido queda al dia: sin deuda
      *    *** envejecida ni ciclos incumplidos
       2580-NORMALIZAR-MORA.

           IF NOT WS-EXISTE-MOROSIDAD
              GO TO 2580-NORMALIZAR-MORA-FIN
           END-IF.

           MOVE WS-ACU-CLAVE TO WS-MOR-CLAVE.
           READ ENT-MOROSIDAD KEY IS WS-MOR-CLAVE
               INVALID KEY GO TO 2580-NORMALIZAR-MORA-FIN
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

       2580-NORMALIZAR-MORA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** pago de una clave derivada a una agencia de cobranza
      *    *** (ver ASIGNAGE): desde la fecha de asignacion, y mientras
      *    *** la cuenta siga en la agencia, queda pendiente de
      *    *** liquidarle la comision en la proxima corrida mensual
       2600-IMPUTAR-A-AGENCIA.

           IF NOT WS-EXISTE-ASIGNACIONES
              GO TO 2600-IMPUTAR-A-AGENCIA-FIN
           END-IF.

      *    *** la clave de la asignacion es la de mora: la tarjeta, o
      *    *** la cuenta en las corridas con rollup
           MOVE WS-PAG-TARJETA-OBJETIVO TO WS-ASG-CLAVE.
           READ ENT-ASIGNACIONES KEY IS WS-ASG-CLAVE
               INVALID KEY CONTINUE
           END-READ.

           IF NOT FS-ASIGNACIONES-OK
              MOVE WS-PAG-CUENTA-OBJETIVO TO WS-ASG-CLAVE
              READ ENT-ASIGNACIONES KEY IS WS-ASG-CLAVE
                  INVALID KEY CONTINUE
              END-READ
           END-IF.

           IF NOT FS-ASIGNACIONES-OK
              OR NOT WS-ASG-ASIGNADA
              GO TO 2600-IMPUTAR-A-AGENCIA-FIN
           END-IF.

           STRING WS-PAG-ANIO WS-PAG-MES WS-PAG-DIA
                  DELIMITED BY SIZE INTO WS-PAG-FECHA-AAAAMMDD.

           IF WS-PAG-FECHA-AAAAMMDD < WS-ASG-FECHA-ASIGNACION
              GO TO 2600-IMPUTAR-A-AGENCIA-FIN
           END-IF.

           IF WS-PAG-DOLARES
              ADD WS-PAG-IMPORTE TO WS-ASG-PENDIENTE-USD
           ELSE
              ADD WS-PAG-IMPORTE TO WS-ASG-PENDIENTE-ARS
           END-IF.

           REWRITE WS-ASG-ASIGNACION-REG.

           IF FS-ASIGNACIONES-OK
              ADD 1 TO WS-CANT-PAGOS-AGENCIA
           ELSE
              DISPLAY 'ERROR AL ACTUALIZAR LA ASIGNACION '
                      WS-ASG-CLAVE ': ' FS-ASIGNACIONES
           END-IF.

       2600-IMPUTAR-A-AGENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** asiento en el diario de saldos, imagen antes/despues,
      *    *** para que BACKOUT pueda deshacer la corrida (mismo
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

      *    *** el lote de la corrida se cierra con sus totales
           SET WS-ICT-MODO-TOTALES       TO TRUE.
           MOVE 'PAGOSAPL'               TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-PAGOS-APLICADOS  TO WS-ICT-RUTA-E.
           MOVE 'PAGOPOST'               TO WS-ICT-PROGRAMA-E.
           MOVE WS-RUN-ID-LOTE           TO WS-ICT-RUN-ID-E.
           MOVE WS-PERIODO-LOTE          TO WS-ICT-PERIODO-E.
           MOVE WS-LOTE-CANT-APLICADOS   TO WS-ICT-CANT-REGISTROS-E.
           MOVE WS-LOTE-HASH-APLICADOS   TO WS-ICT-TOTAL-HASH-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           WRITE WS-SAL-PAGOS-APLICADOS-CTL FROM WS-ICT-REGISTRO-O.

           CLOSE ENT-PAGOS
                 ENT-MAESTRO-TARJETAS
                 SAL-PAGOS-APLICADOS
                 ENT-PAGOS-IDS
                 SAL-PAGOS-ERRORES
                 TRB-DESGLOSE.

           IF WS-EXISTE-CASTIGOS
              CLOSE ENT-CASTIGOS
                    SAL-RECUPEROS
           END-IF.

           IF WS-CANT-RECUPEROS > ZEROES
              PERFORM 3100-GRABAR-GL-RECUPERO
                 THRU 3100-GRABAR-GL-RECUPERO-FIN
           END-IF.

           IF WS-EXISTE-ACUERDOS
              CLOSE ENT-ACUERDOS
           END-IF.

           IF WS-EXISTE-MOROSIDAD
              CLOSE ENT-MOROSIDAD
           END-IF.

           IF WS-EXISTE-ASIGNACIONES
              CLOSE ENT-ASIGNACIONES
           END-IF.

           IF WS-TOTAL-QUITA-ARS <> ZEROES
              OR WS-TOTAL-QUITA-USD <> ZEROES
              PERFORM 3200-GRABAR-GL-QUITA
                 THRU 3200-GRABAR-GL-QUITA-FIN
           END-IF.

      *    *** la corrida termino completa: queda asentada 'C' en el
      *    *** libro con sus totales, y es esa marca la que frena una
           DISPLAY 'PAGOS RECHAZADOS  : ' WS-CANT-RECHAZADOS.
           DISPLAY 'TOTAL ARS APLICADO: ' WS-TOTAL-APLICADO-ARS.
           DISPLAY 'TOTAL USD APLICADO: ' WS-TOTAL-APLICADO-USD.
           DISPLAY 'PAGOS A RECUPERO  : ' WS-CANT-RECUPEROS.
           DISPLAY 'RECUPERO ARS      : ' WS-TOTAL-RECUPERO-ARS.
           DISPLAY 'RECUPERO USD      : ' WS-TOTAL-RECUPERO-USD.
           DISPLAY 'ACUERDOS CUMPLIDOS: ' WS-CANT-ACUERDOS-CUMPLIDOS.
           DISPLAY 'QUITA ARS         : ' WS-TOTAL-QUITA-ARS.
           DISPLAY 'QUITA USD         : ' WS-TOTAL-QUITA-USD.
           DISPLAY 'PAGOS A AGENCIAS  : ' WS-CANT-PAGOS-AGENCIA.
           DISPLAY '-------------------------------------------------'.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** lo cobrado sobre cuentas castigadas es resultado
      *    *** (recupero de creditos castigados), y se da de baja de
      *    *** cuentas de orden lo recuperado
       3100-GRABAR-GL-RECUPERO.

           MOVE 'N' TO WS-MODO-LOTE-GL.
           OPEN INPUT SAL-GL-RECUPERO.
           IF FS-GL-RECUPERO-OK
              READ SAL-GL-RECUPERO
                 NOT AT END
                    IF WS-GL-PERIODO = WS-FECHA-HOY-LIBRO (1:6)
                       SET WS-LOTE-GL-DEL-PERIODO TO TRUE
                    END-IF
              END-READ
              CLOSE SAL-GL-RECUPERO
           END-IF.

           IF WS-LOTE-GL-DEL-PERIODO
              OPEN EXTEND SAL-GL-RECUPERO
           ELSE
              OPEN OUTPUT SAL-GL-RECUPERO
           END-IF.

           IF NOT FS-GL-RECUPERO-OK
              DISPLAY 'ERROR AL ABRIR GLRECUPERO.SEQ'
              DISPLAY 'FILE STATUS: ' FS-GL-RECUPERO
              GO TO 3100-GRABAR-GL-RECUPERO-FIN
           END-IF.

           IF WS-TOTAL-RECUPERO-ARS <> ZEROES
              MOVE 'ARS'                  TO WS-GL-MONEDA
              MOVE WS-TOTAL-RECUPERO-ARS  TO WS-GL-IMPORTE
              PERFORM 3110-ASIENTOS-RECUPERO
                 THRU 3110-ASIENTOS-RECUPERO-FIN
           END-IF.

           IF WS-TOTAL-RECUPERO-USD <> ZEROES
              MOVE 'USD'                  TO WS-GL-MONEDA
              MOVE WS-TOTAL-RECUPERO-USD  TO WS-GL-IMPORTE
              PERFORM 3110-ASIENTOS-RECUPERO
                 THRU 3110-ASIENTOS-RECUPERO-FIN
           END-IF.

           MOVE 'T'                          TO WS-GLT-TIPO-REG.
           MOVE WS-FECHA-HOY-LIBRO (1:6)     TO WS-GLT-PERIODO.
           MOVE WS-GL-CANT-ASIENTOS          TO WS-GLT-CANT-ASIENTOS.
           MOVE WS-GL-SUMA-DEBE              TO WS-GLT-TOTAL-DEBE.
           MOVE WS-GL-SUMA-HABER             TO WS-GLT-TOTAL-HABER.
           WRITE WS-SAL-GL-TOTAL.

           CLOSE SAL-GL-RECUPERO.

       3100-GRABAR-GL-RECUPERO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3110-ASIENTOS-RECUPERO.

           MOVE 'RECUPERO' TO WS-PLC-TIPO-MOV-E.
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

           MOVE 'RECUPERO-ORD' TO WS-PLC-TIPO-MOV-E.
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

       3110-ASIENTOS-RECUPERO-FIN.
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

           MOVE 'A'                      TO WS-GL-TIPO-REG.
           MOVE WS-FECHA-HOY-LIBRO (1:6) TO WS-GL-PERIODO.
           WRITE WS-SAL-GL-ASIENTO.

           IF FS-GL-RECUPERO-OK
              ADD 1 TO WS-GL-CANT-ASIENTOS
              IF WS-GL-DEBE-HABER = 'D'
                 ADD WS-GL-IMPORTE TO WS-GL-SUMA-DEBE
              ELSE
                 ADD WS-GL-IMPORTE TO WS-GL-SUMA-HABER
              END-IF
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR GLRECUPERO.SEQ'
              DISPLAY 'FILE STATUS: ' FS-GL-RECUPERO
           END-IF.

       3175-GRABAR-ASIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    *** la quita condonada por acuerdos cumplidos es perdida
      *    *** (quebranto) contra la cartera de deudores
       3200-GRABAR-GL-QUITA.

           MOVE 'N' TO WS-MODO-LOTE-GL.
           OPEN INPUT SAL-GL-QUITA.
           IF FS-GL-QUITA-OK
              READ SAL-GL-QUITA
                 NOT AT END
                    IF WS-GLQ-PERIODO = WS-FECHA-HOY-LIBRO (1:6)
                       SET WS-LOTE-GL-DEL-PERIODO TO TRUE
                    END-IF
              END-READ
              CLOSE SAL-GL-QUITA
           END-IF.

           IF WS-LOTE-GL-DEL-PERIODO
              OPEN EXTEND SAL-GL-QUITA
           ELSE
              OPEN OUTPUT SAL-GL-QUITA
           END-IF.

           IF NOT FS-GL-QUITA-OK
              DISPLAY 'ERROR AL ABRIR GLQUITA.SEQ'
              DISPLAY 'FILE STATUS: ' FS-GL-QUITA
              GO TO 3200-GRABAR-GL-QUITA-FIN
           END-IF.

           IF WS-TOTAL-QUITA-ARS <> ZEROES
              MOVE 'ARS'                  TO WS-GLQ-MONEDA
              MOVE WS-TOTAL-QUITA-ARS     TO WS-GLQ-IMPORTE
              PERFORM 3210-ASIENTOS-QUITA
                 THRU 3210-ASIENTOS-QUITA-FIN
           END-IF.

           IF WS-TOTAL-QUITA-USD <> ZEROES
              MOVE 'USD'                  TO WS-GLQ-MONEDA
              MOVE WS-TOTAL-QUITA-USD     TO WS-GLQ-IMPORTE
              PERFORM 3210-ASIENTOS-QUITA
                 THRU 3210-ASIENTOS-QUITA-FIN
           END-IF.

           MOVE 'T'                          TO WS-GLQT-TIPO-REG.
           MOVE WS-FECHA-HOY-LIBRO (1:6)     TO WS-GLQT-PERIODO.
           MOVE WS-GLQ-CANT-ASIENTOS         TO WS-GLQT-CANT-ASIENTOS.
           MOVE WS-GLQ-SUMA-DEBE             TO WS-GLQT-TOTAL-DEBE.
           MOVE WS-GLQ-SUMA-HABER            TO WS-GLQT-TOTAL-HABER.
           WRITE WS-SAL-GLQ-TOTAL.

           CLOSE SAL-GL-QUITA.

       3200-GRABAR-GL-QUITA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3210-ASIENTOS-QUITA.

           MOVE 'QUITA'       TO WS-PLC-TIPO-MOV-E.
           MOVE SPACES        TO WS-PLC-SUBTIPO-E, WS-PLC-PRODUCTO-E.
           MOVE WS-GLQ-MONEDA TO WS-PLC-MONEDA-E.
           CALL 'PLANCTAS' USING WS-PLAN.

           IF WS-PLC-COD-ERROR-O <> SPACES
              DISPLAY 'PLAN DE CUENTAS: ' WS-PLC-TIPO-MOV-E ' '
                      WS-GLQ-MONEDA ': ' WS-PLC-DES-ERROR-O
           END-IF.

           MOVE 'D' TO WS-GLQ-DEBE-HABER.
           MOVE WS-PLC-CUENTA-DEBE-O TO WS-GLQ-CUENTA-CONTABLE.
           PERFORM 3275-GRABAR-ASIENTO-QUITA
              THRU 3275-GRABAR-ASIENTO-QUITA-FIN.
           MOVE 'H' TO WS-GLQ-DEBE-HABER.
           MOVE WS-PLC-CUENTA-HABER-O TO WS-GLQ-CUENTA-CONTABLE.
           PERFORM 3275-GRABAR-ASIENTO-QUITA
              THRU 3275-GRABAR-ASIENTO-QUITA-FIN.

       3210-ASIENTOS-QUITA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3275-GRABAR-ASIENTO-QUITA.

           MOVE 'A'                      TO WS-GLQ-TIPO-REG.
           MOVE WS-FECHA-HOY-LIBRO (1:6) TO WS-GLQ-PERIODO.
           WRITE WS-SAL-GLQ-ASIENTO.

           IF FS-GL-QUITA-OK
              ADD 1 TO WS-GLQ-CANT-ASIENTOS
              IF WS-GLQ-DEBE-HABER = 'D'
                 ADD WS-GLQ-IMPORTE TO WS-GLQ-SUMA-DEBE
              ELSE
                 ADD WS-GLQ-IMPORTE TO WS-GLQ-SUMA-HABER
              END-IF
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR GLQUITA.SEQ'
              DISPLAY 'FILE STATUS: ' FS-GL-QUITA
           END-IF.

       3275-GRABAR-ASIENTO-QUITA-FIN.
           EXIT.
      *----------------------------------------------------------------*
