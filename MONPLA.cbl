      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: monitoreo transaccional de prevencion de lavado de
      *          activos. Mensual (MONPLA_PERIODO, omision el mes en
      *          curso): agrega por persona, sobre todas sus cuentas
      *          (CUENTA-PERSONA.VSAM), los consumos facturados en
      *          pesos del periodo y de los tres anteriores
      *          (HISTORIAL-CONSUMOS.VSAM) y los pagos en pesos del
      *          periodo (PAGOS-APLICADOS.SEQ), y los compara contra el
      *          perfil transaccional declarado en PERSONAS.VSAM.
      *          Alerta los pagos grandes en efectivo, los pagos muy
      *          por encima de lo facturado (estratificacion via saldo
      *          a favor), los saltos bruscos del gasto y el movimiento
      *          fuera del perfil. Cada persona alertada abre un caso
      *          en CASOS-PLA.VSAM (CASOPLA.CPY); resumen en
      *          MONPLA.TXT.
      *          MONPLA_MODO=CASOS: cumplimiento (rol operador o
      *          supervisor, ver SIGNON) cierra los casos abiertos como
      *          justificados o reportados; un reportado deja los datos
      *          del ROS en ROS-PLA.SEQ (ROSPLA.CPY).
      *          MONPLA_MODO=PERFIL: actualizacion del perfil
      *          declarado de una persona.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONPLA.
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

       SELECT ENT-PAGOS-APLICADOS
           ASSIGN TO WS-RUTA-PAGOS-APLICADOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAGOS-APLICADOS.

       SELECT ENT-CUENTA-PERSONA
           ASSIGN TO WS-RUTA-CUENTA-PERSONA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-CPE-CUENTA
           FILE STATUS IS FS-CUENTA-PERSONA.

       SELECT ENT-PERSONAS
           ASSIGN TO WS-RUTA-PERSONAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-PER-DOCUMENTO
           FILE STATUS IS FS-PERSONAS.

       SELECT ENT-CASOS
           ASSIGN TO WS-RUTA-CASOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-CPL-CLAVE
           FILE STATUS IS FS-CASOS.

       SELECT SAL-ROS
           ASSIGN TO WS-RUTA-ROS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ROS.

       SELECT SAL-REPORTE
           ASSIGN TO WS-RUTA-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-HIST-CONSUMOS.
           COPY HISTCON.

       FD ENT-PAGOS-APLICADOS.
           COPY PAGOSAPL.
       01 WS-ENT-PAGOS-APLICADOS-CTL     PIC X(88).

       FD ENT-CUENTA-PERSONA.
       01 WS-CPE-VINCULO-REG.
          05 WS-CPE-CUENTA                          PIC 9(10).
          05 WS-CPE-DOCUMENTO                       PIC X(11).

       FD ENT-PERSONAS.
           COPY PERSONAS.

       FD ENT-CASOS.
           COPY CASOPLA.

       FD SAL-ROS.
           COPY ROSPLA.

       FD SAL-REPORTE.
       01 WS-SAL-REPORTE                            PIC X(120).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-HIST-CONSUMOS      PIC X(60)
                                     VALUE '../HISTORIAL-CONSUMOS.VSAM'.
       01 WS-RUTA-PAGOS-APLICADOS    PIC X(60)
                                     VALUE '../PAGOS-APLICADOS.SEQ'.
       01 WS-RUTA-CUENTA-PERSONA     PIC X(60)
                                     VALUE '../CUENTA-PERSONA.VSAM'.
       01 WS-RUTA-PERSONAS           PIC X(60)
                                     VALUE '../PERSONAS.VSAM'.
       01 WS-RUTA-CASOS              PIC X(60)
                                     VALUE '../CASOS-PLA.VSAM'.
       01 WS-RUTA-ROS                PIC X(60)
                                     VALUE '../ROS-PLA.SEQ'.
       01 WS-RUTA-REPORTE            PIC X(60)
                                     VALUE '../MONPLA.TXT'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
          05 FS-HIST-CONSUMOS                      PIC X(2).
             88 FS-HIST-CONSUMOS-OK                    VALUE '00'.
             88 FS-HIST-CONSUMOS-EOF                   VALUE '10'.
             88 FS-HIST-CONSUMOS-NFD                   VALUE '35'.
          05 FS-PAGOS-APLICADOS                    PIC X(2).
             88 FS-PAGOS-APLICADOS-OK                  VALUE '00'.
             88 FS-PAGOS-APLICADOS-EOF                 VALUE '10'.
             88 FS-PAGOS-APLICADOS-NFD                 VALUE '35'.
          05 FS-CUENTA-PERSONA                     PIC X(2).
             88 FS-CUENTA-PERSONA-OK                   VALUE '00'.
          05 FS-PERSONAS                           PIC X(2).
             88 FS-PERSONAS-OK                         VALUE '00'.
          05 FS-CASOS                              PIC X(2).
             88 FS-CASOS-OK                            VALUE '00'.
             88 FS-CASOS-EOF                           VALUE '10'.
             88 FS-CASOS-NFD                           VALUE '35'.
          05 FS-ROS                                PIC X(2).
             88 FS-ROS-OK                              VALUE '00'.
             88 FS-ROS-NFD                             VALUE '35'.
          05 FS-REPORTE                            PIC X(2).
             88 FS-REPORTE-OK                          VALUE '00'.

      *    *** sesion del analista de cumplimiento (ver SIGNON)
       01 WS-SIGNON.
           COPY SIGNIO.

      *    *** imagen del consumo archivado en el historico
           COPY CONSUMOS.

       01 WS-MODO-EJECUCION          PIC X(10) VALUE 'MENSUAL'.
          88 WS-ES-MODO-MENSUAL                    VALUE 'MENSUAL'.
          88 WS-ES-MODO-CASOS                      VALUE 'CASOS'.
          88 WS-ES-MODO-PERFIL                     VALUE 'PERFIL'.

       01 WS-CONTINUAR               PIC X(01) VALUE 'S'.
          88 WS-SEGUIR-PROCESANDO                  VALUE 'S'.
          88 WS-FIN-PROCESO                        VALUE 'N'.

       01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.

      *    *** periodo monitoreado y los tres anteriores
       01 WS-PERIODO                 PIC 9(06) VALUE ZEROES.
       01 WS-PERIODO-CALC            PIC 9(06) VALUE ZEROES.
       01 WS-PERIODO-CALC-DESG REDEFINES WS-PERIODO-CALC.
          05 WS-PCA-ANIO             PIC 9(04).
          05 WS-PCA-MES              PIC 9(02).
       01 WS-PERIODOS-PREVIOS.
          05 WS-PERIODO-PREVIO OCCURS 3 TIMES
                               PIC 9(06).
       77 WS-IX-PREVIO               PIC 9(01) VALUE ZEROES.
       01 WS-PERIODO-PAGO            PIC X(06) VALUE SPACES.

      *    *** umbrales de alerta. El efectivo es pisable con
      *    *** MONPLA_UMBRAL_EFECTIVO
       01 WS-UMBRAL-EFECTIVO         PIC 9(10)V9(02) VALUE 1000000.
       01 WS-FACTOR-PAGO             PIC 9(02)V9(02) VALUE 1,50.
       01 WS-MINIMO-EXCESO-PAGO      PIC 9(10)V9(02) VALUE 200000.
       01 WS-FACTOR-SALTO            PIC 9(02)V9(02) VALUE 3,00.
       01 WS-MINIMO-SALTO            PIC 9(10)V9(02) VALUE 300000.
       01 WS-TOLERANCIA-PERFIL       PIC 9(02)V9(02) VALUE 1,20.

      *    *** canales de cobranza que reciben efectivo
       01 WS-CANAL-PAGO              PIC X(10) VALUE SPACES.
          88 WS-CANAL-EFECTIVO       VALUES 'CAJA', 'EFECTIVO',
                                            'RAPIPAGO', 'PAGOFACIL',
                                            'VENTANILLA'.

      *    *** acumulados del mes por persona
       01 WS-TABLA-PERSONAS.
          05 WS-CANT-PERSONAS        PIC 9(05) VALUE ZEROES.
          05 WS-TPE-ITEM OCCURS 10000 TIMES
                          INDEXED BY WS-IX-TPE.
             10 WS-TPE-DOCUMENTO     PIC X(11).
             10 WS-TPE-CONSUMOS      PIC S9(10)V9(02).
             10 WS-TPE-CONSUMOS-PREVIO OCCURS 3 TIMES
                                     PIC S9(10)V9(02).
             10 WS-TPE-PAGOS         PIC 9(10)V9(02).
             10 WS-TPE-PAGOS-EFECTIVO
                                     PIC 9(10)V9(02).
             10 WS-TPE-MAYOR-EFECTIVO
                                     PIC 9(10)V9(02).

      *    *** ultima cuenta resuelta contra CUENTA-PERSONA: el
      *    *** historico viene ordenado por tarjeta y los consumos de
      *    *** una misma cuenta llegan juntos
       01 WS-CUENTA-BUSCADA          PIC 9(10) VALUE ZEROES.
       01 WS-ULTIMA-CUENTA           PIC 9(10) VALUE ZEROES.
       01 WS-ULTIMA-POSICION         PIC 9(05) VALUE ZEROES.
       01 WS-POSICION-PERSONA        PIC 9(05) VALUE ZEROES.
       01 WS-DOCUMENTO-BUSCADO       PIC X(11) VALUE SPACES.
       01 WS-PERSONA-HALLADA         PIC X(01) VALUE 'N'.
          88 WS-HAY-PERSONA                        VALUE 'S'.

      *    *** evaluacion de una persona
       01 WS-PERFIL-EVAL             PIC 9(10)V9(02) VALUE ZEROES.
       01 WS-TOPE-PERFIL             PIC 9(12)V9(02) VALUE ZEROES.
       01 WS-BASE-FACTURADA          PIC 9(10)V9(02) VALUE ZEROES.
       01 WS-TOPE-PAGO               PIC 9(12)V9(02) VALUE ZEROES.
       01 WS-PROMEDIO-PREVIO         PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-TOPE-SALTO              PIC S9(12)V9(02) VALUE ZEROES.
       01 WS-ALERTA-NUEVA.
          05 WS-ALN-COD              PIC X(01).
          05 WS-ALN-DES              PIC X(40).
       77 WS-IX-ALERTA               PIC 9(01) VALUE ZEROES.
       77 WS-CANT-CUENTAS-PERSONA    PIC 9(03) VALUE ZEROES.

      *    *** trabajo de casos y perfil por consola
       01 WS-DECISION-ANALISTA       PIC X(01) VALUE SPACE.
       01 WS-OBSERVACION             PIC X(60) VALUE SPACES.
       01 WS-DOCUMENTO-PEDIDO        PIC X(11) VALUE SPACES.
       01 WS-PERFIL-PEDIDO           PIC 9(10)V9(02) VALUE ZEROES.
       01 WS-ACTIVIDAD-PEDIDA        PIC X(30) VALUE SPACES.

       01 WS-CONTADORES.
          05 WS-CANT-CONSUMOS        PIC 9(07) VALUE ZEROES.
          05 WS-CANT-PAGOS           PIC 9(07) VALUE ZEROES.
          05 WS-CANT-SIN-PERSONA     PIC 9(07) VALUE ZEROES.
          05 WS-CANT-SIN-PERFIL      PIC 9(05) VALUE ZEROES.
          05 WS-CANT-CASOS           PIC 9(05) VALUE ZEROES.
          05 WS-CANT-CASOS-PREVIOS   PIC 9(05) VALUE ZEROES.
          05 WS-CANT-JUSTIFICADOS    PIC 9(05) VALUE ZEROES.
          05 WS-CANT-REPORTADOS      PIC 9(05) VALUE ZEROES.

       01 WS-LINEA-CASO.
          05 WS-LCA-DOCUMENTO        PIC X(11).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-LCA-CONSUMOS         PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-LCA-PAGOS            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-LCA-EFECTIVO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-LCA-PERFIL           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-LCA-ALERTAS          PIC X(04).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-LCA-OBSERVACION      PIC X(30).

      *    *** verificacion de las interfaces antes de leerlas
       01 WS-INTERFAZ.
           COPY INTFIO.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           EVALUATE TRUE
               WHEN WS-ES-MODO-CASOS
                    PERFORM 2400-RESOLVER-CASOS
                       THRU 2400-RESOLVER-CASOS-FIN
               WHEN WS-ES-MODO-PERFIL
                    PERFORM 2700-ACTUALIZAR-PERFIL
                       THRU 2700-ACTUALIZAR-PERFIL-FIN
                       UNTIL WS-FIN-PROCESO
               WHEN OTHER
                    PERFORM 2000-ACUMULAR-CONSUMOS
                       THRU 2000-ACUMULAR-CONSUMOS-FIN
                    PERFORM 2100-ACUMULAR-PAGOS
                       THRU 2100-ACUMULAR-PAGOS-FIN
                    PERFORM 2200-EVALUAR-PERSONA
                       THRU 2200-EVALUAR-PERSONA-FIN
                       VARYING WS-IX-TPE FROM 1 BY 1
                       UNTIL WS-IX-TPE > WS-CANT-PERSONAS
           END-EVALUATE.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY.
           MOVE WS-FECHA-HOY (1:6)          TO WS-PERIODO.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'MONPLA_MODO'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO (1:10) TO WS-MODO-EJECUCION
           END-IF.

           IF NOT WS-ES-MODO-MENSUAL
              AND NOT WS-ES-MODO-CASOS
              AND NOT WS-ES-MODO-PERFIL
              DISPLAY 'MONPLA_MODO INVALIDO: ' WS-MODO-EJECUCION
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'MONPLA_PERIODO'.
           IF WS-RUTA-ENTORNO (1:6) IS NUMERIC
              AND WS-RUTA-ENTORNO (1:6) <> '000000'
              MOVE WS-RUTA-ENTORNO (1:6) TO WS-PERIODO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MONPLA_UMBRAL_EFECTIVO'.
           IF WS-RUTA-ENTORNO (1:10) IS NUMERIC
              AND WS-RUTA-ENTORNO (1:10) <> '0000000000'
              MOVE WS-RUTA-ENTORNO (1:10) TO WS-UMBRAL-EFECTIVO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MONPLA_HISTORICO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-HIST-CONSUMOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MONPLA_APLICADOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PAGOS-APLICADOS
           END-IF.

           IF NOT WS-ES-MODO-MENSUAL
              MOVE 'P' TO WS-SGN-MODO
              CALL 'SIGNON' USING WS-SIGNON
              IF NOT WS-SGN-ACEPTADO
                 DISPLAY 'ACCESO DENEGADO: ' WS-SGN-DES-ERROR-O
                 STOP RUN
              END-IF
              IF WS-SGN-ES-CONSULTA
                 DISPLAY 'SU ROL SOLO PERMITE CONSULTAS'
                 STOP RUN
              END-IF
           END-IF.

           IF WS-ES-MODO-PERFIL
              OPEN I-O ENT-PERSONAS
           ELSE
              OPEN INPUT ENT-PERSONAS
           END-IF.
           IF NOT FS-PERSONAS-OK
              DISPLAY 'ERROR AL ABRIR PERSONAS.VSAM: ' FS-PERSONAS
              STOP RUN
           END-IF.

           IF WS-ES-MODO-PERFIL
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

      *    *** los casos se crean en la primera corrida
           OPEN I-O ENT-CASOS.
           IF FS-CASOS-NFD
              OPEN OUTPUT ENT-CASOS
              CLOSE ENT-CASOS
              OPEN I-O ENT-CASOS
           END-IF.
           IF NOT FS-CASOS-OK
              DISPLAY 'ERROR AL ABRIR CASOS-PLA.VSAM: ' FS-CASOS
              STOP RUN
           END-IF.

           IF WS-ES-MODO-CASOS
              OPEN EXTEND SAL-ROS
              IF FS-ROS-NFD
                 OPEN OUTPUT SAL-ROS
              END-IF
              IF NOT FS-ROS-OK
                 DISPLAY 'ERROR AL ABRIR ROS-PLA.SEQ: ' FS-ROS
                 STOP RUN
              END-IF
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           OPEN INPUT ENT-CUENTA-PERSONA.
           IF NOT FS-CUENTA-PERSONA-OK
              DISPLAY 'ERROR AL ABRIR CUENTA-PERSONA.VSAM: '
                      FS-CUENTA-PERSONA
              STOP RUN
           END-IF.

      *    *** los tres periodos previos al monitoreado
           MOVE WS-PERIODO TO WS-PERIODO-CALC.
           PERFORM VARYING WS-IX-PREVIO FROM 1 BY 1
              UNTIL WS-IX-PREVIO > 3
              IF WS-PCA-MES = 1
                 MOVE 12 TO WS-PCA-MES
                 SUBTRACT 1 FROM WS-PCA-ANIO
              ELSE
                 SUBTRACT 1 FROM WS-PCA-MES
              END-IF
              MOVE WS-PERIODO-CALC
                TO WS-PERIODO-PREVIO (WS-IX-PREVIO)
           END-PERFORM.

           OPEN OUTPUT SAL-REPORTE.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR MONPLA.TXT: ' FS-REPORTE
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'MONITOREO DE PREVENCION DE LAVADO - PERIODO '
                  WS-PERIODO ' - EMITIDO ' WS-FECHA-HOY
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE 'DOCUMENTO       CONSUMOS ARS          PAGOS ARS      '
              & '  EN EFECTIVO    PERFIL DECLARADO ALER'
                                     TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** consumos en pesos del periodo y de los tres anteriores
       2000-ACUMULAR-CONSUMOS.

           OPEN INPUT ENT-HIST-CONSUMOS.
           EVALUATE TRUE
               WHEN FS-HIST-CONSUMOS-OK
                    CONTINUE
               WHEN FS-HIST-CONSUMOS-NFD
                    DISPLAY 'AVISO: NO EXISTE HISTORIAL-CONSUMOS.VSAM'
                    GO TO 2000-ACUMULAR-CONSUMOS-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR HISTORIAL-CONSUMOS.VSAM: '
                            FS-HIST-CONSUMOS
                    STOP RUN
           END-EVALUATE.

           PERFORM 2010-ACUMULAR-UN-CONSUMO
              THRU 2010-ACUMULAR-UN-CONSUMO-FIN
              UNTIL NOT FS-HIST-CONSUMOS-OK.

           CLOSE ENT-HIST-CONSUMOS.

       2000-ACUMULAR-CONSUMOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2010-ACUMULAR-UN-CONSUMO.

           READ ENT-HIST-CONSUMOS NEXT RECORD
               AT END
                  GO TO 2010-ACUMULAR-UN-CONSUMO-FIN
           END-READ.

           IF NOT FS-HIST-CONSUMOS-OK
              GO TO 2010-ACUMULAR-UN-CONSUMO-FIN
           END-IF.

           IF WS-HISC-PERIODO <> WS-PERIODO
              AND WS-HISC-PERIODO <> WS-PERIODO-PREVIO (1)
              AND WS-HISC-PERIODO <> WS-PERIODO-PREVIO (2)
              AND WS-HISC-PERIODO <> WS-PERIODO-PREVIO (3)
              GO TO 2010-ACUMULAR-UN-CONSUMO-FIN
           END-IF.

           MOVE WS-HISC-CONSUMO TO WS-ENT-CONSUMOS.
           IF NOT WS-MT-PESOS
              GO TO 2010-ACUMULAR-UN-CONSUMO-FIN
           END-IF.

           MOVE WS-ENT-NUM-CUENTA TO WS-CUENTA-BUSCADA.
           PERFORM 2050-UBICAR-PERSONA
              THRU 2050-UBICAR-PERSONA-FIN.
           IF NOT WS-HAY-PERSONA
              GO TO 2010-ACUMULAR-UN-CONSUMO-FIN
           END-IF.

           ADD 1 TO WS-CANT-CONSUMOS.
           SET WS-IX-TPE TO WS-POSICION-PERSONA.

           EVALUATE WS-HISC-PERIODO
               WHEN WS-PERIODO
                    ADD WS-ENT-IMPORTE TO WS-TPE-CONSUMOS (WS-IX-TPE)
               WHEN WS-PERIODO-PREVIO (1)
                    ADD WS-ENT-IMPORTE
                     TO WS-TPE-CONSUMOS-PREVIO (WS-IX-TPE, 1)
               WHEN WS-PERIODO-PREVIO (2)
                    ADD WS-ENT-IMPORTE
                     TO WS-TPE-CONSUMOS-PREVIO (WS-IX-TPE, 2)
               WHEN OTHER
                    ADD WS-ENT-IMPORTE
                     TO WS-TPE-CONSUMOS-PREVIO (WS-IX-TPE, 3)
           END-EVALUATE.

       2010-ACUMULAR-UN-CONSUMO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cuenta -> documento (CUENTA-PERSONA) -> posicion en la
      *    *** tabla de acumulados, que se agrega si es nueva. Una
      *    *** cuenta sin persona vinculada no se puede agregar
       2050-UBICAR-PERSONA.

           IF WS-CUENTA-BUSCADA = WS-ULTIMA-CUENTA
              AND WS-ULTIMA-POSICION > ZEROES
              MOVE WS-ULTIMA-POSICION TO WS-POSICION-PERSONA
              MOVE 'S' TO WS-PERSONA-HALLADA
              GO TO 2050-UBICAR-PERSONA-FIN
           END-IF.

           MOVE 'N'    TO WS-PERSONA-HALLADA.
           MOVE ZEROES TO WS-POSICION-PERSONA.

           MOVE WS-CUENTA-BUSCADA TO WS-CPE-CUENTA.
           READ ENT-CUENTA-PERSONA KEY IS WS-CPE-CUENTA
               INVALID KEY
                  ADD 1 TO WS-CANT-SIN-PERSONA
                  GO TO 2050-UBICAR-PERSONA-FIN
           END-READ.

           MOVE WS-CPE-DOCUMENTO TO WS-DOCUMENTO-BUSCADO.

           PERFORM VARYING WS-IX-TPE FROM 1 BY 1
              UNTIL WS-IX-TPE > WS-CANT-PERSONAS
                 OR WS-HAY-PERSONA
              IF WS-TPE-DOCUMENTO (WS-IX-TPE) = WS-DOCUMENTO-BUSCADO
                 MOVE 'S' TO WS-PERSONA-HALLADA
                 SET WS-POSICION-PERSONA TO WS-IX-TPE
              END-IF
           END-PERFORM.

           IF NOT WS-HAY-PERSONA
      *    *** una persona fuera de la tabla no se evalua: el
      *    *** monitoreo quedaria incompleto sin que nadie lo note
              IF WS-CANT-PERSONAS NOT < 10000
                 DISPLAY 'MONPLA: MAS DE 10000 PERSONAS CON MOVIMIENTO '
                         'EN EL PERIODO; NO HAY MONITOREO DEL MES'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-CANT-PERSONAS
              SET WS-IX-TPE TO WS-CANT-PERSONAS
              INITIALIZE WS-TPE-ITEM (WS-IX-TPE)
              MOVE WS-DOCUMENTO-BUSCADO
                TO WS-TPE-DOCUMENTO (WS-IX-TPE)
              MOVE WS-CANT-PERSONAS TO WS-POSICION-PERSONA
              MOVE 'S' TO WS-PERSONA-HALLADA
           END-IF.

           MOVE WS-CUENTA-BUSCADA   TO WS-ULTIMA-CUENTA.
           MOVE WS-POSICION-PERSONA TO WS-ULTIMA-POSICION.

       2050-UBICAR-PERSONA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** pagos en pesos aplicados en el periodo, separando los
      *    *** que entraron por canales de efectivo
       2100-ACUMULAR-PAGOS.

      *    *** con pagos incompletos el monitoreo no ve lo que falta:
      *    *** no se sigue
           SET WS-ICT-MODO-VERIFICAR TO TRUE.
           MOVE 'PAGOSAPL'             TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-PAGOS-APLICADOS TO WS-ICT-RUTA-E.
           MOVE WS-PERIODO             TO WS-ICT-PERIODO-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           IF WS-ICT-ARCHIVO-RECHAZADO
              DISPLAY 'MONPLA: PAGOS-APLICADOS.SEQ RECHAZADO: '
                      WS-ICT-MOTIVO-O
              STOP RUN
           END-IF.

           OPEN INPUT ENT-PAGOS-APLICADOS.
           EVALUATE TRUE
               WHEN FS-PAGOS-APLICADOS-OK
                    CONTINUE
               WHEN FS-PAGOS-APLICADOS-NFD
                    DISPLAY 'AVISO: NO EXISTE PAGOS-APLICADOS.SEQ'
                    GO TO 2100-ACUMULAR-PAGOS-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR PAGOS-APLICADOS.SEQ: '
                            FS-PAGOS-APLICADOS
                    STOP RUN
           END-EVALUATE.

           PERFORM 2110-ACUMULAR-UN-PAGO
              THRU 2110-ACUMULAR-UN-PAGO-FIN
              UNTIL FS-PAGOS-APLICADOS-EOF.

           CLOSE ENT-PAGOS-APLICADOS.

       2100-ACUMULAR-PAGOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2110-ACUMULAR-UN-PAGO.

           READ ENT-PAGOS-APLICADOS
               AT END
                  GO TO 2110-ACUMULAR-UN-PAGO-FIN
           END-READ.

           IF WS-ENT-PAGOS-APLICADOS-CTL (1:1) = '*'
              GO TO 2110-ACUMULAR-UN-PAGO-FIN
           END-IF.

           MOVE SPACES TO WS-PERIODO-PAGO.
           STRING WS-PAPL-ANIO WS-PAPL-MES
                  DELIMITED BY SIZE INTO WS-PERIODO-PAGO.

           IF WS-PERIODO-PAGO <> WS-PERIODO
              OR WS-PAPL-MONEDA <> 'ARS'
              OR WS-PAPL-IMPORTE NOT > ZEROES
              GO TO 2110-ACUMULAR-UN-PAGO-FIN
           END-IF.

           MOVE WS-PAPL-NUM-CUENTA TO WS-CUENTA-BUSCADA.
           PERFORM 2050-UBICAR-PERSONA
              THRU 2050-UBICAR-PERSONA-FIN.
           IF NOT WS-HAY-PERSONA
              GO TO 2110-ACUMULAR-UN-PAGO-FIN
           END-IF.

           ADD 1 TO WS-CANT-PAGOS.
           SET WS-IX-TPE TO WS-POSICION-PERSONA.
           ADD WS-PAPL-IMPORTE TO WS-TPE-PAGOS (WS-IX-TPE).

           MOVE WS-PAPL-CANAL TO WS-CANAL-PAGO.
           INSPECT WS-CANAL-PAGO
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WS-CANAL-EFECTIVO
              ADD WS-PAPL-IMPORTE TO WS-TPE-PAGOS-EFECTIVO (WS-IX-TPE)
              IF WS-PAPL-IMPORTE > WS-TPE-MAYOR-EFECTIVO (WS-IX-TPE)
                 MOVE WS-PAPL-IMPORTE
                   TO WS-TPE-MAYOR-EFECTIVO (WS-IX-TPE)
              END-IF
           END-IF.

       2110-ACUMULAR-UN-PAGO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** reglas de alerta sobre los acumulados de una persona; si
      *    *** alguna salta se abre el caso del periodo
       2200-EVALUAR-PERSONA.

      *    *** el caso del periodo se abre una sola vez: una corrida
      *    *** repetida no pisa lo que cumplimiento ya trabajo
           MOVE WS-TPE-DOCUMENTO (WS-IX-TPE) TO WS-CPL-DOCUMENTO.
           MOVE WS-PERIODO                   TO WS-CPL-PERIODO.
           READ ENT-CASOS KEY IS WS-CPL-CLAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                  ADD 1 TO WS-CANT-CASOS-PREVIOS
                  GO TO 2200-EVALUAR-PERSONA-FIN
           END-READ.

           INITIALIZE WS-CPL-CASO-REG.
           MOVE WS-TPE-DOCUMENTO (WS-IX-TPE) TO WS-CPL-DOCUMENTO.
           MOVE WS-PERIODO                   TO WS-CPL-PERIODO.

           MOVE WS-TPE-DOCUMENTO (WS-IX-TPE) TO WS-PER-DOCUMENTO.
           READ ENT-PERSONAS KEY IS WS-PER-DOCUMENTO
               INVALID KEY
                  MOVE ZEROES TO WS-PER-PERFIL-MENSUAL
           END-READ.
           MOVE WS-PER-PERFIL-MENSUAL TO WS-PERFIL-EVAL.
           IF WS-PERFIL-EVAL = ZEROES
              ADD 1 TO WS-CANT-SIN-PERFIL
           END-IF.

      *    *** pago grande en efectivo, o efectivo por encima de todo
      *    *** el perfil mensual
           IF WS-TPE-MAYOR-EFECTIVO (WS-IX-TPE) NOT < WS-UMBRAL-EFECTIVO
              OR (WS-PERFIL-EVAL > ZEROES
                  AND WS-TPE-PAGOS-EFECTIVO (WS-IX-TPE) >
                      WS-PERFIL-EVAL)
              MOVE 'E' TO WS-ALN-COD
              MOVE 'PAGOS EN EFECTIVO DE MONTO ELEVADO'
                       TO WS-ALN-DES
              PERFORM 2290-AGREGAR-ALERTA
                 THRU 2290-AGREGAR-ALERTA-FIN
           END-IF.

      *    *** lo pagado en el mes contra el resumen que se pagaba
      *    *** (consumos del periodo anterior): el excedente queda como
      *    *** saldo a favor
           MOVE ZEROES TO WS-BASE-FACTURADA.
           IF WS-TPE-CONSUMOS-PREVIO (WS-IX-TPE, 1) > ZEROES
              MOVE WS-TPE-CONSUMOS-PREVIO (WS-IX-TPE, 1)
                TO WS-BASE-FACTURADA
           END-IF.
           COMPUTE WS-TOPE-PAGO = WS-BASE-FACTURADA * WS-FACTOR-PAGO.
           IF WS-TPE-PAGOS (WS-IX-TPE) > WS-TOPE-PAGO
              AND WS-TPE-PAGOS (WS-IX-TPE) - WS-BASE-FACTURADA NOT <
                  WS-MINIMO-EXCESO-PAGO
              MOVE 'P' TO WS-ALN-COD
              MOVE 'PAGOS MUY SUPERIORES A LO FACTURADO'
                       TO WS-ALN-DES
              PERFORM 2290-AGREGAR-ALERTA
                 THRU 2290-AGREGAR-ALERTA-FIN
           END-IF.

      *    *** salto del gasto contra el promedio de los tres meses
      *    *** previos (sin historia no hay salto que medir)
           COMPUTE WS-PROMEDIO-PREVIO =
                   (WS-TPE-CONSUMOS-PREVIO (WS-IX-TPE, 1)
                  + WS-TPE-CONSUMOS-PREVIO (WS-IX-TPE, 2)
                  + WS-TPE-CONSUMOS-PREVIO (WS-IX-TPE, 3)) / 3.
           COMPUTE WS-TOPE-SALTO = WS-PROMEDIO-PREVIO * WS-FACTOR-SALTO.
           IF WS-PROMEDIO-PREVIO > ZEROES
              AND WS-TPE-CONSUMOS (WS-IX-TPE) > WS-TOPE-SALTO
              AND WS-TPE-CONSUMOS (WS-IX-TPE) NOT < WS-MINIMO-SALTO
              MOVE 'S' TO WS-ALN-COD
              MOVE 'SALTO BRUSCO DEL GASTO MENSUAL'
                       TO WS-ALN-DES
              PERFORM 2290-AGREGAR-ALERTA
                 THRU 2290-AGREGAR-ALERTA-FIN
           END-IF.

           COMPUTE WS-TOPE-PERFIL = WS-PERFIL-EVAL
                                  * WS-TOLERANCIA-PERFIL.
           IF WS-PERFIL-EVAL > ZEROES
              AND (WS-TPE-CONSUMOS (WS-IX-TPE) > WS-TOPE-PERFIL
                   OR WS-TPE-PAGOS (WS-IX-TPE) > WS-TOPE-PERFIL)
              MOVE 'F' TO WS-ALN-COD
              MOVE 'MOVIMIENTO POR ENCIMA DEL PERFIL DECLARADO'
                       TO WS-ALN-DES
              PERFORM 2290-AGREGAR-ALERTA
                 THRU 2290-AGREGAR-ALERTA-FIN
           END-IF.

           IF WS-CPL-CANT-ALERTAS = ZEROES
              GO TO 2200-EVALUAR-PERSONA-FIN
           END-IF.

           PERFORM 2250-ABRIR-CASO
              THRU 2250-ABRIR-CASO-FIN.

       2200-EVALUAR-PERSONA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** alta del caso y su linea en el reporte
       2250-ABRIR-CASO.

           PERFORM 2260-CONTAR-CUENTAS
              THRU 2260-CONTAR-CUENTAS-FIN.

           MOVE WS-FECHA-HOY               TO WS-CPL-FECHA-DETECCION.
           MOVE WS-CANT-CUENTAS-PERSONA    TO WS-CPL-CANT-CUENTAS.
           MOVE WS-PERFIL-EVAL             TO WS-CPL-PERFIL-MENSUAL.
           MOVE WS-TPE-CONSUMOS (WS-IX-TPE) TO WS-CPL-CONSUMOS.
           MOVE WS-TPE-CONSUMOS-PREVIO (WS-IX-TPE, 1)
                                           TO WS-CPL-CONSUMOS-ANTERIOR.
           MOVE WS-PROMEDIO-PREVIO         TO WS-CPL-PROMEDIO-PREVIO.
           MOVE WS-TPE-PAGOS (WS-IX-TPE)   TO WS-CPL-PAGOS.
           MOVE WS-TPE-PAGOS-EFECTIVO (WS-IX-TPE)
                                           TO WS-CPL-PAGOS-EFECTIVO.
           MOVE WS-TPE-MAYOR-EFECTIVO (WS-IX-TPE)
                                           TO WS-CPL-MAYOR-EFECTIVO.
           MOVE 'A'                        TO WS-CPL-ESTADO.

           WRITE WS-CPL-CASO-REG.
           IF NOT FS-CASOS-OK
              DISPLAY 'ERROR AL ABRIR EL CASO DE ' WS-CPL-DOCUMENTO
                      ': ' FS-CASOS
              GO TO 2250-ABRIR-CASO-FIN
           END-IF.

           ADD 1 TO WS-CANT-CASOS.

           MOVE WS-CPL-DOCUMENTO      TO WS-LCA-DOCUMENTO.
           MOVE WS-CPL-CONSUMOS       TO WS-LCA-CONSUMOS.
           MOVE WS-CPL-PAGOS          TO WS-LCA-PAGOS.
           MOVE WS-CPL-PAGOS-EFECTIVO TO WS-LCA-EFECTIVO.
           MOVE WS-CPL-PERFIL-MENSUAL TO WS-LCA-PERFIL.
           MOVE SPACES                TO WS-LCA-ALERTAS.
           PERFORM VARYING WS-IX-ALERTA FROM 1 BY 1
              UNTIL WS-IX-ALERTA > WS-CPL-CANT-ALERTAS
              MOVE WS-CPL-COD-ALERTA (WS-IX-ALERTA)
                TO WS-LCA-ALERTAS (WS-IX-ALERTA:1)
           END-PERFORM.
           MOVE WS-CPL-DES-ALERTA (1) TO WS-LCA-OBSERVACION.
           MOVE WS-LINEA-CASO         TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2250-ABRIR-CASO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cuentas de la persona: el vinculo esta indexado por
      *    *** cuenta y se barre entero filtrando por documento
       2260-CONTAR-CUENTAS.

           MOVE ZEROES TO WS-CANT-CUENTAS-PERSONA.

           MOVE ZEROES TO WS-CPE-CUENTA.
           START ENT-CUENTA-PERSONA
               KEY IS NOT LESS THAN WS-CPE-CUENTA
               INVALID KEY
                  GO TO 2260-CONTAR-CUENTAS-FIN
           END-START.

           PERFORM 2270-CONTAR-UN-VINCULO
              THRU 2270-CONTAR-UN-VINCULO-FIN
              UNTIL NOT FS-CUENTA-PERSONA-OK.

      *    *** el barrido movio el puntero: la proxima busqueda por
      *    *** cuenta no puede usar la ultima resuelta
           MOVE ZEROES TO WS-ULTIMA-CUENTA.

       2260-CONTAR-CUENTAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2270-CONTAR-UN-VINCULO.

           READ ENT-CUENTA-PERSONA NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF FS-CUENTA-PERSONA-OK
              AND WS-CPE-DOCUMENTO = WS-CPL-DOCUMENTO
              ADD 1 TO WS-CANT-CUENTAS-PERSONA
           END-IF.

       2270-CONTAR-UN-VINCULO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2290-AGREGAR-ALERTA.

           IF WS-CPL-CANT-ALERTAS < 4
              ADD 1 TO WS-CPL-CANT-ALERTAS
              MOVE WS-CPL-CANT-ALERTAS TO WS-IX-ALERTA
              MOVE WS-ALN-COD TO WS-CPL-COD-ALERTA (WS-IX-ALERTA)
              MOVE WS-ALN-DES TO WS-CPL-DES-ALERTA (WS-IX-ALERTA)
           END-IF.

       2290-AGREGAR-ALERTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** recorrido de los casos abiertos: el analista los cierra
      *    *** justificados o reportados, o los deja abiertos
       2400-RESOLVER-CASOS.

           MOVE LOW-VALUES TO WS-CPL-CLAVE.
           START ENT-CASOS KEY IS NOT LESS THAN WS-CPL-CLAVE
               INVALID KEY
                  DISPLAY 'NO HAY CASOS REGISTRADOS'
                  GO TO 2400-RESOLVER-CASOS-FIN
           END-START.

           PERFORM 2410-RESOLVER-UN-CASO
              THRU 2410-RESOLVER-UN-CASO-FIN
              UNTIL FS-CASOS-EOF
                 OR WS-FIN-PROCESO.

           DISPLAY 'JUSTIFICADOS: ' WS-CANT-JUSTIFICADOS
                   '  REPORTADOS: ' WS-CANT-REPORTADOS.

       2400-RESOLVER-CASOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2410-RESOLVER-UN-CASO.

           READ ENT-CASOS NEXT RECORD
               AT END
                  GO TO 2410-RESOLVER-UN-CASO-FIN
           END-READ.

           IF NOT WS-CPL-ABIERTO
              GO TO 2410-RESOLVER-UN-CASO-FIN
           END-IF.

           MOVE WS-CPL-DOCUMENTO TO WS-PER-DOCUMENTO.
           READ ENT-PERSONAS KEY IS WS-PER-DOCUMENTO
               INVALID KEY
                  INITIALIZE WS-PER-PERSONA-REG
                  MOVE WS-CPL-DOCUMENTO TO WS-PER-DOCUMENTO
           END-READ.

           DISPLAY '-------------------------------------------------'.
           DISPLAY 'CASO       : ' WS-CPL-DOCUMENTO ' PERIODO '
                   WS-CPL-PERIODO ' DETECTADO ' WS-CPL-FECHA-DETECCION.
           DISPLAY 'PERSONA    : ' WS-PER-APELLIDO ' ' WS-PER-NOMBRE.
           DISPLAY 'ACTIVIDAD  : ' WS-PER-ACTIVIDAD.
           DISPLAY 'PERFIL     : ' WS-CPL-PERFIL-MENSUAL
                   '  CUENTAS: ' WS-CPL-CANT-CUENTAS.
           DISPLAY 'CONSUMOS   : ' WS-CPL-CONSUMOS
                   '  ANTERIOR: ' WS-CPL-CONSUMOS-ANTERIOR
                   '  PROMEDIO: ' WS-CPL-PROMEDIO-PREVIO.
           DISPLAY 'PAGOS      : ' WS-CPL-PAGOS
                   '  EFECTIVO: ' WS-CPL-PAGOS-EFECTIVO
                   '  MAYOR: ' WS-CPL-MAYOR-EFECTIVO.
           PERFORM VARYING WS-IX-ALERTA FROM 1 BY 1
              UNTIL WS-IX-ALERTA > WS-CPL-CANT-ALERTAS
              DISPLAY 'ALERTA     : ' WS-CPL-COD-ALERTA (WS-IX-ALERTA)
                      ' ' WS-CPL-DES-ALERTA (WS-IX-ALERTA)
           END-PERFORM.

           DISPLAY 'J=JUSTIFICADO / R=REPORTAR (ROS) / ENTER=DEJAR / '
                   'F=FIN: ' WITH NO ADVANCING.
           MOVE SPACE TO WS-DECISION-ANALISTA.
           ACCEPT WS-DECISION-ANALISTA.

           IF WS-DECISION-ANALISTA = 'F'
              SET WS-FIN-PROCESO TO TRUE
              GO TO 2410-RESOLVER-UN-CASO-FIN
           END-IF.

           IF WS-DECISION-ANALISTA <> 'J'
              AND WS-DECISION-ANALISTA <> 'R'
              GO TO 2410-RESOLVER-UN-CASO-FIN
           END-IF.

           DISPLAY 'FUNDAMENTO: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-OBSERVACION.
           ACCEPT WS-OBSERVACION.

           IF WS-OBSERVACION = SPACES
              DISPLAY 'EL CIERRE EXIGE FUNDAMENTO, EL CASO SIGUE '
                      'ABIERTO'
              GO TO 2410-RESOLVER-UN-CASO-FIN
           END-IF.

           MOVE 'C'                  TO WS-CPL-ESTADO.
           MOVE WS-DECISION-ANALISTA TO WS-CPL-DISPOSICION.
           MOVE WS-FECHA-HOY         TO WS-CPL-FECHA-CIERRE.
           MOVE WS-SGN-USUARIO       TO WS-CPL-OPERADOR.
           MOVE WS-OBSERVACION       TO WS-CPL-OBSERVACION.

           REWRITE WS-CPL-CASO-REG.
           IF NOT FS-CASOS-OK
              DISPLAY 'ERROR AL CERRAR EL CASO: ' FS-CASOS
              GO TO 2410-RESOLVER-UN-CASO-FIN
           END-IF.

           IF WS-CPL-JUSTIFICADO
              ADD 1 TO WS-CANT-JUSTIFICADOS
              DISPLAY 'CASO CERRADO COMO JUSTIFICADO'
              GO TO 2410-RESOLVER-UN-CASO-FIN
           END-IF.

           PERFORM 2450-EMITIR-ROS
              THRU 2450-EMITIR-ROS-FIN.

       2410-RESOLVER-UN-CASO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** datos del reporte de operacion sospechosa
       2450-EMITIR-ROS.

           INITIALIZE WS-ROS-REPORTE-REG.
           MOVE WS-FECHA-HOY           TO WS-ROS-FECHA-REPORTE.
           MOVE WS-CPL-DOCUMENTO       TO WS-ROS-DOCUMENTO.
           MOVE WS-PER-APELLIDO        TO WS-ROS-APELLIDO.
           MOVE WS-PER-NOMBRE          TO WS-ROS-NOMBRE.
           MOVE WS-PER-DIRECCION       TO WS-ROS-DIRECCION.
           MOVE WS-PER-COD-POSTAL      TO WS-ROS-COD-POSTAL.
           MOVE WS-PER-ACTIVIDAD       TO WS-ROS-ACTIVIDAD.
           MOVE WS-CPL-PERFIL-MENSUAL  TO WS-ROS-PERFIL-MENSUAL.
           MOVE WS-CPL-PERIODO         TO WS-ROS-PERIODO.
           MOVE WS-CPL-CANT-CUENTAS    TO WS-ROS-CANT-CUENTAS.
           MOVE WS-CPL-CONSUMOS        TO WS-ROS-CONSUMOS.
           MOVE WS-CPL-PAGOS           TO WS-ROS-PAGOS.
           MOVE WS-CPL-PAGOS-EFECTIVO  TO WS-ROS-PAGOS-EFECTIVO.
           MOVE WS-CPL-MAYOR-EFECTIVO  TO WS-ROS-MAYOR-EFECTIVO.
           MOVE SPACES                 TO WS-ROS-ALERTAS.
           PERFORM VARYING WS-IX-ALERTA FROM 1 BY 1
              UNTIL WS-IX-ALERTA > WS-CPL-CANT-ALERTAS
              MOVE WS-CPL-COD-ALERTA (WS-IX-ALERTA)
                TO WS-ROS-ALERTAS (WS-IX-ALERTA:1)
           END-PERFORM.
           MOVE WS-CPL-FECHA-DETECCION TO WS-ROS-FECHA-DETECCION.
           MOVE WS-SGN-USUARIO         TO WS-ROS-OPERADOR.
           MOVE WS-CPL-OBSERVACION     TO WS-ROS-FUNDAMENTO.

           WRITE WS-ROS-REPORTE-REG.
           IF FS-ROS-OK
              ADD 1 TO WS-CANT-REPORTADOS
              DISPLAY 'CASO REPORTADO, DATOS DEL ROS EN ROS-PLA.SEQ'
           ELSE
              DISPLAY 'ERROR AL GRABAR ROS-PLA.SEQ: ' FS-ROS
           END-IF.

       2450-EMITIR-ROS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** actualizacion del perfil declarado de una persona
       2700-ACTUALIZAR-PERFIL.

           DISPLAY '-------------------------------------------------'.
           DISPLAY 'DOCUMENTO (ENTER PARA SALIR): ' WITH NO ADVANCING.
           MOVE SPACES TO WS-DOCUMENTO-PEDIDO.
           ACCEPT WS-DOCUMENTO-PEDIDO.

           IF WS-DOCUMENTO-PEDIDO = SPACES
              SET WS-FIN-PROCESO TO TRUE
              GO TO 2700-ACTUALIZAR-PERFIL-FIN
           END-IF.

           MOVE WS-DOCUMENTO-PEDIDO TO WS-PER-DOCUMENTO.
           READ ENT-PERSONAS KEY IS WS-PER-DOCUMENTO
               INVALID KEY
                  DISPLAY 'NO HAY PERSONA REGISTRADA CON ESE '
                          'DOCUMENTO'
                  GO TO 2700-ACTUALIZAR-PERFIL-FIN
           END-READ.

           DISPLAY 'PERSONA    : ' WS-PER-APELLIDO ' ' WS-PER-NOMBRE.
           DISPLAY 'PERFIL     : ' WS-PER-PERFIL-MENSUAL
                   '  DECLARADO EL ' WS-PER-FECHA-PERFIL.
           DISPLAY 'ACTIVIDAD  : ' WS-PER-ACTIVIDAD.

           DISPLAY 'NUEVO PERFIL MENSUAL (0 = MANTENER): '
                   WITH NO ADVANCING.
           MOVE ZEROES TO WS-PERFIL-PEDIDO.
           ACCEPT WS-PERFIL-PEDIDO.
           DISPLAY 'NUEVA ACTIVIDAD (ENTER = MANTENER): '
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-ACTIVIDAD-PEDIDA.
           ACCEPT WS-ACTIVIDAD-PEDIDA.

           IF WS-PERFIL-PEDIDO = ZEROES
              AND WS-ACTIVIDAD-PEDIDA = SPACES
              DISPLAY 'SIN CAMBIOS'
              GO TO 2700-ACTUALIZAR-PERFIL-FIN
           END-IF.

           IF WS-PERFIL-PEDIDO > ZEROES
              MOVE WS-PERFIL-PEDIDO TO WS-PER-PERFIL-MENSUAL
           END-IF.
           IF WS-ACTIVIDAD-PEDIDA <> SPACES
              MOVE WS-ACTIVIDAD-PEDIDA TO WS-PER-ACTIVIDAD
           END-IF.
           MOVE WS-FECHA-HOY TO WS-PER-FECHA-PERFIL.

           REWRITE WS-PER-PERSONA-REG.
           IF FS-PERSONAS-OK
              DISPLAY 'PERFIL ACTUALIZADO'
           ELSE
              DISPLAY 'ERROR AL ACTUALIZAR EL PERFIL: ' FS-PERSONAS
           END-IF.

       2700-ACTUALIZAR-PERFIL-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-ES-MODO-MENSUAL
              MOVE ALL '-' TO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
              MOVE SPACES TO WS-SAL-REPORTE
              STRING 'PERSONAS CON MOVIMIENTO: ' WS-CANT-PERSONAS
                     '  CASOS NUEVOS: ' WS-CANT-CASOS
                     '  YA ABIERTOS EN EL PERIODO: '
                     WS-CANT-CASOS-PREVIOS
                     '  SIN PERFIL DECLARADO: ' WS-CANT-SIN-PERFIL
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
              MOVE SPACES TO WS-SAL-REPORTE
              STRING 'CONSUMOS: ' WS-CANT-CONSUMOS
                     '  PAGOS: ' WS-CANT-PAGOS
                     '  MOVIMIENTOS DE CUENTAS SIN PERSONA: '
                     WS-CANT-SIN-PERSONA
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
              CLOSE SAL-REPORTE
                    ENT-CUENTA-PERSONA
              DISPLAY 'MONPLA: ' WS-CANT-CASOS ' CASOS NUEVOS'
           END-IF.

           IF WS-ES-MODO-CASOS
              CLOSE SAL-ROS
           END-IF.

           IF NOT WS-ES-MODO-PERFIL
              CLOSE ENT-CASOS
           END-IF.

           CLOSE ENT-PERSONAS.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM MONPLA.
