      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: corrida mensual de cobranza externa. Incorpora las
      *          gestiones que informa cada agencia de AGENCIAS.VSAM
      *          (GESTION-<agencia>.SEQ) al historial; liquida la
      *          comision de cada agencia sobre los pagos que PAGOPOST
      *          posteo a sus cuentas (ASIGNACIONES.VSAM); retira las
      *          cuentas con el plazo de asignacion vencido, las ya
      *          regularizadas y las de agencias dadas de baja; y
      *          asigna las cuentas de MOROSIDAD.VSAM con deuda de 90 o
      *          mas dias que ya recibieron la carta prelegal de
      *          CARTAMOR (etapa 3), por rotacion o por desempeno
      *          (ASIGNAGE_CRITERIO=DESEMPENO), respetando el cupo de
      *          cada agencia. Deja un archivo de altas y retiros por
      *          agencia (ASIGNACION-<agencia>-<AAAAMM>.SEQ) y el
      *          informe de liquidacion
      *          LIQUIDACION-AGENCIAS-<AAAAMM>.TXT. Un
      *          periodo ya procesado no se repite salvo
      *          ASIGNAGE_FORZAR=S.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASIGNAGE.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-AGENCIAS
           ASSIGN TO WS-RUTA-AGENCIAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-AGE-CODIGO
           FILE STATUS IS FS-AGENCIAS.

       SELECT ENT-ASIGNACIONES
           ASSIGN TO WS-RUTA-ASIGNACIONES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-ASG-CLAVE
           FILE STATUS IS FS-ASIGNACIONES.

       SELECT ENT-MOROSIDAD
           ASSIGN TO WS-RUTA-MOROSIDAD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-MOR-CLAVE
           FILE STATUS IS FS-MOROSIDAD.

      *    *** se lee directo y no por MAESTARJ: la cuenta en mora
      *    *** suele tener la tarjeta bloqueada, y MAESTARJ la rechaza
       SELECT ENT-MAESTRO-TARJETAS
           ASSIGN TO WS-RUTA-MAESTRO-TARJETAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-MAESTRO-TARJETAS
           RECORD KEY IS WS-MT-NUM-TARJETA
           ALTERNATE RECORD KEY IS WS-MT-NUM-CUENTA
                                          WITH DUPLICATES.

       SELECT ENT-CARTAS-ENVIADAS
           ASSIGN TO WS-RUTA-CARTAS-ENVIADAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAS-ENVIADAS.

       SELECT ENT-ACUERDOS
           ASSIGN TO WS-RUTA-ACUERDOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-ACU-CLAVE
           FILE STATUS IS FS-ACUERDOS.

       SELECT ENT-GESTIONES
           ASSIGN TO WS-RUTA-GESTIONES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GESTIONES.

       SELECT SAL-HIST-GESTIONES
           ASSIGN TO WS-RUTA-HIST-GESTIONES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HIST-GESTIONES.

       SELECT WRK-DERIVACIONES
           ASSIGN TO WS-RUTA-WRK-DERIVACIONES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-WRK-DERIVACIONES.

       SELECT SAL-DERIVACION
           ASSIGN TO WS-RUTA-DERIVACION
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DERIVACION.

       SELECT WRK-LIQUIDACION
           ASSIGN TO WS-RUTA-WRK-LIQUIDACION
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-WRK-LIQUIDACION.

       SELECT SAL-LIQUIDACION
           ASSIGN TO WS-RUTA-LIQUIDACION
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIQUIDACION.

       SELECT CTL-ASIGNAGE
           ASSIGN TO WS-RUTA-CONTROL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-AGENCIAS.
           COPY AGENCIA.

       FD ENT-ASIGNACIONES.
           COPY ASIGNAC.

       FD ENT-MOROSIDAD.
           COPY MOROSIDAD.

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
             88 WS-MT-ES-TITULAR                        VALUE 'T'.
          05 WS-MT-NUM-TARJETA-TITULAR              PIC X(19).
          05 WS-MT-LIMITE-TARJETA-USD               PIC 9(08)V9(02).

       FD ENT-CARTAS-ENVIADAS.
       01 WS-ENT-CARTAS-ENVIADAS-REG.
          05 WS-CEN-CLAVE                           PIC X(19).
          05 WS-CEN-ETAPA                           PIC 9(01).
          05 WS-CEN-FECHA                           PIC 9(08).
      *    *** documento del garante (en blanco, carta al titular)
          05 WS-CEN-DOCUMENTO                       PIC X(11).

       FD ENT-ACUERDOS.
           COPY ACUERDO.

       FD ENT-GESTIONES.
           COPY GESTAGE.

      *    *** historial de gestiones de todas las agencias, con el
      *    *** resultado de la incorporacion: 'A' aceptada, 'R'
      *    *** rechazada (la clave no esta asignada a esa agencia)
       FD SAL-HIST-GESTIONES.
       01 WS-HGE-HISTORIAL-REG.
          05 WS-HGE-AGENCIA                         PIC X(05).
          05 WS-HGE-GESTION                         PIC X(78).
          05 WS-HGE-FECHA-PROCESO                   PIC 9(08).
          05 WS-HGE-RESULTADO                       PIC X(01).

       FD WRK-DERIVACIONES.
       01 WS-WRK-DERIVACION-REG                     PIC X(158).

       FD SAL-DERIVACION.
       01 WS-SAL-DERIVACION-REG                     PIC X(158).

      *    *** lineas de detalle de la liquidacion, con la agencia
      *    *** adelante para armar el informe agrupado
       FD WRK-LIQUIDACION.
       01 WS-WLQ-LIQUIDACION-REG.
          05 WS-WLQ-AGENCIA                         PIC X(05).
          05 WS-WLQ-LINEA                           PIC X(120).

       FD SAL-LIQUIDACION.
       01 WS-SAL-LIQUIDACION                        PIC X(120).

       FD CTL-ASIGNAGE.
       01 WS-CTL-ASIGNAGE-REG.
          05 WS-CTL-PERIODO                         PIC 9(06).
          05 WS-CTL-FECHA-PROCESO                   PIC 9(08).
          05 WS-CTL-ULT-AGENCIA                     PIC X(05).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-AGENCIAS           PIC X(60)
                                     VALUE '../AGENCIAS.VSAM'.
       01 WS-RUTA-ASIGNACIONES       PIC X(60)
                                     VALUE '../ASIGNACIONES.VSAM'.
       01 WS-RUTA-MOROSIDAD          PIC X(60)
                                     VALUE '../MOROSIDAD.VSAM'.
       01 WS-RUTA-MAESTRO-TARJETAS   PIC X(60)
                                     VALUE '../MAESTRO-TARJETAS.VSAM'.
       01 WS-RUTA-CARTAS-ENVIADAS    PIC X(60)
                                     VALUE '../CARTAS-ENVIADAS.SEQ'.
       01 WS-RUTA-ACUERDOS           PIC X(60)
                                     VALUE '../ACUERDOS.VSAM'.
       01 WS-RUTA-HIST-GESTIONES     PIC X(60)
                                     VALUE '../GESTIONES-AGENCIAS.SEQ'.
       01 WS-RUTA-WRK-DERIVACIONES   PIC X(60)
                                     VALUE '../ASIGNAGE-DER.TMP'.
       01 WS-RUTA-WRK-LIQUIDACION    PIC X(60)
                                     VALUE '../ASIGNAGE-LIQ.TMP'.
       01 WS-RUTA-CONTROL            PIC X(60)
                                     VALUE '../ASIGNAGE-CTL.SEQ'.
      *    *** directorio de intercambio con las agencias: de ahi se
      *    *** leen las gestiones y ahi se dejan las derivaciones y la
      *    *** liquidacion
       01 WS-DIR-AGENCIAS            PIC X(40) VALUE '../'.
       01 WS-RUTA-GESTIONES          PIC X(60) VALUE SPACES.
       01 WS-RUTA-DERIVACION         PIC X(60) VALUE SPACES.
       01 WS-RUTA-LIQUIDACION        PIC X(60) VALUE SPACES.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
          05 FS-AGENCIAS                           PIC X(2).
             88 FS-AGENCIAS-OK                         VALUE '00'.
             88 FS-AGENCIAS-EOF                        VALUE '10'.
             88 FS-AGENCIAS-NFD                        VALUE '35'.
          05 FS-ASIGNACIONES                       PIC X(2).
             88 FS-ASIGNACIONES-OK                     VALUE '00'.
             88 FS-ASIGNACIONES-EOF                    VALUE '10'.
             88 FS-ASIGNACIONES-NFD                    VALUE '35'.
          05 FS-MOROSIDAD                          PIC X(2).
             88 FS-MOROSIDAD-OK                        VALUE '00'.
             88 FS-MOROSIDAD-EOF                       VALUE '10'.
             88 FS-MOROSIDAD-NFD                       VALUE '35'.
          05 FS-MAESTRO-TARJETAS                   PIC X(2).
             88 FS-MAESTRO-TARJETAS-FILE-OK            VALUE '00'.
          05 FS-CARTAS-ENVIADAS                    PIC X(2).
             88 FS-CARTAS-ENVIADAS-OK                  VALUE '00'.
             88 FS-CARTAS-ENVIADAS-EOF                 VALUE '10'.
             88 FS-CARTAS-ENVIADAS-NFD                 VALUE '35'.
          05 FS-ACUERDOS                           PIC X(2).
             88 FS-ACUERDOS-OK                         VALUE '00'.
             88 FS-ACUERDOS-NFD                        VALUE '35'.
          05 FS-GESTIONES                          PIC X(2).
             88 FS-GESTIONES-OK                        VALUE '00'.
             88 FS-GESTIONES-EOF                       VALUE '10'.
             88 FS-GESTIONES-NFD                       VALUE '35'.
          05 FS-HIST-GESTIONES                     PIC X(2).
             88 FS-HIST-GESTIONES-OK                   VALUE '00'.
             88 FS-HIST-GESTIONES-NFD                  VALUE '35'.
          05 FS-WRK-DERIVACIONES                   PIC X(2).
             88 FS-WRK-DERIVACIONES-OK                 VALUE '00'.
             88 FS-WRK-DERIVACIONES-EOF                VALUE '10'.
          05 FS-DERIVACION                         PIC X(2).
             88 FS-DERIVACION-OK                       VALUE '00'.
          05 FS-WRK-LIQUIDACION                    PIC X(2).
             88 FS-WRK-LIQUIDACION-OK                  VALUE '00'.
             88 FS-WRK-LIQUIDACION-EOF                 VALUE '10'.
          05 FS-LIQUIDACION                        PIC X(2).
             88 FS-LIQUIDACION-OK                      VALUE '00'.
          05 FS-CONTROL                            PIC X(2).
             88 FS-CONTROL-OK                          VALUE '00'.

       01 WS-HAY-ACUERDOS            PIC X(01) VALUE 'N'.
          88 WS-EXISTE-ACUERDOS          VALUE 'S'.

      *    *** criterio de asignacion: ROTACION reparte en turno entre
      *    *** las agencias con cupo; DESEMPENO prefiere la de mejor
      *    *** relacion recuperado / deuda asignada
       01 WS-CRITERIO                PIC X(10) VALUE 'ROTACION'.
          88 WS-CRITERIO-DESEMPENO       VALUE 'DESEMPENO'.

      *    *** re-proceso del mismo periodo: solo a pedido expreso
      *    *** (ASIGNAGE_FORZAR=S)
       01 WS-FORZAR                  PIC X(01) VALUE 'N'.
          88 WS-ES-FORZADO               VALUE 'S'.

       01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
       01 WS-PERIODO                 PIC 9(06) VALUE ZEROES.
       01 WS-PERIODO-PROCESADO       PIC 9(06) VALUE ZEROES.
       01 WS-ULT-AGENCIA-ROTACION    PIC X(05) VALUE SPACES.

      *    *** etapa de carta mas alta enviada por clave (CARTAMOR)
       01 WS-TABLA-ENVIADAS.
          05 WS-CANT-ENVIADAS        PIC 9(05) VALUE ZEROES.
          05 WS-ENV-ITEM OCCURS 20000 TIMES
                          INDEXED BY WS-IX-ENV.
             10 WS-ENV-CLAVE         PIC X(19).
             10 WS-ENV-ETAPA         PIC 9(01).
       01 WS-ETAPA-ENVIADA           PIC 9(01) VALUE ZEROES.
       01 WS-ETAPA-PRELEGAL          PIC 9(01) VALUE 3.

      *    *** agencias en memoria con lo movido en la corrida
       01 WS-TABLA-AGENCIAS.
          05 WS-CANT-AGENCIAS        PIC 9(03) VALUE ZEROES.
          05 WS-TAG-ITEM OCCURS 100 TIMES
                          INDEXED BY WS-IX-AGE.
             10 WS-TAG-CODIGO        PIC X(05).
             10 WS-TAG-NOMBRE        PIC X(30).
             10 WS-TAG-COMISION-PCT  PIC 9(02)V9(02).
             10 WS-TAG-DIAS          PIC 9(03).
             10 WS-TAG-CUPO          PIC 9(05).
             10 WS-TAG-ESTADO        PIC X(01).
                88 WS-TAG-ACTIVA         VALUE 'A'.
             10 WS-TAG-RENDIMIENTO   PIC 9(03)V9(04).
             10 WS-TAG-VIGENTES      PIC 9(05).
             10 WS-TAG-NUEVAS        PIC 9(05).
             10 WS-TAG-RETIRADAS     PIC 9(05).
             10 WS-TAG-GESTIONES     PIC 9(05).
             10 WS-TAG-RECHAZADAS    PIC 9(05).
             10 WS-TAG-LIQUIDADAS    PIC 9(05).
             10 WS-TAG-DEUDA-NUEVA   PIC 9(12)V9(02).
             10 WS-TAG-RECUP-ARS     PIC 9(12)V9(02).
             10 WS-TAG-RECUP-USD     PIC 9(12)V9(02).
             10 WS-TAG-COMIS-ARS     PIC 9(10)V9(02).
             10 WS-TAG-COMIS-USD     PIC 9(10)V9(02).

       01 WS-NRO-AGENCIA             PIC 9(03) VALUE ZEROES.
       01 WS-NRO-ELEGIDA             PIC 9(03) VALUE ZEROES.
       01 WS-NRO-ROTACION            PIC 9(03) VALUE ZEROES.
       01 WS-CANT-PROBADAS           PIC 9(03) VALUE ZEROES.
       01 WS-AGENCIA-ANTERIOR        PIC X(05) VALUE SPACES.
       01 WS-ASIGNACION-PREVIA       PIC X(01) VALUE 'N'.
          88 WS-HAY-ASIGNACION-PREVIA    VALUE 'S'.
       01 WS-AGENCIA-BUSCADA         PIC X(05) VALUE SPACES.

       01 WS-MOTIVO-RETIRO           PIC X(01) VALUE SPACE.
       01 WS-COMISION-ARS            PIC 9(08)V9(02) VALUE ZEROES.
       01 WS-COMISION-USD            PIC 9(08)V9(02) VALUE ZEROES.

      *    *** datos de la cuenta a derivar, tomados del maestro
       01 WS-CUENTA-DERIVADA         PIC 9(10) VALUE ZEROES.
       01 WS-DEUDA-ARS-DERIVADA      PIC S9(08)V9(02) VALUE ZEROES.
       01 WS-DEUDA-USD-DERIVADA      PIC S9(08)V9(02) VALUE ZEROES.
       01 WS-TITULAR-HALLADO         PIC X(01) VALUE 'N'.
          88 WS-HAY-TITULAR              VALUE 'S'.
       01 WS-DATOS-HALLADOS          PIC X(01) VALUE 'N'.
          88 WS-HAY-DATOS-MAESTRO        VALUE 'S'.
       01 WS-CLAVE-CUENTA            PIC X(19) VALUE SPACES.
       01 WS-FECHA-VENCIMIENTO       PIC 9(08) VALUE ZEROES.
       01 WS-FECHA-INTEGER           PIC 9(08) VALUE ZEROES.

           COPY DERIVAGE.

       01 WS-CONTADORES.
          05 WS-CANT-GESTIONES       PIC 9(06) VALUE ZEROES.
          05 WS-CANT-GEST-RECHAZADAS PIC 9(06) VALUE ZEROES.
          05 WS-CANT-LIQUIDADAS      PIC 9(06) VALUE ZEROES.
          05 WS-CANT-RETIRADAS       PIC 9(06) VALUE ZEROES.
          05 WS-CANT-CANDIDATAS      PIC 9(06) VALUE ZEROES.
          05 WS-CANT-ASIGNADAS       PIC 9(06) VALUE ZEROES.
          05 WS-CANT-EN-ACUERDO      PIC 9(06) VALUE ZEROES.
          05 WS-CANT-SIN-CUPO        PIC 9(06) VALUE ZEROES.
          05 WS-CANT-SIN-MAESTRO     PIC 9(06) VALUE ZEROES.

       01 WS-TOTALES-LIQUIDACION.
          05 WS-TOT-RECUP-ARS        PIC 9(12)V9(02) VALUE ZEROES.
          05 WS-TOT-RECUP-USD        PIC 9(12)V9(02) VALUE ZEROES.
          05 WS-TOT-COMIS-ARS        PIC 9(12)V9(02) VALUE ZEROES.
          05 WS-TOT-COMIS-USD        PIC 9(12)V9(02) VALUE ZEROES.

      *    *** informe de liquidacion
       01 WS-LIQ-TITULO.
          05 FILLER                  PIC X(50)
               VALUE 'LIQUIDACION DE AGENCIAS DE COBRANZA - PERIODO '.
          05 WS-LIQ-PERIODO-T        PIC 9(06).
          05 FILLER                  PIC X(64) VALUE SPACES.
       01 WS-LIQ-AGENCIA.
          05 FILLER                  PIC X(09) VALUE 'AGENCIA: '.
          05 WS-LIQ-CODIGO-A         PIC X(05).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-LIQ-NOMBRE-A         PIC X(30).
          05 FILLER                  PIC X(11) VALUE ' COMISION: '.
          05 WS-LIQ-PCT-A            PIC Z9,99.
          05 FILLER                  PIC X(01) VALUE '%'.
          05 FILLER                  PIC X(58) VALUE SPACES.
       01 WS-LIQ-ENCABEZADO.
          05 FILLER                  PIC X(20) VALUE 'CLAVE'.
          05 FILLER                  PIC X(11) VALUE 'CUENTA'.
          05 FILLER                  PIC X(18)
                                     VALUE '    RECUPERADO ARS'.
          05 FILLER                  PIC X(18)
                                     VALUE '    RECUPERADO USD'.
          05 FILLER                  PIC X(18)
                                     VALUE '      COMISION ARS'.
          05 FILLER                  PIC X(18)
                                     VALUE '      COMISION USD'.
          05 FILLER                  PIC X(17) VALUE SPACES.
       01 WS-LIQ-DETALLE.
          05 WS-LIQ-CLAVE            PIC X(19).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-LIQ-CUENTA           PIC 9(10).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-LIQ-RECUP-ARS        PIC ---.---.---.--9,99.
          05 WS-LIQ-RECUP-USD        PIC ---.---.---.--9,99.
          05 WS-LIQ-COMIS-ARS        PIC ---.---.---.--9,99.
          05 WS-LIQ-COMIS-USD        PIC ---.---.---.--9,99.
          05 FILLER                  PIC X(17) VALUE SPACES.
       01 WS-LIQ-TOTAL.
          05 WS-LIQ-TOTAL-TEXTO      PIC X(31).
          05 WS-LIQ-TOT-RECUP-ARS    PIC ---.---.---.--9,99.
          05 WS-LIQ-TOT-RECUP-USD    PIC ---.---.---.--9,99.
          05 WS-LIQ-TOT-COMIS-ARS    PIC ---.---.---.--9,99.
          05 WS-LIQ-TOT-COMIS-USD    PIC ---.---.---.--9,99.
          05 FILLER                  PIC X(17) VALUE SPACES.
       01 WS-LIQ-MOVIMIENTOS.
          05 FILLER                  PIC X(18)
                                     VALUE '  CUENTAS NUEVAS: '.
          05 WS-LIQ-NUEVAS           PIC ZZ.ZZ9.
          05 FILLER                  PIC X(13) VALUE '  RETIRADAS: '.
          05 WS-LIQ-RETIRADAS        PIC ZZ.ZZ9.
          05 FILLER                  PIC X(12) VALUE '  VIGENTES: '.
          05 WS-LIQ-VIGENTES         PIC ZZ.ZZ9.
          05 FILLER                  PIC X(13) VALUE '  GESTIONES: '.
          05 WS-LIQ-GESTIONES        PIC ZZ.ZZ9.
          05 FILLER                  PIC X(14) VALUE '  RECHAZADAS: '.
          05 WS-LIQ-RECHAZADAS       PIC ZZ.ZZ9.
          05 FILLER                  PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-INCORPORAR-GESTIONES
              THRU 2000-INCORPORAR-GESTIONES-FIN.

           PERFORM 2200-LIQUIDAR-Y-RETIRAR
              THRU 2200-LIQUIDAR-Y-RETIRAR-FIN.

           PERFORM 2400-ASIGNAR-CUENTAS
              THRU 2400-ASIGNAR-CUENTAS-FIN.

           PERFORM 2800-GRABAR-DERIVACIONES
              THRU 2800-GRABAR-DERIVACIONES-FIN.

           PERFORM 2900-EMITIR-LIQUIDACION
              THRU 2900-EMITIR-LIQUIDACION-FIN.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY.
           MOVE WS-FECHA-HOY (1:6)          TO WS-PERIODO.

           PERFORM 1050-LEER-RUTA-ARCHIVO
              THRU 1050-LEER-RUTA-ARCHIVO-FIN.

      *    *** un periodo ya procesado no se vuelve a correr: las
      *    *** agencias ya recibieron sus derivaciones
           OPEN INPUT CTL-ASIGNAGE.
           IF FS-CONTROL-OK
              READ CTL-ASIGNAGE
                 AT END CONTINUE
                 NOT AT END
                    MOVE WS-CTL-PERIODO     TO WS-PERIODO-PROCESADO
                    MOVE WS-CTL-ULT-AGENCIA TO WS-ULT-AGENCIA-ROTACION
              END-READ
              CLOSE CTL-ASIGNAGE
           END-IF.

           IF WS-PERIODO-PROCESADO = WS-PERIODO
              AND NOT WS-ES-FORZADO
              DISPLAY 'EL PERIODO ' WS-PERIODO ' YA FUE PROCESADO; '
                      'ASIGNAGE_FORZAR=S PARA REPETIRLO'
              STOP RUN
           END-IF.

           PERFORM 1100-ABRIR-ARCHIVOS
              THRU 1100-ABRIR-ARCHIVOS-FIN.

           PERFORM 1200-CARGAR-AGENCIAS
              THRU 1200-CARGAR-AGENCIAS-FIN.

           IF WS-CANT-AGENCIAS = ZEROES
              DISPLAY 'NO HAY AGENCIAS DE COBRANZA EN AGENCIAS.VSAM'
              STOP RUN
           END-IF.

           PERFORM 1300-CARGAR-ENVIADAS
              THRU 1300-CARGAR-ENVIADAS-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** las variables de entorno permiten ubicar los archivos
      *    *** en otro lugar sin recompilar
       1050-LEER-RUTA-ARCHIVO.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ASIGNAGE_AGENCIAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-AGENCIAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ASIGNAGE_ASIGNACIONES_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-ASIGNACIONES
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ASIGNAGE_MOROSIDAD_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-MOROSIDAD
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MAESTRO_TARJETAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-MAESTRO-TARJETAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ASIGNAGE_CARTAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CARTAS-ENVIADAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ASIGNAGE_ACUERDOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-ACUERDOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ASIGNAGE_HISTORIAL_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-HIST-GESTIONES
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ASIGNAGE_CONTROL_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CONTROL
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'ASIGNAGE_DIR'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-DIR-AGENCIAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'ASIGNAGE_CRITERIO'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO (1:10) TO WS-CRITERIO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'ASIGNAGE_FORZAR'.
           IF WS-RUTA-ENTORNO (1:1) = 'S'
              MOVE 'S' TO WS-FORZAR
           END-IF.

           MOVE SPACES TO WS-RUTA-LIQUIDACION.
           STRING WS-DIR-AGENCIAS          DELIMITED BY SPACE
                  'LIQUIDACION-AGENCIAS-'  DELIMITED BY SIZE
                  WS-PERIODO               DELIMITED BY SIZE
                  '.TXT'                   DELIMITED BY SIZE
                  INTO WS-RUTA-LIQUIDACION.

       1050-LEER-RUTA-ARCHIVO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1100-ABRIR-ARCHIVOS.

           OPEN I-O ENT-AGENCIAS.
           EVALUATE TRUE
               WHEN FS-AGENCIAS-OK
                    CONTINUE
               WHEN FS-AGENCIAS-NFD
                    DISPLAY 'NO EXISTE AGENCIAS.VSAM; DAR DE ALTA LAS '
                            'AGENCIAS CON EL PROGRAMA AGENCIAS'
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR AGENCIAS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-AGENCIAS
                    STOP RUN
           END-EVALUATE.

      *    *** si todavia no existe (primera corrida) se crea vacio
           OPEN I-O ENT-ASIGNACIONES.
           IF FS-ASIGNACIONES-NFD
              OPEN OUTPUT ENT-ASIGNACIONES
              CLOSE ENT-ASIGNACIONES
              OPEN I-O ENT-ASIGNACIONES
           END-IF.
           IF NOT FS-ASIGNACIONES-OK
              DISPLAY 'ERROR AL ABRIR ASIGNACIONES.VSAM'
              DISPLAY 'FILE STATUS: ' FS-ASIGNACIONES
              STOP RUN
           END-IF.

           OPEN INPUT ENT-MOROSIDAD.
           EVALUATE TRUE
               WHEN FS-MOROSIDAD-OK
                    CONTINUE
               WHEN FS-MOROSIDAD-NFD
                    DISPLAY 'NO EXISTE MOROSIDAD.VSAM; NO HAY CUENTAS '
                            'EN MORA PARA DERIVAR'
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR MOROSIDAD.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-MOROSIDAD
                    STOP RUN
           END-EVALUATE.

           OPEN INPUT ENT-MAESTRO-TARJETAS.
           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              DISPLAY 'ERROR AL ABRIR MAESTRO-TARJETAS.VSAM'
              DISPLAY 'FILE STATUS: ' FS-MAESTRO-TARJETAS
              STOP RUN
           END-IF.

      *    *** sin acuerdos de quita no hay cuentas que excluir
           OPEN INPUT ENT-ACUERDOS.
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

           OPEN EXTEND SAL-HIST-GESTIONES.
           IF FS-HIST-GESTIONES-NFD
              OPEN OUTPUT SAL-HIST-GESTIONES
              CLOSE SAL-HIST-GESTIONES
              OPEN EXTEND SAL-HIST-GESTIONES
           END-IF.
           IF NOT FS-HIST-GESTIONES-OK
              DISPLAY 'ERROR AL ABRIR GESTIONES-AGENCIAS.SEQ'
              DISPLAY 'FILE STATUS: ' FS-HIST-GESTIONES
              STOP RUN
           END-IF.

           OPEN OUTPUT WRK-DERIVACIONES.
           IF NOT FS-WRK-DERIVACIONES-OK
              DISPLAY 'ERROR AL ABRIR ASIGNAGE-DER.TMP'
              DISPLAY 'FILE STATUS: ' FS-WRK-DERIVACIONES
              STOP RUN
           END-IF.

           OPEN OUTPUT WRK-LIQUIDACION.
           IF NOT FS-WRK-LIQUIDACION-OK
              DISPLAY 'ERROR AL ABRIR ASIGNAGE-LIQ.TMP'
              DISPLAY 'FILE STATUS: ' FS-WRK-LIQUIDACION
              STOP RUN
           END-IF.

       1100-ABRIR-ARCHIVOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** las cuentas vigentes de cada agencia se recuentan en el
      *    *** barrido de ASIGNACIONES.VSAM (2200)
       1200-CARGAR-AGENCIAS.

           MOVE LOW-VALUES TO WS-AGE-CODIGO.
           START ENT-AGENCIAS KEY IS NOT LESS THAN WS-AGE-CODIGO
               INVALID KEY SET FS-AGENCIAS-EOF TO TRUE
           END-START.

           PERFORM 1210-CARGAR-UNA-AGENCIA
              THRU 1210-CARGAR-UNA-AGENCIA-FIN
              UNTIL NOT FS-AGENCIAS-OK.

      *    *** la rotacion sigue despues de la ultima agencia que
      *    *** recibio una cuenta en la corrida anterior
           MOVE ZEROES TO WS-NRO-ROTACION.
           MOVE WS-ULT-AGENCIA-ROTACION TO WS-AGENCIA-BUSCADA.
           PERFORM 2090-UBICAR-AGENCIA
              THRU 2090-UBICAR-AGENCIA-FIN.
           MOVE WS-NRO-AGENCIA TO WS-NRO-ROTACION.

       1200-CARGAR-AGENCIAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1210-CARGAR-UNA-AGENCIA.

           READ ENT-AGENCIAS NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF NOT FS-AGENCIAS-OK
              GO TO 1210-CARGAR-UNA-AGENCIA-FIN
           END-IF.

           IF WS-CANT-AGENCIAS NOT < 100
              DISPLAY 'AGENCIA ' WS-AGE-CODIGO ' FUERA DE LA TABLA; '
                      'NO SE PROCESA'
              GO TO 1210-CARGAR-UNA-AGENCIA-FIN
           END-IF.

           ADD 1 TO WS-CANT-AGENCIAS.
           SET WS-IX-AGE TO WS-CANT-AGENCIAS.
           INITIALIZE WS-TAG-ITEM (WS-IX-AGE).
           MOVE WS-AGE-CODIGO        TO WS-TAG-CODIGO (WS-IX-AGE).
           MOVE WS-AGE-NOMBRE        TO WS-TAG-NOMBRE (WS-IX-AGE).
           MOVE WS-AGE-COMISION-PCT  TO WS-TAG-COMISION-PCT (WS-IX-AGE).
           MOVE WS-AGE-DIAS-ASIGNACION
                                     TO WS-TAG-DIAS (WS-IX-AGE).
           MOVE WS-AGE-CUPO-CUENTAS  TO WS-TAG-CUPO (WS-IX-AGE).
           MOVE WS-AGE-ESTADO        TO WS-TAG-ESTADO (WS-IX-AGE).

           IF WS-AGE-DEUDA-ASIGNADA-ARS > ZEROES
              COMPUTE WS-TAG-RENDIMIENTO (WS-IX-AGE) ROUNDED =
                      WS-AGE-RECUPERADO-ARS
                    / WS-AGE-DEUDA-ASIGNADA-ARS
                  ON SIZE ERROR
                     MOVE 999 TO WS-TAG-RENDIMIENTO (WS-IX-AGE)
              END-COMPUTE
           END-IF.

       1210-CARGAR-UNA-AGENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** se conserva la etapa mas alta ya enviada por clave
       1300-CARGAR-ENVIADAS.

           OPEN INPUT ENT-CARTAS-ENVIADAS.

           EVALUATE TRUE
               WHEN FS-CARTAS-ENVIADAS-OK
                    PERFORM 1310-CARGAR-UNA-ENVIADA
                       THRU 1310-CARGAR-UNA-ENVIADA-FIN
                       UNTIL FS-CARTAS-ENVIADAS-EOF
                    CLOSE ENT-CARTAS-ENVIADAS
               WHEN FS-CARTAS-ENVIADAS-NFD
                    DISPLAY 'NO EXISTE CARTAS-ENVIADAS.SEQ; NO HAY '
                            'CUENTAS CON CARTA PRELEGAL'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR CARTAS-ENVIADAS.SEQ'
                    STOP RUN
           END-EVALUATE.

       1300-CARGAR-ENVIADAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1310-CARGAR-UNA-ENVIADA.

           READ ENT-CARTAS-ENVIADAS
               AT END SET FS-CARTAS-ENVIADAS-EOF TO TRUE
               NOT AT END
                  PERFORM VARYING WS-IX-ENV FROM 1 BY 1
                     UNTIL WS-IX-ENV > WS-CANT-ENVIADAS
                        OR WS-ENV-CLAVE (WS-IX-ENV) = WS-CEN-CLAVE
                  END-PERFORM
                  IF WS-IX-ENV > WS-CANT-ENVIADAS
                     IF WS-CANT-ENVIADAS < 20000
                        ADD 1 TO WS-CANT-ENVIADAS
                        SET WS-IX-ENV TO WS-CANT-ENVIADAS
                        MOVE WS-CEN-CLAVE
                          TO WS-ENV-CLAVE (WS-IX-ENV)
                        MOVE WS-CEN-ETAPA
                          TO WS-ENV-ETAPA (WS-IX-ENV)
                     END-IF
                  ELSE
                     IF WS-CEN-ETAPA > WS-ENV-ETAPA (WS-IX-ENV)
                        MOVE WS-CEN-ETAPA
                          TO WS-ENV-ETAPA (WS-IX-ENV)
                     END-IF
                  END-IF
           END-READ.

       1310-CARGAR-UNA-ENVIADA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cada agencia deja sus novedades en GESTION-<agencia>.SEQ
      *    *** del directorio de intercambio; la que no informo nada
      *    *** simplemente no tiene archivo
       2000-INCORPORAR-GESTIONES.

           PERFORM 2010-INCORPORAR-UNA-AGENCIA
              THRU 2010-INCORPORAR-UNA-AGENCIA-FIN
              VARYING WS-IX-AGE FROM 1 BY 1
                UNTIL WS-IX-AGE > WS-CANT-AGENCIAS.

       2000-INCORPORAR-GESTIONES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2010-INCORPORAR-UNA-AGENCIA.

           MOVE SPACES TO WS-RUTA-GESTIONES.
           STRING WS-DIR-AGENCIAS              DELIMITED BY SPACE
                  'GESTION-'                   DELIMITED BY SIZE
                  WS-TAG-CODIGO (WS-IX-AGE)    DELIMITED BY SPACE
                  '.SEQ'                       DELIMITED BY SIZE
                  INTO WS-RUTA-GESTIONES.

           OPEN INPUT ENT-GESTIONES.

           EVALUATE TRUE
               WHEN FS-GESTIONES-OK
                    CONTINUE
               WHEN FS-GESTIONES-NFD
                    GO TO 2010-INCORPORAR-UNA-AGENCIA-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR ' WS-RUTA-GESTIONES
                    DISPLAY 'FILE STATUS: ' FS-GESTIONES
                    GO TO 2010-INCORPORAR-UNA-AGENCIA-FIN
           END-EVALUATE.

           PERFORM 2020-INCORPORAR-UNA-GESTION
              THRU 2020-INCORPORAR-UNA-GESTION-FIN
              UNTIL FS-GESTIONES-EOF.

           CLOSE ENT-GESTIONES.

       2010-INCORPORAR-UNA-AGENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la gestion se acepta solo si la clave esta asignada hoy
      *    *** a la agencia que la informa; igual queda en el historial
       2020-INCORPORAR-UNA-GESTION.

           READ ENT-GESTIONES
               AT END GO TO 2020-INCORPORAR-UNA-GESTION-FIN
           END-READ.

           MOVE WS-TAG-CODIGO (WS-IX-AGE) TO WS-HGE-AGENCIA.
           MOVE WS-GAG-GESTION-REG        TO WS-HGE-GESTION.
           MOVE WS-FECHA-HOY              TO WS-HGE-FECHA-PROCESO.
           MOVE 'R'                       TO WS-HGE-RESULTADO.

           MOVE WS-GAG-CLAVE TO WS-ASG-CLAVE.
           READ ENT-ASIGNACIONES KEY IS WS-ASG-CLAVE
               INVALID KEY CONTINUE
           END-READ.

           IF FS-ASIGNACIONES-OK
              AND WS-ASG-ASIGNADA
              AND WS-ASG-AGENCIA = WS-TAG-CODIGO (WS-IX-AGE)
              AND WS-GAG-TIPO-VALIDO
              MOVE 'A' TO WS-HGE-RESULTADO
              IF WS-GAG-FECHA NOT < WS-ASG-ULT-GESTION-FECHA
                 MOVE WS-GAG-FECHA TO WS-ASG-ULT-GESTION-FECHA
                 MOVE WS-GAG-TIPO  TO WS-ASG-ULT-GESTION-TIPO
              END-IF
              ADD 1 TO WS-ASG-CANT-GESTIONES
              REWRITE WS-ASG-ASIGNACION-REG
           END-IF.

           IF WS-HGE-RESULTADO = 'A'
              ADD 1 TO WS-CANT-GESTIONES
              ADD 1 TO WS-TAG-GESTIONES (WS-IX-AGE)
           ELSE
              ADD 1 TO WS-CANT-GEST-RECHAZADAS
              ADD 1 TO WS-TAG-RECHAZADAS (WS-IX-AGE)
           END-IF.

           WRITE WS-HGE-HISTORIAL-REG.

           IF NOT FS-HIST-GESTIONES-OK
              DISPLAY 'ERROR AL ESCRIBIR GESTIONES-AGENCIAS.SEQ'
              DISPLAY 'FILE STATUS: ' FS-HIST-GESTIONES
           END-IF.

       2020-INCORPORAR-UNA-GESTION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** posicion en la tabla de WS-AGENCIA-BUSCADA, o cero
       2090-UBICAR-AGENCIA.

           MOVE ZEROES TO WS-NRO-AGENCIA.

           PERFORM VARYING WS-IX-AGE FROM 1 BY 1
              UNTIL WS-IX-AGE > WS-CANT-AGENCIAS
                 OR WS-NRO-AGENCIA > ZEROES
              IF WS-TAG-CODIGO (WS-IX-AGE) = WS-AGENCIA-BUSCADA
                 SET WS-NRO-AGENCIA TO WS-IX-AGE
              END-IF
           END-PERFORM.

       2090-UBICAR-AGENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** barrido de las asignaciones vigentes: primero se liquida
      *    *** lo que PAGOPOST posteo desde la corrida anterior, despues
      *    *** se decide si la cuenta sigue en la agencia
       2200-LIQUIDAR-Y-RETIRAR.

           MOVE LOW-VALUES TO WS-ASG-CLAVE.
           START ENT-ASIGNACIONES KEY IS NOT LESS THAN WS-ASG-CLAVE
               INVALID KEY SET FS-ASIGNACIONES-EOF TO TRUE
           END-START.

           PERFORM 2210-REVISAR-UNA-ASIGNACION
              THRU 2210-REVISAR-UNA-ASIGNACION-FIN
              UNTIL NOT FS-ASIGNACIONES-OK.

       2200-LIQUIDAR-Y-RETIRAR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2210-REVISAR-UNA-ASIGNACION.

           READ ENT-ASIGNACIONES NEXT RECORD
               AT END GO TO 2210-REVISAR-UNA-ASIGNACION-FIN
           END-READ.

           IF NOT FS-ASIGNACIONES-OK
              OR NOT WS-ASG-ASIGNADA
              GO TO 2210-REVISAR-UNA-ASIGNACION-FIN
           END-IF.

           MOVE WS-ASG-AGENCIA TO WS-AGENCIA-BUSCADA.
           PERFORM 2090-UBICAR-AGENCIA
              THRU 2090-UBICAR-AGENCIA-FIN.

           IF WS-NRO-AGENCIA = ZEROES
              DISPLAY 'ASIGNACION ' WS-ASG-CLAVE ' CON AGENCIA '
                      WS-ASG-AGENCIA ' INEXISTENTE; NO SE PROCESA'
              GO TO 2210-REVISAR-UNA-ASIGNACION-FIN
           END-IF.
           SET WS-IX-AGE TO WS-NRO-AGENCIA.

           IF WS-ASG-PENDIENTE-ARS > ZEROES
              OR WS-ASG-PENDIENTE-USD > ZEROES
              PERFORM 2220-LIQUIDAR-RECUPERO
                 THRU 2220-LIQUIDAR-RECUPERO-FIN
           END-IF.

           PERFORM 2230-DECIDIR-RETIRO
              THRU 2230-DECIDIR-RETIRO-FIN.

           IF WS-MOTIVO-RETIRO = SPACE
              ADD 1 TO WS-TAG-VIGENTES (WS-IX-AGE)
           ELSE
              SET WS-ASG-RETIRADA TO TRUE
              IF WS-MOTIVO-RETIRO = 'C'
                 SET WS-ASG-REGULARIZADA TO TRUE
              END-IF
              MOVE WS-FECHA-HOY TO WS-ASG-FECHA-RETIRO
              ADD 1 TO WS-TAG-RETIRADAS (WS-IX-AGE)
              ADD 1 TO WS-CANT-RETIRADAS
              PERFORM 2240-DERIVAR-RETIRO
                 THRU 2240-DERIVAR-RETIRO-FIN
           END-IF.

           REWRITE WS-ASG-ASIGNACION-REG.

           IF NOT FS-ASIGNACIONES-OK
              DISPLAY 'ERROR AL ACTUALIZAR LA ASIGNACION '
                      WS-ASG-CLAVE ': ' FS-ASIGNACIONES
           END-IF.

       2210-REVISAR-UNA-ASIGNACION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la comision es el porcentaje pactado con la agencia sobre
      *    *** lo posteado, en la moneda del pago
       2220-LIQUIDAR-RECUPERO.

           COMPUTE WS-COMISION-ARS ROUNDED =
                   WS-ASG-PENDIENTE-ARS
                 * WS-TAG-COMISION-PCT (WS-IX-AGE) / 100.
           COMPUTE WS-COMISION-USD ROUNDED =
                   WS-ASG-PENDIENTE-USD
                 * WS-TAG-COMISION-PCT (WS-IX-AGE) / 100.

           MOVE WS-ASG-CLAVE         TO WS-LIQ-CLAVE.
           MOVE WS-ASG-NUM-CUENTA    TO WS-LIQ-CUENTA.
           MOVE WS-ASG-PENDIENTE-ARS TO WS-LIQ-RECUP-ARS.
           MOVE WS-ASG-PENDIENTE-USD TO WS-LIQ-RECUP-USD.
           MOVE WS-COMISION-ARS      TO WS-LIQ-COMIS-ARS.
           MOVE WS-COMISION-USD      TO WS-LIQ-COMIS-USD.
           MOVE WS-ASG-AGENCIA       TO WS-WLQ-AGENCIA.
           MOVE WS-LIQ-DETALLE       TO WS-WLQ-LINEA.
           WRITE WS-WLQ-LIQUIDACION-REG.

           ADD WS-ASG-PENDIENTE-ARS TO WS-ASG-RECUPERADO-ARS
                                       WS-TAG-RECUP-ARS (WS-IX-AGE).
           ADD WS-ASG-PENDIENTE-USD TO WS-ASG-RECUPERADO-USD
                                       WS-TAG-RECUP-USD (WS-IX-AGE).
           ADD WS-COMISION-ARS      TO WS-ASG-COMISION-ARS
                                       WS-TAG-COMIS-ARS (WS-IX-AGE).
           ADD WS-COMISION-USD      TO WS-ASG-COMISION-USD
                                       WS-TAG-COMIS-USD (WS-IX-AGE).
           ADD 1 TO WS-TAG-LIQUIDADAS (WS-IX-AGE)
                    WS-CANT-LIQUIDADAS.

           MOVE ZEROES TO WS-ASG-PENDIENTE-ARS, WS-ASG-PENDIENTE-USD.

       2220-LIQUIDAR-RECUPERO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** motivo de retiro, o espacio si la cuenta sigue en la
      *    *** agencia: baja de la agencia, mora regularizada (ya no
      *    *** figura en mora o esta al dia) o plazo vencido
       2230-DECIDIR-RETIRO.

           MOVE SPACE TO WS-MOTIVO-RETIRO.

           IF NOT WS-TAG-ACTIVA (WS-IX-AGE)
              MOVE 'I' TO WS-MOTIVO-RETIRO
              GO TO 2230-DECIDIR-RETIRO-FIN
           END-IF.

           MOVE WS-ASG-CLAVE TO WS-MOR-CLAVE.
           READ ENT-MOROSIDAD KEY IS WS-MOR-CLAVE
               INVALID KEY CONTINUE
           END-READ.

           IF NOT FS-MOROSIDAD-OK
              OR WS-MOR-AL-DIA
              MOVE 'C' TO WS-MOTIVO-RETIRO
              GO TO 2230-DECIDIR-RETIRO-FIN
           END-IF.

           IF WS-ASG-FECHA-VENCIMIENTO < WS-FECHA-HOY
              MOVE 'V' TO WS-MOTIVO-RETIRO
           END-IF.

       2230-DECIDIR-RETIRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2240-DERIVAR-RETIRO.

           INITIALIZE WS-DER-DERIVACION-REG.
           SET WS-DER-RETIRO             TO TRUE.
           MOVE WS-ASG-AGENCIA           TO WS-DER-AGENCIA.
           MOVE WS-ASG-CLAVE             TO WS-DER-CLAVE.
           MOVE WS-ASG-NUM-CUENTA        TO WS-DER-NUM-CUENTA.
           MOVE WS-ASG-DEUDA-ARS         TO WS-DER-DEUDA-ARS.
           MOVE WS-ASG-DEUDA-USD         TO WS-DER-DEUDA-USD.
           MOVE WS-ASG-FECHA-ASIGNACION  TO WS-DER-FECHA-ASIGNACION.
           MOVE WS-ASG-FECHA-VENCIMIENTO TO WS-DER-FECHA-VENCIMIENTO.
           MOVE WS-MOTIVO-RETIRO         TO WS-DER-MOTIVO-RETIRO.

           WRITE WS-WRK-DERIVACION-REG FROM WS-DER-DERIVACION-REG.

       2240-DERIVAR-RETIRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** candidatas: claves de MOROSIDAD.VSAM con deuda de 90 o
      *    *** mas dias y carta prelegal ya enviada, sin asignacion
      *    *** vigente y sin un acuerdo de quita en curso
       2400-ASIGNAR-CUENTAS.

           MOVE LOW-VALUES TO WS-MOR-CLAVE.
           START ENT-MOROSIDAD KEY IS NOT LESS THAN WS-MOR-CLAVE
               INVALID KEY SET FS-MOROSIDAD-EOF TO TRUE
           END-START.

           PERFORM 2410-REVISAR-UNA-MORA
              THRU 2410-REVISAR-UNA-MORA-FIN
              UNTIL NOT FS-MOROSIDAD-OK.

       2400-ASIGNAR-CUENTAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2410-REVISAR-UNA-MORA.

           READ ENT-MOROSIDAD NEXT RECORD
               AT END GO TO 2410-REVISAR-UNA-MORA-FIN
           END-READ.

           IF NOT FS-MOROSIDAD-OK
              OR WS-MOR-AL-DIA
              OR WS-MOR-DEUDA-90 NOT > ZEROES
              GO TO 2410-REVISAR-UNA-MORA-FIN
           END-IF.

           MOVE ZEROES TO WS-ETAPA-ENVIADA.
           PERFORM VARYING WS-IX-ENV FROM 1 BY 1
              UNTIL WS-IX-ENV > WS-CANT-ENVIADAS
              IF WS-ENV-CLAVE (WS-IX-ENV) = WS-MOR-CLAVE
                 MOVE WS-ENV-ETAPA (WS-IX-ENV) TO WS-ETAPA-ENVIADA
              END-IF
           END-PERFORM.

           IF WS-ETAPA-ENVIADA < WS-ETAPA-PRELEGAL
              GO TO 2410-REVISAR-UNA-MORA-FIN
           END-IF.

           MOVE SPACES       TO WS-AGENCIA-ANTERIOR.
           MOVE 'N'          TO WS-ASIGNACION-PREVIA.
           MOVE WS-MOR-CLAVE TO WS-ASG-CLAVE.
           READ ENT-ASIGNACIONES KEY IS WS-ASG-CLAVE
               INVALID KEY CONTINUE
           END-READ.

           IF FS-ASIGNACIONES-OK
              IF WS-ASG-ASIGNADA
                 GO TO 2410-REVISAR-UNA-MORA-FIN
              END-IF
              MOVE WS-ASG-AGENCIA TO WS-AGENCIA-ANTERIOR
              MOVE 'S'            TO WS-ASIGNACION-PREVIA
           END-IF.

           ADD 1 TO WS-CANT-CANDIDATAS.

           IF WS-EXISTE-ACUERDOS
              MOVE WS-MOR-CLAVE TO WS-ACU-CLAVE
              READ ENT-ACUERDOS KEY IS WS-ACU-CLAVE
                  INVALID KEY CONTINUE
              END-READ
              IF FS-ACUERDOS-OK
                 AND WS-ACU-VIGENTE
                 ADD 1 TO WS-CANT-EN-ACUERDO
                 GO TO 2410-REVISAR-UNA-MORA-FIN
              END-IF
           END-IF.

           PERFORM 2450-ELEGIR-AGENCIA
              THRU 2450-ELEGIR-AGENCIA-FIN.

           IF WS-NRO-ELEGIDA = ZEROES
              ADD 1 TO WS-CANT-SIN-CUPO
              GO TO 2410-REVISAR-UNA-MORA-FIN
           END-IF.

           PERFORM 2460-DATOS-DEL-MAESTRO
              THRU 2460-DATOS-DEL-MAESTRO-FIN.

           IF NOT WS-HAY-DATOS-MAESTRO
              ADD 1 TO WS-CANT-SIN-MAESTRO
              GO TO 2410-REVISAR-UNA-MORA-FIN
           END-IF.

           PERFORM 2480-REGISTRAR-ASIGNACION
              THRU 2480-REGISTRAR-ASIGNACION-FIN.

       2410-REVISAR-UNA-MORA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** agencia elegida en WS-NRO-ELEGIDA (cero si todas estan
      *    *** sin cupo). Se evita devolver la cuenta a la agencia que
      *    *** ya la tuvo, salvo que sea la unica disponible
       2450-ELEGIR-AGENCIA.

           MOVE ZEROES TO WS-NRO-ELEGIDA.

           PERFORM 2455-BUSCAR-CANDIDATA
              THRU 2455-BUSCAR-CANDIDATA-FIN.

           IF WS-NRO-ELEGIDA = ZEROES
              AND WS-AGENCIA-ANTERIOR <> SPACES
              MOVE SPACES TO WS-AGENCIA-ANTERIOR
              PERFORM 2455-BUSCAR-CANDIDATA
                 THRU 2455-BUSCAR-CANDIDATA-FIN
           END-IF.

       2450-ELEGIR-AGENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2455-BUSCAR-CANDIDATA.

           IF WS-CRITERIO-DESEMPENO
              PERFORM 2456-COMPARAR-DESEMPENO
                 THRU 2456-COMPARAR-DESEMPENO-FIN
                 VARYING WS-IX-AGE FROM 1 BY 1
                   UNTIL WS-IX-AGE > WS-CANT-AGENCIAS
              GO TO 2455-BUSCAR-CANDIDATA-FIN
           END-IF.

           MOVE ZEROES TO WS-CANT-PROBADAS.
           PERFORM 2457-PROBAR-TURNO
              THRU 2457-PROBAR-TURNO-FIN
              UNTIL WS-CANT-PROBADAS NOT < WS-CANT-AGENCIAS
                 OR WS-NRO-ELEGIDA > ZEROES.

       2455-BUSCAR-CANDIDATA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** mejor rendimiento historico; a igual rendimiento (por
      *    *** ejemplo agencias nuevas) la de menos cuentas vigentes
       2456-COMPARAR-DESEMPENO.

           IF NOT WS-TAG-ACTIVA (WS-IX-AGE)
              OR WS-TAG-CODIGO (WS-IX-AGE) = WS-AGENCIA-ANTERIOR
              GO TO 2456-COMPARAR-DESEMPENO-FIN
           END-IF.

           IF WS-TAG-CUPO (WS-IX-AGE) > ZEROES
              AND WS-TAG-VIGENTES (WS-IX-AGE)
                  NOT < WS-TAG-CUPO (WS-IX-AGE)
              GO TO 2456-COMPARAR-DESEMPENO-FIN
           END-IF.

           IF WS-NRO-ELEGIDA = ZEROES
              SET WS-NRO-ELEGIDA TO WS-IX-AGE
              GO TO 2456-COMPARAR-DESEMPENO-FIN
           END-IF.

           IF WS-TAG-RENDIMIENTO (WS-IX-AGE)
                 > WS-TAG-RENDIMIENTO (WS-NRO-ELEGIDA)
              OR (WS-TAG-RENDIMIENTO (WS-IX-AGE)
                    = WS-TAG-RENDIMIENTO (WS-NRO-ELEGIDA)
                  AND WS-TAG-VIGENTES (WS-IX-AGE)
                    < WS-TAG-VIGENTES (WS-NRO-ELEGIDA))
              SET WS-NRO-ELEGIDA TO WS-IX-AGE
           END-IF.

       2456-COMPARAR-DESEMPENO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la rotacion avanza una agencia por cuenta asignada
       2457-PROBAR-TURNO.

           ADD 1 TO WS-CANT-PROBADAS.

           IF WS-NRO-ROTACION NOT < WS-CANT-AGENCIAS
              MOVE 1 TO WS-NRO-ROTACION
           ELSE
              ADD 1 TO WS-NRO-ROTACION
           END-IF.
           SET WS-IX-AGE TO WS-NRO-ROTACION.

           IF NOT WS-TAG-ACTIVA (WS-IX-AGE)
              OR WS-TAG-CODIGO (WS-IX-AGE) = WS-AGENCIA-ANTERIOR
              GO TO 2457-PROBAR-TURNO-FIN
           END-IF.

           IF WS-TAG-CUPO (WS-IX-AGE) > ZEROES
              AND WS-TAG-VIGENTES (WS-IX-AGE)
                  NOT < WS-TAG-CUPO (WS-IX-AGE)
              GO TO 2457-PROBAR-TURNO-FIN
           END-IF.

           MOVE WS-NRO-ROTACION TO WS-NRO-ELEGIDA.

       2457-PROBAR-TURNO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** nombre, domicilio y deuda de la clave: la tarjeta, o en
      *    *** las corridas con rollup todas las tarjetas de la cuenta
      *    *** (con los datos personales del titular)
       2460-DATOS-DEL-MAESTRO.

           MOVE 'N'    TO WS-DATOS-HALLADOS, WS-TITULAR-HALLADO.
           MOVE ZEROES TO WS-DEUDA-ARS-DERIVADA, WS-DEUDA-USD-DERIVADA,
                          WS-CUENTA-DERIVADA.
           INITIALIZE WS-DER-DERIVACION-REG.

           MOVE WS-MOR-CLAVE TO WS-MT-NUM-TARJETA.
           READ ENT-MAESTRO-TARJETAS KEY IS WS-MT-NUM-TARJETA
               INVALID KEY CONTINUE
           END-READ.

           IF FS-MAESTRO-TARJETAS-FILE-OK
              MOVE 'S' TO WS-DATOS-HALLADOS
              MOVE WS-MT-NUM-CUENTA         TO WS-CUENTA-DERIVADA
              MOVE WS-MT-SALDO-ANTERIOR-ARS TO WS-DEUDA-ARS-DERIVADA
              MOVE WS-MT-SALDO-ANTERIOR-USD TO WS-DEUDA-USD-DERIVADA
              MOVE WS-MT-NOMBRE             TO WS-DER-NOMBRE
              MOVE WS-MT-APELLIDO           TO WS-DER-APELLIDO
              MOVE WS-MT-DIRECCION          TO WS-DER-DIRECCION
              MOVE WS-MT-COD-POSTAL         TO WS-DER-COD-POSTAL
              GO TO 2460-DATOS-DEL-MAESTRO-FIN
           END-IF.

           IF WS-MOR-CLAVE (1:10) NOT NUMERIC
              GO TO 2460-DATOS-DEL-MAESTRO-FIN
           END-IF.

           MOVE WS-MOR-CLAVE (1:10) TO WS-CUENTA-DERIVADA.
           MOVE WS-CUENTA-DERIVADA  TO WS-MT-NUM-CUENTA.
           START ENT-MAESTRO-TARJETAS KEY IS = WS-MT-NUM-CUENTA
               INVALID KEY GO TO 2460-DATOS-DEL-MAESTRO-FIN
           END-START.

           PERFORM 2465-SUMAR-UNA-DE-CUENTA
              THRU 2465-SUMAR-UNA-DE-CUENTA-FIN
              UNTIL NOT FS-MAESTRO-TARJETAS-FILE-OK.

       2460-DATOS-DEL-MAESTRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2465-SUMAR-UNA-DE-CUENTA.

           READ ENT-MAESTRO-TARJETAS NEXT RECORD
               AT END GO TO 2465-SUMAR-UNA-DE-CUENTA-FIN
           END-READ.

           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              GO TO 2465-SUMAR-UNA-DE-CUENTA-FIN
           END-IF.

           IF WS-MT-NUM-CUENTA <> WS-CUENTA-DERIVADA
              MOVE '10' TO FS-MAESTRO-TARJETAS
              GO TO 2465-SUMAR-UNA-DE-CUENTA-FIN
           END-IF.

           ADD WS-MT-SALDO-ANTERIOR-ARS TO WS-DEUDA-ARS-DERIVADA.
           ADD WS-MT-SALDO-ANTERIOR-USD TO WS-DEUDA-USD-DERIVADA.

           IF NOT WS-HAY-DATOS-MAESTRO
              OR (WS-MT-ES-TITULAR AND NOT WS-HAY-TITULAR)
              MOVE 'S' TO WS-DATOS-HALLADOS
              MOVE WS-MT-NOMBRE             TO WS-DER-NOMBRE
              MOVE WS-MT-APELLIDO           TO WS-DER-APELLIDO
              MOVE WS-MT-DIRECCION          TO WS-DER-DIRECCION
              MOVE WS-MT-COD-POSTAL         TO WS-DER-COD-POSTAL
              IF WS-MT-ES-TITULAR
                 MOVE 'S' TO WS-TITULAR-HALLADO
              END-IF
           END-IF.

       2465-SUMAR-UNA-DE-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la clave ya retirada o regularizada de otra agencia
      *    *** recibe la nueva asignacion sobre el mismo registro
       2480-REGISTRAR-ASIGNACION.

           SET WS-IX-AGE TO WS-NRO-ELEGIDA.

           COMPUTE WS-FECHA-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY)
                 + WS-TAG-DIAS (WS-IX-AGE).
           COMPUTE WS-FECHA-VENCIMIENTO =
                   FUNCTION DATE-OF-INTEGER (WS-FECHA-INTEGER).

           INITIALIZE WS-ASG-ASIGNACION-REG.
           MOVE WS-MOR-CLAVE              TO WS-ASG-CLAVE.
           MOVE WS-CUENTA-DERIVADA        TO WS-ASG-NUM-CUENTA.
           MOVE WS-TAG-CODIGO (WS-IX-AGE) TO WS-ASG-AGENCIA.
           MOVE WS-FECHA-HOY              TO WS-ASG-FECHA-ASIGNACION.
           MOVE WS-FECHA-VENCIMIENTO      TO WS-ASG-FECHA-VENCIMIENTO.
           MOVE WS-DEUDA-ARS-DERIVADA     TO WS-ASG-DEUDA-ARS.
           MOVE WS-DEUDA-USD-DERIVADA     TO WS-ASG-DEUDA-USD.
           SET WS-ASG-ASIGNADA            TO TRUE.

           IF WS-HAY-ASIGNACION-PREVIA
              REWRITE WS-ASG-ASIGNACION-REG
           ELSE
              WRITE WS-ASG-ASIGNACION-REG
           END-IF.

           IF NOT FS-ASIGNACIONES-OK
              DISPLAY 'ERROR AL REGISTRAR LA ASIGNACION '
                      WS-ASG-CLAVE ': ' FS-ASIGNACIONES
              GO TO 2480-REGISTRAR-ASIGNACION-FIN
           END-IF.

           ADD 1 TO WS-TAG-VIGENTES (WS-IX-AGE)
                    WS-TAG-NUEVAS (WS-IX-AGE)
                    WS-CANT-ASIGNADAS.
           IF WS-DEUDA-ARS-DERIVADA > ZEROES
              ADD WS-DEUDA-ARS-DERIVADA
                TO WS-TAG-DEUDA-NUEVA (WS-IX-AGE)
           END-IF.
           MOVE WS-TAG-CODIGO (WS-IX-AGE) TO WS-ULT-AGENCIA-ROTACION.

           SET WS-DER-ALTA               TO TRUE.
           MOVE WS-ASG-AGENCIA           TO WS-DER-AGENCIA.
           MOVE WS-ASG-CLAVE             TO WS-DER-CLAVE.
           MOVE WS-ASG-NUM-CUENTA        TO WS-DER-NUM-CUENTA.
           MOVE WS-ASG-DEUDA-ARS         TO WS-DER-DEUDA-ARS.
           MOVE WS-ASG-DEUDA-USD         TO WS-DER-DEUDA-USD.
           MOVE WS-ASG-FECHA-ASIGNACION  TO WS-DER-FECHA-ASIGNACION.
           MOVE WS-ASG-FECHA-VENCIMIENTO TO WS-DER-FECHA-VENCIMIENTO.

           WRITE WS-WRK-DERIVACION-REG FROM WS-DER-DERIVACION-REG.

       2480-REGISTRAR-ASIGNACION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** un archivo por agencia con movimiento en el periodo,
      *    *** separado del archivo de trabajo de la corrida
       2800-GRABAR-DERIVACIONES.

           CLOSE WRK-DERIVACIONES.

           PERFORM 2810-DERIVAR-UNA-AGENCIA
              THRU 2810-DERIVAR-UNA-AGENCIA-FIN
              VARYING WS-IX-AGE FROM 1 BY 1
                UNTIL WS-IX-AGE > WS-CANT-AGENCIAS.

       2800-GRABAR-DERIVACIONES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2810-DERIVAR-UNA-AGENCIA.

           IF WS-TAG-NUEVAS (WS-IX-AGE) = ZEROES
              AND WS-TAG-RETIRADAS (WS-IX-AGE) = ZEROES
              GO TO 2810-DERIVAR-UNA-AGENCIA-FIN
           END-IF.

           MOVE SPACES TO WS-RUTA-DERIVACION.
           STRING WS-DIR-AGENCIAS              DELIMITED BY SPACE
                  'ASIGNACION-'                DELIMITED BY SIZE
                  WS-TAG-CODIGO (WS-IX-AGE)    DELIMITED BY SPACE
                  '-'                          DELIMITED BY SIZE
                  WS-PERIODO                   DELIMITED BY SIZE
                  '.SEQ'                       DELIMITED BY SIZE
                  INTO WS-RUTA-DERIVACION.

           OPEN OUTPUT SAL-DERIVACION.
           IF NOT FS-DERIVACION-OK
              DISPLAY 'ERROR AL ABRIR ' WS-RUTA-DERIVACION
              DISPLAY 'FILE STATUS: ' FS-DERIVACION
              GO TO 2810-DERIVAR-UNA-AGENCIA-FIN
           END-IF.

           OPEN INPUT WRK-DERIVACIONES.
           PERFORM 2820-COPIAR-UNA-DERIVACION
              THRU 2820-COPIAR-UNA-DERIVACION-FIN
              UNTIL NOT FS-WRK-DERIVACIONES-OK.
           CLOSE WRK-DERIVACIONES.

           CLOSE SAL-DERIVACION.

       2810-DERIVAR-UNA-AGENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2820-COPIAR-UNA-DERIVACION.

           READ WRK-DERIVACIONES INTO WS-DER-DERIVACION-REG
               AT END GO TO 2820-COPIAR-UNA-DERIVACION-FIN
           END-READ.

           IF WS-DER-AGENCIA = WS-TAG-CODIGO (WS-IX-AGE)
              WRITE WS-SAL-DERIVACION-REG FROM WS-DER-DERIVACION-REG
           END-IF.

       2820-COPIAR-UNA-DERIVACION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** una seccion por agencia con cuentas o liquidacion en el
      *    *** periodo, y el total general al final
       2900-EMITIR-LIQUIDACION.

           CLOSE WRK-LIQUIDACION.

           OPEN OUTPUT SAL-LIQUIDACION.
           IF NOT FS-LIQUIDACION-OK
              DISPLAY 'ERROR AL ABRIR ' WS-RUTA-LIQUIDACION
              DISPLAY 'FILE STATUS: ' FS-LIQUIDACION
              GO TO 2900-EMITIR-LIQUIDACION-FIN
           END-IF.

           MOVE WS-PERIODO TO WS-LIQ-PERIODO-T.
           WRITE WS-SAL-LIQUIDACION FROM WS-LIQ-TITULO.

           PERFORM 2910-LIQUIDAR-UNA-AGENCIA
              THRU 2910-LIQUIDAR-UNA-AGENCIA-FIN
              VARYING WS-IX-AGE FROM 1 BY 1
                UNTIL WS-IX-AGE > WS-CANT-AGENCIAS.

           MOVE SPACES TO WS-SAL-LIQUIDACION.
           WRITE WS-SAL-LIQUIDACION.
           MOVE 'TOTAL GENERAL'  TO WS-LIQ-TOTAL-TEXTO.
           MOVE WS-TOT-RECUP-ARS TO WS-LIQ-TOT-RECUP-ARS.
           MOVE WS-TOT-RECUP-USD TO WS-LIQ-TOT-RECUP-USD.
           MOVE WS-TOT-COMIS-ARS TO WS-LIQ-TOT-COMIS-ARS.
           MOVE WS-TOT-COMIS-USD TO WS-LIQ-TOT-COMIS-USD.
           WRITE WS-SAL-LIQUIDACION FROM WS-LIQ-TOTAL.

           CLOSE SAL-LIQUIDACION.

       2900-EMITIR-LIQUIDACION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2910-LIQUIDAR-UNA-AGENCIA.

           IF WS-TAG-VIGENTES (WS-IX-AGE) = ZEROES
              AND WS-TAG-RETIRADAS (WS-IX-AGE) = ZEROES
              AND WS-TAG-LIQUIDADAS (WS-IX-AGE) = ZEROES
              AND WS-TAG-GESTIONES (WS-IX-AGE) = ZEROES
              AND WS-TAG-RECHAZADAS (WS-IX-AGE) = ZEROES
              GO TO 2910-LIQUIDAR-UNA-AGENCIA-FIN
           END-IF.

           MOVE SPACES TO WS-SAL-LIQUIDACION.
           WRITE WS-SAL-LIQUIDACION.
           MOVE WS-TAG-CODIGO (WS-IX-AGE)       TO WS-LIQ-CODIGO-A.
           MOVE WS-TAG-NOMBRE (WS-IX-AGE)       TO WS-LIQ-NOMBRE-A.
           MOVE WS-TAG-COMISION-PCT (WS-IX-AGE) TO WS-LIQ-PCT-A.
           WRITE WS-SAL-LIQUIDACION FROM WS-LIQ-AGENCIA.
           WRITE WS-SAL-LIQUIDACION FROM WS-LIQ-ENCABEZADO.

           OPEN INPUT WRK-LIQUIDACION.
           PERFORM 2920-COPIAR-UNA-LIQUIDACION
              THRU 2920-COPIAR-UNA-LIQUIDACION-FIN
              UNTIL NOT FS-WRK-LIQUIDACION-OK.
           CLOSE WRK-LIQUIDACION.

           MOVE 'TOTAL AGENCIA' TO WS-LIQ-TOTAL-TEXTO.
           MOVE WS-TAG-RECUP-ARS (WS-IX-AGE) TO WS-LIQ-TOT-RECUP-ARS.
           MOVE WS-TAG-RECUP-USD (WS-IX-AGE) TO WS-LIQ-TOT-RECUP-USD.
           MOVE WS-TAG-COMIS-ARS (WS-IX-AGE) TO WS-LIQ-TOT-COMIS-ARS.
           MOVE WS-TAG-COMIS-USD (WS-IX-AGE) TO WS-LIQ-TOT-COMIS-USD.
           WRITE WS-SAL-LIQUIDACION FROM WS-LIQ-TOTAL.

           MOVE WS-TAG-NUEVAS (WS-IX-AGE)     TO WS-LIQ-NUEVAS.
           MOVE WS-TAG-RETIRADAS (WS-IX-AGE)  TO WS-LIQ-RETIRADAS.
           MOVE WS-TAG-VIGENTES (WS-IX-AGE)   TO WS-LIQ-VIGENTES.
           MOVE WS-TAG-GESTIONES (WS-IX-AGE)  TO WS-LIQ-GESTIONES.
           MOVE WS-TAG-RECHAZADAS (WS-IX-AGE) TO WS-LIQ-RECHAZADAS.
           WRITE WS-SAL-LIQUIDACION FROM WS-LIQ-MOVIMIENTOS.

           ADD WS-TAG-RECUP-ARS (WS-IX-AGE) TO WS-TOT-RECUP-ARS.
           ADD WS-TAG-RECUP-USD (WS-IX-AGE) TO WS-TOT-RECUP-USD.
           ADD WS-TAG-COMIS-ARS (WS-IX-AGE) TO WS-TOT-COMIS-ARS.
           ADD WS-TAG-COMIS-USD (WS-IX-AGE) TO WS-TOT-COMIS-USD.

       2910-LIQUIDAR-UNA-AGENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2920-COPIAR-UNA-LIQUIDACION.

           READ WRK-LIQUIDACION
               AT END GO TO 2920-COPIAR-UNA-LIQUIDACION-FIN
           END-READ.

           IF WS-WLQ-AGENCIA = WS-TAG-CODIGO (WS-IX-AGE)
              WRITE WS-SAL-LIQUIDACION FROM WS-WLQ-LINEA
           END-IF.

       2920-COPIAR-UNA-LIQUIDACION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           PERFORM 3100-ACTUALIZAR-AGENCIA
              THRU 3100-ACTUALIZAR-AGENCIA-FIN
              VARYING WS-IX-AGE FROM 1 BY 1
                UNTIL WS-IX-AGE > WS-CANT-AGENCIAS.

           OPEN OUTPUT CTL-ASIGNAGE.
           IF FS-CONTROL-OK
              MOVE WS-PERIODO              TO WS-CTL-PERIODO
              MOVE WS-FECHA-HOY            TO WS-CTL-FECHA-PROCESO
              MOVE WS-ULT-AGENCIA-ROTACION TO WS-CTL-ULT-AGENCIA
              WRITE WS-CTL-ASIGNAGE-REG
              CLOSE CTL-ASIGNAGE
           ELSE
              DISPLAY 'ERROR AL GRABAR ASIGNAGE-CTL.SEQ: ' FS-CONTROL
           END-IF.

           CLOSE ENT-AGENCIAS
                 ENT-ASIGNACIONES
                 ENT-MOROSIDAD
                 ENT-MAESTRO-TARJETAS
                 SAL-HIST-GESTIONES.

           IF WS-EXISTE-ACUERDOS
              CLOSE ENT-ACUERDOS
           END-IF.

           DISPLAY 'GESTIONES INCORPORADAS   : ' WS-CANT-GESTIONES.
           DISPLAY 'GESTIONES RECHAZADAS     : '
                   WS-CANT-GEST-RECHAZADAS.
           DISPLAY 'CUENTAS LIQUIDADAS       : ' WS-CANT-LIQUIDADAS.
           DISPLAY 'CUENTAS RETIRADAS        : ' WS-CANT-RETIRADAS.
           DISPLAY 'CUENTAS CANDIDATAS       : ' WS-CANT-CANDIDATAS.
           DISPLAY 'CUENTAS ASIGNADAS        : ' WS-CANT-ASIGNADAS.
           DISPLAY 'FRENADAS POR ACUERDO     : ' WS-CANT-EN-ACUERDO.
           DISPLAY 'SIN AGENCIA CON CUPO     : ' WS-CANT-SIN-CUPO.
           DISPLAY 'SIN DATOS EN EL MAESTRO  : ' WS-CANT-SIN-MAESTRO.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** acumulados de la corrida sobre el maestro de agencias
       3100-ACTUALIZAR-AGENCIA.

           MOVE WS-TAG-CODIGO (WS-IX-AGE) TO WS-AGE-CODIGO.
           READ ENT-AGENCIAS KEY IS WS-AGE-CODIGO
               INVALID KEY CONTINUE
           END-READ.

           IF NOT FS-AGENCIAS-OK
              DISPLAY 'ERROR AL RELEER LA AGENCIA ' WS-AGE-CODIGO
                      ': ' FS-AGENCIAS
              GO TO 3100-ACTUALIZAR-AGENCIA-FIN
           END-IF.

           MOVE WS-TAG-VIGENTES (WS-IX-AGE)
                                       TO WS-AGE-CUENTAS-VIGENTES.
           ADD WS-TAG-DEUDA-NUEVA (WS-IX-AGE)
                                       TO WS-AGE-DEUDA-ASIGNADA-ARS.
           ADD WS-TAG-RECUP-ARS (WS-IX-AGE) TO WS-AGE-RECUPERADO-ARS.
           ADD WS-TAG-RECUP-USD (WS-IX-AGE) TO WS-AGE-RECUPERADO-USD.
           ADD WS-TAG-COMIS-ARS (WS-IX-AGE) TO WS-AGE-COMISION-ARS.
           ADD WS-TAG-COMIS-USD (WS-IX-AGE) TO WS-AGE-COMISION-USD.
           MOVE WS-PERIODO                  TO WS-AGE-ULT-PERIODO.

           REWRITE WS-AGE-AGENCIA-REG.

           IF NOT FS-AGENCIAS-OK
              DISPLAY 'ERROR AL ACTUALIZAR LA AGENCIA ' WS-AGE-CODIGO
                      ': ' FS-AGENCIAS
           END-IF.

       3100-ACTUALIZAR-AGENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
