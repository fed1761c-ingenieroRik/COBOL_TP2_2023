      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: cruce de las personas (PERSONAS.VSAM) contra las
      *          listas de sanciones UIF/OFAC y de personas expuestas
      *          politicamente (LISTAS-CUMPLIMIENTO.SEQ, ver
      *          LISTACUM.CPY), por documento (DNI o CUIT, el DNI
      *          dentro del CUIT tambien coincide) y por apellido y
      *          primer nombre. Cada coincidencia nueva queda
      *          pendiente en la cola COINCIDENCIAS.VSAM
      *          (CRUCEHIT.CPY) para que cumplimiento la confirme o la
      *          descarte; una confirmada bloquea todas las tarjetas de
      *          la persona (maestro inactivo, auditoria y motivo 'S'
      *          en BLOQCTRL, que solo levanta un supervisor). Cada
      *          cruce y cada resolucion se agregan al registro fechado
      *          REGISTRO-CRUCES.SEQ (CRUCEREG.CPY).
      *          CRUCELIS_MODO=BASE (omision): toda la base, solo si
      *          llego una version de lista posterior a la ya cruzada
      *          (CRUCELIS-CTL.SEQ) o con CRUCELIS_FORZAR=S.
      *          CRUCELIS_MODO=ALTAS: las personas dadas de alta desde
      *          la corrida de altas anterior (diaria, despues de
      *          MANTTARJ/MANTLOTE/ORIGINA).
      *          CRUCELIS_MODO=RESOLVER: cumplimiento (rol operador o
      *          supervisor, ver SIGNON) recorre la cola pendiente por
      *          consola. Resumen de las corridas en CRUCELIS.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUCELIS.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-LISTAS
           ASSIGN TO WS-RUTA-LISTAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTAS.

       SELECT ENT-PERSONAS
           ASSIGN TO WS-RUTA-PERSONAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-PER-DOCUMENTO
           FILE STATUS IS FS-PERSONAS.

       SELECT ENT-COINCIDENCIAS
           ASSIGN TO WS-RUTA-COINCIDENCIAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-CHT-CLAVE
           FILE STATUS IS FS-COINCIDENCIAS.

       SELECT ENT-CUENTA-PERSONA
           ASSIGN TO WS-RUTA-CUENTA-PERSONA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-CPE-CUENTA
           FILE STATUS IS FS-CUENTA-PERSONA.

       SELECT ENT-MAESTRO-TARJETAS
           ASSIGN TO WS-RUTA-MAESTRO-TARJETAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-MAESTRO-TARJETAS
           RECORD KEY IS WS-MT-NUM-TARJETA
           ALTERNATE RECORD KEY IS WS-MT-NUM-CUENTA
                                          WITH DUPLICATES.

       SELECT SAL-REGISTRO
           ASSIGN TO WS-RUTA-REGISTRO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REGISTRO.

       SELECT CTL-CRUCELIS
           ASSIGN TO WS-RUTA-CONTROL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL.

       SELECT SAL-REPORTE
           ASSIGN TO WS-RUTA-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-LISTAS.
           COPY LISTACUM.

       FD ENT-PERSONAS.
           COPY PERSONAS.

       FD ENT-COINCIDENCIAS.
           COPY CRUCEHIT.

       FD ENT-CUENTA-PERSONA.
       01 WS-CPE-VINCULO-REG.
          05 WS-CPE-CUENTA                          PIC 9(10).
          05 WS-CPE-DOCUMENTO                       PIC X(11).

       FD ENT-MAESTRO-TARJETAS.
       01 WS-ENT-MAESTRO-TARJETAS-REG.
          05 WS-MT-NUM-CUENTA                       PIC 9(10).
          05 WS-MT-NUM-TARJETA                      PIC X(19).
      *    *** nombre/apellido/direccion/cp/moneda/limite (97 bytes)
          05 FILLER                                 PIC X(97).
          05 WS-MT-ESTADO                           PIC X(01).
             88 WS-MT-ACTIVA                           VALUE 'A'.
             88 WS-MT-INACTIVA                         VALUE 'I'.
      *    *** saldos/dia/tipo/titular/limite usd (52 bytes)
          05 FILLER                                 PIC X(52).

       FD SAL-REGISTRO.
           COPY CRUCEREG.

       FD CTL-CRUCELIS.
       01 WS-CTL-CRUCELIS-REG.
      *    *** version de lista con que se cruzo toda la base
          05 WS-CTL-VERSION-LISTA                   PIC 9(08).
          05 WS-CTL-FECHA-BASE                      PIC 9(08).
      *    *** fecha de la ultima corrida de altas
          05 WS-CTL-FECHA-ALTAS                     PIC 9(08).

       FD SAL-REPORTE.
       01 WS-SAL-REPORTE                            PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-LISTAS             PIC X(60)
                                     VALUE '../LISTAS-CUMPLIMIENTO.SEQ'.
       01 WS-RUTA-PERSONAS           PIC X(60)
                                     VALUE '../PERSONAS.VSAM'.
       01 WS-RUTA-COINCIDENCIAS      PIC X(60)
                                     VALUE '../COINCIDENCIAS.VSAM'.
       01 WS-RUTA-CUENTA-PERSONA     PIC X(60)
                                     VALUE '../CUENTA-PERSONA.VSAM'.
       01 WS-RUTA-MAESTRO-TARJETAS   PIC X(60)
                                     VALUE '../MAESTRO-TARJETAS.VSAM'.
       01 WS-RUTA-REGISTRO           PIC X(60)
                                     VALUE '../REGISTRO-CRUCES.SEQ'.
       01 WS-RUTA-CONTROL            PIC X(60)
                                     VALUE '../CRUCELIS-CTL.SEQ'.
       01 WS-RUTA-REPORTE            PIC X(60)
                                     VALUE '../CRUCELIS.TXT'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
          05 FS-LISTAS                             PIC X(2).
             88 FS-LISTAS-OK                           VALUE '00'.
             88 FS-LISTAS-EOF                          VALUE '10'.
             88 FS-LISTAS-NFD                          VALUE '35'.
          05 FS-PERSONAS                           PIC X(2).
             88 FS-PERSONAS-OK                         VALUE '00'.
             88 FS-PERSONAS-EOF                        VALUE '10'.
             88 FS-PERSONAS-NFD                        VALUE '35'.
          05 FS-COINCIDENCIAS                      PIC X(2).
             88 FS-COINCIDENCIAS-OK                    VALUE '00'.
             88 FS-COINCIDENCIAS-EOF                   VALUE '10'.
             88 FS-COINCIDENCIAS-NFD                   VALUE '35'.
             88 FS-COINCIDENCIAS-CLAVE-NFD             VALUE '23'.
          05 FS-CUENTA-PERSONA                     PIC X(2).
             88 FS-CUENTA-PERSONA-OK                   VALUE '00'.
          05 FS-MAESTRO-TARJETAS                   PIC X(2).
             88 FS-MAESTRO-TARJETAS-OK                 VALUE '00'.
          05 FS-REGISTRO                           PIC X(2).
             88 FS-REGISTRO-OK                         VALUE '00'.
             88 FS-REGISTRO-NFD                        VALUE '35'.
          05 FS-CONTROL                            PIC X(2).
             88 FS-CONTROL-OK                          VALUE '00'.
          05 FS-REPORTE                            PIC X(2).
             88 FS-REPORTE-OK                          VALUE '00'.

      *    *** sesion del analista de cumplimiento (ver SIGNON)
       01 WS-SIGNON.
           COPY SIGNIO.

       01 WS-AUDITORIA.
           COPY AUDICIO.

      *    *** registro del motivo del bloqueo (BLOQCTRL): cumplimiento;
      *    *** la reactivacion exige la firma de un supervisor
       01 WS-BLOQUEO.
           COPY BLOQIO.
       01 WS-CRU-IMAGEN-ANTES        PIC X(179) VALUE SPACES.

       01 WS-MODO-EJECUCION          PIC X(10) VALUE 'BASE'.
          88 WS-ES-MODO-BASE                       VALUE 'BASE'.
          88 WS-ES-MODO-ALTAS                      VALUE 'ALTAS'.
          88 WS-ES-MODO-RESOLVER                   VALUE 'RESOLVER'.

      *    *** repetir el cruce de la base con la misma version de
      *    *** lista (CRUCELIS_FORZAR=S)
       01 WS-FORZAR                  PIC X(01) VALUE 'N'.

       01 WS-HAY-CUENTA-PERSONA      PIC X(01) VALUE 'N'.

       01 WS-CONTINUAR               PIC X(01) VALUE 'S'.
          88 WS-SEGUIR-PROCESANDO                  VALUE 'S'.
          88 WS-FIN-PROCESO                        VALUE 'N'.

       01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
       01 WS-HORA-HOY                PIC 9(06) VALUE ZEROES.
       01 WS-FECHA-DESDE-ALTAS       PIC 9(08) VALUE ZEROES.
       01 WS-VERSION-LISTA           PIC 9(08) VALUE ZEROES.

      *    *** entradas de las listas, en memoria, con apellido y
      *    *** primer nombre ya normalizados a mayusculas
       01 WS-TABLA-LISTAS.
          05 WS-CANT-ENTRADAS        PIC 9(05) VALUE ZEROES.
          05 WS-TLI-ITEM OCCURS 20000 TIMES
                          INDEXED BY WS-IX-TLI.
             10 WS-TLI-LISTA         PIC X(04).
             10 WS-TLI-ID-ENTRADA    PIC X(12).
             10 WS-TLI-DOCUMENTO     PIC X(11).
             10 WS-TLI-APELLIDO      PIC X(20).
             10 WS-TLI-NOMBRE        PIC X(20).
             10 WS-TLI-NOMBRE-1      PIC X(20).
             10 WS-TLI-FECHA-LISTA   PIC 9(08).
             10 WS-TLI-DETALLE       PIC X(40).
       77 WS-ENTRADAS-SIN-LUGAR      PIC 9(05) VALUE ZEROES.

       01 WS-MINUSCULAS              PIC X(26)
                                  VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01 WS-MAYUSCULAS              PIC X(26)
                                  VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *    *** persona en cruce, normalizada
       01 WS-CRZ-PERSONA.
          05 WS-CRZ-DOCUMENTO        PIC X(11).
          05 WS-CRZ-APELLIDO         PIC X(20).
          05 WS-CRZ-NOMBRE           PIC X(20).
          05 WS-CRZ-NOMBRE-1         PIC X(20).
       01 WS-NOMBRE-TRABAJO          PIC X(20) VALUE SPACES.
       01 WS-PRIMER-NOMBRE           PIC X(20) VALUE SPACES.

       01 WS-TIPO-COINCIDENCIA       PIC X(01) VALUE SPACE.
          88 WS-SIN-COINCIDENCIA                   VALUE SPACE.

       01 WS-PERSONA-CONFIRMADA      PIC X(01) VALUE 'N'.
          88 WS-HAY-CONFIRMADA                     VALUE 'S'.
       77 WS-COINC-NUEVAS-PERSONA    PIC 9(03) VALUE ZEROES.
       77 WS-COINC-TOTAL-PERSONA     PIC 9(03) VALUE ZEROES.

      *    *** barrido de las tarjetas de la persona
       01 WS-DOCUMENTO-BLOQUEO       PIC X(11) VALUE SPACES.
       01 WS-CUENTA-CONSULTA         PIC 9(10) VALUE ZEROES.
       01 WS-CUENTA-LEIDA            PIC 9(10) VALUE ZEROES.
       77 WS-BLOQUEADAS-PERSONA      PIC 9(03) VALUE ZEROES.

      *    *** resolucion por consola
       01 WS-DECISION-ANALISTA       PIC X(01) VALUE SPACE.
       01 WS-OBSERVACION             PIC X(40) VALUE SPACES.

       01 WS-CONTADORES.
          05 WS-CANT-PERSONAS        PIC 9(07) VALUE ZEROES.
          05 WS-CANT-NUEVAS          PIC 9(05) VALUE ZEROES.
          05 WS-CANT-YA-ENCOLADAS    PIC 9(05) VALUE ZEROES.
          05 WS-CANT-CONFIRMADAS     PIC 9(05) VALUE ZEROES.
          05 WS-CANT-DESCARTADAS     PIC 9(05) VALUE ZEROES.
          05 WS-CANT-BLOQUEADAS      PIC 9(05) VALUE ZEROES.

       01 WS-LINEA-COINCIDENCIA.
          05 WS-LCO-TITULO           PIC X(20).
          05 WS-LCO-DOCUMENTO        PIC X(11).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-LCO-LISTA            PIC X(04).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-LCO-ID-ENTRADA       PIC X(12).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-LCO-TIPO             PIC X(09).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-LCO-NOMBRE           PIC X(40).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-ES-MODO-RESOLVER
              PERFORM 2400-RESOLVER-COINCIDENCIAS
                 THRU 2400-RESOLVER-COINCIDENCIAS-FIN
           ELSE
              PERFORM 2000-CRUZAR-PERSONA
                 THRU 2000-CRUZAR-PERSONA-FIN
                 UNTIL FS-PERSONAS-EOF
                    OR WS-FIN-PROCESO
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-HOY.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'CRUCELIS_MODO'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO (1:10) TO WS-MODO-EJECUCION
           END-IF.

           IF NOT WS-ES-MODO-BASE
              AND NOT WS-ES-MODO-ALTAS
              AND NOT WS-ES-MODO-RESOLVER
              DISPLAY 'CRUCELIS_MODO INVALIDO: ' WS-MODO-EJECUCION
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'CRUCELIS_FORZAR'.
           IF WS-RUTA-ENTORNO = 'S'
              MOVE 'S' TO WS-FORZAR
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'CRUCELIS_LISTAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-LISTAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MAESTRO_TARJETAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-MAESTRO-TARJETAS
           END-IF.

           IF WS-ES-MODO-RESOLVER
              MOVE 'P' TO WS-SGN-MODO
              CALL 'SIGNON' USING WS-SIGNON
              IF NOT WS-SGN-ACEPTADO
                 DISPLAY 'ACCESO DENEGADO: ' WS-SGN-DES-ERROR-O
                 STOP RUN
              END-IF
              IF WS-SGN-ES-CONSULTA
                 DISPLAY 'SU ROL NO PERMITE RESOLVER COINCIDENCIAS'
                 STOP RUN
              END-IF
           END-IF.

           OPEN INPUT ENT-PERSONAS.
           IF NOT FS-PERSONAS-OK
              DISPLAY 'ERROR AL ABRIR PERSONAS.VSAM: ' FS-PERSONAS
              STOP RUN
           END-IF.

      *    *** la cola y el registro se crean en la primera corrida
           OPEN I-O ENT-COINCIDENCIAS.
           IF FS-COINCIDENCIAS-NFD
              OPEN OUTPUT ENT-COINCIDENCIAS
              CLOSE ENT-COINCIDENCIAS
              OPEN I-O ENT-COINCIDENCIAS
           END-IF.
           IF NOT FS-COINCIDENCIAS-OK
              DISPLAY 'ERROR AL ABRIR COINCIDENCIAS.VSAM: '
                      FS-COINCIDENCIAS
              STOP RUN
           END-IF.

           OPEN EXTEND SAL-REGISTRO.
           IF FS-REGISTRO-NFD
              OPEN OUTPUT SAL-REGISTRO
           END-IF.
           IF NOT FS-REGISTRO-OK
              DISPLAY 'ERROR AL ABRIR REGISTRO-CRUCES.SEQ: '
                      FS-REGISTRO
              STOP RUN
           END-IF.

           OPEN I-O ENT-MAESTRO-TARJETAS.
           IF NOT FS-MAESTRO-TARJETAS-OK
              DISPLAY 'ERROR AL ABRIR MAESTRO-TARJETAS.VSAM: '
                      FS-MAESTRO-TARJETAS
              STOP RUN
           END-IF.

      *    *** sin vinculos la persona no tiene tarjetas que bloquear
           OPEN INPUT ENT-CUENTA-PERSONA.
           IF FS-CUENTA-PERSONA-OK
              MOVE 'S' TO WS-HAY-CUENTA-PERSONA
           END-IF.

           IF WS-ES-MODO-RESOLVER
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           PERFORM 1100-CARGAR-LISTAS
              THRU 1100-CARGAR-LISTAS-FIN.

           PERFORM 1200-LEER-CONTROL
              THRU 1200-LEER-CONTROL-FIN.

           OPEN OUTPUT SAL-REPORTE.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR CRUCELIS.TXT: ' FS-REPORTE
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'CRUCE CONTRA LISTAS DE CUMPLIMIENTO - '
                  WS-FECHA-HOY ' - MODO ' WS-MODO-EJECUCION
                  ' - VERSION DE LISTA ' WS-VERSION-LISTA
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

      *    *** una version de lista ya cruzada no se vuelve a cruzar
      *    *** sobre toda la base salvo pedido expreso
           IF WS-ES-MODO-BASE
              AND WS-VERSION-LISTA NOT > WS-CTL-VERSION-LISTA
              AND WS-FORZAR = 'N'
              DISPLAY 'LA VERSION DE LISTA ' WS-VERSION-LISTA
                      ' YA FUE CRUZADA EL ' WS-CTL-FECHA-BASE
                      '; CRUCELIS_FORZAR=S PARA REPETIRLO'
              MOVE 'LA VERSION DE LISTA YA FUE CRUZADA CONTRA LA BASE'
                                     TO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
              SET WS-FIN-PROCESO TO TRUE
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           MOVE LOW-VALUES TO WS-PER-DOCUMENTO.
           START ENT-PERSONAS KEY IS NOT LESS THAN WS-PER-DOCUMENTO
               INVALID KEY
                  SET WS-FIN-PROCESO TO TRUE
           END-START.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** sin listas no hay cruce posible: no se registra nada
      *    *** como cruzado
       1100-CARGAR-LISTAS.

           OPEN INPUT ENT-LISTAS.
           IF NOT FS-LISTAS-OK
              DISPLAY 'ERROR AL ABRIR LISTAS-CUMPLIMIENTO.SEQ: '
                      FS-LISTAS
              STOP RUN
           END-IF.

           PERFORM 1110-CARGAR-UNA-ENTRADA
              THRU 1110-CARGAR-UNA-ENTRADA-FIN
              UNTIL FS-LISTAS-EOF.

           CLOSE ENT-LISTAS.

           IF WS-CANT-ENTRADAS = ZEROES
              DISPLAY 'LISTAS-CUMPLIMIENTO.SEQ SIN ENTRADAS'
              STOP RUN
           END-IF.

           IF WS-ENTRADAS-SIN-LUGAR > ZEROES
              DISPLAY 'AVISO: ' WS-ENTRADAS-SIN-LUGAR
                      ' ENTRADAS DE LISTA NO ENTRARON EN LA TABLA'
           END-IF.

       1100-CARGAR-LISTAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1110-CARGAR-UNA-ENTRADA.

           READ ENT-LISTAS
               AT END
                  GO TO 1110-CARGAR-UNA-ENTRADA-FIN
           END-READ.

           IF WS-CANT-ENTRADAS NOT < 20000
              ADD 1 TO WS-ENTRADAS-SIN-LUGAR
              GO TO 1110-CARGAR-UNA-ENTRADA-FIN
           END-IF.

           ADD 1 TO WS-CANT-ENTRADAS.
           SET WS-IX-TLI TO WS-CANT-ENTRADAS.

           MOVE WS-LCU-LISTA       TO WS-TLI-LISTA (WS-IX-TLI).
           MOVE WS-LCU-ID-ENTRADA  TO WS-TLI-ID-ENTRADA (WS-IX-TLI).
           MOVE WS-LCU-DOCUMENTO   TO WS-TLI-DOCUMENTO (WS-IX-TLI).
           MOVE WS-LCU-FECHA-LISTA TO WS-TLI-FECHA-LISTA (WS-IX-TLI).
           MOVE WS-LCU-DETALLE     TO WS-TLI-DETALLE (WS-IX-TLI).

           MOVE WS-LCU-APELLIDO    TO WS-TLI-APELLIDO (WS-IX-TLI).
           INSPECT WS-TLI-APELLIDO (WS-IX-TLI)
                   CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS.
           MOVE WS-LCU-NOMBRE      TO WS-NOMBRE-TRABAJO.
           PERFORM 2190-NORMALIZAR-NOMBRE
              THRU 2190-NORMALIZAR-NOMBRE-FIN.
           MOVE WS-NOMBRE-TRABAJO  TO WS-TLI-NOMBRE (WS-IX-TLI).
           MOVE WS-PRIMER-NOMBRE   TO WS-TLI-NOMBRE-1 (WS-IX-TLI).

           IF WS-LCU-FECHA-LISTA > WS-VERSION-LISTA
              MOVE WS-LCU-FECHA-LISTA TO WS-VERSION-LISTA
           END-IF.

       1110-CARGAR-UNA-ENTRADA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1200-LEER-CONTROL.

           INITIALIZE WS-CTL-CRUCELIS-REG.

           OPEN INPUT CTL-CRUCELIS.
           IF FS-CONTROL-OK
              READ CTL-CRUCELIS
                  AT END INITIALIZE WS-CTL-CRUCELIS-REG
              END-READ
              CLOSE CTL-CRUCELIS
           END-IF.

      *    *** la primera corrida de altas toma las del dia
           MOVE WS-CTL-FECHA-ALTAS TO WS-FECHA-DESDE-ALTAS.
           IF WS-FECHA-DESDE-ALTAS = ZEROES
              MOVE WS-FECHA-HOY TO WS-FECHA-DESDE-ALTAS
           END-IF.

       1200-LEER-CONTROL-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-CRUZAR-PERSONA.

           READ ENT-PERSONAS NEXT RECORD
               AT END
                  GO TO 2000-CRUZAR-PERSONA-FIN
           END-READ.

           IF WS-ES-MODO-ALTAS
              AND WS-PER-FECHA-ALTA < WS-FECHA-DESDE-ALTAS
              GO TO 2000-CRUZAR-PERSONA-FIN
           END-IF.

           ADD 1 TO WS-CANT-PERSONAS.

           MOVE WS-PER-DOCUMENTO TO WS-CRZ-DOCUMENTO.
           MOVE WS-PER-APELLIDO  TO WS-CRZ-APELLIDO.
           INSPECT WS-CRZ-APELLIDO
                   CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS.
           MOVE WS-PER-NOMBRE    TO WS-NOMBRE-TRABAJO.
           PERFORM 2190-NORMALIZAR-NOMBRE
              THRU 2190-NORMALIZAR-NOMBRE-FIN.
           MOVE WS-NOMBRE-TRABAJO TO WS-CRZ-NOMBRE.
           MOVE WS-PRIMER-NOMBRE  TO WS-CRZ-NOMBRE-1.

           MOVE 'N'    TO WS-PERSONA-CONFIRMADA.
           MOVE ZEROES TO WS-COINC-NUEVAS-PERSONA.
           MOVE ZEROES TO WS-COINC-TOTAL-PERSONA.

           PERFORM 2100-COMPARAR-ENTRADA
              THRU 2100-COMPARAR-ENTRADA-FIN
              VARYING WS-IX-TLI FROM 1 BY 1
              UNTIL WS-IX-TLI > WS-CANT-ENTRADAS.

      *    *** una coincidencia ya confirmada alcanza tambien a las
      *    *** tarjetas emitidas despues de la confirmacion
           IF WS-HAY-CONFIRMADA
              MOVE WS-CRZ-DOCUMENTO TO WS-DOCUMENTO-BLOQUEO
              PERFORM 2500-BLOQUEAR-PERSONA
                 THRU 2500-BLOQUEAR-PERSONA-FIN
              IF WS-BLOQUEADAS-PERSONA > ZEROES
                 MOVE SPACES TO WS-SAL-REPORTE
                 STRING 'CONFIRMADA CON TARJETAS NUEVAS: '
                        WS-CRZ-DOCUMENTO ' BLOQUEADAS '
                        WS-BLOQUEADAS-PERSONA
                        DELIMITED BY SIZE INTO WS-SAL-REPORTE
                 WRITE WS-SAL-REPORTE
              END-IF
           END-IF.

           INITIALIZE WS-CRG-CRUCE-REG.
           MOVE WS-FECHA-HOY          TO WS-CRG-FECHA.
           MOVE WS-HORA-HOY           TO WS-CRG-HORA.
           MOVE WS-MODO-EJECUCION     TO WS-CRG-MODO.
           MOVE WS-CRZ-DOCUMENTO      TO WS-CRG-DOCUMENTO.
           MOVE WS-VERSION-LISTA      TO WS-CRG-VERSION-LISTA.
           MOVE WS-CANT-ENTRADAS      TO WS-CRG-CANT-ENTRADAS.
           MOVE WS-COINC-TOTAL-PERSONA
                                      TO WS-CRG-CANT-COINCIDENCIAS.
           EVALUATE TRUE
               WHEN WS-COINC-NUEVAS-PERSONA > ZEROES
                    MOVE 'H' TO WS-CRG-RESULTADO
               WHEN WS-COINC-TOTAL-PERSONA > ZEROES
                    MOVE 'Y' TO WS-CRG-RESULTADO
               WHEN OTHER
                    MOVE 'L' TO WS-CRG-RESULTADO
           END-EVALUATE.
           PERFORM 2900-ASENTAR-REGISTRO
              THRU 2900-ASENTAR-REGISTRO-FIN.

       2000-CRUZAR-PERSONA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** coincide el documento (igual, o el DNI contenido en el
      *    *** CUIT del otro lado) o el apellido con el primer nombre
       2100-COMPARAR-ENTRADA.

           MOVE SPACE TO WS-TIPO-COINCIDENCIA.

           IF WS-TLI-DOCUMENTO (WS-IX-TLI) <> SPACES
              EVALUATE TRUE
                  WHEN WS-TLI-DOCUMENTO (WS-IX-TLI) = WS-CRZ-DOCUMENTO
                       MOVE 'D' TO WS-TIPO-COINCIDENCIA
                  WHEN WS-TLI-DOCUMENTO (WS-IX-TLI) IS NUMERIC
                   AND WS-CRZ-DOCUMENTO (1:8) IS NUMERIC
                   AND WS-CRZ-DOCUMENTO (9:3) = SPACES
                   AND WS-TLI-DOCUMENTO (WS-IX-TLI) (3:8) =
                       WS-CRZ-DOCUMENTO (1:8)
                       MOVE 'D' TO WS-TIPO-COINCIDENCIA
                  WHEN WS-CRZ-DOCUMENTO IS NUMERIC
                   AND WS-TLI-DOCUMENTO (WS-IX-TLI) (1:8) IS NUMERIC
                   AND WS-TLI-DOCUMENTO (WS-IX-TLI) (9:3) = SPACES
                   AND WS-CRZ-DOCUMENTO (3:8) =
                       WS-TLI-DOCUMENTO (WS-IX-TLI) (1:8)
                       MOVE 'D' TO WS-TIPO-COINCIDENCIA
              END-EVALUATE
           END-IF.

           IF WS-SIN-COINCIDENCIA
              AND WS-CRZ-APELLIDO <> SPACES
              AND WS-TLI-APELLIDO (WS-IX-TLI) = WS-CRZ-APELLIDO
              AND WS-TLI-NOMBRE-1 (WS-IX-TLI) = WS-CRZ-NOMBRE-1
              MOVE 'N' TO WS-TIPO-COINCIDENCIA
           END-IF.

           IF WS-SIN-COINCIDENCIA
              GO TO 2100-COMPARAR-ENTRADA-FIN
           END-IF.

           PERFORM 2150-ENCOLAR-COINCIDENCIA
              THRU 2150-ENCOLAR-COINCIDENCIA-FIN.

       2100-COMPARAR-ENTRADA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** una coincidencia ya encolada no se duplica: la
      *    *** descartada queda descartada y la confirmada vuelve a
      *    *** aplicar el bloqueo
       2150-ENCOLAR-COINCIDENCIA.

           ADD 1 TO WS-COINC-TOTAL-PERSONA.

           MOVE WS-CRZ-DOCUMENTO              TO WS-CHT-DOCUMENTO.
           MOVE WS-TLI-LISTA (WS-IX-TLI)      TO WS-CHT-LISTA.
           MOVE WS-TLI-ID-ENTRADA (WS-IX-TLI) TO WS-CHT-ID-ENTRADA.
           READ ENT-COINCIDENCIAS KEY IS WS-CHT-CLAVE
               INVALID KEY CONTINUE
           END-READ.

           IF FS-COINCIDENCIAS-OK
              ADD 1 TO WS-CANT-YA-ENCOLADAS
              IF WS-CHT-CONFIRMADA
                 MOVE 'S' TO WS-PERSONA-CONFIRMADA
              END-IF
              GO TO 2150-ENCOLAR-COINCIDENCIA-FIN
           END-IF.

           INITIALIZE WS-CHT-COINCIDENCIA-REG.
           MOVE WS-CRZ-DOCUMENTO              TO WS-CHT-DOCUMENTO.
           MOVE WS-TLI-LISTA (WS-IX-TLI)      TO WS-CHT-LISTA.
           MOVE WS-TLI-ID-ENTRADA (WS-IX-TLI) TO WS-CHT-ID-ENTRADA.
           MOVE WS-TIPO-COINCIDENCIA      TO WS-CHT-TIPO-COINCIDENCIA.
           MOVE WS-FECHA-HOY              TO WS-CHT-FECHA-DETECCION.
           MOVE WS-TLI-FECHA-LISTA (WS-IX-TLI)
                                          TO WS-CHT-FECHA-LISTA.
           MOVE WS-TLI-APELLIDO (WS-IX-TLI)
                                          TO WS-CHT-APELLIDO-LISTA.
           MOVE WS-TLI-NOMBRE (WS-IX-TLI) TO WS-CHT-NOMBRE-LISTA.
           MOVE WS-TLI-DETALLE (WS-IX-TLI) TO WS-CHT-DETALLE.
           MOVE 'P'                       TO WS-CHT-ESTADO.

           WRITE WS-CHT-COINCIDENCIA-REG.
           IF NOT FS-COINCIDENCIAS-OK
              DISPLAY 'ERROR AL ENCOLAR LA COINCIDENCIA DE '
                      WS-CRZ-DOCUMENTO ': ' FS-COINCIDENCIAS
              GO TO 2150-ENCOLAR-COINCIDENCIA-FIN
           END-IF.

           ADD 1 TO WS-CANT-NUEVAS.
           ADD 1 TO WS-COINC-NUEVAS-PERSONA.

           MOVE 'NUEVA COINCIDENCIA:' TO WS-LCO-TITULO.
           MOVE WS-CHT-DOCUMENTO      TO WS-LCO-DOCUMENTO.
           MOVE WS-CHT-LISTA          TO WS-LCO-LISTA.
           MOVE WS-CHT-ID-ENTRADA     TO WS-LCO-ID-ENTRADA.
           IF WS-CHT-POR-DOCUMENTO
              MOVE 'DOCUMENTO' TO WS-LCO-TIPO
           ELSE
              MOVE 'NOMBRE'    TO WS-LCO-TIPO
           END-IF.
           MOVE SPACES TO WS-LCO-NOMBRE.
           STRING WS-CRZ-APELLIDO DELIMITED BY '  '
                  ', '            DELIMITED BY SIZE
                  WS-CRZ-NOMBRE   DELIMITED BY '  '
                  INTO WS-LCO-NOMBRE.
           MOVE WS-LINEA-COINCIDENCIA TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2150-ENCOLAR-COINCIDENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** WS-NOMBRE-TRABAJO a mayusculas y su primera palabra en
      *    *** WS-PRIMER-NOMBRE
       2190-NORMALIZAR-NOMBRE.

           INSPECT WS-NOMBRE-TRABAJO
                   CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS.

           MOVE SPACES TO WS-PRIMER-NOMBRE.
           UNSTRING WS-NOMBRE-TRABAJO DELIMITED BY ALL SPACE
               INTO WS-PRIMER-NOMBRE.

       2190-NORMALIZAR-NOMBRE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** recorrido de la cola pendiente: el analista confirma,
      *    *** descarta o deja pendiente cada coincidencia
       2400-RESOLVER-COINCIDENCIAS.

           MOVE LOW-VALUES TO WS-CHT-CLAVE.
           START ENT-COINCIDENCIAS KEY IS NOT LESS THAN WS-CHT-CLAVE
               INVALID KEY
                  DISPLAY 'NO HAY COINCIDENCIAS EN LA COLA'
                  GO TO 2400-RESOLVER-COINCIDENCIAS-FIN
           END-START.

           PERFORM 2410-RESOLVER-UNA
              THRU 2410-RESOLVER-UNA-FIN
              UNTIL FS-COINCIDENCIAS-EOF
                 OR WS-FIN-PROCESO.

           DISPLAY 'CONFIRMADAS: ' WS-CANT-CONFIRMADAS
                   '  DESCARTADAS: ' WS-CANT-DESCARTADAS
                   '  TARJETAS BLOQUEADAS: ' WS-CANT-BLOQUEADAS.

       2400-RESOLVER-COINCIDENCIAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2410-RESOLVER-UNA.

           READ ENT-COINCIDENCIAS NEXT RECORD
               AT END
                  GO TO 2410-RESOLVER-UNA-FIN
           END-READ.

           IF NOT WS-CHT-PENDIENTE
              GO TO 2410-RESOLVER-UNA-FIN
           END-IF.

           MOVE WS-CHT-DOCUMENTO TO WS-PER-DOCUMENTO.
           READ ENT-PERSONAS KEY IS WS-PER-DOCUMENTO
               INVALID KEY
                  MOVE SPACES TO WS-PER-APELLIDO WS-PER-NOMBRE
           END-READ.

           DISPLAY '-------------------------------------------------'.
           DISPLAY 'PERSONA    : ' WS-CHT-DOCUMENTO ' '
                   WS-PER-APELLIDO ' ' WS-PER-NOMBRE.
           DISPLAY 'LISTA      : ' WS-CHT-LISTA ' ENTRADA '
                   WS-CHT-ID-ENTRADA ' VERSION ' WS-CHT-FECHA-LISTA.
           DISPLAY 'EN LISTA   : ' WS-CHT-APELLIDO-LISTA ' '
                   WS-CHT-NOMBRE-LISTA.
           DISPLAY 'DETALLE    : ' WS-CHT-DETALLE.
           IF WS-CHT-POR-DOCUMENTO
              DISPLAY 'COINCIDE   : DOCUMENTO'
           ELSE
              DISPLAY 'COINCIDE   : APELLIDO Y NOMBRE'
           END-IF.
           DISPLAY 'DETECTADA  : ' WS-CHT-FECHA-DETECCION.

           DISPLAY 'C=CONFIRMAR / D=DESCARTAR / ENTER=DEJAR / F=FIN: '
                   WITH NO ADVANCING.
           MOVE SPACE TO WS-DECISION-ANALISTA.
           ACCEPT WS-DECISION-ANALISTA.

           IF WS-DECISION-ANALISTA = 'F'
              SET WS-FIN-PROCESO TO TRUE
              GO TO 2410-RESOLVER-UNA-FIN
           END-IF.

           IF WS-DECISION-ANALISTA <> 'C'
              AND WS-DECISION-ANALISTA <> 'D'
              GO TO 2410-RESOLVER-UNA-FIN
           END-IF.

           DISPLAY 'OBSERVACION: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-OBSERVACION.
           ACCEPT WS-OBSERVACION.

           MOVE WS-DECISION-ANALISTA TO WS-CHT-ESTADO.
           MOVE WS-FECHA-HOY         TO WS-CHT-FECHA-RESOLUCION.
           MOVE WS-SGN-USUARIO       TO WS-CHT-OPERADOR.
           MOVE WS-OBSERVACION       TO WS-CHT-OBSERVACION.
           MOVE ZEROES               TO WS-BLOQUEADAS-PERSONA.

           IF WS-CHT-CONFIRMADA
              MOVE WS-CHT-DOCUMENTO TO WS-DOCUMENTO-BLOQUEO
              PERFORM 2500-BLOQUEAR-PERSONA
                 THRU 2500-BLOQUEAR-PERSONA-FIN
              MOVE WS-BLOQUEADAS-PERSONA TO WS-CHT-CANT-BLOQUEADAS
              ADD 1 TO WS-CANT-CONFIRMADAS
           ELSE
              ADD 1 TO WS-CANT-DESCARTADAS
           END-IF.

           REWRITE WS-CHT-COINCIDENCIA-REG.
           IF NOT FS-COINCIDENCIAS-OK
              DISPLAY 'ERROR AL REGRABAR LA COINCIDENCIA: '
                      FS-COINCIDENCIAS
              GO TO 2410-RESOLVER-UNA-FIN
           END-IF.

           IF WS-CHT-CONFIRMADA
              DISPLAY 'COINCIDENCIA CONFIRMADA, TARJETAS BLOQUEADAS: '
                      WS-BLOQUEADAS-PERSONA
           ELSE
              DISPLAY 'COINCIDENCIA DESCARTADA'
           END-IF.

           INITIALIZE WS-CRG-CRUCE-REG.
           MOVE WS-FECHA-HOY          TO WS-CRG-FECHA.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-CRG-HORA.
           MOVE 'RESOL'               TO WS-CRG-MODO.
           MOVE WS-CHT-DOCUMENTO      TO WS-CRG-DOCUMENTO.
           MOVE WS-CHT-FECHA-LISTA    TO WS-CRG-VERSION-LISTA.
           MOVE WS-CHT-ESTADO         TO WS-CRG-RESULTADO.
           MOVE 1                     TO WS-CRG-CANT-COINCIDENCIAS.
           MOVE WS-CHT-LISTA          TO WS-CRG-LISTA.
           MOVE WS-CHT-ID-ENTRADA     TO WS-CRG-ID-ENTRADA.
           MOVE WS-SGN-USUARIO        TO WS-CRG-OPERADOR.
           PERFORM 2900-ASENTAR-REGISTRO
              THRU 2900-ASENTAR-REGISTRO-FIN.

       2410-RESOLVER-UNA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** todas las tarjetas de todas las cuentas de la persona:
      *    *** el vinculo esta indexado por cuenta y se barre entero
      *    *** filtrando por documento (como PERSCONS)
       2500-BLOQUEAR-PERSONA.

           MOVE ZEROES TO WS-BLOQUEADAS-PERSONA.

           IF WS-HAY-CUENTA-PERSONA = 'N'
              GO TO 2500-BLOQUEAR-PERSONA-FIN
           END-IF.

           MOVE ZEROES TO WS-CPE-CUENTA.
           START ENT-CUENTA-PERSONA
               KEY IS NOT LESS THAN WS-CPE-CUENTA
               INVALID KEY
                  GO TO 2500-BLOQUEAR-PERSONA-FIN
           END-START.

           PERFORM 2510-BLOQUEAR-UNA-CUENTA
              THRU 2510-BLOQUEAR-UNA-CUENTA-FIN
              UNTIL NOT FS-CUENTA-PERSONA-OK.

           ADD WS-BLOQUEADAS-PERSONA TO WS-CANT-BLOQUEADAS.

       2500-BLOQUEAR-PERSONA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2510-BLOQUEAR-UNA-CUENTA.

           READ ENT-CUENTA-PERSONA NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF NOT FS-CUENTA-PERSONA-OK
              OR WS-CPE-DOCUMENTO <> WS-DOCUMENTO-BLOQUEO
              GO TO 2510-BLOQUEAR-UNA-CUENTA-FIN
           END-IF.

           MOVE WS-CPE-CUENTA TO WS-CUENTA-CONSULTA.
           MOVE WS-CPE-CUENTA TO WS-MT-NUM-CUENTA.
           START ENT-MAESTRO-TARJETAS
               KEY IS EQUAL TO WS-MT-NUM-CUENTA
               INVALID KEY
                  GO TO 2510-BLOQUEAR-UNA-CUENTA-FIN
           END-START.

           MOVE WS-CUENTA-CONSULTA TO WS-CUENTA-LEIDA.
           PERFORM 2520-BLOQUEAR-UNA-TARJETA
              THRU 2520-BLOQUEAR-UNA-TARJETA-FIN
              UNTIL NOT FS-MAESTRO-TARJETAS-OK
                 OR WS-CUENTA-LEIDA <> WS-CUENTA-CONSULTA.

       2510-BLOQUEAR-UNA-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la tarjeta activa queda inactiva con su auditoria; la ya
      *    *** bloqueada por otro motivo pasa a cumplimiento, salvo la
      *    *** cerrada o castigada, que no vuelve a operar
       2520-BLOQUEAR-UNA-TARJETA.

           READ ENT-MAESTRO-TARJETAS NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF NOT FS-MAESTRO-TARJETAS-OK
              GO TO 2520-BLOQUEAR-UNA-TARJETA-FIN
           END-IF.

           MOVE WS-MT-NUM-CUENTA TO WS-CUENTA-LEIDA.
           IF WS-CUENTA-LEIDA <> WS-CUENTA-CONSULTA
              GO TO 2520-BLOQUEAR-UNA-TARJETA-FIN
           END-IF.

           INITIALIZE WS-BLOQUEO.
           SET WS-BLQ-MODO-CONSULTAR TO TRUE.
           MOVE WS-MT-NUM-TARJETA TO WS-BLQ-TARJETA-E.
           CALL 'BLOQCTRL' USING WS-BLOQUEO.

           IF WS-MT-INACTIVA
              AND (WS-BLQ-BLOQUEO-CUMPLIMIENTO
                   OR WS-BLQ-BLOQUEO-CIERRE
                   OR WS-BLQ-BLOQUEO-CASTIGO)
              GO TO 2520-BLOQUEAR-UNA-TARJETA-FIN
           END-IF.

           IF WS-MT-ACTIVA
              MOVE WS-ENT-MAESTRO-TARJETAS-REG TO WS-CRU-IMAGEN-ANTES
              SET WS-MT-INACTIVA TO TRUE
              REWRITE WS-ENT-MAESTRO-TARJETAS-REG
              IF NOT FS-MAESTRO-TARJETAS-OK
                 DISPLAY 'ERROR AL BLOQUEAR ' WS-MT-NUM-TARJETA
                 DISPLAY 'FILE STATUS: ' FS-MAESTRO-TARJETAS
                 GO TO 2520-BLOQUEAR-UNA-TARJETA-FIN
              END-IF
              MOVE 'CRUCELIS'                  TO WS-AUD-PROGRAMA
              MOVE 'R'                         TO WS-AUD-OPERACION
              MOVE WS-MT-NUM-TARJETA           TO WS-AUD-TARJETA
              MOVE WS-CRU-IMAGEN-ANTES         TO WS-AUD-IMAGEN-ANTES
              MOVE WS-ENT-MAESTRO-TARJETAS-REG
                TO WS-AUD-IMAGEN-DESPUES
              MOVE WS-SGN-USUARIO              TO WS-AUD-OPERADOR
              CALL 'AUDICAMB' USING WS-AUDITORIA
           END-IF.

           INITIALIZE WS-BLOQUEO.
           SET WS-BLQ-MODO-ASENTAR TO TRUE.
           MOVE WS-MT-NUM-TARJETA TO WS-BLQ-TARJETA-E.
           MOVE 'S'               TO WS-BLQ-MOTIVO-E.
           MOVE 'CRUCELIS'        TO WS-BLQ-PROGRAMA-E.
           MOVE WS-SGN-USUARIO    TO WS-BLQ-OPERADOR-E.
           CALL 'BLOQCTRL' USING WS-BLOQUEO.

           IF WS-BLQ-COD-ERROR-O <> SPACES
              DISPLAY 'AVISO: NO SE PUDO ASENTAR EL MOTIVO DEL '
                      'BLOQUEO: ' WS-BLQ-DES-ERROR-O
           END-IF.

           ADD 1 TO WS-BLOQUEADAS-PERSONA.

       2520-BLOQUEAR-UNA-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2900-ASENTAR-REGISTRO.

           WRITE WS-CRG-CRUCE-REG.

           IF NOT FS-REGISTRO-OK
              DISPLAY 'ERROR AL GRABAR REGISTRO-CRUCES.SEQ: '
                      FS-REGISTRO
           END-IF.

       2900-ASENTAR-REGISTRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF NOT WS-ES-MODO-RESOLVER
              PERFORM 3100-CERRAR-CORRIDA
                 THRU 3100-CERRAR-CORRIDA-FIN
           END-IF.

           CLOSE ENT-PERSONAS
                 ENT-COINCIDENCIAS
                 SAL-REGISTRO
                 ENT-MAESTRO-TARJETAS.

           IF WS-HAY-CUENTA-PERSONA = 'S'
              CLOSE ENT-CUENTA-PERSONA
           END-IF.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el control solo avanza si el cruce llego al final
       3100-CERRAR-CORRIDA.

           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'PERSONAS CRUZADAS: ' WS-CANT-PERSONAS
                  '  COINCIDENCIAS NUEVAS: ' WS-CANT-NUEVAS
                  '  YA EN COLA: ' WS-CANT-YA-ENCOLADAS
                  '  TARJETAS BLOQUEADAS: ' WS-CANT-BLOQUEADAS
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           CLOSE SAL-REPORTE.

           DISPLAY 'CRUCELIS: ' WS-CANT-PERSONAS ' PERSONAS, '
                   WS-CANT-NUEVAS ' COINCIDENCIAS NUEVAS'.

           IF NOT FS-PERSONAS-EOF
              GO TO 3100-CERRAR-CORRIDA-FIN
           END-IF.

           IF WS-ES-MODO-BASE
              MOVE WS-VERSION-LISTA TO WS-CTL-VERSION-LISTA
              MOVE WS-FECHA-HOY     TO WS-CTL-FECHA-BASE
           ELSE
              MOVE WS-FECHA-HOY     TO WS-CTL-FECHA-ALTAS
           END-IF.

           OPEN OUTPUT CTL-CRUCELIS.
           IF FS-CONTROL-OK
              WRITE WS-CTL-CRUCELIS-REG
              CLOSE CTL-CRUCELIS
           ELSE
              DISPLAY 'ERROR AL GRABAR CRUCELIS-CTL.SEQ: ' FS-CONTROL
           END-IF.

       3100-CERRAR-CORRIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM CRUCELIS.
