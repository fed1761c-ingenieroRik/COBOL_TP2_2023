      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: originacion de tarjetas: recepcion y decision de
      *          credito de las solicitudes. Lee SOLICITUDES.SEQ, ubica
      *          a la persona en PERSONAS.VSAM por documento, toma la
      *          respuesta del buro (BURO-RESPUESTA.SEQ) y la
      *          exposicion que la persona ya tiene en la casa (sus
      *          cuentas de CUENTA-PERSONA.VSAM, limites del maestro y
      *          mora de MOROSIDAD.VSAM), y la califica con las reglas
      *          de su producto (REGLAS-ORIGINACION.SEQ, ver
      *          ORIGREGL.CPY): aprobada, rechazada o referida al
      *          analista, con producto y limites ARS/USD. Una
      *          aprobada crea la persona si no existia, numera cuenta
      *          y tarjeta (BIN del producto + cuenta + digito Luhn) y
      *          sale como alta de MANTLOTE en ALTAS-ORIGINACION.SEQ
      *          (con producto y documento), de donde la toma MANTLOTE
      *          y despues EMBOSS; una rechazada emite la carta de
      *          rechazo con sus motivos en CARTAS-RECHAZO.TXT (92
      *          columnas, como CARTAS.TXT). Toda decision queda en
      *          SOLICITUDES-REG.VSAM con sus motivos (SOLICREG.CPY) y
      *          una solicitud ya registrada no se vuelve a decidir.
      *          ORIGINA_MODO=RESOLVER: el analista (rol supervisor,
      *          ver SIGNON) aprueba o rechaza por consola las
      *          referidas; sus altas y cartas se agregan a los mismos
      *          archivos del dia. Resumen en ORIGINA.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORIGINA.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-SOLICITUDES
           ASSIGN TO WS-RUTA-SOLICITUDES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SOLICITUDES.

       SELECT ENT-BURO
           ASSIGN TO WS-RUTA-BURO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BURO.

       SELECT ENT-REGLAS
           ASSIGN TO WS-RUTA-REGLAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REGLAS.

       SELECT ENT-PRODUCTOS
           ASSIGN TO WS-RUTA-PRODUCTOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRODUCTOS.

       SELECT ENT-SOLICREG
           ASSIGN TO WS-RUTA-SOLICREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-SRG-SOLICITUD
           FILE STATUS IS FS-SOLICREG.

       SELECT ENT-PERSONAS
           ASSIGN TO WS-RUTA-PERSONAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-PER-DOCUMENTO
           FILE STATUS IS FS-PERSONAS.

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

       SELECT ENT-MOROSIDAD
           ASSIGN TO WS-RUTA-MOROSIDAD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-MOR-CLAVE
           FILE STATUS IS FS-MOROSIDAD.

       SELECT SAL-ALTAS
           ASSIGN TO WS-RUTA-ALTAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ALTAS.

       SELECT SAL-CARTAS
           ASSIGN TO WS-RUTA-CARTAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAS.

       SELECT SAL-REPORTE
           ASSIGN TO WS-RUTA-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-SOLICITUDES.
           COPY SOLICIT.

       FD ENT-BURO.
           COPY BURO.

       FD ENT-REGLAS.
           COPY ORIGREGL.

       FD ENT-PRODUCTOS.
           COPY PRODUCTO.

       FD ENT-SOLICREG.
           COPY SOLICREG.

       FD ENT-PERSONAS.
           COPY PERSONAS.

       FD ENT-CUENTA-PERSONA.
       01 WS-CPE-VINCULO-REG.
          05 WS-CPE-CUENTA                          PIC 9(10).
          05 WS-CPE-DOCUMENTO                       PIC X(11).

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
             88 WS-MT-ACTIVA                            VALUE 'A'.
          05 WS-MT-SALDO-ANTERIOR-ARS               PIC S9(08)V9(02).
          05 WS-MT-SALDO-ANTERIOR-USD               PIC S9(08)V9(02).
          05 WS-MT-DIA-CIERRE                       PIC 9(02).
          05 WS-MT-TIPO-TARJETA                     PIC X(01).
             88 WS-MT-TITULAR                           VALUE 'T'.
          05 WS-MT-NUM-TARJETA-TITULAR              PIC X(19).
          05 WS-MT-LIMITE-TARJETA-USD               PIC 9(08)V9(02).

       FD ENT-MOROSIDAD.
           COPY MOROSIDAD.

       FD SAL-ALTAS.
           COPY TRXTARJ.

       FD SAL-CARTAS.
       01 WS-SAL-CARTAS                             PIC X(92).

       FD SAL-REPORTE.
       01 WS-SAL-REPORTE                            PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-SOLICITUDES        PIC X(60)
                                     VALUE '../SOLICITUDES.SEQ'.
       01 WS-RUTA-BURO               PIC X(60)
                                     VALUE '../BURO-RESPUESTA.SEQ'.
       01 WS-RUTA-REGLAS             PIC X(60)
                                     VALUE '../REGLAS-ORIGINACION.SEQ'.
       01 WS-RUTA-PRODUCTOS          PIC X(60)
                                     VALUE '../PRODUCTOS.SEQ'.
       01 WS-RUTA-SOLICREG           PIC X(60)
                                     VALUE '../SOLICITUDES-REG.VSAM'.
       01 WS-RUTA-PERSONAS           PIC X(60)
                                     VALUE '../PERSONAS.VSAM'.
       01 WS-RUTA-CUENTA-PERSONA     PIC X(60)
                                     VALUE '../CUENTA-PERSONA.VSAM'.
       01 WS-RUTA-MAESTRO-TARJETAS   PIC X(60)
                                     VALUE '../MAESTRO-TARJETAS.VSAM'.
       01 WS-RUTA-MOROSIDAD          PIC X(60)
                                     VALUE '../MOROSIDAD.VSAM'.
       01 WS-RUTA-ALTAS              PIC X(60)
                                     VALUE '../ALTAS-ORIGINACION.SEQ'.
       01 WS-RUTA-CARTAS             PIC X(60)
                                     VALUE '../CARTAS-RECHAZO.TXT'.
       01 WS-RUTA-REPORTE            PIC X(60)
                                     VALUE '../ORIGINA.TXT'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
          05 FS-SOLICITUDES                        PIC X(2).
             88 FS-SOLICITUDES-OK                      VALUE '00'.
             88 FS-SOLICITUDES-EOF                     VALUE '10'.
             88 FS-SOLICITUDES-NFD                     VALUE '35'.
          05 FS-BURO                               PIC X(2).
             88 FS-BURO-OK                             VALUE '00'.
             88 FS-BURO-EOF                            VALUE '10'.
          05 FS-REGLAS                             PIC X(2).
             88 FS-REGLAS-OK                           VALUE '00'.
             88 FS-REGLAS-EOF                          VALUE '10'.
          05 FS-PRODUCTOS                          PIC X(2).
             88 FS-PRODUCTOS-OK                        VALUE '00'.
             88 FS-PRODUCTOS-EOF                       VALUE '10'.
          05 FS-SOLICREG                           PIC X(2).
             88 FS-SOLICREG-OK                         VALUE '00'.
             88 FS-SOLICREG-NFD                        VALUE '35'.
             88 FS-SOLICREG-CLAVE-NFD                  VALUE '23'.
          05 FS-PERSONAS                           PIC X(2).
             88 FS-PERSONAS-OK                         VALUE '00'.
             88 FS-PERSONAS-NFD                        VALUE '35'.
             88 FS-PERSONAS-CLAVE-NFD                  VALUE '23'.
          05 FS-CUENTA-PERSONA                     PIC X(2).
             88 FS-CUENTA-PERSONA-OK                   VALUE '00'.
          05 FS-MAESTRO-TARJETAS                   PIC X(2).
             88 FS-MAESTRO-TARJETAS-FILE-OK            VALUE '00'.
          05 FS-MOROSIDAD                          PIC X(2).
             88 FS-MOROSIDAD-OK                        VALUE '00'.
          05 FS-ALTAS                              PIC X(2).
             88 FS-ALTAS-OK                            VALUE '00'.
             88 FS-ALTAS-NFD                           VALUE '35'.
          05 FS-CARTAS                             PIC X(2).
             88 FS-CARTAS-OK                           VALUE '00'.
             88 FS-CARTAS-NFD                          VALUE '35'.
          05 FS-REPORTE                            PIC X(2).
             88 FS-REPORTE-OK                          VALUE '00'.

      *    *** sesion del analista en el modo RESOLVER (ver SIGNON)
       01 WS-SIGNON.
           COPY SIGNIO.

      *    *** boveda de tokens (ver TOKENIZA): el registro de
      *    *** solicitudes guarda la tarjeta emitida tokenizada
       01 WS-TOKEN.
           COPY TOKENIO.

       01 WS-MODO-EJECUCION          PIC X(10) VALUE SPACES.
          88 WS-ES-MODO-RESOLVER                   VALUE 'RESOLVER'.

       01 WS-HAY-CUENTA-PERSONA      PIC X(01) VALUE 'N'.
       01 WS-HAY-MAESTRO             PIC X(01) VALUE 'N'.
       01 WS-HAY-MOROSIDAD           PIC X(01) VALUE 'N'.

       01 WS-CONTINUAR               PIC X(01) VALUE 'S'.
          88 WS-SEGUIR-PROCESANDO                  VALUE 'S'.
          88 WS-FIN-PROCESO                        VALUE 'N'.

       01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.

      *    *** respuestas del buro, por documento
       01 WS-TABLA-BURO.
          05 WS-CANT-BURO            PIC 9(05) VALUE ZEROES.
          05 WS-TBU-ITEM OCCURS 5000 TIMES
                          INDEXED BY WS-IX-TBU.
             10 WS-TBU-DOCUMENTO     PIC X(11).
             10 WS-TBU-SITUACION     PIC 9(01).
             10 WS-TBU-DEUDA         PIC 9(10)V9(02).
       77 WS-BURO-SIN-LUGAR          PIC 9(05) VALUE ZEROES.

      *    *** reglas de originacion por producto
       01 WS-TABLA-REGLAS.
          05 WS-CANT-REGLAS          PIC 9(03) VALUE ZEROES.
          05 WS-TRG-ITEM OCCURS 60 TIMES
                          INDEXED BY WS-IX-TRG.
             10 WS-TRG-PRODUCTO      PIC X(03).
             10 WS-TRG-BIN           PIC 9(06).
             10 WS-TRG-INGRESO-MIN   PIC 9(08)V9(02).
             10 WS-TRG-SIT-APRUEBA   PIC 9(01).
             10 WS-TRG-SIT-REFIERE   PIC 9(01).
             10 WS-TRG-MULT-DEUDA    PIC 9(02)V9(02).
             10 WS-TRG-MULT-LIMITE   PIC 9(02)V9(02).
             10 WS-TRG-MULT-EXPOS    PIC 9(02)V9(02).
             10 WS-TRG-LIMITE-MIN    PIC 9(08)V9(02).

      *    *** limites sugeridos del catalogo de productos
       01 WS-TABLA-PRODUCTOS.
          05 WS-CANT-PRODUCTOS       PIC 9(03) VALUE ZEROES.
          05 WS-TPD-ITEM OCCURS 60 TIMES
                          INDEXED BY WS-IX-TPD.
             10 WS-TPD-CODIGO        PIC X(03).
             10 WS-TPD-LIMITE-ARS    PIC 9(08)V9(02).
             10 WS-TPD-LIMITE-USD    PIC 9(08)V9(02).

       01 WS-BURO-HALLADO            PIC X(01) VALUE 'N'.
          88 WS-HAY-BURO                           VALUE 'S'.
       01 WS-REGLA-HALLADA           PIC X(01) VALUE 'N'.
          88 WS-HAY-REGLA                          VALUE 'S'.
       01 WS-PRODUCTO-HALLADO        PIC X(01) VALUE 'N'.
          88 WS-HAY-PRODUCTO                       VALUE 'S'.
       01 WS-MORA-EN-CASA            PIC X(01) VALUE 'N'.
          88 WS-TIENE-MORA                         VALUE 'S'.

      *    *** calculo del limite
       01 WS-LIMITE-CALC             PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-MARGEN-EXPOSICION       PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-TOPE-DEUDA              PIC S9(10)V9(02) VALUE ZEROES.
       77 WS-CENTENAS                PIC 9(08) VALUE ZEROES.
       01 WS-LIMITE-POR-MARGEN       PIC X(01) VALUE 'N'.
          88 WS-LIMITO-EL-MARGEN                   VALUE 'S'.

      *    *** motivo a agregar a la decision en curso; el efecto
      *    *** 'D' rechaza, 'R' refiere
       01 WS-MOTIVO-NUEVO.
          05 WS-MOT-COD              PIC X(02).
          05 WS-MOT-DES              PIC X(40).
          05 WS-MOT-EFECTO           PIC X(01).
       77 WS-IX-MOT                  PIC 9(01) VALUE ZEROES.

      *    *** barrido de las cuentas de la persona
       01 WS-CUENTA-CONSULTA         PIC 9(10) VALUE ZEROES.
       01 WS-CUENTA-LEIDA            PIC 9(10) VALUE ZEROES.

      *    *** numeracion de cuenta y tarjeta nuevas
       01 WS-ULTIMA-CUENTA           PIC 9(10) VALUE ZEROES.
       01 WS-CUENTA-NUEVA            PIC 9(10) VALUE ZEROES.
       01 WS-PAN-NUEVO               PIC X(19) VALUE SPACES.
       01 WS-PAN-NUEVO-NUM REDEFINES WS-PAN-NUEVO.
          05 WS-PAN-BIN              PIC 9(06).
          05 WS-PAN-CUENTA           PIC 9(09).
          05 WS-PAN-DIGITO           PIC 9(01).
          05 FILLER                  PIC X(03).
       01 WS-PAN-LIBRE               PIC X(01) VALUE 'N'.
          88 WS-PAN-ES-LIBRE                       VALUE 'S'.

      *    *** trabajo del algoritmo de Luhn (como CLVALPAN)
       77 WS-IX-CHAR                 PIC 9(02) VALUE ZEROES.
       77 WS-LUHN-SUMA               PIC 9(04) VALUE ZEROES.
       77 WS-LUHN-DIGITO             PIC 9(02) VALUE ZEROES.
       77 WS-LUHN-DOBLE              PIC 9(01) VALUE ZEROES.
       77 WS-LUHN-RESTO              PIC 9(04) VALUE ZEROES.
       77 WS-LUHN-COCIENTE           PIC 9(04) VALUE ZEROES.

      *    *** pedido del analista en el modo RESOLVER
       01 WS-SOLICITUD-PEDIDA        PIC X(10) VALUE SPACES.
       01 WS-DECISION-ANALISTA       PIC X(01) VALUE SPACE.
       01 WS-LIMITE-PEDIDO-ARS       PIC 9(08)V9(02) VALUE ZEROES.
       01 WS-LIMITE-PEDIDO-USD       PIC 9(08)V9(02) VALUE ZEROES.
       01 WS-PRODUCTO-PEDIDO         PIC X(03) VALUE SPACES.

       01 WS-CONTADORES.
          05 WS-CANT-LEIDAS          PIC 9(06) VALUE ZEROES.
          05 WS-CANT-YA-DECIDIDAS    PIC 9(06) VALUE ZEROES.
          05 WS-CANT-APROBADAS       PIC 9(06) VALUE ZEROES.
          05 WS-CANT-RECHAZADAS      PIC 9(06) VALUE ZEROES.
          05 WS-CANT-REFERIDAS       PIC 9(06) VALUE ZEROES.

       01 WS-LINEA-RESULTADO.
          05 WS-RES-SOLICITUD        PIC 9(10).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-RES-DOCUMENTO        PIC X(11).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-RES-VEREDICTO        PIC X(09).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-RES-PRODUCTO         PIC X(03).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-RES-LIMITE-ARS       PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-RES-MOTIVO           PIC X(40).

      *    *** encabezado de la carta, mismo molde que CARTAMOR
       01 WS-FECHA-CARTA-O.
          05 WS-FCA-DIA              PIC 9(02).
          05 FILLER                  PIC X(01) VALUE '/'.
          05 WS-FCA-MES              PIC 9(02).
          05 FILLER                  PIC X(01) VALUE '/'.
          05 WS-FCA-ANIO             PIC 9(04).
       01 WS-FECHA-SOLICITUD-O.
          05 WS-FSO-DIA              PIC 9(02).
          05 FILLER                  PIC X(01) VALUE '/'.
          05 WS-FSO-MES              PIC 9(02).
          05 FILLER                  PIC X(01) VALUE '/'.
          05 WS-FSO-ANIO             PIC 9(04).

       01 WS-CAR-ENCABEZADO-1.
          05 FILLER                  PIC X(09) VALUE 'Sr./Sra.:'.
          05 WS-CAR-NOMBRE           PIC X(42).
          05 FILLER                  PIC X(19)
                                     VALUE 'Fecha de emision : '.
          05 WS-CAR-FECHA            PIC X(10).
          05 FILLER                  PIC X(12) VALUE SPACES.
       01 WS-CAR-ENCABEZADO-2.
          05 WS-CAR-DIRECCION        PIC X(38).
          05 FILLER                  PIC X(13) VALUE SPACES.
          05 FILLER                  PIC X(19)
                                     VALUE 'Solicitud nro.   : '.
          05 WS-CAR-SOLICITUD        PIC 9(10).
          05 FILLER                  PIC X(12) VALUE SPACES.
       01 WS-CAR-ENCABEZADO-3.
          05 FILLER                  PIC X(04) VALUE 'CP: '.
          05 WS-CAR-CP               PIC 9(04).
          05 FILLER                  PIC X(84) VALUE SPACES.

       01 WS-CAR-FORM-FEED.
          05 FILLER                  PIC X(01) VALUE X'0C'.
          05 FILLER                  PIC X(91) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-ES-MODO-RESOLVER
              PERFORM 2400-RESOLVER-REFERIDA
                 THRU 2400-RESOLVER-REFERIDA-FIN
                 UNTIL WS-FIN-PROCESO
           ELSE
              PERFORM 2000-PROCESAR-SOLICITUD
                 THRU 2000-PROCESAR-SOLICITUD-FIN
                 UNTIL FS-SOLICITUDES-EOF
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'ORIGINA_MODO'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO (1:10) TO WS-MODO-EJECUCION
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ORIGINA_SOLICITUDES_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-SOLICITUDES
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'ORIGINA_BURO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-BURO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ORIGINA_REGLAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REGLAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ORIGINA_ALTAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-ALTAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ORIGINA_CARTAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CARTAS
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
              IF NOT WS-SGN-ES-SUPERVISOR
                 DISPLAY 'SU ROL NO PERMITE RESOLVER SOLICITUDES'
                 STOP RUN
              END-IF
           END-IF.

           PERFORM 1100-CARGAR-TABLAS
              THRU 1100-CARGAR-TABLAS-FIN.

      *    *** el registro de solicitudes se crea en la primera corrida
           OPEN I-O ENT-SOLICREG.
           IF FS-SOLICREG-NFD
              OPEN OUTPUT ENT-SOLICREG
              CLOSE ENT-SOLICREG
              OPEN I-O ENT-SOLICREG
           END-IF.
           IF NOT FS-SOLICREG-OK
              DISPLAY 'ERROR AL ABRIR SOLICITUDES-REG.VSAM: '
                      FS-SOLICREG
              STOP RUN
           END-IF.

           OPEN I-O ENT-PERSONAS.
           IF FS-PERSONAS-NFD
              OPEN OUTPUT ENT-PERSONAS
              CLOSE ENT-PERSONAS
              OPEN I-O ENT-PERSONAS
           END-IF.
           IF NOT FS-PERSONAS-OK
              DISPLAY 'ERROR AL ABRIR PERSONAS.VSAM: ' FS-PERSONAS
              STOP RUN
           END-IF.

      *    *** sin vinculos, sin maestro o sin mora la persona
      *    *** simplemente no tiene exposicion que sumar
           OPEN INPUT ENT-CUENTA-PERSONA.
           IF FS-CUENTA-PERSONA-OK
              MOVE 'S' TO WS-HAY-CUENTA-PERSONA
           END-IF.

           OPEN INPUT ENT-MAESTRO-TARJETAS.
           IF FS-MAESTRO-TARJETAS-FILE-OK
              MOVE 'S' TO WS-HAY-MAESTRO
           END-IF.

           OPEN INPUT ENT-MOROSIDAD.
           IF FS-MOROSIDAD-OK
              MOVE 'S' TO WS-HAY-MOROSIDAD
           END-IF.

           PERFORM 1200-ULTIMA-CUENTA
              THRU 1200-ULTIMA-CUENTA-FIN.

      *    *** la corrida normal arma el lote del dia; el analista le
      *    *** agrega sus altas y cartas
           IF WS-ES-MODO-RESOLVER
              OPEN EXTEND SAL-ALTAS
              IF FS-ALTAS-NFD
                 OPEN OUTPUT SAL-ALTAS
              END-IF
              OPEN EXTEND SAL-CARTAS
              IF FS-CARTAS-NFD
                 OPEN OUTPUT SAL-CARTAS
              END-IF
           ELSE
              OPEN INPUT ENT-SOLICITUDES
              EVALUATE TRUE
                  WHEN FS-SOLICITUDES-OK
                       CONTINUE
                  WHEN FS-SOLICITUDES-NFD
                       DISPLAY 'NO EXISTE SOLICITUDES.SEQ'
                       STOP RUN
                  WHEN OTHER
                       DISPLAY 'ERROR AL ABRIR SOLICITUDES.SEQ: '
                               FS-SOLICITUDES
                       STOP RUN
              END-EVALUATE
              OPEN OUTPUT SAL-ALTAS
              OPEN OUTPUT SAL-CARTAS
              OPEN OUTPUT SAL-REPORTE
              IF NOT FS-REPORTE-OK
                 DISPLAY 'ERROR AL ABRIR ORIGINA.TXT: ' FS-REPORTE
                 STOP RUN
              END-IF
              MOVE SPACES TO WS-SAL-REPORTE
              STRING 'DECISION DE SOLICITUDES - ' WS-FECHA-HOY
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
              MOVE ALL '-' TO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
           END-IF.

           IF NOT FS-ALTAS-OK
              DISPLAY 'ERROR AL ABRIR ALTAS-ORIGINACION.SEQ: '
                      FS-ALTAS
              STOP RUN
           END-IF.
           IF NOT FS-CARTAS-OK
              DISPLAY 'ERROR AL ABRIR CARTAS-RECHAZO.TXT: ' FS-CARTAS
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** buro, reglas y catalogo se cargan una vez por corrida;
      *    *** sin reglas todo va al analista, sin buro tambien
       1100-CARGAR-TABLAS.

           OPEN INPUT ENT-BURO.
           IF FS-BURO-OK
              PERFORM 1110-CARGAR-UN-BURO
                 THRU 1110-CARGAR-UN-BURO-FIN
                 UNTIL FS-BURO-EOF
              CLOSE ENT-BURO
           ELSE
              DISPLAY 'AVISO: SIN BURO-RESPUESTA.SEQ, LAS SOLICITUDES '
                      'VAN AL ANALISTA'
           END-IF.

           IF WS-BURO-SIN-LUGAR > ZEROES
              DISPLAY 'AVISO: ' WS-BURO-SIN-LUGAR
                      ' RESPUESTAS DEL BURO NO ENTRARON EN LA TABLA'
           END-IF.

           OPEN INPUT ENT-REGLAS.
           IF FS-REGLAS-OK
              PERFORM 1120-CARGAR-UNA-REGLA
                 THRU 1120-CARGAR-UNA-REGLA-FIN
                 UNTIL FS-REGLAS-EOF
              CLOSE ENT-REGLAS
           ELSE
              DISPLAY 'AVISO: SIN REGLAS-ORIGINACION.SEQ, LAS '
                      'SOLICITUDES VAN AL ANALISTA'
           END-IF.

           OPEN INPUT ENT-PRODUCTOS.
           IF FS-PRODUCTOS-OK
              PERFORM 1130-CARGAR-UN-PRODUCTO
                 THRU 1130-CARGAR-UN-PRODUCTO-FIN
                 UNTIL FS-PRODUCTOS-EOF
              CLOSE ENT-PRODUCTOS
           END-IF.

       1100-CARGAR-TABLAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1110-CARGAR-UN-BURO.

           READ ENT-BURO
               AT END
                  GO TO 1110-CARGAR-UN-BURO-FIN
           END-READ.

           IF WS-CANT-BURO < 5000
              ADD 1 TO WS-CANT-BURO
              SET WS-IX-TBU TO WS-CANT-BURO
              MOVE WS-BUR-DOCUMENTO  TO WS-TBU-DOCUMENTO (WS-IX-TBU)
              MOVE WS-BUR-SITUACION  TO WS-TBU-SITUACION (WS-IX-TBU)
              MOVE WS-BUR-DEUDA-SISTEMA
                                     TO WS-TBU-DEUDA (WS-IX-TBU)
           ELSE
              ADD 1 TO WS-BURO-SIN-LUGAR
           END-IF.

       1110-CARGAR-UN-BURO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1120-CARGAR-UNA-REGLA.

           READ ENT-REGLAS
               AT END
                  GO TO 1120-CARGAR-UNA-REGLA-FIN
           END-READ.

           IF WS-CANT-REGLAS < 60
              ADD 1 TO WS-CANT-REGLAS
              SET WS-IX-TRG TO WS-CANT-REGLAS
              MOVE WS-ROR-PRODUCTO   TO WS-TRG-PRODUCTO (WS-IX-TRG)
              MOVE WS-ROR-BIN        TO WS-TRG-BIN (WS-IX-TRG)
              MOVE WS-ROR-INGRESO-MINIMO
                                     TO WS-TRG-INGRESO-MIN (WS-IX-TRG)
              MOVE WS-ROR-SITUACION-APRUEBA
                                     TO WS-TRG-SIT-APRUEBA (WS-IX-TRG)
              MOVE WS-ROR-SITUACION-REFIERE
                                     TO WS-TRG-SIT-REFIERE (WS-IX-TRG)
              MOVE WS-ROR-MULT-DEUDA TO WS-TRG-MULT-DEUDA (WS-IX-TRG)
              MOVE WS-ROR-MULT-LIMITE
                                     TO WS-TRG-MULT-LIMITE (WS-IX-TRG)
              MOVE WS-ROR-MULT-EXPOSICION
                                     TO WS-TRG-MULT-EXPOS (WS-IX-TRG)
              MOVE WS-ROR-LIMITE-MINIMO
                                     TO WS-TRG-LIMITE-MIN (WS-IX-TRG)
           END-IF.

       1120-CARGAR-UNA-REGLA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1130-CARGAR-UN-PRODUCTO.

           READ ENT-PRODUCTOS
               AT END
                  GO TO 1130-CARGAR-UN-PRODUCTO-FIN
           END-READ.

           IF WS-CANT-PRODUCTOS < 60
              ADD 1 TO WS-CANT-PRODUCTOS
              SET WS-IX-TPD TO WS-CANT-PRODUCTOS
              MOVE WS-PRO-CODIGO     TO WS-TPD-CODIGO (WS-IX-TPD)
              MOVE WS-PRO-LIMITE-ARS TO WS-TPD-LIMITE-ARS (WS-IX-TPD)
              MOVE WS-PRO-LIMITE-USD TO WS-TPD-LIMITE-USD (WS-IX-TPD)
           END-IF.

       1130-CARGAR-UN-PRODUCTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la cuenta nueva sigue a la mayor numerada, sea del
      *    *** maestro o de una aprobada que MANTLOTE todavia no dio de
      *    *** alta
       1200-ULTIMA-CUENTA.

           MOVE ZEROES TO WS-ULTIMA-CUENTA.

           IF WS-HAY-MAESTRO = 'S'
              MOVE LOW-VALUES TO WS-MT-NUM-TARJETA
              START ENT-MAESTRO-TARJETAS
                  KEY IS NOT LESS THAN WS-MT-NUM-TARJETA
                  INVALID KEY CONTINUE
              END-START
              PERFORM 1210-REVISAR-UNA-TARJETA
                 THRU 1210-REVISAR-UNA-TARJETA-FIN
                 UNTIL NOT FS-MAESTRO-TARJETAS-FILE-OK
           END-IF.

           MOVE ZEROES TO WS-SRG-SOLICITUD.
           START ENT-SOLICREG KEY IS NOT LESS THAN WS-SRG-SOLICITUD
               INVALID KEY CONTINUE
           END-START.
           PERFORM 1220-REVISAR-UNA-SOLICITUD
              THRU 1220-REVISAR-UNA-SOLICITUD-FIN
              UNTIL NOT FS-SOLICREG-OK.

       1200-ULTIMA-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1210-REVISAR-UNA-TARJETA.

           READ ENT-MAESTRO-TARJETAS NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF FS-MAESTRO-TARJETAS-FILE-OK
              AND WS-MT-NUM-CUENTA > WS-ULTIMA-CUENTA
              MOVE WS-MT-NUM-CUENTA TO WS-ULTIMA-CUENTA
           END-IF.

       1210-REVISAR-UNA-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1220-REVISAR-UNA-SOLICITUD.

           READ ENT-SOLICREG NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF FS-SOLICREG-OK
              AND WS-SRG-CUENTA > WS-ULTIMA-CUENTA
              MOVE WS-SRG-CUENTA TO WS-ULTIMA-CUENTA
           END-IF.

       1220-REVISAR-UNA-SOLICITUD-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESAR-SOLICITUD.

           READ ENT-SOLICITUDES
               AT END
                  GO TO 2000-PROCESAR-SOLICITUD-FIN
           END-READ.

           ADD 1 TO WS-CANT-LEIDAS.

      *    *** una solicitud ya decidida no se vuelve a decidir (la
      *    *** misma planilla puede llegar dos veces)
           MOVE WS-SOL-SOLICITUD TO WS-SRG-SOLICITUD.
           READ ENT-SOLICREG KEY IS WS-SRG-SOLICITUD
               INVALID KEY CONTINUE
           END-READ.
           IF FS-SOLICREG-OK
              ADD 1 TO WS-CANT-YA-DECIDIDAS
              GO TO 2000-PROCESAR-SOLICITUD-FIN
           END-IF.

           INITIALIZE WS-SRG-SOLICITUD-REG.
           MOVE WS-SOL-SOLICITUD    TO WS-SRG-SOLICITUD.
           MOVE WS-SOL-FECHA        TO WS-SRG-FECHA-SOLICITUD.
           MOVE WS-FECHA-HOY        TO WS-SRG-FECHA-DECISION.
           MOVE WS-SOL-DOCUMENTO    TO WS-SRG-DOCUMENTO.
           MOVE WS-SOL-NOMBRE       TO WS-SRG-NOMBRE.
           MOVE WS-SOL-APELLIDO     TO WS-SRG-APELLIDO.
           MOVE WS-SOL-DIRECCION    TO WS-SRG-DIRECCION.
           MOVE WS-SOL-COD-POSTAL   TO WS-SRG-COD-POSTAL.
           MOVE WS-SOL-PRODUCTO     TO WS-SRG-PRODUCTO.
           MOVE WS-SOL-DIA-CIERRE   TO WS-SRG-DIA-CIERRE.
           MOVE WS-SOL-INGRESO      TO WS-SRG-INGRESO.
           MOVE 'A'                 TO WS-SRG-DECISION.
           MOVE 'M'                 TO WS-SRG-ORIGEN.
           MOVE 'N'                 TO WS-SRG-HAY-BURO.

           PERFORM 2100-EVALUAR-SOLICITUD
              THRU 2100-EVALUAR-SOLICITUD-FIN.

           EVALUATE TRUE
               WHEN WS-SRG-APROBADA
                    PERFORM 2500-EMITIR-ALTA
                       THRU 2500-EMITIR-ALTA-FIN
               WHEN WS-SRG-RECHAZADA
                    PERFORM 2600-EMITIR-CARTA
                       THRU 2600-EMITIR-CARTA-FIN
           END-EVALUATE.

           WRITE WS-SRG-SOLICITUD-REG.
           IF NOT FS-SOLICREG-OK
              DISPLAY 'ERROR AL REGISTRAR LA SOLICITUD '
                      WS-SRG-SOLICITUD ': ' FS-SOLICREG
           END-IF.

           PERFORM 2800-REPORTAR-RESULTADO
              THRU 2800-REPORTAR-RESULTADO-FIN.

       2000-PROCESAR-SOLICITUD-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** motor de reglas: cada regla que no se cumple agrega su
      *    *** motivo; un motivo de rechazo manda sobre uno de
      *    *** derivacion al analista
       2100-EVALUAR-SOLICITUD.

           PERFORM 2110-BUSCAR-BURO
              THRU 2110-BUSCAR-BURO-FIN.

           PERFORM 2120-BUSCAR-REGLA
              THRU 2120-BUSCAR-REGLA-FIN.

           PERFORM 2130-CALCULAR-EXPOSICION
              THRU 2130-CALCULAR-EXPOSICION-FIN.

           IF NOT WS-HAY-REGLA
              MOVE '61' TO WS-MOT-COD
              MOVE 'PRODUCTO SIN REGLAS DE ORIGINACION'
                        TO WS-MOT-DES
              MOVE 'R'  TO WS-MOT-EFECTO
              PERFORM 2190-AGREGAR-MOTIVO
                 THRU 2190-AGREGAR-MOTIVO-FIN
           END-IF.

           IF NOT WS-HAY-BURO
              MOVE '60' TO WS-MOT-COD
              MOVE 'SIN INFORME DEL BURO DE CREDITO'
                        TO WS-MOT-DES
              MOVE 'R'  TO WS-MOT-EFECTO
              PERFORM 2190-AGREGAR-MOTIVO
                 THRU 2190-AGREGAR-MOTIVO-FIN
           END-IF.

           IF WS-TIENE-MORA
              MOVE '62' TO WS-MOT-COD
              MOVE 'MORA VIGENTE EN OTRA CUENTA DE LA CASA'
                        TO WS-MOT-DES
              MOVE 'D'  TO WS-MOT-EFECTO
              PERFORM 2190-AGREGAR-MOTIVO
                 THRU 2190-AGREGAR-MOTIVO-FIN
           END-IF.

           IF NOT WS-HAY-REGLA
              GO TO 2100-EVALUAR-SOLICITUD-FIN
           END-IF.

           IF WS-SRG-INGRESO < WS-TRG-INGRESO-MIN (WS-IX-TRG)
              MOVE '63' TO WS-MOT-COD
              MOVE 'INGRESO INFERIOR AL MINIMO DEL PRODUCTO'
                        TO WS-MOT-DES
              MOVE 'D'  TO WS-MOT-EFECTO
              PERFORM 2190-AGREGAR-MOTIVO
                 THRU 2190-AGREGAR-MOTIVO-FIN
           END-IF.

           IF WS-HAY-BURO
              EVALUATE TRUE
                  WHEN WS-SRG-SITUACION-BURO >
                       WS-TRG-SIT-REFIERE (WS-IX-TRG)
                       MOVE '64' TO WS-MOT-COD
                       MOVE 'SITUACION CREDITICIA FUERA DE POLITICA'
                                 TO WS-MOT-DES
                       MOVE 'D'  TO WS-MOT-EFECTO
                       PERFORM 2190-AGREGAR-MOTIVO
                          THRU 2190-AGREGAR-MOTIVO-FIN
                  WHEN WS-SRG-SITUACION-BURO >
                       WS-TRG-SIT-APRUEBA (WS-IX-TRG)
                       MOVE '65' TO WS-MOT-COD
                       MOVE 'SITUACION CREDITICIA A REVISAR'
                                 TO WS-MOT-DES
                       MOVE 'R'  TO WS-MOT-EFECTO
                       PERFORM 2190-AGREGAR-MOTIVO
                          THRU 2190-AGREGAR-MOTIVO-FIN
              END-EVALUATE

              COMPUTE WS-TOPE-DEUDA =
                      WS-SRG-INGRESO * WS-TRG-MULT-DEUDA (WS-IX-TRG)
              IF WS-TRG-MULT-DEUDA (WS-IX-TRG) > ZEROES
                 AND WS-SRG-DEUDA-SISTEMA > WS-TOPE-DEUDA
                 MOVE '66' TO WS-MOT-COD
                 MOVE 'ENDEUDAMIENTO ELEVADO EN EL SISTEMA'
                           TO WS-MOT-DES
                 MOVE 'R'  TO WS-MOT-EFECTO
                 PERFORM 2190-AGREGAR-MOTIVO
                    THRU 2190-AGREGAR-MOTIVO-FIN
              END-IF
           END-IF.

           PERFORM 2150-CALCULAR-LIMITE
              THRU 2150-CALCULAR-LIMITE-FIN.

       2100-EVALUAR-SOLICITUD-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2110-BUSCAR-BURO.

           MOVE 'N' TO WS-BURO-HALLADO.

           PERFORM VARYING WS-IX-TBU FROM 1 BY 1
              UNTIL WS-IX-TBU > WS-CANT-BURO
                 OR WS-HAY-BURO
              IF WS-TBU-DOCUMENTO (WS-IX-TBU) = WS-SRG-DOCUMENTO
                 MOVE 'S' TO WS-BURO-HALLADO
                 MOVE 'S' TO WS-SRG-HAY-BURO
                 MOVE WS-TBU-SITUACION (WS-IX-TBU)
                                   TO WS-SRG-SITUACION-BURO
                 MOVE WS-TBU-DEUDA (WS-IX-TBU)
                                   TO WS-SRG-DEUDA-SISTEMA
              END-IF
           END-PERFORM.

       2110-BUSCAR-BURO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** deja WS-IX-TRG en la regla y WS-IX-TPD en el catalogo
      *    *** del producto de la solicitud
       2120-BUSCAR-REGLA.

           MOVE 'N' TO WS-REGLA-HALLADA.
           MOVE 'N' TO WS-PRODUCTO-HALLADO.

           PERFORM VARYING WS-IX-TRG FROM 1 BY 1
              UNTIL WS-IX-TRG > WS-CANT-REGLAS
                 OR WS-HAY-REGLA
              IF WS-TRG-PRODUCTO (WS-IX-TRG) = WS-SRG-PRODUCTO
                 MOVE 'S' TO WS-REGLA-HALLADA
              END-IF
           END-PERFORM.
           IF WS-HAY-REGLA
              SET WS-IX-TRG DOWN BY 1
           END-IF.

           PERFORM VARYING WS-IX-TPD FROM 1 BY 1
              UNTIL WS-IX-TPD > WS-CANT-PRODUCTOS
                 OR WS-HAY-PRODUCTO
              IF WS-TPD-CODIGO (WS-IX-TPD) = WS-SRG-PRODUCTO
                 MOVE 'S' TO WS-PRODUCTO-HALLADO
              END-IF
           END-PERFORM.
           IF WS-HAY-PRODUCTO
              SET WS-IX-TPD DOWN BY 1
           END-IF.

       2120-BUSCAR-REGLA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** exposicion de la persona en la casa: limites ARS de las
      *    *** titulares activas de todas sus cuentas, y si alguna de
      *    *** sus tarjetas esta en mora. El vinculo esta indexado por
      *    *** cuenta y se barre entero filtrando por documento (como
      *    *** PERSCONS)
       2130-CALCULAR-EXPOSICION.

           MOVE ZEROES TO WS-SRG-EXPOSICION.
           MOVE 'N'    TO WS-MORA-EN-CASA.

           MOVE WS-SRG-DOCUMENTO TO WS-PER-DOCUMENTO.
           READ ENT-PERSONAS KEY IS WS-PER-DOCUMENTO
               INVALID KEY CONTINUE
           END-READ.

           IF NOT FS-PERSONAS-OK
              OR WS-HAY-CUENTA-PERSONA = 'N'
              OR WS-HAY-MAESTRO = 'N'
              GO TO 2130-CALCULAR-EXPOSICION-FIN
           END-IF.

           MOVE ZEROES TO WS-CPE-CUENTA.
           START ENT-CUENTA-PERSONA
               KEY IS NOT LESS THAN WS-CPE-CUENTA
               INVALID KEY
                  GO TO 2130-CALCULAR-EXPOSICION-FIN
           END-START.

           PERFORM 2135-REVISAR-UN-VINCULO
              THRU 2135-REVISAR-UN-VINCULO-FIN
              UNTIL NOT FS-CUENTA-PERSONA-OK.

       2130-CALCULAR-EXPOSICION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2135-REVISAR-UN-VINCULO.

           READ ENT-CUENTA-PERSONA NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF NOT FS-CUENTA-PERSONA-OK
              OR WS-CPE-DOCUMENTO <> WS-SRG-DOCUMENTO
              GO TO 2135-REVISAR-UN-VINCULO-FIN
           END-IF.

           MOVE WS-CPE-CUENTA TO WS-CUENTA-CONSULTA.
           MOVE WS-CPE-CUENTA TO WS-MT-NUM-CUENTA.
           START ENT-MAESTRO-TARJETAS
               KEY IS EQUAL TO WS-MT-NUM-CUENTA
               INVALID KEY
                  GO TO 2135-REVISAR-UN-VINCULO-FIN
           END-START.

           MOVE WS-CUENTA-CONSULTA TO WS-CUENTA-LEIDA.
           PERFORM 2140-SUMAR-UNA-TARJETA
              THRU 2140-SUMAR-UNA-TARJETA-FIN
              UNTIL NOT FS-MAESTRO-TARJETAS-FILE-OK
                 OR WS-CUENTA-LEIDA <> WS-CUENTA-CONSULTA.

       2135-REVISAR-UN-VINCULO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2140-SUMAR-UNA-TARJETA.

           READ ENT-MAESTRO-TARJETAS NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              GO TO 2140-SUMAR-UNA-TARJETA-FIN
           END-IF.

           MOVE WS-MT-NUM-CUENTA TO WS-CUENTA-LEIDA.
           IF WS-CUENTA-LEIDA <> WS-CUENTA-CONSULTA
              GO TO 2140-SUMAR-UNA-TARJETA-FIN
           END-IF.

           IF WS-MT-ACTIVA
              AND WS-MT-TITULAR
              ADD WS-MT-LIMITE-TARJETA TO WS-SRG-EXPOSICION
           END-IF.

           IF WS-HAY-MOROSIDAD = 'S'
              MOVE WS-MT-NUM-TARJETA TO WS-MOR-CLAVE
              READ ENT-MOROSIDAD KEY IS WS-MOR-CLAVE
                  INVALID KEY CONTINUE
              END-READ
              IF FS-MOROSIDAD-OK
                 AND NOT WS-MOR-AL-DIA
                 MOVE 'S' TO WS-MORA-EN-CASA
              END-IF
           END-IF.

       2140-SUMAR-UNA-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** limite ARS = ingreso x multiplo de la regla, con tope en
      *    *** el sugerido del producto y en el margen de exposicion
      *    *** que le queda a la persona; redondeado a la centena.
      *    *** El USD guarda la proporcion de los sugeridos del
      *    *** producto
       2150-CALCULAR-LIMITE.

           MOVE 'N' TO WS-LIMITE-POR-MARGEN.

           COMPUTE WS-LIMITE-CALC =
                   WS-SRG-INGRESO * WS-TRG-MULT-LIMITE (WS-IX-TRG).

           IF WS-HAY-PRODUCTO
              AND WS-TPD-LIMITE-ARS (WS-IX-TPD) > ZEROES
              AND WS-LIMITE-CALC > WS-TPD-LIMITE-ARS (WS-IX-TPD)
              MOVE WS-TPD-LIMITE-ARS (WS-IX-TPD) TO WS-LIMITE-CALC
           END-IF.

           IF WS-TRG-MULT-EXPOS (WS-IX-TRG) > ZEROES
              COMPUTE WS-MARGEN-EXPOSICION =
                      WS-SRG-INGRESO * WS-TRG-MULT-EXPOS (WS-IX-TRG)
                    - WS-SRG-EXPOSICION
              IF WS-MARGEN-EXPOSICION < WS-LIMITE-CALC
                 MOVE 'S' TO WS-LIMITE-POR-MARGEN
                 MOVE WS-MARGEN-EXPOSICION TO WS-LIMITE-CALC
              END-IF
           END-IF.

           IF WS-LIMITE-CALC < ZEROES
              MOVE ZEROES TO WS-LIMITE-CALC
           END-IF.

           DIVIDE WS-LIMITE-CALC BY 100 GIVING WS-CENTENAS.
           MULTIPLY WS-CENTENAS BY 100 GIVING WS-SRG-LIMITE-ARS.

           MOVE ZEROES TO WS-SRG-LIMITE-USD.
           IF WS-HAY-PRODUCTO
              AND WS-TPD-LIMITE-ARS (WS-IX-TPD) > ZEROES
              COMPUTE WS-SRG-LIMITE-USD ROUNDED =
                      WS-TPD-LIMITE-USD (WS-IX-TPD)
                    * WS-SRG-LIMITE-ARS
                    / WS-TPD-LIMITE-ARS (WS-IX-TPD)
           END-IF.

           IF WS-SRG-LIMITE-ARS < WS-TRG-LIMITE-MIN (WS-IX-TRG)
              OR WS-SRG-LIMITE-ARS = ZEROES
              IF WS-LIMITO-EL-MARGEN
                 MOVE '67' TO WS-MOT-COD
                 MOVE 'SIN MARGEN DE EXPOSICION EN LA CASA'
                           TO WS-MOT-DES
              ELSE
                 MOVE '68' TO WS-MOT-COD
                 MOVE 'LIMITE RESULTANTE INFERIOR AL MINIMO'
                           TO WS-MOT-DES
              END-IF
              MOVE 'R'  TO WS-MOT-EFECTO
              PERFORM 2190-AGREGAR-MOTIVO
                 THRU 2190-AGREGAR-MOTIVO-FIN
           END-IF.

       2150-CALCULAR-LIMITE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2190-AGREGAR-MOTIVO.

           IF WS-SRG-CANT-MOTIVOS < 5
              ADD 1 TO WS-SRG-CANT-MOTIVOS
              MOVE WS-SRG-CANT-MOTIVOS TO WS-IX-MOT
              MOVE WS-MOT-COD TO WS-SRG-COD-MOTIVO (WS-IX-MOT)
              MOVE WS-MOT-DES TO WS-SRG-DES-MOTIVO (WS-IX-MOT)
           END-IF.

           EVALUATE WS-MOT-EFECTO
               WHEN 'D'
                    MOVE 'D' TO WS-SRG-DECISION
               WHEN 'R'
                    IF WS-SRG-APROBADA
                       MOVE 'R' TO WS-SRG-DECISION
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       2190-AGREGAR-MOTIVO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** resolucion por consola de una solicitud referida: el
      *    *** analista ve los motivos y el limite propuesto, y la
      *    *** aprueba (con el limite y producto que fije) o la
      *    *** rechaza
       2400-RESOLVER-REFERIDA.

           DISPLAY '-------------------------------------------------'.
           DISPLAY 'SOLICITUD REFERIDA (ENTER PARA SALIR): '
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-SOLICITUD-PEDIDA.
           ACCEPT WS-SOLICITUD-PEDIDA.

           IF WS-SOLICITUD-PEDIDA = SPACES
              SET WS-FIN-PROCESO TO TRUE
              GO TO 2400-RESOLVER-REFERIDA-FIN
           END-IF.

           IF WS-SOLICITUD-PEDIDA IS NOT NUMERIC
              DISPLAY 'NUMERO DE SOLICITUD INVALIDO'
              GO TO 2400-RESOLVER-REFERIDA-FIN
           END-IF.

           MOVE WS-SOLICITUD-PEDIDA TO WS-SRG-SOLICITUD.
           READ ENT-SOLICREG KEY IS WS-SRG-SOLICITUD
               INVALID KEY
                  DISPLAY 'LA SOLICITUD NO ESTA REGISTRADA'
                  GO TO 2400-RESOLVER-REFERIDA-FIN
           END-READ.

           IF NOT WS-SRG-REFERIDA
              DISPLAY 'LA SOLICITUD YA FUE DECIDIDA: '
                      WS-SRG-DECISION ' EL ' WS-SRG-FECHA-DECISION
              GO TO 2400-RESOLVER-REFERIDA-FIN
           END-IF.

           DISPLAY 'SOLICITANTE: ' WS-SRG-NOMBRE ' ' WS-SRG-APELLIDO
                   ' DOC ' WS-SRG-DOCUMENTO.
           DISPLAY 'PRODUCTO   : ' WS-SRG-PRODUCTO
                   '  INGRESO: ' WS-SRG-INGRESO
                   '  EXPOSICION: ' WS-SRG-EXPOSICION.
           IF WS-SRG-HAY-BURO = 'S'
              DISPLAY 'BURO       : SITUACION ' WS-SRG-SITUACION-BURO
                      '  DEUDA EN EL SISTEMA ' WS-SRG-DEUDA-SISTEMA
           ELSE
              DISPLAY 'BURO       : SIN INFORME'
           END-IF.
           PERFORM VARYING WS-IX-MOT FROM 1 BY 1
              UNTIL WS-IX-MOT > WS-SRG-CANT-MOTIVOS
              DISPLAY 'MOTIVO     : ' WS-SRG-COD-MOTIVO (WS-IX-MOT)
                      ' ' WS-SRG-DES-MOTIVO (WS-IX-MOT)
           END-PERFORM.
           DISPLAY 'PROPUESTO  : ARS ' WS-SRG-LIMITE-ARS
                   ' / USD ' WS-SRG-LIMITE-USD.

           DISPLAY 'DECISION (A=APROBAR / D=RECHAZAR / ENTER=DEJAR): '
                   WITH NO ADVANCING.
           MOVE SPACE TO WS-DECISION-ANALISTA.
           ACCEPT WS-DECISION-ANALISTA.

           EVALUATE WS-DECISION-ANALISTA
               WHEN 'A'
                    PERFORM 2450-APROBAR-REFERIDA
                       THRU 2450-APROBAR-REFERIDA-FIN
               WHEN 'D'
                    MOVE '69' TO WS-MOT-COD
                    MOVE 'RECHAZADA POR EL ANALISTA DE CREDITO'
                              TO WS-MOT-DES
                    MOVE 'D'  TO WS-MOT-EFECTO
                    PERFORM 2190-AGREGAR-MOTIVO
                       THRU 2190-AGREGAR-MOTIVO-FIN
                    MOVE 'A'            TO WS-SRG-ORIGEN
                    MOVE WS-SGN-USUARIO TO WS-SRG-OPERADOR
                    MOVE WS-FECHA-HOY   TO WS-SRG-FECHA-DECISION
                    PERFORM 2600-EMITIR-CARTA
                       THRU 2600-EMITIR-CARTA-FIN
                    REWRITE WS-SRG-SOLICITUD-REG
                    IF FS-SOLICREG-OK
                       ADD 1 TO WS-CANT-RECHAZADAS
                       DISPLAY 'SOLICITUD RECHAZADA, CARTA EMITIDA'
                    ELSE
                       DISPLAY 'ERROR AL REGRABAR LA SOLICITUD: '
                               FS-SOLICREG
                    END-IF
               WHEN OTHER
                    DISPLAY 'LA SOLICITUD SIGUE REFERIDA'
           END-EVALUATE.

       2400-RESOLVER-REFERIDA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2450-APROBAR-REFERIDA.

           DISPLAY 'PRODUCTO (ENTER = ' WS-SRG-PRODUCTO '): '
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-PRODUCTO-PEDIDO.
           ACCEPT WS-PRODUCTO-PEDIDO.
           IF WS-PRODUCTO-PEDIDO <> SPACES
              MOVE WS-PRODUCTO-PEDIDO TO WS-SRG-PRODUCTO
           END-IF.

      *    *** sin regla no hay BIN con que numerar la tarjeta
           PERFORM 2120-BUSCAR-REGLA
              THRU 2120-BUSCAR-REGLA-FIN.
           IF NOT WS-HAY-REGLA
              DISPLAY 'EL PRODUCTO ' WS-SRG-PRODUCTO
                      ' NO TIENE REGLAS DE ORIGINACION'
              GO TO 2450-APROBAR-REFERIDA-FIN
           END-IF.

           DISPLAY 'LIMITE ARS (0 = PROPUESTO): ' WITH NO ADVANCING.
           MOVE ZEROES TO WS-LIMITE-PEDIDO-ARS.
           ACCEPT WS-LIMITE-PEDIDO-ARS.
           IF WS-LIMITE-PEDIDO-ARS > ZEROES
              MOVE WS-LIMITE-PEDIDO-ARS TO WS-SRG-LIMITE-ARS
           END-IF.

           DISPLAY 'LIMITE USD (0 = PROPUESTO): ' WITH NO ADVANCING.
           MOVE ZEROES TO WS-LIMITE-PEDIDO-USD.
           ACCEPT WS-LIMITE-PEDIDO-USD.
           IF WS-LIMITE-PEDIDO-USD > ZEROES
              MOVE WS-LIMITE-PEDIDO-USD TO WS-SRG-LIMITE-USD
           END-IF.

           IF WS-SRG-LIMITE-ARS = ZEROES
              DISPLAY 'NO SE PUEDE APROBAR CON LIMITE ARS EN CERO'
              GO TO 2450-APROBAR-REFERIDA-FIN
           END-IF.

           MOVE '70' TO WS-MOT-COD.
           MOVE 'APROBADA POR EL ANALISTA DE CREDITO' TO WS-MOT-DES.
           MOVE SPACE TO WS-MOT-EFECTO.
           PERFORM 2190-AGREGAR-MOTIVO
              THRU 2190-AGREGAR-MOTIVO-FIN.

           MOVE 'A'            TO WS-SRG-DECISION.
           MOVE 'A'            TO WS-SRG-ORIGEN.
           MOVE WS-SGN-USUARIO TO WS-SRG-OPERADOR.
           MOVE WS-FECHA-HOY   TO WS-SRG-FECHA-DECISION.

           PERFORM 2500-EMITIR-ALTA
              THRU 2500-EMITIR-ALTA-FIN.

           REWRITE WS-SRG-SOLICITUD-REG.
           IF FS-SOLICREG-OK
              DISPLAY 'SOLICITUD APROBADA: CUENTA ' WS-SRG-CUENTA
           ELSE
              DISPLAY 'ERROR AL REGRABAR LA SOLICITUD: ' FS-SOLICREG
           END-IF.

       2450-APROBAR-REFERIDA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** alta de una aprobada: persona (si no existia), numero de
      *    *** cuenta y tarjeta, y la transaccion de alta para
      *    *** MANTLOTE con producto y documento. Usa WS-IX-TRG en la
      *    *** regla del producto
       2500-EMITIR-ALTA.

           ADD 1 TO WS-CANT-APROBADAS.

           MOVE WS-SRG-DOCUMENTO TO WS-PER-DOCUMENTO.
           READ ENT-PERSONAS KEY IS WS-PER-DOCUMENTO
               INVALID KEY CONTINUE
           END-READ.
           IF FS-PERSONAS-CLAVE-NFD
              INITIALIZE WS-PER-PERSONA-REG
              MOVE WS-SRG-DOCUMENTO  TO WS-PER-DOCUMENTO
              MOVE WS-SRG-NOMBRE     TO WS-PER-NOMBRE
              MOVE WS-SRG-APELLIDO   TO WS-PER-APELLIDO
              MOVE WS-SRG-DIRECCION  TO WS-PER-DIRECCION
              MOVE WS-SRG-COD-POSTAL TO WS-PER-COD-POSTAL
              MOVE WS-FECHA-HOY      TO WS-PER-FECHA-ALTA
      *    *** el ingreso declarado en la solicitud queda como perfil
      *    *** transaccional inicial (ver MONPLA)
              MOVE WS-SRG-INGRESO    TO WS-PER-PERFIL-MENSUAL
              MOVE WS-FECHA-HOY      TO WS-PER-FECHA-PERFIL
              WRITE WS-PER-PERSONA-REG
              IF NOT FS-PERSONAS-OK
                 DISPLAY 'AVISO: NO SE DIO DE ALTA LA PERSONA '
                         WS-SRG-DOCUMENTO ': ' FS-PERSONAS
              END-IF
           END-IF.

           MOVE 'N' TO WS-PAN-LIBRE.
           PERFORM 2550-NUMERAR-TARJETA
              THRU 2550-NUMERAR-TARJETA-FIN
              UNTIL WS-PAN-ES-LIBRE.

           MOVE WS-CUENTA-NUEVA TO WS-SRG-CUENTA.

           MOVE 'T'             TO WS-TOK-MODO.
           MOVE WS-PAN-NUEVO    TO WS-TOK-TARJETA-E.
           CALL 'TOKENIZA' USING WS-TOKEN.
           MOVE WS-TOK-TARJETA-S TO WS-SRG-TARJETA.

           INITIALIZE WS-ENT-TRANSACCION.
           MOVE 'A'               TO WS-TRX-ACCION.
           MOVE WS-CUENTA-NUEVA   TO WS-TRX-NUM-CUENTA.
           MOVE WS-PAN-NUEVO      TO WS-TRX-NUM-TARJETA.
           MOVE WS-SRG-NOMBRE     TO WS-TRX-NOMBRE.
           MOVE WS-SRG-APELLIDO   TO WS-TRX-APELLIDO.
           MOVE WS-SRG-DIRECCION  TO WS-TRX-DIRECCION.
           MOVE WS-SRG-COD-POSTAL TO WS-TRX-COD-POSTAL.
           MOVE 'ARS'             TO WS-TRX-MONEDA.
           MOVE WS-SRG-LIMITE-ARS TO WS-TRX-LIMITE-ARS.
           MOVE WS-SRG-DIA-CIERRE TO WS-TRX-DIA-CIERRE.
           MOVE 'T'               TO WS-TRX-TIPO-TARJETA.
           MOVE SPACES            TO WS-TRX-TARJETA-TITULAR.
           MOVE WS-SRG-LIMITE-USD TO WS-TRX-LIMITE-USD.
           MOVE WS-SRG-PRODUCTO   TO WS-TRX-PRODUCTO.
           MOVE WS-SRG-DOCUMENTO  TO WS-TRX-DOCUMENTO.
           WRITE WS-ENT-TRANSACCION.

           IF NOT FS-ALTAS-OK
              DISPLAY 'ERROR AL GRABAR EL ALTA DE LA SOLICITUD '
                      WS-SRG-SOLICITUD ': ' FS-ALTAS
           END-IF.

       2500-EMITIR-ALTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** tarjeta = BIN del producto + los 9 digitos bajos de la
      *    *** cuenta + digito verificador Luhn (el que controla
      *    *** CLVALPAN). Si el numero ya existe en el maestro se pasa
      *    *** a la cuenta siguiente
       2550-NUMERAR-TARJETA.

           ADD 1 TO WS-ULTIMA-CUENTA.
           MOVE WS-ULTIMA-CUENTA TO WS-CUENTA-NUEVA.

           MOVE SPACES                   TO WS-PAN-NUEVO.
           MOVE WS-TRG-BIN (WS-IX-TRG)   TO WS-PAN-BIN.
           MOVE WS-CUENTA-NUEVA (2:9)    TO WS-PAN-CUENTA.
           MOVE ZEROES                   TO WS-PAN-DIGITO.

      *    *** desde la derecha de los 15 digitos, duplicando el
      *    *** primero: el verificador completa la suma a multiplo de 10
           MOVE ZEROES TO WS-LUHN-SUMA.
           MOVE 1      TO WS-LUHN-DOBLE.

           PERFORM VARYING WS-IX-CHAR FROM 15 BY -1
              UNTIL WS-IX-CHAR < 1
              MOVE WS-PAN-NUEVO (WS-IX-CHAR:1) TO WS-LUHN-DIGITO
              IF WS-LUHN-DOBLE = 1
                 MULTIPLY WS-LUHN-DIGITO BY 2
                                        GIVING WS-LUHN-DIGITO
                 IF WS-LUHN-DIGITO > 9
                    SUBTRACT 9 FROM WS-LUHN-DIGITO
                 END-IF
              END-IF
              ADD WS-LUHN-DIGITO TO WS-LUHN-SUMA
              IF WS-LUHN-DOBLE = 1
                 MOVE 0 TO WS-LUHN-DOBLE
              ELSE
                 MOVE 1 TO WS-LUHN-DOBLE
              END-IF
           END-PERFORM.

           DIVIDE WS-LUHN-SUMA BY 10 GIVING WS-LUHN-COCIENTE
                                     REMAINDER WS-LUHN-RESTO.
           IF WS-LUHN-RESTO = ZEROES
              MOVE 0 TO WS-PAN-DIGITO
           ELSE
              COMPUTE WS-PAN-DIGITO = 10 - WS-LUHN-RESTO
           END-IF.

           MOVE 'S' TO WS-PAN-LIBRE.
           IF WS-HAY-MAESTRO = 'S'
              MOVE WS-PAN-NUEVO TO WS-MT-NUM-TARJETA
              READ ENT-MAESTRO-TARJETAS KEY IS WS-MT-NUM-TARJETA
                  INVALID KEY CONTINUE
              END-READ
              IF FS-MAESTRO-TARJETAS-FILE-OK
                 MOVE 'N' TO WS-PAN-LIBRE
              END-IF
           END-IF.

       2550-NUMERAR-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** carta de rechazo: los motivos de la decision y, si se
      *    *** consulto el buro, el derecho de acceso a esos datos
       2600-EMITIR-CARTA.

           IF NOT WS-ES-MODO-RESOLVER
              ADD 1 TO WS-CANT-RECHAZADAS
           END-IF.

           INITIALIZE WS-CAR-ENCABEZADO-1.
           MOVE SPACES TO WS-CAR-NOMBRE.
           STRING WS-SRG-NOMBRE   DELIMITED BY SPACE
                  ', '            DELIMITED BY SIZE
                  WS-SRG-APELLIDO DELIMITED BY SPACE
                  INTO WS-CAR-NOMBRE.
           MOVE WS-FECHA-HOY (7:2) TO WS-FCA-DIA.
           MOVE WS-FECHA-HOY (5:2) TO WS-FCA-MES.
           MOVE WS-FECHA-HOY (1:4) TO WS-FCA-ANIO.
           MOVE WS-FECHA-CARTA-O   TO WS-CAR-FECHA.
           MOVE WS-CAR-ENCABEZADO-1 TO WS-SAL-CARTAS.
           WRITE WS-SAL-CARTAS.

           INITIALIZE WS-CAR-ENCABEZADO-2.
           MOVE WS-SRG-DIRECCION TO WS-CAR-DIRECCION.
           MOVE WS-SRG-SOLICITUD TO WS-CAR-SOLICITUD.
           MOVE WS-CAR-ENCABEZADO-2 TO WS-SAL-CARTAS.
           WRITE WS-SAL-CARTAS.

           INITIALIZE WS-CAR-ENCABEZADO-3.
           MOVE WS-SRG-COD-POSTAL TO WS-CAR-CP.
           MOVE WS-CAR-ENCABEZADO-3 TO WS-SAL-CARTAS.
           WRITE WS-SAL-CARTAS.

           MOVE SPACES TO WS-SAL-CARTAS.
           WRITE WS-SAL-CARTAS.

           MOVE WS-SRG-FECHA-SOLICITUD (7:2) TO WS-FSO-DIA.
           MOVE WS-SRG-FECHA-SOLICITUD (5:2) TO WS-FSO-MES.
           MOVE WS-SRG-FECHA-SOLICITUD (1:4) TO WS-FSO-ANIO.

           MOVE 'SOLICITUD DE TARJETA DE CREDITO NO APROBADA'
                                        TO WS-SAL-CARTAS.
           WRITE WS-SAL-CARTAS.
           MOVE SPACES TO WS-SAL-CARTAS.
           STRING 'Le informamos que su solicitud presentada el '
                  WS-FECHA-SOLICITUD-O
                  ' no fue aprobada por'
                  DELIMITED BY SIZE INTO WS-SAL-CARTAS.
           WRITE WS-SAL-CARTAS.
           MOVE 'los siguientes motivos:' TO WS-SAL-CARTAS.
           WRITE WS-SAL-CARTAS.

           PERFORM VARYING WS-IX-MOT FROM 1 BY 1
              UNTIL WS-IX-MOT > WS-SRG-CANT-MOTIVOS
              MOVE SPACES TO WS-SAL-CARTAS
              STRING '   - ' WS-SRG-DES-MOTIVO (WS-IX-MOT)
                     DELIMITED BY SIZE INTO WS-SAL-CARTAS
              WRITE WS-SAL-CARTAS
           END-PERFORM.

           MOVE SPACES TO WS-SAL-CARTAS.
           WRITE WS-SAL-CARTAS.

           IF WS-SRG-HAY-BURO = 'S'
              MOVE 'La evaluacion considero informacion de bases de '
                 & 'datos de informacion crediticia.'
                                        TO WS-SAL-CARTAS
              WRITE WS-SAL-CARTAS
              MOVE 'Usted tiene derecho a acceder en forma gratuita '
                 & 'a los datos que le conciernen'
                                        TO WS-SAL-CARTAS
              WRITE WS-SAL-CARTAS
              MOVE 'y a solicitar su rectificacion o actualizacion '
                 & '(Ley 25.326, arts. 14 y 16).'
                                        TO WS-SAL-CARTAS
              WRITE WS-SAL-CARTAS
           END-IF.

           MOVE 'Puede presentar una nueva solicitud cuando cambien '
              & 'las circunstancias informadas.'
                                        TO WS-SAL-CARTAS.
           WRITE WS-SAL-CARTAS.

           MOVE WS-CAR-FORM-FEED TO WS-SAL-CARTAS.
           WRITE WS-SAL-CARTAS.

       2600-EMITIR-CARTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2800-REPORTAR-RESULTADO.

           MOVE WS-SRG-SOLICITUD  TO WS-RES-SOLICITUD.
           MOVE WS-SRG-DOCUMENTO  TO WS-RES-DOCUMENTO.
           MOVE WS-SRG-PRODUCTO   TO WS-RES-PRODUCTO.
           MOVE WS-SRG-LIMITE-ARS TO WS-RES-LIMITE-ARS.
           MOVE SPACES            TO WS-RES-MOTIVO.
           IF WS-SRG-CANT-MOTIVOS > ZEROES
              MOVE WS-SRG-DES-MOTIVO (1) TO WS-RES-MOTIVO
           END-IF.

           EVALUATE TRUE
               WHEN WS-SRG-APROBADA
                    MOVE 'APROBADA ' TO WS-RES-VEREDICTO
               WHEN WS-SRG-RECHAZADA
                    MOVE 'RECHAZADA' TO WS-RES-VEREDICTO
               WHEN OTHER
                    ADD 1 TO WS-CANT-REFERIDAS
                    MOVE 'REFERIDA ' TO WS-RES-VEREDICTO
           END-EVALUATE.

           MOVE WS-LINEA-RESULTADO TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2800-REPORTAR-RESULTADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF NOT WS-ES-MODO-RESOLVER
              MOVE ALL '-' TO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
              MOVE SPACES TO WS-SAL-REPORTE
              STRING 'LEIDAS: ' WS-CANT-LEIDAS
                     '  YA DECIDIDAS: ' WS-CANT-YA-DECIDIDAS
                     '  APROBADAS: ' WS-CANT-APROBADAS
                     '  RECHAZADAS: ' WS-CANT-RECHAZADAS
                     '  REFERIDAS: ' WS-CANT-REFERIDAS
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
              CLOSE ENT-SOLICITUDES
                    SAL-REPORTE
           END-IF.

           CLOSE ENT-SOLICREG
                 ENT-PERSONAS
                 SAL-ALTAS
                 SAL-CARTAS.

           IF WS-HAY-CUENTA-PERSONA = 'S'
              CLOSE ENT-CUENTA-PERSONA
           END-IF.
           IF WS-HAY-MAESTRO = 'S'
              CLOSE ENT-MAESTRO-TARJETAS
           END-IF.
           IF WS-HAY-MOROSIDAD = 'S'
              CLOSE ENT-MOROSIDAD
           END-IF.

           DISPLAY 'ORIGINA: ' WS-CANT-APROBADAS ' APROBADAS, '
                   WS-CANT-RECHAZADAS ' RECHAZADAS, '
                   WS-CANT-REFERIDAS ' REFERIDAS'.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM ORIGINA.
