      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: casos de fraude con perdida para el emisor, al estilo
      *          de DISPUTAS. Cuando el cliente denuncia consumos que
      *          no reconoce y que no se pueden contracargar al
      *          comercio, el caso (FRAUDE-CASOS.VSAM) junta la
      *          tarjeta, la tarjeta repuesta por MANTTARJ
      *          (REEMPLAZOS.VSAM) y los consumos afectados
      *          (FRAUDE-CONSUMOS.VSAM), tomados del historial
      *          facturado. Cada consumo cargado emite el credito al
      *          cliente como consumo de quebranto por fraude en
      *          REPROCESO.SEQ (la facturacion lo asienta en la cuenta
      *          de quebrantos por fraude, no como disputa), se
      *          reporta a la red en FRAUDE-RED.SEQ y queda como
      *          fraude confirmado para el monitoreo de comercios
      *          (FRAUDE-CONFIRMADO.SEQ). El caso registra la perdida,
      *          los recuperos y el cierre; FRAUREP arma el reporte
      *          mensual de perdidas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUCASO.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-CASOS
           ASSIGN TO WS-RUTA-CASOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-FCA-NUM-CASO
           FILE STATUS IS FS-CASOS.

       SELECT ENT-CONSUMOS-CASO
           ASSIGN TO WS-RUTA-CONSUMOS-CASO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-FCC-CLAVE
           FILE STATUS IS FS-CONSUMOS-CASO.

       SELECT ENT-HIST-CONSUMOS
           ASSIGN TO WS-RUTA-HIST-CONSUMOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-HISC-CLAVE
           FILE STATUS IS FS-HIST-CONSUMOS.

       SELECT ENT-REEMPLAZOS
           ASSIGN TO WS-RUTA-REEMPLAZOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-REM-TARJETA-VIEJA
           FILE STATUS IS FS-REEMPLAZOS.

       SELECT ENT-TARJETA-PROD
           ASSIGN TO WS-RUTA-TARJETA-PROD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-TPR-TARJETA
           FILE STATUS IS FS-TARJETA-PROD.

       SELECT ENT-DISPUTAS
           ASSIGN TO WS-RUTA-DISPUTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-DIS-CLAVE
           FILE STATUS IS FS-DISPUTAS.

      *    *** creditos al cliente: consumos en el layout exacto de
      *    *** CONSUMOS.SEQ, que STAGECON mezcla con la proxima
      *    *** facturacion (mismo destino que usan CORRSUB y DISPUTAS)
       SELECT SAL-REPROCESO
           ASSIGN TO WS-RUTA-REPROCESO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPROCESO.

      *    *** reporte de fraude a la red de tarjetas
       SELECT SAL-FRAUDE-RED
           ASSIGN TO WS-RUTA-FRAUDE-RED
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FRAUDE-RED.

       SELECT SAL-CONFIRMADOS
           ASSIGN TO WS-RUTA-CONFIRMADOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONFIRMADOS.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-CASOS.
           COPY FRAUCASO.

       FD ENT-CONSUMOS-CASO.
           COPY FRAUCONS.

       FD ENT-HIST-CONSUMOS.
           COPY HISTCON.

       FD ENT-REEMPLAZOS.
           COPY REEMPLAZ.

       FD ENT-TARJETA-PROD.
           COPY TARJPROD.

      *    *** mismo layout que mantiene DISPUTAS; solo interesa la
      *    *** clave
       FD ENT-DISPUTAS.
       01 WS-DIS-DISPUTA-REG.
          05 WS-DIS-CLAVE.
             10 WS-DIS-TARJETA                       PIC X(19).
             10 WS-DIS-ID-CONSUMO                    PIC 9(10).
          05 FILLER                                  PIC X(82).

       FD SAL-REPROCESO.
           COPY CONSUMOS.

      *    *** registro de fraude para la red: los campos del
      *    *** clearing mas la modalidad en el codigo de la red
      *    *** (0 perdida, 1 robada, 4 falsificada, 6 uso del numero
      *    *** sin tarjeta presente, B cuenta tomada, 5 otras)
       FD SAL-FRAUDE-RED.
       01 WS-SAL-FRAUDE-RED.
           05 WS-FRD-ID-CONSUMO                     PIC 9(10).
           05 WS-FRD-NUM-TARJETA                    PIC X(19).
           05 WS-FRD-FECHA-CONSUMO                  PIC 9(08).
           05 WS-FRD-MONEDA                         PIC X(03).
           05 WS-FRD-IMPORTE                        PIC S9(08)V9(02)
                                           SIGN IS TRAILING SEPARATE.
           05 WS-FRD-COD-COMERCIO                   PIC X(08).
           05 WS-FRD-TIPO-FRAUDE                    PIC X(01).
           05 WS-FRD-FECHA-REPORTE                  PIC 9(08).
           05 WS-FRD-NUM-CASO                       PIC 9(10).

       FD SAL-CONFIRMADOS.
           COPY FRAUCONF.

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-CASOS              PIC X(60)
                                     VALUE '../FRAUDE-CASOS.VSAM'.
       01 WS-RUTA-CONSUMOS-CASO      PIC X(60)
                                     VALUE '../FRAUDE-CONSUMOS.VSAM'.
       01 WS-RUTA-HIST-CONSUMOS      PIC X(60)
                                     VALUE '../HISTORIAL-CONSUMOS.VSAM'.
       01 WS-RUTA-REEMPLAZOS         PIC X(60)
                                     VALUE '../REEMPLAZOS.VSAM'.
       01 WS-RUTA-TARJETA-PROD       PIC X(60)
                                     VALUE '../TARJPROD.VSAM'.
       01 WS-RUTA-DISPUTAS           PIC X(60)
                                     VALUE '../DISPUTAS.VSAM'.
       01 WS-RUTA-REPROCESO          PIC X(60)
                                     VALUE '../REPROCESO.SEQ'.
       01 WS-RUTA-FRAUDE-RED         PIC X(60)
                                     VALUE '../FRAUDE-RED.SEQ'.
       01 WS-RUTA-CONFIRMADOS        PIC X(60)
                                     VALUE '../FRAUDE-CONFIRMADO.SEQ'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

      *    *** sesion de operador (ver SIGNON)
       01 WS-SIGNON.
           COPY SIGNIO.
       01 WS-OPERADOR-SESION         PIC X(10) VALUE SPACES.
       01 WS-ROL-SESION              PIC X(01) VALUE SPACES.
          88 WS-SESION-PUEDE-MODIFICAR             VALUES 'O', 'S'.

       01 FS-STATUS.
          05 FS-CASOS                              PIC X(2).
             88 FS-CASOS-OK                            VALUE '00'.
             88 FS-CASOS-NFD                           VALUE '35'.
             88 FS-CASOS-CLAVE-DUP                     VALUE '22'.
             88 FS-CASOS-CLAVE-NFD                     VALUE '23'.
          05 FS-CONSUMOS-CASO                      PIC X(2).
             88 FS-CONSUMOS-CASO-OK                    VALUE '00'.
             88 FS-CONSUMOS-CASO-NFD                   VALUE '35'.
             88 FS-CONSUMOS-CASO-CLAVE-DUP             VALUE '22'.
             88 FS-CONSUMOS-CASO-CLAVE-NFD             VALUE '23'.
          05 FS-HIST-CONSUMOS                      PIC X(2).
             88 FS-HIST-CONSUMOS-OK                    VALUE '00'.
             88 FS-HIST-CONSUMOS-NFD                   VALUE '35'.
          05 FS-REEMPLAZOS                         PIC X(2).
             88 FS-REEMPLAZOS-OK                       VALUE '00'.
             88 FS-REEMPLAZOS-NFD                      VALUE '35'.
          05 FS-TARJETA-PROD                       PIC X(2).
             88 FS-TARJETA-PROD-OK                     VALUE '00'.
             88 FS-TARJETA-PROD-NFD                    VALUE '35'.
          05 FS-DISPUTAS                           PIC X(2).
             88 FS-DISPUTAS-OK                         VALUE '00'.
             88 FS-DISPUTAS-NFD                        VALUE '35'.
          05 FS-REPROCESO                          PIC X(2).
             88 FS-REPROCESO-OK                        VALUE '00'.
             88 FS-REPROCESO-NFD                       VALUE '35'.
          05 FS-FRAUDE-RED                         PIC X(2).
             88 FS-FRAUDE-RED-OK                       VALUE '00'.
             88 FS-FRAUDE-RED-NFD                      VALUE '35'.
          05 FS-CONFIRMADOS                        PIC X(2).
             88 FS-CONFIRMADOS-OK                      VALUE '00'.
             88 FS-CONFIRMADOS-NFD                     VALUE '35'.

      *    *** archivos de consulta que pueden no existir todavia
       01 WS-HAY-REEMPLAZOS          PIC X(01) VALUE 'N'.
          88 WS-REEMPLAZOS-ABIERTO                 VALUE 'S'.
       01 WS-HAY-TARJETA-PROD        PIC X(01) VALUE 'N'.
          88 WS-TARJETA-PROD-ABIERTO               VALUE 'S'.
       01 WS-HAY-DISPUTAS            PIC X(01) VALUE 'N'.
          88 WS-DISPUTAS-ABIERTO                   VALUE 'S'.

       01 WS-OPCION                                PIC X(01).
          88 WS-OPC-ALTA                                VALUE '1'.
          88 WS-OPC-CONSUMO                              VALUE '2'.
          88 WS-OPC-RECUPERO                             VALUE '3'.
          88 WS-OPC-CIERRE                               VALUE '4'.
          88 WS-OPC-CONSULTA                             VALUE '5'.
          88 WS-OPC-SALIR                                VALUE '6'.

       01 WS-CONTINUAR                             PIC X(01) VALUE 'S'.
          88 WS-SEGUIR-PROCESANDO                       VALUE 'S'.
          88 WS-FIN-PROCESO                             VALUE 'N'.

       01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.

      *    *** id del caso y del credito al cliente, pedidos a la
      *    *** serie central (ver NUMERADOR)
       01 WS-NUMERADOR.
           COPY NUMERIO.

      *    *** boveda de tokens (ver TOKENIZA): FRAUDE-CONFIRMADO.SEQ
      *    *** lleva el token, igual que SOSPECHOSOS.SEQ
       01 WS-TOKEN.
           COPY TOKENIO.

      *    *** busqueda del consumo facturado por tarjeta + id
       01 WS-FIN-BUSQUEDA            PIC X(01).
          88 WS-BUSQUEDA-TERMINADA         VALUE 'S'.
       01 WS-CONSUMO-HALLADO         PIC X(01).
          88 WS-HAY-CONSUMO-HALLADO        VALUE 'S'.
       01 WS-ID-BUSCADO              PIC 9(10).
       01 WS-CONSUMO-HISTORICO       PIC X(108).

       01 WS-CASO-BUSCADO            PIC 9(10).
       01 WS-CASO-UBICADO            PIC X(01).
          88 WS-HAY-CASO-UBICADO           VALUE 'S'.

       01 WS-RECUPERO-MONEDA         PIC X(03).
       01 WS-RECUPERO-IMPORTE        PIC S9(10)V9(02)
                                     SIGN IS TRAILING SEPARATE.

       01 WS-NETO-ARS                PIC S9(10)V9(02).
       01 WS-NETO-USD                PIC S9(10)V9(02).
       01 WS-IMPORTE-O               PIC -.---.---.--9,99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-PROCESAR-MENU
              THRU 2000-PROCESAR-MENU-FIN
              UNTIL WS-FIN-PROCESO.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY.

           PERFORM 1070-IDENTIFICAR-OPERADOR
              THRU 1070-IDENTIFICAR-OPERADOR-FIN.

           PERFORM 1050-LEER-RUTA-ARCHIVO
              THRU 1050-LEER-RUTA-ARCHIVO-FIN.

      *    *** si todavia no existen (primer caso) se crean vacios
      *    *** antes de abrirlos en modo I-O, igual que DISPUTAS.VSAM
           OPEN I-O ENT-CASOS.

           IF FS-CASOS-NFD
              OPEN OUTPUT ENT-CASOS
              CLOSE ENT-CASOS
              OPEN I-O ENT-CASOS
           END-IF.

           IF NOT FS-CASOS-OK
              DISPLAY 'ERROR AL ABRIR FRAUDE-CASOS.VSAM'
              DISPLAY 'FILE STATUS: ' FS-CASOS
              STOP RUN
           END-IF.

           OPEN I-O ENT-CONSUMOS-CASO.

           IF FS-CONSUMOS-CASO-NFD
              OPEN OUTPUT ENT-CONSUMOS-CASO
              CLOSE ENT-CONSUMOS-CASO
              OPEN I-O ENT-CONSUMOS-CASO
           END-IF.

           IF NOT FS-CONSUMOS-CASO-OK
              DISPLAY 'ERROR AL ABRIR FRAUDE-CONSUMOS.VSAM'
              DISPLAY 'FILE STATUS: ' FS-CONSUMOS-CASO
              STOP RUN
           END-IF.

      *    *** sin historial no hay de donde tomar los consumos
           OPEN INPUT ENT-HIST-CONSUMOS.

           IF NOT FS-HIST-CONSUMOS-OK
              DISPLAY 'ERROR AL ABRIR HISTORIAL-CONSUMOS.VSAM'
              DISPLAY 'FILE STATUS: ' FS-HIST-CONSUMOS
              STOP RUN
           END-IF.

           OPEN INPUT ENT-REEMPLAZOS.

           EVALUATE TRUE
               WHEN FS-REEMPLAZOS-OK
                    SET WS-REEMPLAZOS-ABIERTO TO TRUE
               WHEN FS-REEMPLAZOS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR REEMPLAZOS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-REEMPLAZOS
                    STOP RUN
           END-EVALUATE.

           OPEN INPUT ENT-TARJETA-PROD.

           EVALUATE TRUE
               WHEN FS-TARJETA-PROD-OK
                    SET WS-TARJETA-PROD-ABIERTO TO TRUE
               WHEN FS-TARJETA-PROD-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR TARJPROD.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-TARJETA-PROD
                    STOP RUN
           END-EVALUATE.

           OPEN INPUT ENT-DISPUTAS.

           EVALUATE TRUE
               WHEN FS-DISPUTAS-OK
                    SET WS-DISPUTAS-ABIERTO TO TRUE
               WHEN FS-DISPUTAS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR DISPUTAS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-DISPUTAS
                    STOP RUN
           END-EVALUATE.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1050-LEER-RUTA-ARCHIVO.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'FRAUCASO_CASOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CASOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'FRAUCASO_CONSUMOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CONSUMOS-CASO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'FRAUCASO_HISTORICO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-HIST-CONSUMOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'FRAUCASO_REEMPLAZOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REEMPLAZOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'FRAUCASO_TARJPROD_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-TARJETA-PROD
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'FRAUCASO_DISPUTAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-DISPUTAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'FRAUCASO_REPROCESO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REPROCESO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'FRAUCASO_RED_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-FRAUDE-RED
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'FRAUCASO_CONFIRMADOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CONFIRMADOS
           END-IF.

       1050-LEER-RUTA-ARCHIVO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1070-IDENTIFICAR-OPERADOR.

           MOVE 'P' TO WS-SGN-MODO.
           CALL 'SIGNON' USING WS-SIGNON.

           IF NOT WS-SGN-ACEPTADO
              DISPLAY 'ACCESO DENEGADO: ' WS-SGN-DES-ERROR-O
              STOP RUN
           END-IF.

           MOVE WS-SGN-USUARIO TO WS-OPERADOR-SESION.
           MOVE WS-SGN-ROL     TO WS-ROL-SESION.

       1070-IDENTIFICAR-OPERADOR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESAR-MENU.

           DISPLAY '-------------------------------------------------'.
           DISPLAY ' CASOS DE FRAUDE'.
           DISPLAY ' 1 - ABRIR CASO'.
           DISPLAY ' 2 - CARGAR CONSUMO (CREDITO AL CLIENTE)'.
           DISPLAY ' 3 - REGISTRAR RECUPERO'.
           DISPLAY ' 4 - CERRAR CASO'.
           DISPLAY ' 5 - CONSULTAR CASO'.
           DISPLAY ' 6 - SALIR'.
           DISPLAY '-------------------------------------------------'.
           DISPLAY 'INGRESE UNA OPCION: ' WITH NO ADVANCING.
           ACCEPT WS-OPCION.

      *    *** todo lo que modifica el caso exige rol operador o
      *    *** supervisor; la consulta no
           IF (WS-OPC-ALTA OR WS-OPC-CONSUMO OR WS-OPC-RECUPERO
               OR WS-OPC-CIERRE)
              AND NOT WS-SESION-PUEDE-MODIFICAR
              DISPLAY 'SU ROL SOLO PERMITE CONSULTAS'
              GO TO 2000-PROCESAR-MENU-FIN
           END-IF.

           EVALUATE TRUE
               WHEN WS-OPC-ALTA
                    PERFORM 2100-ABRIR-CASO
                       THRU 2100-ABRIR-CASO-FIN
               WHEN WS-OPC-CONSUMO
                    PERFORM 2200-CARGAR-CONSUMO
                       THRU 2200-CARGAR-CONSUMO-FIN
               WHEN WS-OPC-RECUPERO
                    PERFORM 2500-REGISTRAR-RECUPERO
                       THRU 2500-REGISTRAR-RECUPERO-FIN
               WHEN WS-OPC-CIERRE
                    PERFORM 2600-CERRAR-CASO
                       THRU 2600-CERRAR-CASO-FIN
               WHEN WS-OPC-CONSULTA
                    PERFORM 2700-CONSULTAR-CASO
                       THRU 2700-CONSULTAR-CASO-FIN
               WHEN WS-OPC-SALIR
                    SET WS-FIN-PROCESO TO TRUE
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       2000-PROCESAR-MENU-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** alta del caso: la tarjeta denunciada, la modalidad y el
      *    *** producto (para el reporte de perdidas); la reposicion
      *    *** se emite por MANTTARJ y se vincula sola en cuanto existe
       2100-ABRIR-CASO.

           INITIALIZE WS-FCA-CASO-REG.

           DISPLAY 'NUMERO DE TARJETA DENUNCIADA: ' WITH NO ADVANCING.
           ACCEPT WS-FCA-TARJETA.

           IF WS-FCA-TARJETA = SPACES
              DISPLAY 'ALTA RECHAZADA: FALTA LA TARJETA'
              GO TO 2100-ABRIR-CASO-FIN
           END-IF.

           DISPLAY 'MODALIDAD (P PERDIDA / R ROBADA / F FALSIFICADA'.
           DISPLAY '           N NO PRESENTE / C CUENTA TOMADA / '
                   'O OTRA): ' WITH NO ADVANCING.
           ACCEPT WS-FCA-TIPO-FRAUDE.

           IF NOT WS-FCA-TIPO-VALIDO
              DISPLAY 'ALTA RECHAZADA: MODALIDAD INVALIDA'
              GO TO 2100-ABRIR-CASO-FIN
           END-IF.

           IF WS-TARJETA-PROD-ABIERTO
              MOVE WS-FCA-TARJETA TO WS-TPR-TARJETA
              READ ENT-TARJETA-PROD KEY IS WS-TPR-TARJETA
                  INVALID KEY MOVE SPACES TO WS-TPR-PRODUCTO
              END-READ
              MOVE WS-TPR-PRODUCTO TO WS-FCA-PRODUCTO
           END-IF.

           PERFORM 2900-VINCULAR-REEMPLAZO
              THRU 2900-VINCULAR-REEMPLAZO-FIN.

           INITIALIZE WS-NUMERADOR.
           MOVE 'FRAUCASO' TO WS-NUM-PROGRAMA-E.
           CALL 'NUMERADOR' USING WS-NUMERADOR.
           IF WS-NUM-COD-ERROR-O <> SPACES
              DISPLAY 'NO SE PUDO NUMERAR EL CASO: '
                      WS-NUM-DES-ERROR-O
              GO TO 2100-ABRIR-CASO-FIN
           END-IF.

           MOVE WS-NUM-ID-O        TO WS-FCA-NUM-CASO.
           MOVE WS-FECHA-HOY       TO WS-FCA-FECHA-ALTA.
           SET WS-FCA-ABIERTO      TO TRUE.
           MOVE WS-OPERADOR-SESION TO WS-FCA-OPERADOR.

           WRITE WS-FCA-CASO-REG.

           IF NOT FS-CASOS-OK
              DISPLAY 'ERROR AL GRABAR EL CASO'
              DISPLAY 'FILE STATUS: ' FS-CASOS
              GO TO 2100-ABRIR-CASO-FIN
           END-IF.

           DISPLAY 'CASO ABIERTO: ' WS-FCA-NUM-CASO.
           IF WS-FCA-TARJETA-REEMPLAZO = SPACES
              DISPLAY 'AVISO: LA TARJETA TODAVIA NO FUE REPUESTA; '
                      'EMITIR LA REPOSICION POR MANTTARJ'
           ELSE
              DISPLAY 'TARJETA REPUESTA: ' WS-FCA-TARJETA-REEMPLAZO
           END-IF.

       2100-ABRIR-CASO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** carga un consumo no reconocido: tiene que estar
      *    *** facturado a la tarjeta del caso y no tener disputa (lo
      *    *** disputable se recupera por contracargo, no es perdida)
       2200-CARGAR-CONSUMO.

           PERFORM 2250-UBICAR-CASO-ABIERTO
              THRU 2250-UBICAR-CASO-ABIERTO-FIN.

           IF NOT WS-HAY-CASO-UBICADO
              GO TO 2200-CARGAR-CONSUMO-FIN
           END-IF.

           DISPLAY 'ID DEL CONSUMO NO RECONOCIDO: ' WITH NO ADVANCING.
           ACCEPT WS-ID-BUSCADO.

           MOVE WS-FCA-TARJETA TO WS-FCC-TARJETA.
           MOVE WS-ID-BUSCADO  TO WS-FCC-ID-CONSUMO.
           READ ENT-CONSUMOS-CASO KEY IS WS-FCC-CLAVE
               INVALID KEY CONTINUE
           END-READ.

           IF FS-CONSUMOS-CASO-OK
              DISPLAY 'EL CONSUMO YA ESTA EN EL CASO ' WS-FCC-NUM-CASO
              GO TO 2200-CARGAR-CONSUMO-FIN
           END-IF.

           IF WS-DISPUTAS-ABIERTO
              MOVE WS-FCA-TARJETA TO WS-DIS-TARJETA
              MOVE WS-ID-BUSCADO  TO WS-DIS-ID-CONSUMO
              READ ENT-DISPUTAS KEY IS WS-DIS-CLAVE
                  INVALID KEY CONTINUE
              END-READ
              IF FS-DISPUTAS-OK
                 DISPLAY 'EL CONSUMO TIENE DISPUTA: SE RECUPERA POR '
                         'CONTRACARGO (DISPUTAS)'
                 GO TO 2200-CARGAR-CONSUMO-FIN
              END-IF
           END-IF.

           PERFORM 2260-BUSCAR-FACTURADO
              THRU 2260-BUSCAR-FACTURADO-FIN.

           IF NOT WS-HAY-CONSUMO-HALLADO
              DISPLAY 'EL CONSUMO NO FIGURA FACTURADO A LA TARJETA'
              GO TO 2200-CARGAR-CONSUMO-FIN
           END-IF.

           MOVE WS-CONSUMO-HISTORICO TO WS-ENT-CONSUMOS.

           IF WS-ENT-IMPORTE NOT > ZEROES
              DISPLAY 'EL CONSUMO NO ES UN DEBITO AL CLIENTE'
              GO TO 2200-CARGAR-CONSUMO-FIN
           END-IF.

           IF WS-ENT-MONEDA <> 'ARS' AND WS-ENT-MONEDA <> 'USD'
              DISPLAY 'MONEDA ' WS-ENT-MONEDA ' NO ADMITIDA EN CASOS '
                      'DE FRAUDE'
              GO TO 2200-CARGAR-CONSUMO-FIN
           END-IF.

           INITIALIZE WS-FCC-CONSUMO-REG.
           MOVE WS-FCA-TARJETA       TO WS-FCC-TARJETA.
           MOVE WS-ID-BUSCADO        TO WS-FCC-ID-CONSUMO.
           MOVE WS-FCA-NUM-CASO      TO WS-FCC-NUM-CASO.
           MOVE WS-HISC-PERIODO      TO WS-FCC-PERIODO.
           MOVE WS-ENT-FECHA         TO WS-FCC-FECHA-CONSUMO.
           MOVE WS-ENT-DETALLE       TO WS-FCC-DETALLE.
           MOVE WS-ENT-MONEDA        TO WS-FCC-MONEDA.
           MOVE WS-ENT-IMPORTE       TO WS-FCC-IMPORTE.
           MOVE WS-ENT-COD-COMERCIO  TO WS-FCC-COD-COMERCIO.
           MOVE WS-FECHA-HOY         TO WS-FCC-FECHA-ALTA.

           IF WS-FCA-NUM-CUENTA = ZEROES
              MOVE WS-ENT-NUM-CUENTA TO WS-FCA-NUM-CUENTA
           END-IF.

           PERFORM 2300-EMITIR-CREDITO
              THRU 2300-EMITIR-CREDITO-FIN.

           IF WS-FCC-ID-CREDITO = ZEROES
              GO TO 2200-CARGAR-CONSUMO-FIN
           END-IF.

           WRITE WS-FCC-CONSUMO-REG.

           IF NOT FS-CONSUMOS-CASO-OK
              DISPLAY 'ERROR AL GRABAR EL CONSUMO DEL CASO'
              DISPLAY 'FILE STATUS: ' FS-CONSUMOS-CASO
              DISPLAY 'EL CREDITO ' WS-FCC-ID-CREDITO ' YA SE EMITIO'
              GO TO 2200-CARGAR-CONSUMO-FIN
           END-IF.

           ADD 1 TO WS-FCA-CANT-CONSUMOS.
           IF WS-FCC-MONEDA = 'USD'
              ADD WS-FCC-IMPORTE TO WS-FCA-PERDIDA-USD
           ELSE
              ADD WS-FCC-IMPORTE TO WS-FCA-PERDIDA-ARS
           END-IF.

           PERFORM 2900-VINCULAR-REEMPLAZO
              THRU 2900-VINCULAR-REEMPLAZO-FIN.

           PERFORM 2950-REGRABAR-CASO
              THRU 2950-REGRABAR-CASO-FIN.

           PERFORM 2400-REPORTAR-RED
              THRU 2400-REPORTAR-RED-FIN.

           PERFORM 2450-ASENTAR-CONFIRMADO
              THRU 2450-ASENTAR-CONFIRMADO-FIN.

           DISPLAY 'CONSUMO CARGADO; CREDITO AL CLIENTE Y REPORTE A '
                   'LA RED EMITIDOS'.

       2200-CARGAR-CONSUMO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2250-UBICAR-CASO-ABIERTO.

           PERFORM 2255-LEER-CASO
              THRU 2255-LEER-CASO-FIN.

           IF WS-HAY-CASO-UBICADO AND WS-FCA-CERRADO
              DISPLAY 'EL CASO YA ESTA CERRADO'
              MOVE 'N' TO WS-CASO-UBICADO
           END-IF.

       2250-UBICAR-CASO-ABIERTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2255-LEER-CASO.

           MOVE 'N' TO WS-CASO-UBICADO.

           DISPLAY 'NUMERO DE CASO: ' WITH NO ADVANCING.
           ACCEPT WS-CASO-BUSCADO.

           MOVE WS-CASO-BUSCADO TO WS-FCA-NUM-CASO.
           READ ENT-CASOS KEY IS WS-FCA-NUM-CASO
               INVALID KEY CONTINUE
           END-READ.

           EVALUATE TRUE
               WHEN FS-CASOS-OK
                    MOVE 'S' TO WS-CASO-UBICADO
               WHEN FS-CASOS-CLAVE-NFD
                    DISPLAY 'ERROR: EL CASO NO EXISTE'
               WHEN OTHER
                    DISPLAY 'ERROR AL BUSCAR EL CASO'
                    DISPLAY 'FILE STATUS: ' FS-CASOS
           END-EVALUATE.

       2255-LEER-CASO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el historial esta por tarjeta + periodo + id, asi que
      *    *** se recorre la tarjeta hasta dar con el id (mismo
      *    *** criterio que ARANCEL)
       2260-BUSCAR-FACTURADO.

           MOVE 'N' TO WS-CONSUMO-HALLADO.
           MOVE 'N' TO WS-FIN-BUSQUEDA.

           MOVE WS-FCA-TARJETA TO WS-HISC-TARJETA.
           MOVE ZEROES         TO WS-HISC-PERIODO,
                                  WS-HISC-ID-CONSUMO.

           START ENT-HIST-CONSUMOS KEY IS NOT LESS THAN WS-HISC-CLAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIN-BUSQUEDA
           END-START.

           PERFORM 2270-LEER-HISTORICO
              THRU 2270-LEER-HISTORICO-FIN
              UNTIL WS-BUSQUEDA-TERMINADA.

       2260-BUSCAR-FACTURADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2270-LEER-HISTORICO.

           READ ENT-HIST-CONSUMOS NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIN-BUSQUEDA
                  GO TO 2270-LEER-HISTORICO-FIN
           END-READ.

           IF NOT FS-HIST-CONSUMOS-OK
              OR WS-HISC-TARJETA <> WS-FCA-TARJETA
              MOVE 'S' TO WS-FIN-BUSQUEDA
              GO TO 2270-LEER-HISTORICO-FIN
           END-IF.

           IF WS-HISC-ID-CONSUMO = WS-ID-BUSCADO
              MOVE WS-HISC-CONSUMO TO WS-CONSUMO-HISTORICO
              MOVE 'S' TO WS-CONSUMO-HALLADO
              MOVE 'S' TO WS-FIN-BUSQUEDA
           END-IF.

       2270-LEER-HISTORICO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** credito al cliente: consumo negativo de tipo quebranto
      *    *** por fraude ('Q'), que la facturacion asienta contra la
      *    *** cuenta de quebrantos por fraude. Va a la tarjeta
      *    *** denunciada: si ya fue repuesta, la facturacion lo
      *    *** redirige a la nueva por REEMPLAZOS.VSAM
       2300-EMITIR-CREDITO.

           MOVE ZEROES TO WS-FCC-ID-CREDITO.

           OPEN EXTEND SAL-REPROCESO.
           IF FS-REPROCESO-NFD
              OPEN OUTPUT SAL-REPROCESO
              CLOSE SAL-REPROCESO
              OPEN EXTEND SAL-REPROCESO
           END-IF.
           IF NOT FS-REPROCESO-OK
              DISPLAY 'ERROR AL ABRIR REPROCESO.SEQ: ' FS-REPROCESO
              GO TO 2300-EMITIR-CREDITO-FIN
           END-IF.

           INITIALIZE WS-NUMERADOR.
           MOVE 'FRAUCASO' TO WS-NUM-PROGRAMA-E.
           CALL 'NUMERADOR' USING WS-NUMERADOR.
           IF WS-NUM-COD-ERROR-O <> SPACES
              DISPLAY 'NO SE PUDO NUMERAR EL CREDITO: '
                      WS-NUM-DES-ERROR-O
              CLOSE SAL-REPROCESO
              GO TO 2300-EMITIR-CREDITO-FIN
           END-IF.

           MOVE WS-NUM-ID-O        TO WS-ENT-ID-CONSUMO.
           MOVE WS-FCA-NUM-CUENTA  TO WS-ENT-NUM-CUENTA.
           MOVE WS-FCA-TARJETA     TO WS-ENT-NUM-TARJETA.
           MOVE WS-FECHA-HOY (1:4) TO WS-ENT-ANIO.
           MOVE WS-FECHA-HOY (5:2) TO WS-ENT-MES.
           MOVE WS-FECHA-HOY (7:2) TO WS-ENT-DIA.
           MOVE SPACES             TO WS-ENT-DETALLE.
           STRING 'FRAUDE ' WS-FCC-DETALLE
                  DELIMITED BY SIZE INTO WS-ENT-DETALLE.
           MOVE 01                 TO WS-ENT-NUMERO-ACTUAL.
           MOVE 01                 TO WS-ENT-CANT-CUOTAS.
           MOVE WS-FCC-MONEDA      TO WS-ENT-MONEDA.
           SUBTRACT WS-FCC-IMPORTE FROM ZEROES
                                   GIVING WS-ENT-IMPORTE.
           SET WS-ENT-ES-QUEBRANTO TO TRUE.
           MOVE SPACES             TO WS-ENT-COD-COMERCIO.

           WRITE WS-ENT-CONSUMOS.

           IF FS-REPROCESO-OK
              MOVE WS-NUM-ID-O TO WS-FCC-ID-CREDITO
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR REPROCESO.SEQ: ' FS-REPROCESO
           END-IF.

           CLOSE SAL-REPROCESO.

       2300-EMITIR-CREDITO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2400-REPORTAR-RED.

           OPEN EXTEND SAL-FRAUDE-RED.
           IF FS-FRAUDE-RED-NFD
              OPEN OUTPUT SAL-FRAUDE-RED
              CLOSE SAL-FRAUDE-RED
              OPEN EXTEND SAL-FRAUDE-RED
           END-IF.
           IF NOT FS-FRAUDE-RED-OK
              DISPLAY 'ERROR AL ABRIR FRAUDE-RED.SEQ: ' FS-FRAUDE-RED
              GO TO 2400-REPORTAR-RED-FIN
           END-IF.

           INITIALIZE WS-SAL-FRAUDE-RED.
           MOVE WS-FCC-ID-CONSUMO         TO WS-FRD-ID-CONSUMO.
           MOVE WS-FCC-TARJETA            TO WS-FRD-NUM-TARJETA.
           MOVE WS-FCC-FECHA-CONSUMO (1:4)
                                 TO WS-FRD-FECHA-CONSUMO (1:4).
           MOVE WS-FCC-FECHA-CONSUMO (6:2)
                                 TO WS-FRD-FECHA-CONSUMO (5:2).
           MOVE WS-FCC-FECHA-CONSUMO (9:2)
                                 TO WS-FRD-FECHA-CONSUMO (7:2).
           MOVE WS-FCC-MONEDA             TO WS-FRD-MONEDA.
           MOVE WS-FCC-IMPORTE            TO WS-FRD-IMPORTE.
           MOVE WS-FCC-COD-COMERCIO       TO WS-FRD-COD-COMERCIO.
           EVALUATE TRUE
               WHEN WS-FCA-PERDIDA
                    MOVE '0' TO WS-FRD-TIPO-FRAUDE
               WHEN WS-FCA-ROBADA
                    MOVE '1' TO WS-FRD-TIPO-FRAUDE
               WHEN WS-FCA-FALSIFICADA
                    MOVE '4' TO WS-FRD-TIPO-FRAUDE
               WHEN WS-FCA-NO-PRESENTE
                    MOVE '6' TO WS-FRD-TIPO-FRAUDE
               WHEN WS-FCA-CUENTA-TOMADA
                    MOVE 'B' TO WS-FRD-TIPO-FRAUDE
               WHEN OTHER
                    MOVE '5' TO WS-FRD-TIPO-FRAUDE
           END-EVALUATE.
           MOVE WS-FECHA-HOY              TO WS-FRD-FECHA-REPORTE.
           MOVE WS-FCA-NUM-CASO           TO WS-FRD-NUM-CASO.

           WRITE WS-SAL-FRAUDE-RED.

           IF NOT FS-FRAUDE-RED-OK
              DISPLAY 'ERROR AL ESCRIBIR FRAUDE-RED.SEQ: '
                      FS-FRAUDE-RED
           END-IF.

           CLOSE SAL-FRAUDE-RED.

       2400-REPORTAR-RED-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el consumo denunciado pesa en el indice de fraude del
      *    *** comercio (ver RIESGCOM), igual que un retenido que el
      *    *** operador confirma en CORRSUB
       2450-ASENTAR-CONFIRMADO.

           IF WS-FCC-COD-COMERCIO = SPACES
              GO TO 2450-ASENTAR-CONFIRMADO-FIN
           END-IF.

           OPEN EXTEND SAL-CONFIRMADOS.
           IF FS-CONFIRMADOS-NFD
              OPEN OUTPUT SAL-CONFIRMADOS
              CLOSE SAL-CONFIRMADOS
              OPEN EXTEND SAL-CONFIRMADOS
           END-IF.
           IF NOT FS-CONFIRMADOS-OK
              DISPLAY 'ERROR AL ABRIR FRAUDE-CONFIRMADO.SEQ: '
                      FS-CONFIRMADOS
              GO TO 2450-ASENTAR-CONFIRMADO-FIN
           END-IF.

           MOVE 'T'               TO WS-TOK-MODO.
           MOVE WS-FCC-TARJETA    TO WS-TOK-TARJETA-E.
           CALL 'TOKENIZA' USING WS-TOKEN.

           INITIALIZE WS-FCO-FRAUDE-REG.
           MOVE WS-FCC-ID-CONSUMO    TO WS-FCO-ID-CONSUMO.
           MOVE WS-TOK-TARJETA-S     TO WS-FCO-NUM-TARJETA.
           MOVE WS-FCC-FECHA-CONSUMO TO WS-FCO-FECHA-CONSUMO.
           MOVE WS-FCC-MONEDA        TO WS-FCO-MONEDA.
           MOVE WS-FCC-IMPORTE       TO WS-FCO-IMPORTE.
           MOVE WS-FCC-COD-COMERCIO  TO WS-FCO-COD-COMERCIO.
           MOVE 'FC'                 TO WS-FCO-COD-SOSPECHA.
           MOVE WS-FECHA-HOY         TO WS-FCO-FECHA-CONFIRMA.
           MOVE WS-OPERADOR-SESION   TO WS-FCO-OPERADOR.

           WRITE WS-FCO-FRAUDE-REG.

           IF NOT FS-CONFIRMADOS-OK
              DISPLAY 'ERROR AL ESCRIBIR FRAUDE-CONFIRMADO.SEQ: '
                      FS-CONFIRMADOS
           END-IF.

           CLOSE SAL-CONFIRMADOS.

       2450-ASENTAR-CONFIRMADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** lo recuperado (seguro, comercio, red o el propio autor)
      *    *** descuenta la perdida del caso
       2500-REGISTRAR-RECUPERO.

           PERFORM 2250-UBICAR-CASO-ABIERTO
              THRU 2250-UBICAR-CASO-ABIERTO-FIN.

           IF NOT WS-HAY-CASO-UBICADO
              GO TO 2500-REGISTRAR-RECUPERO-FIN
           END-IF.

           DISPLAY 'MONEDA DEL RECUPERO (ARS/USD): ' WITH NO ADVANCING.
           ACCEPT WS-RECUPERO-MONEDA.
           DISPLAY 'IMPORTE RECUPERADO: ' WITH NO ADVANCING.
           ACCEPT WS-RECUPERO-IMPORTE.

           IF WS-RECUPERO-MONEDA <> 'ARS'
              AND WS-RECUPERO-MONEDA <> 'USD'
              DISPLAY 'MONEDA INVALIDA'
              GO TO 2500-REGISTRAR-RECUPERO-FIN
           END-IF.

           IF WS-RECUPERO-IMPORTE NOT > ZEROES
              DISPLAY 'IMPORTE NO POSITIVO'
              GO TO 2500-REGISTRAR-RECUPERO-FIN
           END-IF.

           IF WS-RECUPERO-MONEDA = 'USD'
              ADD WS-RECUPERO-IMPORTE TO WS-FCA-RECUPERO-USD
           ELSE
              ADD WS-RECUPERO-IMPORTE TO WS-FCA-RECUPERO-ARS
           END-IF.
           MOVE WS-FECHA-HOY TO WS-FCA-FECHA-RECUPERO.

           PERFORM 2900-VINCULAR-REEMPLAZO
              THRU 2900-VINCULAR-REEMPLAZO-FIN.

           PERFORM 2950-REGRABAR-CASO
              THRU 2950-REGRABAR-CASO-FIN.

           IF FS-CASOS-OK
              DISPLAY 'RECUPERO REGISTRADO'
           END-IF.

       2500-REGISTRAR-RECUPERO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2600-CERRAR-CASO.

           PERFORM 2250-UBICAR-CASO-ABIERTO
              THRU 2250-UBICAR-CASO-ABIERTO-FIN.

           IF NOT WS-HAY-CASO-UBICADO
              GO TO 2600-CERRAR-CASO-FIN
           END-IF.

           PERFORM 2900-VINCULAR-REEMPLAZO
              THRU 2900-VINCULAR-REEMPLAZO-FIN.

           IF WS-FCA-TARJETA-REEMPLAZO = SPACES
              DISPLAY 'AVISO: SE CIERRA SIN TARJETA REPUESTA'
           END-IF.

           SET WS-FCA-CERRADO TO TRUE.
           MOVE WS-FECHA-HOY  TO WS-FCA-FECHA-CIERRE.

           PERFORM 2950-REGRABAR-CASO
              THRU 2950-REGRABAR-CASO-FIN.

           IF FS-CASOS-OK
              DISPLAY 'CASO CERRADO'
              PERFORM 2750-MOSTRAR-PERDIDA
                 THRU 2750-MOSTRAR-PERDIDA-FIN
           END-IF.

       2600-CERRAR-CASO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2700-CONSULTAR-CASO.

           PERFORM 2255-LEER-CASO
              THRU 2255-LEER-CASO-FIN.

           IF NOT WS-HAY-CASO-UBICADO
              GO TO 2700-CONSULTAR-CASO-FIN
           END-IF.

           DISPLAY 'CASO             : ' WS-FCA-NUM-CASO.
           DISPLAY 'TARJETA          : ' WS-FCA-TARJETA.
           DISPLAY 'TARJETA REPUESTA : ' WS-FCA-TARJETA-REEMPLAZO.
           DISPLAY 'CUENTA           : ' WS-FCA-NUM-CUENTA.
           DISPLAY 'PRODUCTO         : ' WS-FCA-PRODUCTO.
           DISPLAY 'MODALIDAD        : ' WS-FCA-TIPO-FRAUDE.
           DISPLAY 'ALTA             : ' WS-FCA-FECHA-ALTA.
           IF WS-FCA-CERRADO
              DISPLAY 'ESTADO           : CERRADO EL '
                      WS-FCA-FECHA-CIERRE
           ELSE
              DISPLAY 'ESTADO           : ABIERTO'
           END-IF.
           DISPLAY 'CONSUMOS         : ' WS-FCA-CANT-CONSUMOS.

           PERFORM 2750-MOSTRAR-PERDIDA
              THRU 2750-MOSTRAR-PERDIDA-FIN.

       2700-CONSULTAR-CASO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2750-MOSTRAR-PERDIDA.

           SUBTRACT WS-FCA-RECUPERO-ARS FROM WS-FCA-PERDIDA-ARS
                                     GIVING WS-NETO-ARS.
           SUBTRACT WS-FCA-RECUPERO-USD FROM WS-FCA-PERDIDA-USD
                                     GIVING WS-NETO-USD.

           MOVE WS-FCA-PERDIDA-ARS  TO WS-IMPORTE-O.
           DISPLAY 'PERDIDA ARS      : ' WS-IMPORTE-O.
           MOVE WS-FCA-RECUPERO-ARS TO WS-IMPORTE-O.
           DISPLAY 'RECUPERO ARS     : ' WS-IMPORTE-O.
           MOVE WS-NETO-ARS         TO WS-IMPORTE-O.
           DISPLAY 'PERDIDA NETA ARS : ' WS-IMPORTE-O.
           MOVE WS-FCA-PERDIDA-USD  TO WS-IMPORTE-O.
           DISPLAY 'PERDIDA USD      : ' WS-IMPORTE-O.
           MOVE WS-FCA-RECUPERO-USD TO WS-IMPORTE-O.
           DISPLAY 'RECUPERO USD     : ' WS-IMPORTE-O.
           MOVE WS-NETO-USD         TO WS-IMPORTE-O.
           DISPLAY 'PERDIDA NETA USD : ' WS-IMPORTE-O.

       2750-MOSTRAR-PERDIDA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** vincula la tarjeta repuesta en cuanto MANTTARJ la emite
       2900-VINCULAR-REEMPLAZO.

           IF WS-FCA-TARJETA-REEMPLAZO <> SPACES
              OR NOT WS-REEMPLAZOS-ABIERTO
              GO TO 2900-VINCULAR-REEMPLAZO-FIN
           END-IF.

           MOVE WS-FCA-TARJETA TO WS-REM-TARJETA-VIEJA.
           READ ENT-REEMPLAZOS KEY IS WS-REM-TARJETA-VIEJA
               INVALID KEY CONTINUE
           END-READ.

           IF FS-REEMPLAZOS-OK
              MOVE WS-REM-TARJETA-NUEVA TO WS-FCA-TARJETA-REEMPLAZO
              DISPLAY 'TARJETA REPUESTA VINCULADA: '
                      WS-FCA-TARJETA-REEMPLAZO
           END-IF.

       2900-VINCULAR-REEMPLAZO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2950-REGRABAR-CASO.

           MOVE WS-OPERADOR-SESION TO WS-FCA-OPERADOR.

           REWRITE WS-FCA-CASO-REG.

           IF NOT FS-CASOS-OK
              DISPLAY 'ERROR AL REGRABAR EL CASO'
              DISPLAY 'FILE STATUS: ' FS-CASOS
           END-IF.

       2950-REGRABAR-CASO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           CLOSE ENT-CASOS
                 ENT-CONSUMOS-CASO
                 ENT-HIST-CONSUMOS.

           IF WS-REEMPLAZOS-ABIERTO
              CLOSE ENT-REEMPLAZOS
           END-IF.

           IF WS-TARJETA-PROD-ABIERTO
              CLOSE ENT-TARJETA-PROD
           END-IF.

           IF WS-DISPUTAS-ABIERTO
              CLOSE ENT-DISPUTAS
           END-IF.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM FRAUCASO.
