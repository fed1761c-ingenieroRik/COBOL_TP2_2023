      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: registro de reclamos de clientes, al estilo de
      *          DISPUTAS. Mantiene RECLAMOS.VSAM (RECLAMO.CPY): cada
      *          reclamo (intereses mal cobrados, doble cobro, resumen
      *          no recibido, debito automatico no reconocido, otros)
      *          se registra contra una tarjeta o una cuenta del
      *          maestro, con el canal por el que ingreso. Al alta se
      *          fija el vencimiento del plazo de respuesta del
      *          regulador: RECLAMOS_PLAZO_DIAS dias habiles (omision
      *          10) sobre el calendario de FERIADOS.SEQ (CLFECVTO). El
      *          reclamo se vincula con lo que lo origino si
      *          corresponde: una disputa (DISPUTAS.VSAM), un ajuste
      *          (AJUSTES.VSAM), un debito automatico
      *          (SUSCRIPCIONES.VSAM) o el envio de un resumen
      *          (ENVIOS.SEQ); cada vinculo se verifica contra su
      *          archivo y contra la cuenta del reclamo. La resolucion
      *          registra el resultado y la respuesta dada al cliente.
      *          La consulta lista los reclamos de una cuenta con los
      *          dias que les quedan. La estadistica mensual y el
      *          archivo del regulador los arma RECLAREP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLAMOS.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-RECLAMOS
           ASSIGN TO WS-RUTA-RECLAMOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-RCL-NUMERO
           ALTERNATE RECORD KEY IS WS-RCL-NUM-CUENTA WITH DUPLICATES
           FILE STATUS IS FS-RECLAMOS.

       SELECT ENT-MAESTRO-TARJETAS
           ASSIGN TO WS-RUTA-MAESTRO-TARJETAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS-MAESTRO-TARJETAS
           RECORD KEY IS WS-MT-NUM-TARJETA
           ALTERNATE RECORD KEY IS WS-MT-NUM-CUENTA
                                          WITH DUPLICATES.

      *    *** archivos que se consultan para verificar los vinculos;
      *    *** se abren solo mientras se vincula
       SELECT ENT-DISPUTAS
           ASSIGN TO WS-RUTA-DISPUTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-DIS-CLAVE
           FILE STATUS IS FS-DISPUTAS.

       SELECT ENT-AJUSTES
           ASSIGN TO WS-RUTA-AJUSTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-AJU-NUM-AJUSTE
           FILE STATUS IS FS-AJUSTES.

       SELECT ENT-SUSCRIPCIONES
           ASSIGN TO WS-RUTA-SUSCRIPCIONES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-SUS-CLAVE
           FILE STATUS IS FS-SUSCRIPCIONES.

       SELECT ENT-ENVIOS
           ASSIGN TO WS-RUTA-ENVIOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENVIOS.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-RECLAMOS.
           COPY RECLAMO.

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
             88 WS-MT-ACTIVA                           VALUE 'A'.
             88 WS-MT-INACTIVA                         VALUE 'I'.
          05 WS-MT-SALDO-ANTERIOR-ARS               PIC S9(08)V9(02).
          05 WS-MT-SALDO-ANTERIOR-USD               PIC S9(08)V9(02).
          05 WS-MT-DIA-CIERRE                       PIC 9(02).
          05 WS-MT-TIPO-TARJETA                     PIC X(01).
          05 WS-MT-NUM-TARJETA-TITULAR              PIC X(19).
          05 WS-MT-LIMITE-TARJETA-USD               PIC 9(08)V9(02).

      *    *** mismo layout que mantiene DISPUTAS; interesan la clave,
      *    *** la cuenta y la etapa
       FD ENT-DISPUTAS.
       01 WS-DIS-DISPUTA-REG.
          05 WS-DIS-CLAVE.
             10 WS-DIS-TARJETA                       PIC X(19).
             10 WS-DIS-ID-CONSUMO                    PIC 9(10).
          05 WS-DIS-NUM-CUENTA                       PIC 9(10).
          05 FILLER                                  PIC X(54).
          05 WS-DIS-ETAPA                            PIC X(01).
          05 FILLER                                  PIC X(19).

       FD ENT-AJUSTES.
           COPY AJUSTE.

       FD ENT-SUSCRIPCIONES.
           COPY SUSCRIP.

       FD ENT-ENVIOS.
       01 WS-ENT-ENVIOS.
          05 WS-ENV-ARCHIVO             PIC X(60).
          05 WS-ENV-CLAVE               PIC X(19).
          05 WS-ENV-PERIODO             PIC 9(06).
          05 WS-ENV-ESTADO              PIC X(01).
          05 WS-ENV-FECHA-ESTADO        PIC 9(08).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-RECLAMOS           PIC X(60)
                                     VALUE '../RECLAMOS.VSAM'.
       01 WS-RUTA-MAESTRO-TARJETAS   PIC X(60)
                                 VALUE '../MAESTRO-TARJETAS.VSAM'.
       01 WS-RUTA-DISPUTAS           PIC X(60)
                                     VALUE '../DISPUTAS.VSAM'.
       01 WS-RUTA-AJUSTES            PIC X(60)
                                     VALUE '../AJUSTES.VSAM'.
       01 WS-RUTA-SUSCRIPCIONES      PIC X(60)
                                     VALUE '../SUSCRIPCIONES.VSAM'.
       01 WS-RUTA-ENVIOS             PIC X(60)
                                     VALUE '../ENVIOS.SEQ'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

      *    *** sesion de operador (ver SIGNON)
       01 WS-SIGNON.
           COPY SIGNIO.
       01 WS-OPERADOR-SESION         PIC X(10) VALUE SPACES.
       01 WS-ROL-SESION              PIC X(01) VALUE SPACES.
          88 WS-SESION-PUEDE-MODIFICAR             VALUES 'O', 'S'.

       01 FS-STATUS.
          05 FS-RECLAMOS                           PIC X(2).
             88 FS-RECLAMOS-OK                         VALUES '00' '02'.
             88 FS-RECLAMOS-NFD                        VALUE '35'.
             88 FS-RECLAMOS-CLAVE-NFD                  VALUE '23'.
          05 FS-MAESTRO-TARJETAS                   PIC X(2).
             88 FS-MAESTRO-TARJETAS-OK                 VALUES '00' '02'.
          05 FS-DISPUTAS                           PIC X(2).
             88 FS-DISPUTAS-OK                         VALUE '00'.
             88 FS-DISPUTAS-NFD                        VALUE '35'.
          05 FS-AJUSTES                            PIC X(2).
             88 FS-AJUSTES-OK                          VALUE '00'.
             88 FS-AJUSTES-NFD                         VALUE '35'.
          05 FS-SUSCRIPCIONES                      PIC X(2).
             88 FS-SUSCRIPCIONES-OK                    VALUE '00'.
             88 FS-SUSCRIPCIONES-NFD                   VALUE '35'.
          05 FS-ENVIOS                             PIC X(2).
             88 FS-ENVIOS-OK                           VALUE '00'.
             88 FS-ENVIOS-EOF                          VALUE '10'.
             88 FS-ENVIOS-NFD                          VALUE '35'.

       01 WS-OPCION                                PIC X(01).
          88 WS-OPC-ALTA                                VALUE '1'.
          88 WS-OPC-VINCULAR                            VALUE '2'.
          88 WS-OPC-RESOLVER                            VALUE '3'.
          88 WS-OPC-CONSULTA                            VALUE '4'.
          88 WS-OPC-SALIR                               VALUE '5'.

       01 WS-TIPO-VINCULO                          PIC X(01).
          88 WS-VIN-DISPUTA                             VALUE 'D'.
          88 WS-VIN-AJUSTE                              VALUE 'A'.
          88 WS-VIN-SUSCRIPCION                         VALUE 'S'.
          88 WS-VIN-ENVIO                               VALUE 'E'.

       01 WS-CONTINUAR                             PIC X(01) VALUE 'S'.
          88 WS-SEGUIR-PROCESANDO                       VALUE 'S'.
          88 WS-FIN-PROCESO                             VALUE 'N'.

       01 WS-VINCULO-OK                            PIC X(01).
          88 WS-VINCULO-VALIDO                          VALUE 'S'.
          88 WS-VINCULO-INVALIDO                        VALUE 'N'.

      *    *** plazo de respuesta al cliente en dias habiles;
      *    *** configurable por RECLAMOS_PLAZO_DIAS
       77 WS-PLAZO-DIAS              PIC 9(02) VALUE 10.

       01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
       01 WS-HORA-HOY                PIC 9(06) VALUE ZEROES.
       77 WS-ENTERO-HOY              PIC S9(08) COMP VALUE ZEROES.
       77 WS-ENTERO-VTO              PIC S9(08) COMP VALUE ZEROES.
       77 WS-DIAS-RESTANTES          PIC S9(05) VALUE ZEROES.

       01 WS-NUMERADOR.
           COPY NUMERIO.

       01 WS-VTO-FECHA.
           COPY VTOFECIO.

       01 WS-NUMERO-BUSCADO          PIC 9(10) VALUE ZEROES.
       01 WS-CUENTA-BUSCADA          PIC 9(10) VALUE ZEROES.
       01 WS-CANT-LISTADOS           PIC 9(05) VALUE ZEROES.
       01 WS-ENVIO-ENCONTRADO        PIC X(01) VALUE 'N'.
          88 WS-HAY-ENVIO                            VALUE 'S'.
       01 WS-ESTADO-ENVIO            PIC X(01) VALUE SPACE.

      *    *** renglon de la consulta de reclamos de una cuenta
       01 WS-LINEA-CONSULTA.
          05 WS-CON-NUMERO           PIC 9(10).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-CON-FECHA-ALTA       PIC 9(08).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-CON-CATEGORIA        PIC X(01).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-CON-CANAL            PIC X(01).
          05 FILLER                  PIC X(05) VALUE ' VTO '.
          05 WS-CON-VENCIMIENTO      PIC 9(08).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-CON-ESTADO           PIC X(20).

       01 WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME             PIC 9(08).

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

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DATE TO WS-FECHA-HOY.
           MOVE WS-CURRENT-TIME (1:6) TO WS-HORA-HOY.

           PERFORM 1070-IDENTIFICAR-OPERADOR
              THRU 1070-IDENTIFICAR-OPERADOR-FIN.

           PERFORM 1050-LEER-RUTAS
              THRU 1050-LEER-RUTAS-FIN.

      *    *** si todavia no existe (primer reclamo) se crea vacio
      *    *** antes de abrirlo en modo I-O, igual que DISPUTAS.VSAM
           OPEN I-O ENT-RECLAMOS.

           IF FS-RECLAMOS-NFD
              OPEN OUTPUT ENT-RECLAMOS
              CLOSE ENT-RECLAMOS
              OPEN I-O ENT-RECLAMOS
           END-IF.

           IF NOT FS-RECLAMOS-OK
              DISPLAY 'ERROR AL ABRIR RECLAMOS.VSAM'
              DISPLAY 'FILE STATUS: ' FS-RECLAMOS
              STOP RUN
           END-IF.

           OPEN INPUT ENT-MAESTRO-TARJETAS.
           IF NOT FS-MAESTRO-TARJETAS-OK
              DISPLAY 'ERROR AL ABRIR EL MAESTRO DE TARJETAS'
              DISPLAY 'FILE STATUS: ' FS-MAESTRO-TARJETAS
              CLOSE ENT-RECLAMOS
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1050-LEER-RUTAS.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RECLAMOS_RECLAMOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-RECLAMOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MAESTRO_TARJETAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-MAESTRO-TARJETAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RECLAMOS_DISPUTAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-DISPUTAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RECLAMOS_AJUSTES_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-AJUSTES
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RECLAMOS_SUSCRIPCIONES_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-SUSCRIPCIONES
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RECLAMOS_ENVIOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-ENVIOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RECLAMOS_PLAZO_DIAS'.
           IF WS-RUTA-ENTORNO (1:2) IS NUMERIC
              AND WS-RUTA-ENTORNO (1:2) <> '00'
              MOVE WS-RUTA-ENTORNO (1:2) TO WS-PLAZO-DIAS
           END-IF.

       1050-LEER-RUTAS-FIN.
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
           DISPLAY ' REGISTRO DE RECLAMOS DE CLIENTES'.
           DISPLAY ' 1 - REGISTRAR RECLAMO'.
           DISPLAY ' 2 - VINCULAR DISPUTA, AJUSTE, DEBITO O ENVIO'.
           DISPLAY ' 3 - RESOLVER RECLAMO'.
           DISPLAY ' 4 - CONSULTAR RECLAMOS DE UNA CUENTA'.
           DISPLAY ' 5 - SALIR'.
           DISPLAY '-------------------------------------------------'.
           DISPLAY 'INGRESE UNA OPCION: ' WITH NO ADVANCING.
           ACCEPT WS-OPCION.

      *    *** registrar, vincular y resolver exigen rol operador o
      *    *** supervisor; la consulta no
           IF (WS-OPC-ALTA OR WS-OPC-VINCULAR OR WS-OPC-RESOLVER)
              AND NOT WS-SESION-PUEDE-MODIFICAR
              DISPLAY 'SU ROL SOLO PERMITE CONSULTAS'
              GO TO 2000-PROCESAR-MENU-FIN
           END-IF.

           EVALUATE TRUE
               WHEN WS-OPC-ALTA
                    PERFORM 2100-REGISTRAR-RECLAMO
                       THRU 2100-REGISTRAR-RECLAMO-FIN
               WHEN WS-OPC-VINCULAR
                    PERFORM 2200-VINCULAR
                       THRU 2200-VINCULAR-FIN
               WHEN WS-OPC-RESOLVER
                    PERFORM 2300-RESOLVER-RECLAMO
                       THRU 2300-RESOLVER-RECLAMO-FIN
               WHEN WS-OPC-CONSULTA
                    PERFORM 2400-CONSULTAR-CUENTA
                       THRU 2400-CONSULTAR-CUENTA-FIN
               WHEN WS-OPC-SALIR
                    SET WS-FIN-PROCESO TO TRUE
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       2000-PROCESAR-MENU-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** alta: tarjeta del maestro (o, en blanco, una cuenta del
      *    *** maestro), categoria, canal y descripcion; el plazo del
      *    *** regulador corre en dias habiles desde hoy
       2100-REGISTRAR-RECLAMO.

           INITIALIZE WS-RCL-RECLAMO-REG.

           DISPLAY 'NUMERO DE TARJETA (EN BLANCO = RECLAMO SOBRE LA '
                   'CUENTA): ' WITH NO ADVANCING.
           ACCEPT WS-RCL-TARJETA.

           IF WS-RCL-TARJETA <> SPACES
              MOVE WS-RCL-TARJETA TO WS-MT-NUM-TARJETA
              READ ENT-MAESTRO-TARJETAS KEY IS WS-MT-NUM-TARJETA
                  INVALID KEY CONTINUE
              END-READ
              IF NOT FS-MAESTRO-TARJETAS-OK
                 DISPLAY 'LA TARJETA NO EXISTE'
                 GO TO 2100-REGISTRAR-RECLAMO-FIN
              END-IF
           ELSE
              DISPLAY 'NUMERO DE CUENTA: ' WITH NO ADVANCING
              ACCEPT WS-MT-NUM-CUENTA
              READ ENT-MAESTRO-TARJETAS KEY IS WS-MT-NUM-CUENTA
                  INVALID KEY CONTINUE
              END-READ
              IF NOT FS-MAESTRO-TARJETAS-OK
                 DISPLAY 'LA CUENTA NO EXISTE'
                 GO TO 2100-REGISTRAR-RECLAMO-FIN
              END-IF
           END-IF.
           MOVE WS-MT-NUM-CUENTA TO WS-RCL-NUM-CUENTA.

           DISPLAY 'CATEGORIA (I = INTERESES / D = DOBLE COBRO / '
                   'R = RESUMEN NO RECIBIDO /'.
           DISPLAY '           A = DEBITO AUTOMATICO / O = OTROS): '
                   WITH NO ADVANCING.
           ACCEPT WS-RCL-CATEGORIA.
           IF NOT WS-RCL-CATEGORIA-VALIDA
              DISPLAY 'CATEGORIA INVALIDA'
              GO TO 2100-REGISTRAR-RECLAMO-FIN
           END-IF.

           DISPLAY 'CANAL (S = SUCURSAL / T = TELEFONO / W = WEB / '
                   'N = NOTA ESCRITA): ' WITH NO ADVANCING.
           ACCEPT WS-RCL-CANAL.
           IF NOT WS-RCL-CANAL-VALIDO
              DISPLAY 'CANAL INVALIDO'
              GO TO 2100-REGISTRAR-RECLAMO-FIN
           END-IF.

           DISPLAY 'DESCRIPCION: ' WITH NO ADVANCING.
           ACCEPT WS-RCL-DESCRIPCION.

      *    *** vencimiento del plazo de respuesta
           INITIALIZE WS-VTO-ENTRADA, WS-VTO-SALIDA.
           MOVE WS-FECHA-HOY (7:2)  TO WS-VTO-DD-I.
           MOVE WS-FECHA-HOY (5:2)  TO WS-VTO-MM-I.
           MOVE WS-FECHA-HOY (1:4)  TO WS-VTO-AAAA-I.
           MOVE WS-PLAZO-DIAS       TO WS-VTO-DIAS-HABILES-I.

           CALL 'CLFECVTO' USING WS-VTO-FECHA.

           IF WS-VTO-VALIDACION-O = 'N'
              DISPLAY 'ERROR AL CALCULAR EL VENCIMIENTO: '
                      WS-VTO-DES-ERROR-O
              GO TO 2100-REGISTRAR-RECLAMO-FIN
           END-IF.

           MOVE WS-VTO-AAAA-O TO WS-RCL-FECHA-VENCIMIENTO (1:4).
           MOVE WS-VTO-MM-O   TO WS-RCL-FECHA-VENCIMIENTO (5:2).
           MOVE WS-VTO-DD-O   TO WS-RCL-FECHA-VENCIMIENTO (7:2).
           MOVE WS-VTO-CALENDARIO-O TO WS-RCL-CALENDARIO.
           MOVE WS-PLAZO-DIAS       TO WS-RCL-PLAZO-DIAS.

           INITIALIZE WS-NUMERADOR.
           MOVE 'RECLAMOS' TO WS-NUM-PROGRAMA-E.
           CALL 'NUMERADOR' USING WS-NUMERADOR.
           IF WS-NUM-COD-ERROR-O <> SPACES
              DISPLAY 'NO SE PUDO NUMERAR EL RECLAMO: '
                      WS-NUM-DES-ERROR-O
              GO TO 2100-REGISTRAR-RECLAMO-FIN
           END-IF.

           MOVE WS-NUM-ID-O        TO WS-RCL-NUMERO.
           MOVE WS-FECHA-HOY       TO WS-RCL-FECHA-ALTA.
           MOVE WS-HORA-HOY        TO WS-RCL-HORA-ALTA.
           SET WS-RCL-ABIERTO      TO TRUE.
           MOVE WS-OPERADOR-SESION TO WS-RCL-OPERADOR-ALTA.
           MOVE WS-OPERADOR-SESION TO WS-RCL-OPERADOR.

           WRITE WS-RCL-RECLAMO-REG.

           IF NOT FS-RECLAMOS-OK
              DISPLAY 'ERROR AL GRABAR EL RECLAMO'
              DISPLAY 'FILE STATUS: ' FS-RECLAMOS
              GO TO 2100-REGISTRAR-RECLAMO-FIN
           END-IF.

           DISPLAY 'RECLAMO ' WS-RCL-NUMERO ' REGISTRADO; VENCE EL '
                   WS-RCL-FECHA-VENCIMIENTO ' (' WS-RCL-PLAZO-DIAS
                   ' DIAS HABILES)'.
           IF WS-RCL-CALENDARIO = 'N'
              DISPLAY 'ATENCION: FERIADOS.SEQ NO CUBRE EL PLAZO; '
                      'VENCIMIENTO CALCULADO SIN FERIADOS'
           END-IF.

       2100-REGISTRAR-RECLAMO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** ubica un reclamo por su numero; deja FS-RECLAMOS en
      *    *** '23' si no existe
       2150-UBICAR-RECLAMO.

           DISPLAY 'NUMERO DE RECLAMO: ' WITH NO ADVANCING.
           ACCEPT WS-NUMERO-BUSCADO.
           MOVE WS-NUMERO-BUSCADO TO WS-RCL-NUMERO.

           READ ENT-RECLAMOS KEY IS WS-RCL-NUMERO
               INVALID KEY CONTINUE
           END-READ.

           EVALUATE TRUE
               WHEN FS-RECLAMOS-OK
                    IF WS-RCL-RESUELTO
                       DISPLAY 'EL RECLAMO YA ESTA RESUELTO'
                       MOVE '23' TO FS-RECLAMOS
                    END-IF
               WHEN FS-RECLAMOS-CLAVE-NFD
                    DISPLAY 'ERROR: EL RECLAMO NO EXISTE'
               WHEN OTHER
                    DISPLAY 'ERROR AL BUSCAR EL RECLAMO'
                    DISPLAY 'FILE STATUS: ' FS-RECLAMOS
           END-EVALUATE.

       2150-UBICAR-RECLAMO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** vincula el reclamo abierto con lo que lo origino; el
      *    *** item tiene que existir y ser de la misma cuenta. Un
      *    *** vinculo nuevo del mismo tipo reemplaza al anterior
       2200-VINCULAR.

           PERFORM 2150-UBICAR-RECLAMO
              THRU 2150-UBICAR-RECLAMO-FIN.

           IF NOT FS-RECLAMOS-OK
              GO TO 2200-VINCULAR-FIN
           END-IF.

           DISPLAY 'VINCULAR CON (D = DISPUTA / A = AJUSTE / '
                   'S = DEBITO AUTOMATICO / E = ENVIO DE RESUMEN): '
                   WITH NO ADVANCING.
           ACCEPT WS-TIPO-VINCULO.

           SET WS-VINCULO-INVALIDO TO TRUE.

           EVALUATE TRUE
               WHEN WS-VIN-DISPUTA
                    PERFORM 2210-VINCULAR-DISPUTA
                       THRU 2210-VINCULAR-DISPUTA-FIN
               WHEN WS-VIN-AJUSTE
                    PERFORM 2220-VINCULAR-AJUSTE
                       THRU 2220-VINCULAR-AJUSTE-FIN
               WHEN WS-VIN-SUSCRIPCION
                    PERFORM 2230-VINCULAR-SUSCRIPCION
                       THRU 2230-VINCULAR-SUSCRIPCION-FIN
               WHEN WS-VIN-ENVIO
                    PERFORM 2240-VINCULAR-ENVIO
                       THRU 2240-VINCULAR-ENVIO-FIN
               WHEN OTHER
                    DISPLAY 'TIPO DE VINCULO INVALIDO'
           END-EVALUATE.

           IF WS-VINCULO-INVALIDO
              GO TO 2200-VINCULAR-FIN
           END-IF.

           MOVE WS-OPERADOR-SESION TO WS-RCL-OPERADOR.

           REWRITE WS-RCL-RECLAMO-REG.

           IF FS-RECLAMOS-OK
              DISPLAY 'VINCULO REGISTRADO EN EL RECLAMO '
                      WS-RCL-NUMERO
           ELSE
              DISPLAY 'ERROR AL REGRABAR EL RECLAMO'
              DISPLAY 'FILE STATUS: ' FS-RECLAMOS
           END-IF.

       2200-VINCULAR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2210-VINCULAR-DISPUTA.

           INITIALIZE WS-DIS-CLAVE.
           DISPLAY 'TARJETA DE LA DISPUTA: ' WITH NO ADVANCING.
           ACCEPT WS-DIS-TARJETA.
           DISPLAY 'ID DEL CONSUMO DISPUTADO: ' WITH NO ADVANCING.
           ACCEPT WS-DIS-ID-CONSUMO.

           OPEN INPUT ENT-DISPUTAS.
           IF FS-DISPUTAS-NFD
              DISPLAY 'NO HAY DISPUTAS REGISTRADAS'
              GO TO 2210-VINCULAR-DISPUTA-FIN
           END-IF.
           IF NOT FS-DISPUTAS-OK
              DISPLAY 'ERROR AL ABRIR DISPUTAS.VSAM: ' FS-DISPUTAS
              GO TO 2210-VINCULAR-DISPUTA-FIN
           END-IF.

           READ ENT-DISPUTAS KEY IS WS-DIS-CLAVE
               INVALID KEY CONTINUE
           END-READ.

           EVALUATE TRUE
               WHEN NOT FS-DISPUTAS-OK
                    DISPLAY 'LA DISPUTA NO EXISTE'
               WHEN WS-DIS-NUM-CUENTA <> WS-RCL-NUM-CUENTA
                    DISPLAY 'LA DISPUTA ES DE OTRA CUENTA ('
                            WS-DIS-NUM-CUENTA ')'
               WHEN OTHER
                    MOVE WS-DIS-CLAVE TO WS-RCL-DISPUTA
                    DISPLAY 'DISPUTA EN ETAPA ' WS-DIS-ETAPA
                    SET WS-VINCULO-VALIDO TO TRUE
           END-EVALUATE.

           CLOSE ENT-DISPUTAS.

       2210-VINCULAR-DISPUTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2220-VINCULAR-AJUSTE.

           DISPLAY 'NUMERO DE AJUSTE: ' WITH NO ADVANCING.
           ACCEPT WS-AJU-NUM-AJUSTE.

           OPEN INPUT ENT-AJUSTES.
           IF FS-AJUSTES-NFD
              DISPLAY 'NO HAY AJUSTES REGISTRADOS'
              GO TO 2220-VINCULAR-AJUSTE-FIN
           END-IF.
           IF NOT FS-AJUSTES-OK
              DISPLAY 'ERROR AL ABRIR AJUSTES.VSAM: ' FS-AJUSTES
              GO TO 2220-VINCULAR-AJUSTE-FIN
           END-IF.

           READ ENT-AJUSTES KEY IS WS-AJU-NUM-AJUSTE
               INVALID KEY CONTINUE
           END-READ.

           EVALUATE TRUE
               WHEN NOT FS-AJUSTES-OK
                    DISPLAY 'EL AJUSTE NO EXISTE'
               WHEN WS-AJU-NUM-CUENTA <> WS-RCL-NUM-CUENTA
                    DISPLAY 'EL AJUSTE ES DE OTRA CUENTA ('
                            WS-AJU-NUM-CUENTA ')'
               WHEN OTHER
                    MOVE WS-AJU-NUM-AJUSTE TO WS-RCL-AJUSTE
                    DISPLAY 'AJUSTE EN ESTADO ' WS-AJU-ESTADO
                    SET WS-VINCULO-VALIDO TO TRUE
           END-EVALUATE.

           CLOSE ENT-AJUSTES.

       2220-VINCULAR-AJUSTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el debito automatico se identifica por tarjeta y
      *    *** detalle; la tarjeta tiene que ser de la cuenta del
      *    *** reclamo
       2230-VINCULAR-SUSCRIPCION.

           INITIALIZE WS-SUS-CLAVE.
           DISPLAY 'TARJETA DEL DEBITO AUTOMATICO: ' WITH NO ADVANCING.
           ACCEPT WS-SUS-TARJETA.
           DISPLAY 'DETALLE DEL DEBITO AUTOMATICO: ' WITH NO ADVANCING.
           ACCEPT WS-SUS-DETALLE.

           MOVE WS-SUS-TARJETA TO WS-MT-NUM-TARJETA.
           READ ENT-MAESTRO-TARJETAS KEY IS WS-MT-NUM-TARJETA
               INVALID KEY CONTINUE
           END-READ.
           IF NOT FS-MAESTRO-TARJETAS-OK
              OR WS-MT-NUM-CUENTA <> WS-RCL-NUM-CUENTA
              DISPLAY 'LA TARJETA NO ES DE LA CUENTA DEL RECLAMO'
              GO TO 2230-VINCULAR-SUSCRIPCION-FIN
           END-IF.

           OPEN INPUT ENT-SUSCRIPCIONES.
           IF FS-SUSCRIPCIONES-NFD
              DISPLAY 'NO HAY DEBITOS AUTOMATICOS REGISTRADOS'
              GO TO 2230-VINCULAR-SUSCRIPCION-FIN
           END-IF.
           IF NOT FS-SUSCRIPCIONES-OK
              DISPLAY 'ERROR AL ABRIR SUSCRIPCIONES.VSAM: '
                      FS-SUSCRIPCIONES
              GO TO 2230-VINCULAR-SUSCRIPCION-FIN
           END-IF.

           READ ENT-SUSCRIPCIONES KEY IS WS-SUS-CLAVE
               INVALID KEY CONTINUE
           END-READ.

           IF FS-SUSCRIPCIONES-OK
              MOVE WS-SUS-CLAVE TO WS-RCL-SUSCRIPCION
              SET WS-VINCULO-VALIDO TO TRUE
           ELSE
              DISPLAY 'EL DEBITO AUTOMATICO NO EXISTE'
           END-IF.

           CLOSE ENT-SUSCRIPCIONES.

       2230-VINCULAR-SUSCRIPCION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el envio se busca en ENVIOS.SEQ por clave y periodo;
      *    *** vale el ultimo estado registrado (ver DELIVPOS)
       2240-VINCULAR-ENVIO.

           DISPLAY 'TARJETA DEL RESUMEN (EN BLANCO = LA DEL '
                   'RECLAMO): ' WITH NO ADVANCING.
           ACCEPT WS-RCL-ENV-CLAVE.
           IF WS-RCL-ENV-CLAVE = SPACES
              MOVE WS-RCL-TARJETA TO WS-RCL-ENV-CLAVE
           END-IF.
           DISPLAY 'PERIODO DEL RESUMEN (AAAAMM): ' WITH NO ADVANCING.
           ACCEPT WS-RCL-ENV-PERIODO.

           MOVE 'N'   TO WS-ENVIO-ENCONTRADO.
           MOVE SPACE TO WS-ESTADO-ENVIO.

           OPEN INPUT ENT-ENVIOS.
           IF FS-ENVIOS-NFD
              DISPLAY 'NO HAY ENVIOS REGISTRADOS'
              INITIALIZE WS-RCL-ENVIO
              GO TO 2240-VINCULAR-ENVIO-FIN
           END-IF.
           IF NOT FS-ENVIOS-OK
              DISPLAY 'ERROR AL ABRIR ENVIOS.SEQ: ' FS-ENVIOS
              INITIALIZE WS-RCL-ENVIO
              GO TO 2240-VINCULAR-ENVIO-FIN
           END-IF.

           PERFORM 2245-LEER-UN-ENVIO
              THRU 2245-LEER-UN-ENVIO-FIN
              UNTIL NOT FS-ENVIOS-OK.

           CLOSE ENT-ENVIOS.

           IF WS-HAY-ENVIO
              DISPLAY 'ENVIO EN ESTADO ' WS-ESTADO-ENVIO
              SET WS-VINCULO-VALIDO TO TRUE
           ELSE
              DISPLAY 'NO HAY ENVIO DE ESE RESUMEN'
              INITIALIZE WS-RCL-ENVIO
           END-IF.

       2240-VINCULAR-ENVIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2245-LEER-UN-ENVIO.

           READ ENT-ENVIOS
               AT END CONTINUE
           END-READ.

           IF NOT FS-ENVIOS-OK
              GO TO 2245-LEER-UN-ENVIO-FIN
           END-IF.

           IF WS-ENV-CLAVE = WS-RCL-ENV-CLAVE
              AND WS-ENV-PERIODO = WS-RCL-ENV-PERIODO
              MOVE 'S'           TO WS-ENVIO-ENCONTRADO
              MOVE WS-ENV-ESTADO TO WS-ESTADO-ENVIO
           END-IF.

       2245-LEER-UN-ENVIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** resolucion: resultado y respuesta dada al cliente; la
      *    *** fecha de resolucion es la que cuenta para el plazo
       2300-RESOLVER-RECLAMO.

           PERFORM 2150-UBICAR-RECLAMO
              THRU 2150-UBICAR-RECLAMO-FIN.

           IF NOT FS-RECLAMOS-OK
              GO TO 2300-RESOLVER-RECLAMO-FIN
           END-IF.

           DISPLAY 'RESOLUCION (F = FAVOR CLIENTE / P = PARCIAL / '
                   'E = FAVOR ENTIDAD): ' WITH NO ADVANCING.
           ACCEPT WS-RCL-RESOLUCION.

           IF NOT WS-RCL-RESOLUCION-VALIDA
              DISPLAY 'RESOLUCION INVALIDA'
              GO TO 2300-RESOLVER-RECLAMO-FIN
           END-IF.

           DISPLAY 'RESPUESTA AL CLIENTE: ' WITH NO ADVANCING.
           ACCEPT WS-RCL-RESPUESTA.

           IF WS-RCL-RESPUESTA = SPACES
              DISPLAY 'FALTA LA RESPUESTA AL CLIENTE'
              GO TO 2300-RESOLVER-RECLAMO-FIN
           END-IF.

           SET WS-RCL-RESUELTO     TO TRUE.
           MOVE WS-FECHA-HOY       TO WS-RCL-FECHA-RESOLUCION.
           MOVE WS-OPERADOR-SESION TO WS-RCL-OPERADOR.

           REWRITE WS-RCL-RECLAMO-REG.

           IF NOT FS-RECLAMOS-OK
              DISPLAY 'ERROR AL REGRABAR EL RECLAMO'
              DISPLAY 'FILE STATUS: ' FS-RECLAMOS
              GO TO 2300-RESOLVER-RECLAMO-FIN
           END-IF.

           IF WS-RCL-FECHA-RESOLUCION > WS-RCL-FECHA-VENCIMIENTO
              DISPLAY 'RECLAMO RESUELTO FUERA DEL PLAZO (VENCIA EL '
                      WS-RCL-FECHA-VENCIMIENTO ')'
           ELSE
              DISPLAY 'RECLAMO RESUELTO DENTRO DEL PLAZO'
           END-IF.

       2300-RESOLVER-RECLAMO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** reclamos de una cuenta por la clave alternativa, con
      *    *** los dias corridos que les quedan a los abiertos
       2400-CONSULTAR-CUENTA.

           DISPLAY 'NUMERO DE CUENTA: ' WITH NO ADVANCING.
           ACCEPT WS-CUENTA-BUSCADA.

           MOVE ZEROES TO WS-CANT-LISTADOS.
           MOVE FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY)
                                        TO WS-ENTERO-HOY.

           MOVE WS-CUENTA-BUSCADA TO WS-RCL-NUM-CUENTA.
           START ENT-RECLAMOS KEY IS EQUAL TO WS-RCL-NUM-CUENTA
               INVALID KEY
                  DISPLAY 'LA CUENTA NO TIENE RECLAMOS'
                  GO TO 2400-CONSULTAR-CUENTA-FIN
           END-START.

           DISPLAY 'NUMERO     ALTA     C C     VENCIMIENTO ESTADO'.

           PERFORM 2450-MOSTRAR-UN-RECLAMO
              THRU 2450-MOSTRAR-UN-RECLAMO-FIN
              UNTIL NOT FS-RECLAMOS-OK.

           DISPLAY 'RECLAMOS DE LA CUENTA: ' WS-CANT-LISTADOS.

       2400-CONSULTAR-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2450-MOSTRAR-UN-RECLAMO.

           READ ENT-RECLAMOS NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF NOT FS-RECLAMOS-OK
              GO TO 2450-MOSTRAR-UN-RECLAMO-FIN
           END-IF.

           IF WS-RCL-NUM-CUENTA <> WS-CUENTA-BUSCADA
              MOVE '10' TO FS-RECLAMOS
              GO TO 2450-MOSTRAR-UN-RECLAMO-FIN
           END-IF.

           ADD 1 TO WS-CANT-LISTADOS.

           INITIALIZE WS-LINEA-CONSULTA.
           MOVE WS-RCL-NUMERO            TO WS-CON-NUMERO.
           MOVE WS-RCL-FECHA-ALTA        TO WS-CON-FECHA-ALTA.
           MOVE WS-RCL-CATEGORIA         TO WS-CON-CATEGORIA.
           MOVE WS-RCL-CANAL             TO WS-CON-CANAL.
           MOVE WS-RCL-FECHA-VENCIMIENTO TO WS-CON-VENCIMIENTO.

           IF WS-RCL-RESUELTO
              MOVE SPACES TO WS-CON-ESTADO
              STRING 'RESUELTO ' WS-RCL-FECHA-RESOLUCION
                     DELIMITED BY SIZE INTO WS-CON-ESTADO
           ELSE
              MOVE FUNCTION INTEGER-OF-DATE (WS-RCL-FECHA-VENCIMIENTO)
                                        TO WS-ENTERO-VTO
              SUBTRACT WS-ENTERO-HOY FROM WS-ENTERO-VTO
                                        GIVING WS-DIAS-RESTANTES
              IF WS-DIAS-RESTANTES < ZEROES
                 MOVE 'ABIERTO ** VENCIDO' TO WS-CON-ESTADO
              ELSE
                 MOVE 'ABIERTO'            TO WS-CON-ESTADO
              END-IF
           END-IF.

           DISPLAY WS-LINEA-CONSULTA.
           IF WS-RCL-ABIERTO AND WS-DIAS-RESTANTES NOT < ZEROES
              DISPLAY '           QUEDAN ' WS-DIAS-RESTANTES
                      ' DIAS CORRIDOS'
           END-IF.
           DISPLAY '           ' WS-RCL-DESCRIPCION.
           IF WS-RCL-DIS-TARJETA <> SPACES
              DISPLAY '           DISPUTA: ' WS-RCL-DIS-TARJETA ' '
                      WS-RCL-DIS-ID-CONSUMO
           END-IF.
           IF WS-RCL-AJUSTE <> ZEROES
              DISPLAY '           AJUSTE : ' WS-RCL-AJUSTE
           END-IF.
           IF WS-RCL-SUS-TARJETA <> SPACES
              DISPLAY '           DEBITO : ' WS-RCL-SUS-TARJETA ' '
                      WS-RCL-SUS-DETALLE
           END-IF.
           IF WS-RCL-ENV-CLAVE <> SPACES
              DISPLAY '           ENVIO  : ' WS-RCL-ENV-CLAVE ' '
                      WS-RCL-ENV-PERIODO
           END-IF.
           IF WS-RCL-RESUELTO
              DISPLAY '           RESP.  : ' WS-RCL-RESOLUCION ' '
                      WS-RCL-RESPUESTA
           END-IF.

       2450-MOSTRAR-UN-RECLAMO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           CLOSE ENT-RECLAMOS.

           IF NOT FS-RECLAMOS-OK
              DISPLAY 'ERROR AL CERRAR RECLAMOS.VSAM: ' FS-RECLAMOS
           END-IF.

           CLOSE ENT-MAESTRO-TARJETAS.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM RECLAMOS.
