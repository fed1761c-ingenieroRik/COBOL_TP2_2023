      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: acuerdos de pago con quita negociados por cobranzas
      *          (ACUERDOS.VSAM). Por consola, al estilo de SUSCRIP:
      *          alta de un acuerdo sobre una clave en mora de
      *          MOROSIDAD.VSAM (importe a pagar, fecha limite y
      *          destino de la cuenta), con la aprobacion de un
      *          supervisor (rol 'S' de SIGNON); anulacion y consulta.
      *          PAGOPOST imputa los pagos al acuerdo y, al cumplirse,
      *          condona el resto de la deuda. En modo
      *          ACUERDOS_MODO=CADUCAR (batch diario) da por caducos
      *          los acuerdos vigentes con la fecha limite vencida sin
      *          cumplir y los informa en ACUERDOS-CADUCOS.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACUERDOS.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-ACUERDOS
           ASSIGN TO WS-RUTA-ACUERDOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-ACU-CLAVE
           FILE STATUS IS FS-ACUERDOS.

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

       SELECT SAL-CADUCOS
           ASSIGN TO WS-RUTA-CADUCOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADUCOS.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-ACUERDOS.
           COPY ACUERDO.

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
          05 WS-MT-NUM-TARJETA-TITULAR              PIC X(19).
          05 WS-MT-LIMITE-TARJETA-USD               PIC 9(08)V9(02).

       FD SAL-CADUCOS.
       01 WS-SAL-CADUCOS                            PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-ACUERDOS           PIC X(60)
                                     VALUE '../ACUERDOS.VSAM'.
       01 WS-RUTA-MOROSIDAD          PIC X(60)
                                     VALUE '../MOROSIDAD.VSAM'.
       01 WS-RUTA-MAESTRO-TARJETAS   PIC X(60)
                                     VALUE '../MAESTRO-TARJETAS.VSAM'.
       01 WS-RUTA-CADUCOS            PIC X(60)
                                     VALUE '../ACUERDOS-CADUCOS.TXT'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

      *    *** sesion de operador (ver SIGNON)
       01 WS-SIGNON.
           COPY SIGNIO.
       01 WS-OPERADOR-SESION         PIC X(10) VALUE SPACES.
       01 WS-ROL-SESION              PIC X(01) VALUE SPACES.
          88 WS-SESION-PUEDE-MODIFICAR             VALUES 'O', 'S'.
          88 WS-SESION-ES-SUPERVISOR               VALUE 'S'.
       01 WS-SUPERVISOR-FIRMA        PIC X(10) VALUE SPACES.

       01 WS-VAL-FECHA.
           COPY VALFECIO.

       01 FS-STATUS.
          05 FS-ACUERDOS                           PIC X(2).
             88 FS-ACUERDOS-OK                         VALUE '00'.
             88 FS-ACUERDOS-EOF                        VALUE '10'.
             88 FS-ACUERDOS-NFD                        VALUE '35'.
             88 FS-ACUERDOS-CLAVE-NFD                  VALUE '23'.
          05 FS-MOROSIDAD                          PIC X(2).
             88 FS-MOROSIDAD-OK                        VALUE '00'.
             88 FS-MOROSIDAD-NFD                       VALUE '35'.
          05 FS-MAESTRO-TARJETAS                   PIC X(2).
             88 FS-MAESTRO-TARJETAS-FILE-OK            VALUE '00'.
          05 FS-CADUCOS                            PIC X(2).
             88 FS-CADUCOS-OK                          VALUE '00'.

      *    *** modo CADUCAR: barrido batch de vencidos, sin consola
       01 WS-MODO-EJECUCION          PIC X(10) VALUE SPACES.
          88 WS-ES-MODO-CADUCAR                    VALUE 'CADUCAR'.

       01 WS-OPCION                                PIC X(01).
          88 WS-OPC-ALTA                                VALUE '1'.
          88 WS-OPC-ANULACION                           VALUE '2'.
          88 WS-OPC-CONSULTA                            VALUE '3'.
          88 WS-OPC-SALIR                               VALUE '4'.

       01 WS-CONTINUAR                             PIC X(01) VALUE 'S'.
          88 WS-SEGUIR-PROCESANDO                       VALUE 'S'.
          88 WS-FIN-PROCESO                             VALUE 'N'.

       01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
       01 WS-TARJETA-INGRESADA       PIC X(19) VALUE SPACES.

      *    *** clave de mora ubicada para la tarjeta informada: la
      *    *** propia tarjeta, o su cuenta en las corridas con rollup
       01 WS-CLAVE-MORA              PIC X(19) VALUE SPACES.
       01 WS-CLAVE-CUENTA            PIC X(19) VALUE SPACES.
       01 WS-CUENTA-UBICADA          PIC 9(10) VALUE ZEROES.
       01 WS-SALDO-ARS-UBICADO       PIC S9(08)V9(02) VALUE ZEROES.
       01 WS-SALDO-USD-UBICADO       PIC S9(08)V9(02) VALUE ZEROES.
       01 WS-DEUDA-MORA              PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-CLAVE-UBICADA           PIC X(01) VALUE 'N'.
          88 WS-HAY-CLAVE-UBICADA                  VALUE 'S'.

      *    *** datos tipeados del acuerdo
       01 WS-IMPORTE-INGRESADO       PIC 9(08)V9(02) VALUE ZEROES.
       01 WS-LIMITE-INGRESADO        PIC 9(08) VALUE ZEROES.
       01 WS-DESTINO-INGRESADO       PIC X(01) VALUE SPACE.
          88 WS-DESTINO-VALIDO                     VALUES 'N', 'C'.

       01 WS-IMPORTE-O               PIC --.---.---.--9,99.

       01 WS-CONTADORES.
          05 WS-CANT-REVISADOS       PIC 9(06) VALUE ZEROES.
          05 WS-CANT-CADUCADOS       PIC 9(06) VALUE ZEROES.

      *    *** informe de acuerdos caducados
       01 WS-CAD-TITULO.
          05 FILLER                  PIC X(40)
                           VALUE 'ACUERDOS DE PAGO CADUCADOS AL '.
          05 WS-CAD-FECHA-T          PIC 9(08).
          05 FILLER                  PIC X(52) VALUE SPACES.
       01 WS-CAD-ENCABEZADO.
          05 FILLER                  PIC X(20) VALUE 'CLAVE'.
          05 FILLER                  PIC X(11) VALUE 'CUENTA'.
          05 FILLER                  PIC X(18)
                                     VALUE '  IMPORTE ACORDADO'.
          05 FILLER                  PIC X(18)
                                     VALUE '   PAGADO EN PLAZO'.
          05 FILLER                  PIC X(10) VALUE ' LIMITE'.
          05 FILLER                  PIC X(11) VALUE 'SUPERVISOR'.
          05 FILLER                  PIC X(12) VALUE SPACES.
       01 WS-CAD-DETALLE.
          05 WS-CAD-CLAVE            PIC X(19).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-CAD-CUENTA           PIC 9(10).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-CAD-ACORDADO         PIC ---.---.--9,99.
          05 FILLER                  PIC X(04) VALUE SPACES.
          05 WS-CAD-PAGADO           PIC ---.---.--9,99.
          05 FILLER                  PIC X(04) VALUE SPACES.
          05 WS-CAD-LIMITE           PIC 9(08).
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WS-CAD-SUPERVISOR       PIC X(10).
          05 FILLER                  PIC X(13) VALUE SPACES.
       01 WS-CAD-TOTAL.
          05 FILLER                  PIC X(30)
                           VALUE 'TOTAL DE ACUERDOS CADUCADOS: '.
          05 WS-CAD-CANT-T           PIC ZZZ.ZZ9.
          05 FILLER                  PIC X(63) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-ES-MODO-CADUCAR
              PERFORM 2800-CADUCAR-ACUERDOS
                 THRU 2800-CADUCAR-ACUERDOS-FIN
           ELSE
              PERFORM 2000-PROCESAR-MENU
                 THRU 2000-PROCESAR-MENU-FIN
                 UNTIL WS-FIN-PROCESO
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY.

           PERFORM 1050-LEER-RUTA-ARCHIVO
              THRU 1050-LEER-RUTA-ARCHIVO-FIN.

           IF NOT WS-ES-MODO-CADUCAR
              PERFORM 1070-IDENTIFICAR-OPERADOR
                 THRU 1070-IDENTIFICAR-OPERADOR-FIN
           END-IF.

      *    *** si todavia no existe (primera corrida) se crea vacio
      *    *** antes de abrirlo en modo I-O, igual que SUSCRIPCIONES
           OPEN I-O ENT-ACUERDOS.

           IF FS-ACUERDOS-NFD
              OPEN OUTPUT ENT-ACUERDOS
              CLOSE ENT-ACUERDOS
              OPEN I-O ENT-ACUERDOS
           END-IF.

           EVALUATE TRUE
               WHEN FS-ACUERDOS-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR ACUERDOS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-ACUERDOS
                    STOP RUN
           END-EVALUATE.

           IF WS-ES-MODO-CADUCAR
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           OPEN INPUT ENT-MOROSIDAD.
           EVALUATE TRUE
               WHEN FS-MOROSIDAD-OK
                    CONTINUE
               WHEN FS-MOROSIDAD-NFD
                    DISPLAY 'NO EXISTE MOROSIDAD.VSAM; NO HAY CUENTAS '
                            'EN MORA PARA NEGOCIAR'
                    CLOSE ENT-ACUERDOS
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

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** las variables de entorno permiten ubicar los archivos
      *    *** en otro lugar sin recompilar
       1050-LEER-RUTA-ARCHIVO.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'ACUERDOS_MODO'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO (1:10) TO WS-MODO-EJECUCION
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ACUERDOS_ACUERDOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-ACUERDOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ACUERDOS_MOROSIDAD_PATH'.
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
                                        'ACUERDOS_CADUCOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CADUCOS
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
           DISPLAY ' ACUERDOS DE PAGO CON QUITA'.
           DISPLAY ' 1 - ALTA DE ACUERDO'.
           DISPLAY ' 2 - ANULACION DE ACUERDO VIGENTE'.
           DISPLAY ' 3 - CONSULTA POR TARJETA'.
           DISPLAY ' 4 - SALIR'.
           DISPLAY '-------------------------------------------------'.
           DISPLAY 'INGRESE UNA OPCION: ' WITH NO ADVANCING.
           ACCEPT WS-OPCION.

      *    *** alta y anulacion exigen rol operador o supervisor (y
      *    *** ademas la firma de un supervisor, ver 2600)
           IF (WS-OPC-ALTA OR WS-OPC-ANULACION)
              AND NOT WS-SESION-PUEDE-MODIFICAR
              DISPLAY 'SU ROL SOLO PERMITE CONSULTAS'
              GO TO 2000-PROCESAR-MENU-FIN
           END-IF.

           EVALUATE TRUE
               WHEN WS-OPC-ALTA
                    PERFORM 2100-ALTA-ACUERDO
                       THRU 2100-ALTA-ACUERDO-FIN
               WHEN WS-OPC-ANULACION
                    PERFORM 2200-ANULAR-ACUERDO
                       THRU 2200-ANULAR-ACUERDO-FIN
               WHEN WS-OPC-CONSULTA
                    PERFORM 2300-CONSULTAR-ACUERDO
                       THRU 2300-CONSULTAR-ACUERDO-FIN
               WHEN WS-OPC-SALIR
                    SET WS-FIN-PROCESO TO TRUE
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       2000-PROCESAR-MENU-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** ubica en el maestro la tarjeta tipeada y su clave de
      *    *** mora: primero la tarjeta, despues su cuenta (rollup)
       2050-UBICAR-CLAVE-MORA.

           MOVE 'N'    TO WS-CLAVE-UBICADA.
           MOVE SPACES TO WS-CLAVE-MORA, WS-CLAVE-CUENTA.

           DISPLAY 'NUMERO DE TARJETA: ' WITH NO ADVANCING.
           ACCEPT WS-TARJETA-INGRESADA.

           MOVE WS-TARJETA-INGRESADA TO WS-MT-NUM-TARJETA.
           READ ENT-MAESTRO-TARJETAS KEY IS WS-MT-NUM-TARJETA
               INVALID KEY CONTINUE
           END-READ.

           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              DISPLAY 'ERROR: LA TARJETA NO EXISTE EN EL MAESTRO'
              GO TO 2050-UBICAR-CLAVE-MORA-FIN
           END-IF.

           MOVE WS-MT-NUM-CUENTA         TO WS-CUENTA-UBICADA.
           MOVE WS-MT-SALDO-ANTERIOR-ARS TO WS-SALDO-ARS-UBICADO.
           MOVE WS-MT-SALDO-ANTERIOR-USD TO WS-SALDO-USD-UBICADO.
           MOVE WS-MT-NUM-CUENTA         TO WS-CLAVE-CUENTA.

           MOVE WS-TARJETA-INGRESADA TO WS-MOR-CLAVE.
           READ ENT-MOROSIDAD KEY IS WS-MOR-CLAVE
               INVALID KEY CONTINUE
           END-READ.

           IF NOT FS-MOROSIDAD-OK
              MOVE WS-CLAVE-CUENTA TO WS-MOR-CLAVE
              READ ENT-MOROSIDAD KEY IS WS-MOR-CLAVE
                  INVALID KEY CONTINUE
              END-READ
           END-IF.

           IF FS-MOROSIDAD-OK
              MOVE WS-MOR-CLAVE TO WS-CLAVE-MORA
              MOVE 'S'          TO WS-CLAVE-UBICADA
              COMPUTE WS-DEUDA-MORA =
                      WS-MOR-DEUDA-30 + WS-MOR-DEUDA-60
                    + WS-MOR-DEUDA-90
           ELSE
              MOVE ZEROES       TO WS-DEUDA-MORA
           END-IF.

       2050-UBICAR-CLAVE-MORA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** acuerdo de la tarjeta tipeada: por la tarjeta o por su
      *    *** cuenta, igual que la clave de mora
       2060-BUSCAR-ACUERDO.

           DISPLAY 'NUMERO DE TARJETA: ' WITH NO ADVANCING.
           ACCEPT WS-TARJETA-INGRESADA.

           MOVE WS-TARJETA-INGRESADA TO WS-ACU-CLAVE.
           READ ENT-ACUERDOS KEY IS WS-ACU-CLAVE
               INVALID KEY CONTINUE
           END-READ.

           IF FS-ACUERDOS-OK
              GO TO 2060-BUSCAR-ACUERDO-FIN
           END-IF.

           MOVE WS-TARJETA-INGRESADA TO WS-MT-NUM-TARJETA.
           READ ENT-MAESTRO-TARJETAS KEY IS WS-MT-NUM-TARJETA
               INVALID KEY CONTINUE
           END-READ.

           IF FS-MAESTRO-TARJETAS-FILE-OK
              MOVE WS-MT-NUM-CUENTA TO WS-CLAVE-CUENTA
              MOVE WS-CLAVE-CUENTA  TO WS-ACU-CLAVE
              READ ENT-ACUERDOS KEY IS WS-ACU-CLAVE
                  INVALID KEY CONTINUE
              END-READ
           END-IF.

       2060-BUSCAR-ACUERDO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el acuerdo se registra sobre una clave en mora con
      *    *** deuda en pesos; el importe acordado tiene que ser menor
      *    *** a esa deuda (la diferencia es la quita). Una clave con
      *    *** un acuerdo anterior ya cerrado recibe el nuevo sobre el
      *    *** mismo registro
       2100-ALTA-ACUERDO.

           PERFORM 2050-UBICAR-CLAVE-MORA
              THRU 2050-UBICAR-CLAVE-MORA-FIN.

           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              GO TO 2100-ALTA-ACUERDO-FIN
           END-IF.

           IF NOT WS-HAY-CLAVE-UBICADA
              OR WS-DEUDA-MORA NOT > ZEROES
              DISPLAY 'ALTA RECHAZADA: LA CUENTA NO REGISTRA MORA'
              GO TO 2100-ALTA-ACUERDO-FIN
           END-IF.

           IF WS-SALDO-ARS-UBICADO NOT > ZEROES
              DISPLAY 'ALTA RECHAZADA: LA CUENTA NO TIENE DEUDA EN '
                      'PESOS'
              GO TO 2100-ALTA-ACUERDO-FIN
           END-IF.

           MOVE WS-CLAVE-MORA TO WS-ACU-CLAVE.
           READ ENT-ACUERDOS KEY IS WS-ACU-CLAVE
               INVALID KEY CONTINUE
           END-READ.

           IF FS-ACUERDOS-OK
              AND WS-ACU-VIGENTE
              DISPLAY 'ALTA RECHAZADA: LA CLAVE ' WS-ACU-CLAVE
                      ' YA TIENE UN ACUERDO VIGENTE HASTA EL '
                      WS-ACU-FECHA-LIMITE
              GO TO 2100-ALTA-ACUERDO-FIN
           END-IF.

           MOVE WS-SALDO-ARS-UBICADO TO WS-IMPORTE-O.
           DISPLAY 'CLAVE EN MORA    : ' WS-CLAVE-MORA.
           DISPLAY 'DEUDA ARS        : ' WS-IMPORTE-O.
           MOVE WS-SALDO-USD-UBICADO TO WS-IMPORTE-O.
           DISPLAY 'DEUDA USD        : ' WS-IMPORTE-O.

           DISPLAY 'IMPORTE ACORDADO EN PESOS: ' WITH NO ADVANCING.
           MOVE ZEROES TO WS-IMPORTE-INGRESADO.
           ACCEPT WS-IMPORTE-INGRESADO.

           IF WS-IMPORTE-INGRESADO NOT > ZEROES
              OR WS-IMPORTE-INGRESADO NOT < WS-SALDO-ARS-UBICADO
              DISPLAY 'ALTA RECHAZADA: EL IMPORTE DEBE SER MAYOR A '
                      'CERO Y MENOR A LA DEUDA EN PESOS'
              GO TO 2100-ALTA-ACUERDO-FIN
           END-IF.

           DISPLAY 'FECHA LIMITE DE PAGO (AAAAMMDD): '
                   WITH NO ADVANCING.
           MOVE ZEROES TO WS-LIMITE-INGRESADO.
           ACCEPT WS-LIMITE-INGRESADO.

           INITIALIZE WS-SALIDA.
           MOVE WS-LIMITE-INGRESADO (7:2) TO WS-DD-I.
           MOVE WS-LIMITE-INGRESADO (5:2) TO WS-MM-I.
           MOVE WS-LIMITE-INGRESADO (1:4) TO WS-AAAA-I.

           CALL 'CLVALFEC' USING WS-ENTRADA, WS-SALIDA.

           IF WS-VALIDACION-O = 'N'
              DISPLAY 'ALTA RECHAZADA: ' WS-DES-ERROR-O
              GO TO 2100-ALTA-ACUERDO-FIN
           END-IF.

           IF WS-LIMITE-INGRESADO < WS-FECHA-HOY
              DISPLAY 'ALTA RECHAZADA: LA FECHA LIMITE YA PASO'
              GO TO 2100-ALTA-ACUERDO-FIN
           END-IF.

           DISPLAY 'AL CUMPLIRSE (N = NORMALIZAR / C = CERRAR LA '
                   'CUENTA): ' WITH NO ADVANCING.
           ACCEPT WS-DESTINO-INGRESADO.

           IF NOT WS-DESTINO-VALIDO
              DISPLAY 'ALTA RECHAZADA: EL DESTINO DEBE SER N O C'
              GO TO 2100-ALTA-ACUERDO-FIN
           END-IF.

           PERFORM 2600-PEDIR-APROBACION
              THRU 2600-PEDIR-APROBACION-FIN.

           IF WS-SUPERVISOR-FIRMA = SPACES
              DISPLAY 'ALTA RECHAZADA: LA QUITA NO FUE APROBADA'
              GO TO 2100-ALTA-ACUERDO-FIN
           END-IF.

           INITIALIZE WS-ACU-ACUERDO-REG.
           MOVE WS-CLAVE-MORA          TO WS-ACU-CLAVE.
           MOVE WS-CUENTA-UBICADA      TO WS-ACU-NUM-CUENTA.
           MOVE WS-SALDO-ARS-UBICADO   TO WS-ACU-DEUDA-ARS.
           MOVE WS-SALDO-USD-UBICADO   TO WS-ACU-DEUDA-USD.
           MOVE WS-IMPORTE-INGRESADO   TO WS-ACU-IMPORTE-ACORDADO.
           MOVE WS-FECHA-HOY           TO WS-ACU-FECHA-ALTA.
           MOVE WS-LIMITE-INGRESADO    TO WS-ACU-FECHA-LIMITE.
           MOVE WS-OPERADOR-SESION     TO WS-ACU-OPERADOR.
           MOVE WS-SUPERVISOR-FIRMA    TO WS-ACU-SUPERVISOR.
           MOVE WS-DESTINO-INGRESADO   TO WS-ACU-DESTINO.
           SET WS-ACU-VIGENTE          TO TRUE.

           IF FS-ACUERDOS-OK
              REWRITE WS-ACU-ACUERDO-REG
           ELSE
              WRITE WS-ACU-ACUERDO-REG
           END-IF.

           EVALUATE TRUE
               WHEN FS-ACUERDOS-OK
                    DISPLAY 'ACUERDO REGISTRADO PARA LA CLAVE '
                            WS-ACU-CLAVE ' HASTA EL '
                            WS-ACU-FECHA-LIMITE
               WHEN OTHER
                    DISPLAY 'ERROR AL REGISTRAR EL ACUERDO'
                    DISPLAY 'FILE STATUS: ' FS-ACUERDOS
           END-EVALUATE.

       2100-ALTA-ACUERDO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la anulacion de una quita tambien pide la firma de un
      *    *** supervisor; los pagos ya hechos quedan aplicados
       2200-ANULAR-ACUERDO.

           PERFORM 2060-BUSCAR-ACUERDO
              THRU 2060-BUSCAR-ACUERDO-FIN.

           IF NOT FS-ACUERDOS-OK
              DISPLAY 'ERROR: LA TARJETA NO TIENE ACUERDO'
              GO TO 2200-ANULAR-ACUERDO-FIN
           END-IF.

           IF NOT WS-ACU-VIGENTE
              DISPLAY 'ERROR: EL ACUERDO NO ESTA VIGENTE'
              GO TO 2200-ANULAR-ACUERDO-FIN
           END-IF.

           PERFORM 2600-PEDIR-APROBACION
              THRU 2600-PEDIR-APROBACION-FIN.

           IF WS-SUPERVISOR-FIRMA = SPACES
              DISPLAY 'ANULACION RECHAZADA: NO FUE APROBADA'
              GO TO 2200-ANULAR-ACUERDO-FIN
           END-IF.

           SET WS-ACU-ANULADO TO TRUE.
           MOVE WS-FECHA-HOY TO WS-ACU-FECHA-CIERRE.
           REWRITE WS-ACU-ACUERDO-REG.

           IF FS-ACUERDOS-OK
              DISPLAY 'ACUERDO ANULADO CORRECTAMENTE'
           ELSE
              DISPLAY 'ERROR AL ANULAR EL ACUERDO'
              DISPLAY 'FILE STATUS: ' FS-ACUERDOS
           END-IF.

       2200-ANULAR-ACUERDO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2300-CONSULTAR-ACUERDO.

           PERFORM 2060-BUSCAR-ACUERDO
              THRU 2060-BUSCAR-ACUERDO-FIN.

           IF NOT FS-ACUERDOS-OK
              DISPLAY 'LA TARJETA NO TIENE ACUERDO'
              GO TO 2300-CONSULTAR-ACUERDO-FIN
           END-IF.

           DISPLAY 'CLAVE            : ' WS-ACU-CLAVE.
           DISPLAY 'CUENTA           : ' WS-ACU-NUM-CUENTA.
           MOVE WS-ACU-DEUDA-ARS TO WS-IMPORTE-O.
           DISPLAY 'DEUDA ARS AL ALTA: ' WS-IMPORTE-O.
           MOVE WS-ACU-DEUDA-USD TO WS-IMPORTE-O.
           DISPLAY 'DEUDA USD AL ALTA: ' WS-IMPORTE-O.
           MOVE WS-ACU-IMPORTE-ACORDADO TO WS-IMPORTE-O.
           DISPLAY 'IMPORTE ACORDADO : ' WS-IMPORTE-O.
           MOVE WS-ACU-PAGADO TO WS-IMPORTE-O.
           DISPLAY 'PAGADO EN PLAZO  : ' WS-IMPORTE-O.
           DISPLAY 'FECHA DE ALTA    : ' WS-ACU-FECHA-ALTA.
           DISPLAY 'FECHA LIMITE     : ' WS-ACU-FECHA-LIMITE.
           DISPLAY 'OPERADOR         : ' WS-ACU-OPERADOR.
           DISPLAY 'APROBO           : ' WS-ACU-SUPERVISOR.
           IF WS-ACU-CERRAR
              DISPLAY 'AL CUMPLIRSE     : CIERRE DE LA CUENTA'
           ELSE
              DISPLAY 'AL CUMPLIRSE     : NORMALIZACION'
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACU-VIGENTE
                    DISPLAY 'ESTADO           : VIGENTE'
               WHEN WS-ACU-CUMPLIDO
                    DISPLAY 'ESTADO           : CUMPLIDO EL '
                            WS-ACU-FECHA-CIERRE
                    MOVE WS-ACU-QUITA-ARS TO WS-IMPORTE-O
                    DISPLAY 'QUITA ARS        : ' WS-IMPORTE-O
                    MOVE WS-ACU-QUITA-USD TO WS-IMPORTE-O
                    DISPLAY 'QUITA USD        : ' WS-IMPORTE-O
               WHEN WS-ACU-CADUCADO
                    DISPLAY 'ESTADO           : CADUCADO EL '
                            WS-ACU-FECHA-CIERRE
               WHEN WS-ACU-ANULADO
                    DISPLAY 'ESTADO           : ANULADO EL '
                            WS-ACU-FECHA-CIERRE
           END-EVALUATE.

       2300-CONSULTAR-ACUERDO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** aprobacion de la quita: un supervisor en sesion aprueba
      *    *** con su propio usuario; si no, se pide la segunda firma
      *    *** de un supervisor por consola (mismo circuito que el
      *    *** override de LATCHCTL). Devuelve el usuario que aprobo,
      *    *** o espacios
       2600-PEDIR-APROBACION.

           MOVE SPACES TO WS-SUPERVISOR-FIRMA.

           IF WS-SESION-ES-SUPERVISOR
              MOVE WS-OPERADOR-SESION TO WS-SUPERVISOR-FIRMA
              GO TO 2600-PEDIR-APROBACION-FIN
           END-IF.

           DISPLAY 'SE REQUIERE LA FIRMA DE UN SUPERVISOR'.
           DISPLAY 'USUARIO SUPERVISOR : ' WITH NO ADVANCING.
           ACCEPT WS-SGN-USUARIO.
           DISPLAY 'PASSWORD SUPERVISOR: ' WITH NO ADVANCING.
           ACCEPT WS-SGN-PASSWORD.

           MOVE 'V' TO WS-SGN-MODO.
           CALL 'SIGNON' USING WS-SIGNON.

           IF WS-SGN-ACEPTADO AND WS-SGN-ES-SUPERVISOR
              MOVE WS-SGN-USUARIO TO WS-SUPERVISOR-FIRMA
           ELSE
              DISPLAY 'CREDENCIALES DE SUPERVISOR INVALIDAS'
           END-IF.

       2600-PEDIR-APROBACION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** barrido batch: todo acuerdo vigente cuya fecha limite
      *    *** ya paso sin cumplirse caduca, y queda informado. Los
      *    *** pagos imputados se conservan (ya estan aplicados a la
      *    *** deuda); la cuenta vuelve al circuito normal de mora
       2800-CADUCAR-ACUERDOS.

           OPEN OUTPUT SAL-CADUCOS.
           IF NOT FS-CADUCOS-OK
              DISPLAY 'ERROR AL ABRIR ACUERDOS-CADUCOS.TXT'
              DISPLAY 'FILE STATUS: ' FS-CADUCOS
              GO TO 2800-CADUCAR-ACUERDOS-FIN
           END-IF.

           MOVE WS-FECHA-HOY TO WS-CAD-FECHA-T.
           WRITE WS-SAL-CADUCOS FROM WS-CAD-TITULO.
           WRITE WS-SAL-CADUCOS FROM WS-CAD-ENCABEZADO.

           MOVE LOW-VALUES TO WS-ACU-CLAVE.
           START ENT-ACUERDOS KEY IS NOT LESS THAN WS-ACU-CLAVE
               INVALID KEY SET FS-ACUERDOS-EOF TO TRUE
           END-START.

           PERFORM 2810-REVISAR-UN-ACUERDO
              THRU 2810-REVISAR-UN-ACUERDO-FIN
              UNTIL NOT FS-ACUERDOS-OK.

           MOVE WS-CANT-CADUCADOS TO WS-CAD-CANT-T.
           WRITE WS-SAL-CADUCOS FROM WS-CAD-TOTAL.

           CLOSE SAL-CADUCOS.

       2800-CADUCAR-ACUERDOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2810-REVISAR-UN-ACUERDO.

           READ ENT-ACUERDOS NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF NOT FS-ACUERDOS-OK
              GO TO 2810-REVISAR-UN-ACUERDO-FIN
           END-IF.

           ADD 1 TO WS-CANT-REVISADOS.

           IF NOT WS-ACU-VIGENTE
              OR WS-ACU-FECHA-LIMITE NOT < WS-FECHA-HOY
              GO TO 2810-REVISAR-UN-ACUERDO-FIN
           END-IF.

           SET WS-ACU-CADUCADO TO TRUE.
           MOVE WS-FECHA-HOY TO WS-ACU-FECHA-CIERRE.
           REWRITE WS-ACU-ACUERDO-REG.

           IF NOT FS-ACUERDOS-OK
              DISPLAY 'ERROR AL CADUCAR EL ACUERDO ' WS-ACU-CLAVE
                      ': ' FS-ACUERDOS
              GO TO 2810-REVISAR-UN-ACUERDO-FIN
           END-IF.

           ADD 1 TO WS-CANT-CADUCADOS.

           MOVE WS-ACU-CLAVE            TO WS-CAD-CLAVE.
           MOVE WS-ACU-NUM-CUENTA       TO WS-CAD-CUENTA.
           MOVE WS-ACU-IMPORTE-ACORDADO TO WS-CAD-ACORDADO.
           MOVE WS-ACU-PAGADO           TO WS-CAD-PAGADO.
           MOVE WS-ACU-FECHA-LIMITE     TO WS-CAD-LIMITE.
           MOVE WS-ACU-SUPERVISOR       TO WS-CAD-SUPERVISOR.
           WRITE WS-SAL-CADUCOS FROM WS-CAD-DETALLE.

       2810-REVISAR-UN-ACUERDO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           CLOSE ENT-ACUERDOS.

           IF WS-ES-MODO-CADUCAR
              DISPLAY 'ACUERDOS REVISADOS : ' WS-CANT-REVISADOS
              DISPLAY 'ACUERDOS CADUCADOS : ' WS-CANT-CADUCADOS
              GO TO 3000-FINALIZAR-PROGRAMA-FIN
           END-IF.

           CLOSE ENT-MOROSIDAD
                 ENT-MAESTRO-TARJETAS.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
