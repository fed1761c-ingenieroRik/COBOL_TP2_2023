      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: Mantenimiento de los controles de uso que pide el
      *          cliente sobre sus tarjetas (CONTROLES-TARJETA.VSAM),
      *          al estilo de LIMTEMP: apagar los adelantos en
      *          efectivo, los consumos en moneda extranjera o un
      *          rubro de comercio, o fijar un tope por operacion. El
      *          pedido lo hace siempre el titular, para su propia
      *          tarjeta, para una adicional suya o para todas sus
      *          adicionales de una vez. Los controles activos los
      *          aplica CLCTLTAR en AUTORIZA y en TP02EJ01 2300. Las
      *          altas, suspensiones y bajas exigen operador
      *          identificado (ver SIGNON) con rol operador o
      *          supervisor, que queda asentado en el registro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRLTARJ.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-CONTROLES
           ASSIGN TO WS-RUTA-CONTROLES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-CTJ-CLAVE
           FILE STATUS IS FS-CONTROLES.

      *    *** se lee directo y no por MAESTARJ: hay que poder poner
      *    *** controles sobre una tarjeta bloqueada, y barrer por la
      *    *** clave alterna de cuenta las adicionales del titular
       SELECT ENT-MAESTRO-TARJETAS
           ASSIGN TO WS-RUTA-MAESTRO-TARJETAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-MAESTRO-TARJETAS
           RECORD KEY IS WS-MT-NUM-TARJETA
           ALTERNATE RECORD KEY IS WS-MT-NUM-CUENTA
                                          WITH DUPLICATES.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-CONTROLES.
           COPY CTRLTARJ.

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
               88 WS-MT-TITULAR                        VALUE 'T'.
               88 WS-MT-ADICIONAL                      VALUE 'A'.
          05 WS-MT-NUM-TARJETA-TITULAR              PIC X(19).
          05 WS-MT-LIMITE-TARJETA-USD               PIC 9(08)V9(02).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-CONTROLES          PIC X(60)
                                     VALUE '../CONTROLES-TARJETA.VSAM'.
       01 WS-RUTA-MAESTRO-TARJETAS   PIC X(60)
                                     VALUE '../MAESTRO-TARJETAS.VSAM'.

      *    *** sesion de operador (ver SIGNON)
       01 WS-SIGNON.
           COPY SIGNIO.

      *    *** traba de ventana batch (ver LATCHCTL)
       01 WS-LATCH.
           COPY LATCHIO.
       01 WS-LATCH-RESTRICCION       PIC X(01) VALUE 'N'.
          88 WS-SOLO-CONSULTAS-POR-LATCH           VALUE 'S'.
       01 WS-OPERADOR-SESION         PIC X(10) VALUE SPACES.
       01 WS-ROL-SESION              PIC X(01) VALUE SPACES.
          88 WS-SESION-PUEDE-MODIFICAR             VALUES 'O', 'S'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
          05 FS-CONTROLES                          PIC X(2).
             88 FS-CONTROLES-OK                        VALUE '00'.
             88 FS-CONTROLES-EOF                       VALUE '10'.
             88 FS-CONTROLES-NFD                       VALUE '35'.
             88 FS-CONTROLES-CLAVE-DUP                 VALUE '22'.
             88 FS-CONTROLES-CLAVE-NFD                 VALUE '23'.
          05 FS-MAESTRO-TARJETAS                   PIC X(2).
             88 FS-MAESTRO-TARJETAS-FILE-OK            VALUE '00'.

       01 WS-OPCION                                PIC X(01).
          88 WS-OPC-ALTA                                VALUE '1'.
          88 WS-OPC-SUSPENDER                           VALUE '2'.
          88 WS-OPC-BAJA                                VALUE '3'.
          88 WS-OPC-LISTAR                              VALUE '4'.
          88 WS-OPC-SALIR                               VALUE '5'.

       01 WS-CONTINUAR                             PIC X(01) VALUE 'S'.
          88 WS-SEGUIR-PROCESANDO                       VALUE 'S'.
          88 WS-FIN-PROCESO                             VALUE 'N'.

       01 WS-FIN-LISTADO               PIC X(01) VALUE 'N'.
          88 WS-LISTADO-TERMINADO                      VALUE 'S'.
       01 WS-IMPORTE-EDIT              PIC ZZ.ZZZ.ZZ9,99.

      *    *** datos del pedido: el titular que lo hace, la tarjeta
      *    *** que se controla ('*' = todas sus adicionales) y el
      *    *** control pedido
       01 WS-SOLICITANTE               PIC X(19) VALUE SPACES.
       01 WS-SOLICITANTE-CUENTA        PIC 9(10) VALUE ZEROES.
       01 WS-TARJETA-DESTINO           PIC X(19) VALUE SPACES.
          88 WS-DESTINO-TODAS-ADICIONALES          VALUE '*'.
       01 WS-PEDIDO-TIPO               PIC X(01) VALUE SPACES.
          88 WS-PEDIDO-SIN-RUBRO                   VALUE 'R'.
          88 WS-PEDIDO-TOPE                        VALUE 'T'.
          88 WS-PEDIDO-TIPO-VALIDO                 VALUES 'A', 'U',
                                                          'R', 'T'.
       01 WS-PEDIDO-VALOR              PIC X(15) VALUE SPACES.
       01 WS-PEDIDO-TOPE-IMP           PIC 9(08)V9(02) VALUE ZEROES.
       01 WS-FECHA-HOY                 PIC 9(08) VALUE ZEROES.
       01 WS-PEDIDO-VALIDO             PIC X(01) VALUE 'S'.
          88 WS-PEDIDO-ES-VALIDO                   VALUE 'S'.
       77 WS-CANT-GRABADOS             PIC 9(04) VALUE ZEROES.
       01 WS-CUENTA-LEIDA              PIC 9(10) VALUE ZEROES.
       01 WS-TARJETA-LISTADO           PIC X(19) VALUE SPACES.

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

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'CTRLTARJ_CONTROLES_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CONTROLES
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MAESTRO_TARJETAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-MAESTRO-TARJETAS
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY.

           PERFORM 1070-IDENTIFICAR-OPERADOR
              THRU 1070-IDENTIFICAR-OPERADOR-FIN.

      *    *** con la facturacion en curso los controles no se tocan
      *    *** (la corrida los esta aplicando) pero la consulta sigue
      *    *** permitida; mismo criterio que LIMTEMP
           INITIALIZE WS-LATCH.
           SET WS-LTC-MODO-VERIFICAR TO TRUE.
           MOVE 'CTRLTARJ' TO WS-LTC-PROGRAMA-E.
           CALL 'LATCHCTL' USING WS-LATCH.
           IF WS-LTC-FACTURACION-EN-CURSO
              SET WS-LTC-MODO-OVERRIDE TO TRUE
              CALL 'LATCHCTL' USING WS-LATCH
              IF WS-LTC-OVERRIDE-AUTORIZADO
                 DISPLAY 'OVERRIDE AUTORIZADO: OPERAR CON CUIDADO'
              ELSE
                 MOVE 'S' TO WS-LATCH-RESTRICCION
                 DISPLAY 'FACTURACION EN CURSO: SOLO CONSULTAS '
                         'HASTA QUE TERMINE LA CADENA'
              END-IF
           END-IF.

           OPEN INPUT ENT-MAESTRO-TARJETAS.
           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              DISPLAY 'ERROR AL ABRIR MAESTRO-TARJETAS.VSAM: '
                      FS-MAESTRO-TARJETAS
              STOP RUN
           END-IF.

           OPEN I-O ENT-CONTROLES.
           IF FS-CONTROLES-NFD
              OPEN OUTPUT ENT-CONTROLES
              CLOSE ENT-CONTROLES
              OPEN I-O ENT-CONTROLES
           END-IF.
           IF NOT FS-CONTROLES-OK
              DISPLAY 'ERROR AL ABRIR CONTROLES-TARJETA.VSAM: '
                      FS-CONTROLES
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
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

           DISPLAY ' '.
           DISPLAY 'CONTROLES DE USO DE TARJETAS'.
           DISPLAY '1 - ALTA DE CONTROL'.
           DISPLAY '2 - SUSPENDER / REACTIVAR CONTROL'.
           DISPLAY '3 - BAJA DE CONTROL'.
           DISPLAY '4 - LISTAR CONTROLES'.
           DISPLAY '5 - SALIR'.
           DISPLAY 'OPCION: ' WITH NO ADVANCING.
           ACCEPT WS-OPCION.

      *    *** alta, suspension y baja exigen rol operador o supervisor
           IF (WS-OPC-ALTA OR WS-OPC-SUSPENDER OR WS-OPC-BAJA)
              AND WS-SOLO-CONSULTAS-POR-LATCH
              DISPLAY 'FACTURACION EN CURSO: SOLO CONSULTAS'
              GO TO 2000-PROCESAR-MENU-FIN
           END-IF.

           IF (WS-OPC-ALTA OR WS-OPC-SUSPENDER OR WS-OPC-BAJA)
              AND NOT WS-SESION-PUEDE-MODIFICAR
              DISPLAY 'SU ROL SOLO PERMITE CONSULTAS'
              GO TO 2000-PROCESAR-MENU-FIN
           END-IF.

           EVALUATE TRUE
               WHEN WS-OPC-ALTA
                    PERFORM 2100-ALTA-CONTROL
                       THRU 2100-ALTA-CONTROL-FIN
               WHEN WS-OPC-SUSPENDER
                    PERFORM 2200-SUSPENDER-CONTROL
                       THRU 2200-SUSPENDER-CONTROL-FIN
               WHEN WS-OPC-BAJA
                    PERFORM 2300-BAJA-CONTROL
                       THRU 2300-BAJA-CONTROL-FIN
               WHEN WS-OPC-LISTAR
                    PERFORM 2400-LISTAR-CONTROLES
                       THRU 2400-LISTAR-CONTROLES-FIN
               WHEN WS-OPC-SALIR
                    MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       2000-PROCESAR-MENU-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2100-ALTA-CONTROL.

           PERFORM 2110-VALIDAR-SOLICITANTE
              THRU 2110-VALIDAR-SOLICITANTE-FIN.
           IF NOT WS-PEDIDO-ES-VALIDO
              GO TO 2100-ALTA-CONTROL-FIN
           END-IF.

           DISPLAY 'TARJETA A CONTROLAR (BLANCO = LA TITULAR, '
                   '* = TODAS SUS ADICIONALES): ' WITH NO ADVANCING.
           MOVE SPACES TO WS-TARJETA-DESTINO.
           ACCEPT WS-TARJETA-DESTINO.
           IF WS-TARJETA-DESTINO = SPACES
              MOVE WS-SOLICITANTE TO WS-TARJETA-DESTINO
           END-IF.

           IF NOT WS-DESTINO-TODAS-ADICIONALES
              PERFORM 2120-VALIDAR-DESTINO
                 THRU 2120-VALIDAR-DESTINO-FIN
              IF NOT WS-PEDIDO-ES-VALIDO
                 GO TO 2100-ALTA-CONTROL-FIN
              END-IF
           END-IF.

           PERFORM 2130-PEDIR-CONTROL
              THRU 2130-PEDIR-CONTROL-FIN.
           IF NOT WS-PEDIDO-ES-VALIDO
              GO TO 2100-ALTA-CONTROL-FIN
           END-IF.

           MOVE ZEROES TO WS-CANT-GRABADOS.

           IF WS-DESTINO-TODAS-ADICIONALES
              PERFORM 2150-APLICAR-ADICIONALES
                 THRU 2150-APLICAR-ADICIONALES-FIN
           ELSE
              PERFORM 2160-GRABAR-CONTROL
                 THRU 2160-GRABAR-CONTROL-FIN
           END-IF.

           IF WS-CANT-GRABADOS = ZEROES
              DISPLAY 'NO SE REGISTRO NINGUN CONTROL'
           ELSE
              DISPLAY 'CONTROLES REGISTRADOS: ' WS-CANT-GRABADOS
           END-IF.

       2100-ALTA-CONTROL-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el pedido lo hace el titular: su tarjeta tiene que
      *    *** existir en el maestro y no ser una adicional
       2110-VALIDAR-SOLICITANTE.

           MOVE 'S' TO WS-PEDIDO-VALIDO.

           DISPLAY 'TARJETA TITULAR QUE HACE EL PEDIDO: '
                   WITH NO ADVANCING.
           ACCEPT WS-SOLICITANTE.

           MOVE WS-SOLICITANTE TO WS-MT-NUM-TARJETA.
           READ ENT-MAESTRO-TARJETAS KEY IS WS-MT-NUM-TARJETA
               INVALID KEY CONTINUE
           END-READ.

           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              MOVE 'N' TO WS-PEDIDO-VALIDO
              DISPLAY 'ERROR: LA TARJETA NO EXISTE EN EL MAESTRO'
              GO TO 2110-VALIDAR-SOLICITANTE-FIN
           END-IF.

           IF WS-MT-ADICIONAL
              MOVE 'N' TO WS-PEDIDO-VALIDO
              DISPLAY 'ERROR: EL PEDIDO DEBE HACERLO EL TITULAR ('
                      WS-MT-NUM-TARJETA-TITULAR ')'
              GO TO 2110-VALIDAR-SOLICITANTE-FIN
           END-IF.

           MOVE WS-MT-NUM-CUENTA TO WS-SOLICITANTE-CUENTA.

       2110-VALIDAR-SOLICITANTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la tarjeta controlada es la del titular o una adicional
      *    *** ligada a el (ver MAESTRO-TARJETAS.CPY)
       2120-VALIDAR-DESTINO.

           MOVE 'S' TO WS-PEDIDO-VALIDO.

           IF WS-TARJETA-DESTINO = WS-SOLICITANTE
              GO TO 2120-VALIDAR-DESTINO-FIN
           END-IF.

           MOVE WS-TARJETA-DESTINO TO WS-MT-NUM-TARJETA.
           READ ENT-MAESTRO-TARJETAS KEY IS WS-MT-NUM-TARJETA
               INVALID KEY CONTINUE
           END-READ.

           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              MOVE 'N' TO WS-PEDIDO-VALIDO
              DISPLAY 'ERROR: LA TARJETA A CONTROLAR NO EXISTE'
              GO TO 2120-VALIDAR-DESTINO-FIN
           END-IF.

           IF NOT WS-MT-ADICIONAL
              OR WS-MT-NUM-TARJETA-TITULAR <> WS-SOLICITANTE
              MOVE 'N' TO WS-PEDIDO-VALIDO
              DISPLAY 'ERROR: LA TARJETA NO ES UNA ADICIONAL DEL '
                      'TITULAR QUE HACE EL PEDIDO'
           END-IF.

       2120-VALIDAR-DESTINO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2130-PEDIR-CONTROL.

           MOVE 'S'    TO WS-PEDIDO-VALIDO.
           MOVE SPACES TO WS-PEDIDO-VALOR.
           MOVE ZEROES TO WS-PEDIDO-TOPE-IMP.

           DISPLAY 'CONTROL (A=SIN ADELANTOS, U=SIN MONEDA EXTRANJERA, '
                   'R=SIN RUBRO, T=TOPE POR OPERACION): '
                   WITH NO ADVANCING.
           ACCEPT WS-PEDIDO-TIPO.

           IF NOT WS-PEDIDO-TIPO-VALIDO
              MOVE 'N' TO WS-PEDIDO-VALIDO
              DISPLAY 'ERROR: TIPO DE CONTROL INVALIDO'
              GO TO 2130-PEDIR-CONTROL-FIN
           END-IF.

      *    *** el rubro se tipea tal como figura en COMERCIOS.SEQ
           IF WS-PEDIDO-SIN-RUBRO
              DISPLAY 'RUBRO A BLOQUEAR: ' WITH NO ADVANCING
              ACCEPT WS-PEDIDO-VALOR
              IF WS-PEDIDO-VALOR = SPACES
                 MOVE 'N' TO WS-PEDIDO-VALIDO
                 DISPLAY 'ERROR: FALTA EL RUBRO'
              END-IF
           END-IF.

           IF WS-PEDIDO-TOPE
              DISPLAY 'MONEDA (ARS/USD): ' WITH NO ADVANCING
              ACCEPT WS-PEDIDO-VALOR
              IF WS-PEDIDO-VALOR <> 'ARS' AND WS-PEDIDO-VALOR <> 'USD'
                 MOVE 'N' TO WS-PEDIDO-VALIDO
                 DISPLAY 'MONEDA INVALIDA'
                 GO TO 2130-PEDIR-CONTROL-FIN
              END-IF
              DISPLAY 'IMPORTE MAXIMO POR OPERACION: '
                      WITH NO ADVANCING
              ACCEPT WS-PEDIDO-TOPE-IMP
              IF WS-PEDIDO-TOPE-IMP = ZEROES
                 MOVE 'N' TO WS-PEDIDO-VALIDO
                 DISPLAY 'ERROR: EL TOPE DEBE SER MAYOR QUE CERO'
              END-IF
           END-IF.

       2130-PEDIR-CONTROL-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el mismo control en cada adicional activa o no del
      *    *** titular; las adicionales comparten la cuenta del titular
      *    *** (ver MANTTARJ 2108-VALIDAR-TITULAR)
       2150-APLICAR-ADICIONALES.

           MOVE WS-SOLICITANTE-CUENTA TO WS-MT-NUM-CUENTA.
           START ENT-MAESTRO-TARJETAS KEY IS EQUAL TO WS-MT-NUM-CUENTA
               INVALID KEY
                  GO TO 2150-APLICAR-ADICIONALES-FIN
           END-START.

           PERFORM 2155-APLICAR-UNA-ADICIONAL
              THRU 2155-APLICAR-UNA-ADICIONAL-FIN
              UNTIL NOT FS-MAESTRO-TARJETAS-FILE-OK.

       2150-APLICAR-ADICIONALES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2155-APLICAR-UNA-ADICIONAL.

           READ ENT-MAESTRO-TARJETAS NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              GO TO 2155-APLICAR-UNA-ADICIONAL-FIN
           END-IF.

           MOVE WS-MT-NUM-CUENTA TO WS-CUENTA-LEIDA.
           IF WS-CUENTA-LEIDA <> WS-SOLICITANTE-CUENTA
              MOVE '23' TO FS-MAESTRO-TARJETAS
              GO TO 2155-APLICAR-UNA-ADICIONAL-FIN
           END-IF.

           IF WS-MT-ADICIONAL
              AND WS-MT-NUM-TARJETA-TITULAR = WS-SOLICITANTE
              MOVE WS-MT-NUM-TARJETA TO WS-TARJETA-DESTINO
              PERFORM 2160-GRABAR-CONTROL
                 THRU 2160-GRABAR-CONTROL-FIN
              DISPLAY '  ' WS-MT-NUM-TARJETA ' ' WS-MT-NOMBRE ' '
                      WS-MT-APELLIDO
           END-IF.

       2155-APLICAR-UNA-ADICIONAL-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2160-GRABAR-CONTROL.

           INITIALIZE WS-CTJ-CONTROL-REG.
           MOVE WS-TARJETA-DESTINO  TO WS-CTJ-TARJETA.
           MOVE WS-PEDIDO-TIPO      TO WS-CTJ-TIPO.
           MOVE WS-PEDIDO-VALOR     TO WS-CTJ-VALOR.
           MOVE WS-PEDIDO-TOPE-IMP  TO WS-CTJ-TOPE.
           SET WS-CTJ-ACTIVO        TO TRUE.
           MOVE WS-FECHA-HOY        TO WS-CTJ-FECHA-ALTA.
           MOVE WS-SOLICITANTE      TO WS-CTJ-SOLICITANTE.
           MOVE WS-OPERADOR-SESION  TO WS-CTJ-OPERADOR.

           WRITE WS-CTJ-CONTROL-REG
               INVALID KEY
      *    *** ya existia el mismo control: se reemplaza (queda activo
      *    *** y con el tope nuevo)
                  REWRITE WS-CTJ-CONTROL-REG
           END-WRITE.

           IF FS-CONTROLES-OK
              ADD 1 TO WS-CANT-GRABADOS
           ELSE
              DISPLAY 'ERROR AL GRABAR EL CONTROL DE '
                      WS-TARJETA-DESTINO ': ' FS-CONTROLES
           END-IF.

       2160-GRABAR-CONTROL-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** ubica el control por tarjeta, tipo y valor; lo tiene que
      *    *** pedir el mismo titular que lo dio de alta
       2170-UBICAR-CONTROL.

           PERFORM 2110-VALIDAR-SOLICITANTE
              THRU 2110-VALIDAR-SOLICITANTE-FIN.
           IF NOT WS-PEDIDO-ES-VALIDO
              GO TO 2170-UBICAR-CONTROL-FIN
           END-IF.

           DISPLAY 'TARJETA CONTROLADA (BLANCO = LA TITULAR): '
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-TARJETA-DESTINO.
           ACCEPT WS-TARJETA-DESTINO.
           IF WS-TARJETA-DESTINO = SPACES
              MOVE WS-SOLICITANTE TO WS-TARJETA-DESTINO
           END-IF.

           DISPLAY 'CONTROL (A/U/R/T): ' WITH NO ADVANCING.
           ACCEPT WS-PEDIDO-TIPO.
           MOVE SPACES TO WS-PEDIDO-VALOR.
           IF WS-PEDIDO-SIN-RUBRO
              DISPLAY 'RUBRO: ' WITH NO ADVANCING
              ACCEPT WS-PEDIDO-VALOR
           END-IF.
           IF WS-PEDIDO-TOPE
              DISPLAY 'MONEDA (ARS/USD): ' WITH NO ADVANCING
              ACCEPT WS-PEDIDO-VALOR
           END-IF.

           MOVE WS-TARJETA-DESTINO TO WS-CTJ-TARJETA.
           MOVE WS-PEDIDO-TIPO     TO WS-CTJ-TIPO.
           MOVE WS-PEDIDO-VALOR    TO WS-CTJ-VALOR.

           READ ENT-CONTROLES KEY IS WS-CTJ-CLAVE
               INVALID KEY
                  MOVE 'N' TO WS-PEDIDO-VALIDO
                  DISPLAY 'NO HAY UN CONTROL ASI PARA ESA TARJETA'
                  GO TO 2170-UBICAR-CONTROL-FIN
           END-READ.

           IF WS-CTJ-SOLICITANTE <> WS-SOLICITANTE
              MOVE 'N' TO WS-PEDIDO-VALIDO
              DISPLAY 'ERROR: EL CONTROL LO PIDIO OTRO TITULAR ('
                      WS-CTJ-SOLICITANTE ')'
           END-IF.

       2170-UBICAR-CONTROL-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** un control suspendido queda registrado pero CLCTLTAR no
      *    *** lo aplica; la misma opcion lo vuelve a activar
       2200-SUSPENDER-CONTROL.

           PERFORM 2170-UBICAR-CONTROL
              THRU 2170-UBICAR-CONTROL-FIN.
           IF NOT WS-PEDIDO-ES-VALIDO
              GO TO 2200-SUSPENDER-CONTROL-FIN
           END-IF.

           IF WS-CTJ-ACTIVO
              SET WS-CTJ-SUSPENDIDO TO TRUE
           ELSE
              SET WS-CTJ-ACTIVO TO TRUE
           END-IF.
           MOVE WS-OPERADOR-SESION TO WS-CTJ-OPERADOR.

           REWRITE WS-CTJ-CONTROL-REG.

           IF NOT FS-CONTROLES-OK
              DISPLAY 'ERROR AL GRABAR EL CONTROL: ' FS-CONTROLES
              GO TO 2200-SUSPENDER-CONTROL-FIN
           END-IF.

           IF WS-CTJ-ACTIVO
              DISPLAY 'CONTROL REACTIVADO'
           ELSE
              DISPLAY 'CONTROL SUSPENDIDO'
           END-IF.

       2200-SUSPENDER-CONTROL-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2300-BAJA-CONTROL.

           PERFORM 2170-UBICAR-CONTROL
              THRU 2170-UBICAR-CONTROL-FIN.
           IF NOT WS-PEDIDO-ES-VALIDO
              GO TO 2300-BAJA-CONTROL-FIN
           END-IF.

           DELETE ENT-CONTROLES RECORD
               INVALID KEY
                  DISPLAY 'ERROR AL DAR DE BAJA EL CONTROL: '
                          FS-CONTROLES
                  GO TO 2300-BAJA-CONTROL-FIN
           END-DELETE.

           DISPLAY 'CONTROL DADO DE BAJA'.

       2300-BAJA-CONTROL-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2400-LISTAR-CONTROLES.

           DISPLAY 'NUMERO DE TARJETA (BLANCO = TODAS): '
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-TARJETA-LISTADO.
           ACCEPT WS-TARJETA-LISTADO.

           MOVE LOW-VALUES TO WS-CTJ-CLAVE.
           IF WS-TARJETA-LISTADO <> SPACES
              MOVE WS-TARJETA-LISTADO TO WS-CTJ-TARJETA
           END-IF.

           START ENT-CONTROLES KEY IS NOT LESS THAN WS-CTJ-CLAVE
               INVALID KEY
                  DISPLAY 'NO HAY CONTROLES REGISTRADOS'
                  GO TO 2400-LISTAR-CONTROLES-FIN
           END-START.

           MOVE 'N' TO WS-FIN-LISTADO.
           DISPLAY 'TARJETA             T VALOR                 TOPE '
                   'E ALTA     SOLICITANTE         OPERADOR'.

           PERFORM 2410-LISTAR-UNO
              THRU 2410-LISTAR-UNO-FIN
              UNTIL WS-LISTADO-TERMINADO.

       2400-LISTAR-CONTROLES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2410-LISTAR-UNO.

           READ ENT-CONTROLES NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIN-LISTADO
                  GO TO 2410-LISTAR-UNO-FIN
           END-READ.

           IF NOT FS-CONTROLES-OK
              MOVE 'S' TO WS-FIN-LISTADO
              GO TO 2410-LISTAR-UNO-FIN
           END-IF.

           IF WS-TARJETA-LISTADO <> SPACES
              AND WS-CTJ-TARJETA <> WS-TARJETA-LISTADO
              MOVE 'S' TO WS-FIN-LISTADO
              GO TO 2410-LISTAR-UNO-FIN
           END-IF.

           MOVE WS-CTJ-TOPE TO WS-IMPORTE-EDIT.
           DISPLAY WS-CTJ-TARJETA ' ' WS-CTJ-TIPO ' '
                   WS-CTJ-VALOR ' ' WS-IMPORTE-EDIT ' '
                   WS-CTJ-ESTADO ' ' WS-CTJ-FECHA-ALTA ' '
                   WS-CTJ-SOLICITANTE ' ' WS-CTJ-OPERADOR.

       2410-LISTAR-UNO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           CLOSE ENT-CONTROLES.
           CLOSE ENT-MAESTRO-TARJETAS.

           DISPLAY 'FIN DEL MANTENIMIENTO DE CONTROLES DE TARJETA'.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
