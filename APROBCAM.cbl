      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: cola de aprobaciones de cambios sensibles del maestro
      *          de tarjetas (CAMBIOS-PENDIENTES.VSAM). MANTTARJ y
      *          MANTLOTE no graban las subas de limite por encima del
      *          umbral, las reactivaciones de bloqueos que exigen
      *          supervisor ni el reemplazo de una tarjeta con cambio
      *          de domicilio reciente: los dejan pendientes aca. Un
      *          supervisor identificado por SIGNON, distinto del
      *          operador que pidio el cambio, lo aprueba o rechaza;
      *          recien al aprobarse se graba MAESTRO-TARJETAS.VSAM y
      *          AUDICAMB asienta a los dos. Si el maestro cambio desde
      *          el pedido, el pedido se rechaza solo. Los pedidos que
      *          nadie resuelve vencen a los APROBCAM_DIAS_VENCIMIENTO
      *          dias (5 si no se configura). Los reemplazos aprobados
      *          se ejecutan despues en MANTTARJ.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROBCAM.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-PENDIENTES
           ASSIGN TO WS-RUTA-PENDIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-CPD-NUM-PEDIDO
           FILE STATUS IS FS-PENDIENTES.

       SELECT ENT-MAESTRO-TARJETAS
           ASSIGN TO WS-RUTA-MAESTRO-TARJETAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-MAESTRO-TARJETAS
           RECORD KEY IS WS-MT-NUM-TARJETA
           ALTERNATE RECORD KEY IS WS-MT-NUM-CUENTA
                                          WITH DUPLICATES.

      *    *** domicilios marcados invalidos por DEVCORR: un cambio de
      *    *** domicilio aprobado levanta la marca (mismo criterio que
      *    *** MANTTARJ 2310-LEVANTAR-DOMICILIO)
       SELECT ENT-DOMICILIOS
           ASSIGN TO WS-RUTA-DOMICILIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-DIV-NUM-CUENTA
           FILE STATUS IS FS-DOMICILIOS.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-PENDIENTES.
           COPY CAMBPEND.

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
             88 WS-MT-TITULAR                          VALUE 'T'.
             88 WS-MT-ADICIONAL                        VALUE 'A'.
          05 WS-MT-NUM-TARJETA-TITULAR              PIC X(19).
          05 WS-MT-LIMITE-TARJETA-USD               PIC 9(08)V9(02).

       FD ENT-DOMICILIOS.
           COPY DOMINV.

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-PENDIENTES         PIC X(60)
                                 VALUE '../CAMBIOS-PENDIENTES.VSAM'.
       01 WS-RUTA-MAESTRO-TARJETAS   PIC X(60)
                                 VALUE '../MAESTRO-TARJETAS.VSAM'.
       01 WS-RUTA-DOMICILIOS         PIC X(60)
                                 VALUE '../DOMICILIOS-INVALIDOS.VSAM'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.
       01 WS-PARAM-ENTORNO           PIC X(12) VALUE SPACES.

      *    *** sesion del supervisor (ver SIGNON)
       01 WS-SIGNON.
           COPY SIGNIO.
       01 WS-OPERADOR-SESION         PIC X(10) VALUE SPACES.

      *    *** traba de ventana batch (ver LATCHCTL)
       01 WS-LATCH.
           COPY LATCHIO.
       01 WS-LATCH-RESTRICCION       PIC X(01) VALUE 'N'.
          88 WS-SOLO-CONSULTAS-POR-LATCH           VALUE 'S'.

       01 WS-AUDITORIA.
           COPY AUDICIO.

      *    *** motivo del bloqueo: una reactivacion aprobada lo borra
       01 WS-BLOQUEO.
           COPY BLOQIO.

       01 FS-STATUS.
          05 FS-PENDIENTES                         PIC X(2).
             88 FS-PENDIENTES-OK                       VALUE '00'.
             88 FS-PENDIENTES-EOF                      VALUE '10'.
             88 FS-PENDIENTES-NFD                      VALUE '35'.
             88 FS-PENDIENTES-CLAVE-NFD                VALUE '23'.
          05 FS-MAESTRO-TARJETAS                   PIC X(2).
             88 FS-MAESTRO-TARJETAS-OK                 VALUE '00'.
             88 FS-MAESTRO-TARJETAS-CLAVE-NFD          VALUE '23'.
          05 FS-DOMICILIOS                         PIC X(2).
             88 FS-DOMICILIOS-OK                       VALUE '00'.

       01 WS-OPCION                                PIC X(01).
          88 WS-OPC-LISTAR                              VALUE '1'.
          88 WS-OPC-APROBAR                             VALUE '2'.
          88 WS-OPC-RECHAZAR                            VALUE '3'.
          88 WS-OPC-SALIR                               VALUE '4'.

       01 WS-CONTINUAR                             PIC X(01) VALUE 'S'.
          88 WS-SEGUIR-PROCESANDO                       VALUE 'S'.
          88 WS-FIN-PROCESO                             VALUE 'N'.

       01 WS-FIN-LISTADO               PIC X(01) VALUE 'N'.
          88 WS-LISTADO-TERMINADO                      VALUE 'S'.

      *    *** vencimiento de los pedidos sin resolver
       77 WS-DIAS-VENCIMIENTO          PIC 9(03) VALUE 005.
       77 WS-ENTERO-HOY                PIC S9(08) COMP VALUE ZEROES.
       77 WS-ENTERO-LIMITE             PIC S9(08) COMP VALUE ZEROES.
       01 WS-FECHA-HOY                 PIC 9(08) VALUE ZEROES.
       01 WS-FECHA-LIMITE              PIC 9(08) VALUE ZEROES.

       01 WS-CONTADORES.
          05 WS-CANT-PENDIENTES        PIC 9(06) VALUE ZEROES.
          05 WS-CANT-VENCIDOS          PIC 9(06) VALUE ZEROES.
          05 WS-CANT-APROBADOS         PIC 9(06) VALUE ZEROES.
          05 WS-CANT-RECHAZADOS        PIC 9(06) VALUE ZEROES.

       01 WS-NUM-PEDIDO                PIC 9(10) VALUE ZEROES.
       01 WS-MOTIVO                    PIC X(40) VALUE SPACES.
       01 WS-CONFIRMA                  PIC X(01) VALUE 'N'.
          88 WS-CONFIRMADO                         VALUES 'S', 's'.

      *    *** resultado de aplicar el pedido al maestro
       01 WS-APLICACION                PIC X(01) VALUE 'N'.
          88 WS-APLICADO                           VALUE 'S'.
       01 WS-MOTIVO-NO-APLICADO        PIC X(40) VALUE SPACES.

      *    *** vista del registro del maestro guardado en el pedido
       01 WS-IMAGEN-ANTES              PIC X(179).
       01 WS-IMAGEN-ANTES-R REDEFINES WS-IMAGEN-ANTES.
          05 FILLER                    PIC X(69).
          05 WS-ANT-DIRECCION          PIC X(40).
          05 WS-ANT-COD-POSTAL         PIC 9(04).
          05 WS-ANT-MONEDA             PIC X(03).
          05 WS-ANT-LIMITE-ARS         PIC 9(08)V9(02).
          05 FILLER                    PIC X(43).
          05 WS-ANT-LIMITE-USD         PIC 9(08)V9(02).

       01 WS-IMPORTE-EDIT              PIC ZZ.ZZZ.ZZ9,99.
       01 WS-IMPORTE-EDIT-2            PIC ZZ.ZZZ.ZZ9,99.

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
                                        'CAMBIOS_PENDIENTES_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PENDIENTES
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MAESTRO_TARJETAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-MAESTRO-TARJETAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'APROBCAM_DOMICILIOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-DOMICILIOS
           END-IF.

           MOVE SPACES TO WS-PARAM-ENTORNO.
           ACCEPT WS-PARAM-ENTORNO FROM ENVIRONMENT
                                        'APROBCAM_DIAS_VENCIMIENTO'.
           IF WS-PARAM-ENTORNO (1:3) IS NUMERIC
              MOVE WS-PARAM-ENTORNO (1:3) TO WS-DIAS-VENCIMIENTO
           END-IF.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.

           PERFORM 1070-IDENTIFICAR-OPERADOR
              THRU 1070-IDENTIFICAR-OPERADOR-FIN.

      *    *** con la facturacion en curso el maestro no se toca: la
      *    *** cola se puede consultar pero no resolver (mismo criterio
      *    *** que MANTTARJ); la segunda firma de un supervisor
      *    *** (asentada en SEGURIDAD.SEQ) habilita a operar igual
           INITIALIZE WS-LATCH.
           SET WS-LTC-MODO-VERIFICAR TO TRUE.
           MOVE 'APROBCAM' TO WS-LTC-PROGRAMA-E.
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

           OPEN I-O ENT-PENDIENTES.
           IF FS-PENDIENTES-NFD
              OPEN OUTPUT ENT-PENDIENTES
              CLOSE ENT-PENDIENTES
              OPEN I-O ENT-PENDIENTES
           END-IF.
           IF NOT FS-PENDIENTES-OK
              DISPLAY 'ERROR AL ABRIR CAMBIOS-PENDIENTES.VSAM: '
                      FS-PENDIENTES
              STOP RUN
           END-IF.

           OPEN I-O ENT-MAESTRO-TARJETAS.
           IF NOT FS-MAESTRO-TARJETAS-OK
              DISPLAY 'ERROR AL ABRIR EL MAESTRO DE TARJETAS'
              DISPLAY 'FILE STATUS: ' FS-MAESTRO-TARJETAS
              STOP RUN
           END-IF.

           PERFORM 1100-VENCER-PENDIENTES
              THRU 1100-VENCER-PENDIENTES-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la cola la resuelve solo un supervisor
       1070-IDENTIFICAR-OPERADOR.

           MOVE 'P' TO WS-SGN-MODO.
           CALL 'SIGNON' USING WS-SIGNON.

           IF NOT WS-SGN-ACEPTADO
              DISPLAY 'ACCESO DENEGADO: ' WS-SGN-DES-ERROR-O
              STOP RUN
           END-IF.

           IF NOT WS-SGN-ES-SUPERVISOR
              DISPLAY 'ACCESO DENEGADO: LA COLA DE APROBACIONES '
                      'EXIGE ROL SUPERVISOR'
              STOP RUN
           END-IF.

           MOVE WS-SGN-USUARIO TO WS-OPERADOR-SESION.

       1070-IDENTIFICAR-OPERADOR-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** los pedidos pendientes con mas de WS-DIAS-VENCIMIENTO
      *    *** dias pasan a vencidos: el cambio no se aplica y hay que
      *    *** volver a pedirlo
       1100-VENCER-PENDIENTES.

           MOVE FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY)
                                            TO WS-ENTERO-HOY.
           COMPUTE WS-ENTERO-LIMITE =
                   WS-ENTERO-HOY - WS-DIAS-VENCIMIENTO.
           MOVE FUNCTION DATE-OF-INTEGER (WS-ENTERO-LIMITE)
                                            TO WS-FECHA-LIMITE.

           MOVE ZEROES TO WS-CPD-NUM-PEDIDO.
           START ENT-PENDIENTES KEY IS NOT LESS THAN WS-CPD-NUM-PEDIDO
               INVALID KEY
                  GO TO 1100-VENCER-PENDIENTES-FIN
           END-START.

           MOVE 'N' TO WS-FIN-LISTADO.
           PERFORM 1110-VENCER-UNO
              THRU 1110-VENCER-UNO-FIN
              UNTIL WS-LISTADO-TERMINADO.

           IF WS-CANT-VENCIDOS > ZEROES
              DISPLAY 'PEDIDOS VENCIDOS SIN RESOLVER: '
                      WS-CANT-VENCIDOS
           END-IF.

       1100-VENCER-PENDIENTES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1110-VENCER-UNO.

           READ ENT-PENDIENTES NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIN-LISTADO
                  GO TO 1110-VENCER-UNO-FIN
           END-READ.

           IF NOT FS-PENDIENTES-OK
              MOVE 'S' TO WS-FIN-LISTADO
              GO TO 1110-VENCER-UNO-FIN
           END-IF.

           IF WS-CPD-PENDIENTE
              AND WS-CPD-FECHA-PEDIDO < WS-FECHA-LIMITE
              SET WS-CPD-VENCIDO TO TRUE
              MOVE WS-FECHA-HOY  TO WS-CPD-FECHA-RESOLUCION
              MOVE 'VENCIDO SIN APROBACION'
                                 TO WS-CPD-MOTIVO-RESOLUCION
              REWRITE WS-CPD-PENDIENTE-REG
              IF FS-PENDIENTES-OK
                 ADD 1 TO WS-CANT-VENCIDOS
              END-IF
           END-IF.

       1110-VENCER-UNO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESAR-MENU.

           DISPLAY ' '.
           DISPLAY 'COLA DE APROBACIONES DEL MAESTRO DE TARJETAS'.
           DISPLAY '1 - LISTAR PEDIDOS PENDIENTES'.
           DISPLAY '2 - APROBAR UN PEDIDO'.
           DISPLAY '3 - RECHAZAR UN PEDIDO'.
           DISPLAY '4 - SALIR'.
           DISPLAY 'OPCION: ' WITH NO ADVANCING.
           ACCEPT WS-OPCION.

           IF (WS-OPC-APROBAR OR WS-OPC-RECHAZAR)
              AND WS-SOLO-CONSULTAS-POR-LATCH
              DISPLAY 'FACTURACION EN CURSO: SOLO CONSULTAS'
              GO TO 2000-PROCESAR-MENU-FIN
           END-IF.

           EVALUATE TRUE
               WHEN WS-OPC-LISTAR
                    PERFORM 2100-LISTAR-PENDIENTES
                       THRU 2100-LISTAR-PENDIENTES-FIN
               WHEN WS-OPC-APROBAR
                    PERFORM 2200-APROBAR-PEDIDO
                       THRU 2200-APROBAR-PEDIDO-FIN
               WHEN WS-OPC-RECHAZAR
                    PERFORM 2300-RECHAZAR-PEDIDO
                       THRU 2300-RECHAZAR-PEDIDO-FIN
               WHEN WS-OPC-SALIR
                    MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       2000-PROCESAR-MENU-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2100-LISTAR-PENDIENTES.

           MOVE ZEROES TO WS-CANT-PENDIENTES.
           MOVE ZEROES TO WS-CPD-NUM-PEDIDO.
           START ENT-PENDIENTES KEY IS NOT LESS THAN WS-CPD-NUM-PEDIDO
               INVALID KEY
                  DISPLAY 'NO HAY PEDIDOS REGISTRADOS'
                  GO TO 2100-LISTAR-PENDIENTES-FIN
           END-START.

           MOVE 'N' TO WS-FIN-LISTADO.
           DISPLAY 'PEDIDO     T TARJETA             PROGRAMA '
                   'OPERADOR   FECHA    DETALLE'.

           PERFORM 2110-LISTAR-UNO
              THRU 2110-LISTAR-UNO-FIN
              UNTIL WS-LISTADO-TERMINADO.

           IF WS-CANT-PENDIENTES = ZEROES
              DISPLAY 'NO HAY PEDIDOS PENDIENTES'
           END-IF.

       2100-LISTAR-PENDIENTES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2110-LISTAR-UNO.

           READ ENT-PENDIENTES NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIN-LISTADO
                  GO TO 2110-LISTAR-UNO-FIN
           END-READ.

           IF NOT FS-PENDIENTES-OK
              MOVE 'S' TO WS-FIN-LISTADO
              GO TO 2110-LISTAR-UNO-FIN
           END-IF.

           IF NOT WS-CPD-PENDIENTE
              GO TO 2110-LISTAR-UNO-FIN
           END-IF.

           ADD 1 TO WS-CANT-PENDIENTES.
           DISPLAY WS-CPD-NUM-PEDIDO ' ' WS-CPD-TIPO ' '
                   WS-CPD-TARJETA ' ' WS-CPD-PROGRAMA ' '
                   WS-CPD-OPERADOR ' ' WS-CPD-FECHA-PEDIDO ' '
                   WS-CPD-DETALLE.

       2110-LISTAR-UNO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** aprobacion: el supervisor ve el cambio y lo confirma; las
      *    *** subas de limite y las reactivaciones se graban en el
      *    *** maestro en el acto, los reemplazos quedan aprobados para
      *    *** que MANTTARJ los ejecute
       2200-APROBAR-PEDIDO.

           PERFORM 2210-LEER-PEDIDO
              THRU 2210-LEER-PEDIDO-FIN.
           IF NOT FS-PENDIENTES-OK
              GO TO 2200-APROBAR-PEDIDO-FIN
           END-IF.

           PERFORM 2220-MOSTRAR-PEDIDO
              THRU 2220-MOSTRAR-PEDIDO-FIN.

           DISPLAY 'CONFIRMA LA APROBACION (S/N): ' WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF NOT WS-CONFIRMADO
              DISPLAY 'APROBACION CANCELADA'
              GO TO 2200-APROBAR-PEDIDO-FIN
           END-IF.

           DISPLAY 'OBSERVACION: ' WITH NO ADVANCING.
           ACCEPT WS-MOTIVO.

           IF WS-CPD-ES-REEMPLAZO
              MOVE 'S' TO WS-APLICACION
           ELSE
              PERFORM 2250-APLICAR-CAMBIO
                 THRU 2250-APLICAR-CAMBIO-FIN
           END-IF.

           MOVE WS-OPERADOR-SESION TO WS-CPD-APROBADOR.
           MOVE WS-FECHA-HOY       TO WS-CPD-FECHA-RESOLUCION.

           IF WS-APLICADO
              SET WS-CPD-APROBADO   TO TRUE
              MOVE WS-MOTIVO        TO WS-CPD-MOTIVO-RESOLUCION
           ELSE
      *    *** el maestro ya no es el que vio el operador: el pedido
      *    *** se rechaza y hay que volver a cargarlo
              SET WS-CPD-RECHAZADO  TO TRUE
              MOVE WS-MOTIVO-NO-APLICADO
                                    TO WS-CPD-MOTIVO-RESOLUCION
           END-IF.

           REWRITE WS-CPD-PENDIENTE-REG.
           IF NOT FS-PENDIENTES-OK
              DISPLAY 'ERROR AL ACTUALIZAR EL PEDIDO: ' FS-PENDIENTES
              GO TO 2200-APROBAR-PEDIDO-FIN
           END-IF.

           IF WS-APLICADO
              ADD 1 TO WS-CANT-APROBADOS
              IF WS-CPD-ES-REEMPLAZO
                 DISPLAY 'REEMPLAZO APROBADO: SE EJECUTA DESDE '
                         'MANTTARJ'
              ELSE
                 DISPLAY 'CAMBIO APROBADO Y GRABADO EN EL MAESTRO'
              END-IF
           ELSE
              ADD 1 TO WS-CANT-RECHAZADOS
              DISPLAY 'PEDIDO RECHAZADO: ' WS-MOTIVO-NO-APLICADO
           END-IF.

       2200-APROBAR-PEDIDO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** pedido a resolver: tiene que estar pendiente y no puede
      *    *** resolverlo el mismo operador que lo pidio
       2210-LEER-PEDIDO.

           DISPLAY 'NUMERO DE PEDIDO: ' WITH NO ADVANCING.
           ACCEPT WS-NUM-PEDIDO.

           MOVE WS-NUM-PEDIDO TO WS-CPD-NUM-PEDIDO.
           READ ENT-PENDIENTES KEY IS WS-CPD-NUM-PEDIDO
               INVALID KEY CONTINUE
           END-READ.

           IF FS-PENDIENTES-CLAVE-NFD
              DISPLAY 'EL PEDIDO NO EXISTE'
              GO TO 2210-LEER-PEDIDO-FIN
           END-IF.

           IF NOT FS-PENDIENTES-OK
              DISPLAY 'ERROR AL LEER EL PEDIDO: ' FS-PENDIENTES
              GO TO 2210-LEER-PEDIDO-FIN
           END-IF.

           IF NOT WS-CPD-PENDIENTE
              DISPLAY 'EL PEDIDO NO ESTA PENDIENTE (ESTADO '
                      WS-CPD-ESTADO ')'
              MOVE '23' TO FS-PENDIENTES
              GO TO 2210-LEER-PEDIDO-FIN
           END-IF.

           IF WS-CPD-OPERADOR = WS-OPERADOR-SESION
              DISPLAY 'EL PEDIDO LO DEBE RESOLVER UN OPERADOR '
                      'DISTINTO DEL QUE LO CARGO'
              MOVE '23' TO FS-PENDIENTES
              GO TO 2210-LEER-PEDIDO-FIN
           END-IF.

       2210-LEER-PEDIDO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2220-MOSTRAR-PEDIDO.

           MOVE WS-CPD-IMAGEN-ANTES   TO WS-IMAGEN-ANTES.
           MOVE WS-CPD-IMAGEN-DESPUES TO WS-ENT-MAESTRO-TARJETAS-REG.

           DISPLAY 'PEDIDO NRO ' WS-CPD-NUM-PEDIDO ' DE '
                   WS-CPD-OPERADOR ' (' WS-CPD-PROGRAMA ') DEL '
                   WS-CPD-FECHA-PEDIDO.
           DISPLAY 'TARJETA: ' WS-CPD-TARJETA.
           DISPLAY 'MOTIVO:  ' WS-CPD-DETALLE.

           EVALUATE TRUE
               WHEN WS-CPD-ES-LIMITE
                    MOVE WS-ANT-LIMITE-ARS    TO WS-IMPORTE-EDIT
                    MOVE WS-MT-LIMITE-TARJETA TO WS-IMPORTE-EDIT-2
                    DISPLAY 'LIMITE ARS: ' WS-IMPORTE-EDIT ' -> '
                            WS-IMPORTE-EDIT-2
                    MOVE WS-ANT-LIMITE-USD    TO WS-IMPORTE-EDIT
                    MOVE WS-MT-LIMITE-TARJETA-USD
                                              TO WS-IMPORTE-EDIT-2
                    DISPLAY 'LIMITE USD: ' WS-IMPORTE-EDIT ' -> '
                            WS-IMPORTE-EDIT-2
                    IF WS-ANT-DIRECCION  <> WS-MT-DIRECCION
                       OR WS-ANT-COD-POSTAL <> WS-MT-COD-POSTAL
                       DISPLAY 'DOMICILIO:  ' WS-MT-DIRECCION ' ('
                               WS-MT-COD-POSTAL ')'
                    END-IF
               WHEN WS-CPD-ES-REACTIVACION
                    DISPLAY 'REACTIVACION DE LA TARJETA BLOQUEADA'
               WHEN WS-CPD-ES-REEMPLAZO
                    DISPLAY 'REEMPLAZO POR LA TARJETA '
                            WS-CPD-TARJETA-NUEVA
                    DISPLAY 'DOMICILIO:  ' WS-MT-DIRECCION ' ('
                            WS-MT-COD-POSTAL ')'
           END-EVALUATE.

       2220-MOSTRAR-PEDIDO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** graba la imagen aprobada en el maestro, siempre que el
      *    *** registro siga siendo el que vio el operador al pedirlo
       2250-APLICAR-CAMBIO.

           MOVE 'N'    TO WS-APLICACION.
           MOVE SPACES TO WS-MOTIVO-NO-APLICADO.

           MOVE WS-CPD-TARJETA TO WS-MT-NUM-TARJETA.
           READ ENT-MAESTRO-TARJETAS KEY IS WS-MT-NUM-TARJETA
               INVALID KEY CONTINUE
           END-READ.

           IF NOT FS-MAESTRO-TARJETAS-OK
              MOVE 'LA TARJETA YA NO EXISTE EN EL MAESTRO'
                                        TO WS-MOTIVO-NO-APLICADO
              GO TO 2250-APLICAR-CAMBIO-FIN
           END-IF.

           IF WS-ENT-MAESTRO-TARJETAS-REG <> WS-CPD-IMAGEN-ANTES
              MOVE 'EL MAESTRO CAMBIO DESDE EL PEDIDO'
                                        TO WS-MOTIVO-NO-APLICADO
              GO TO 2250-APLICAR-CAMBIO-FIN
           END-IF.

           MOVE WS-CPD-IMAGEN-DESPUES TO WS-ENT-MAESTRO-TARJETAS-REG.
           REWRITE WS-ENT-MAESTRO-TARJETAS-REG.

           IF NOT FS-MAESTRO-TARJETAS-OK
              MOVE 'ERROR AL REGRABAR EL MAESTRO'
                                        TO WS-MOTIVO-NO-APLICADO
              GO TO 2250-APLICAR-CAMBIO-FIN
           END-IF.

           MOVE 'S' TO WS-APLICACION.

      *    *** la auditoria lleva al que pidio el cambio y al que lo
      *    *** aprobo
           MOVE WS-CPD-PROGRAMA             TO WS-AUD-PROGRAMA.
           MOVE 'R'                         TO WS-AUD-OPERACION.
           MOVE WS-MT-NUM-TARJETA           TO WS-AUD-TARJETA.
           MOVE WS-CPD-IMAGEN-ANTES         TO WS-AUD-IMAGEN-ANTES.
           MOVE WS-ENT-MAESTRO-TARJETAS-REG TO WS-AUD-IMAGEN-DESPUES.
           MOVE WS-CPD-OPERADOR             TO WS-AUD-OPERADOR.
           MOVE WS-OPERADOR-SESION          TO WS-AUD-APROBADOR.
           MOVE WS-CPD-DETALLE              TO WS-AUD-DETALLE.
           CALL 'AUDICAMB' USING WS-AUDITORIA.
           MOVE SPACES TO WS-AUD-DETALLE.

           IF WS-AUD-COD-ERROR-O <> SPACES
              DISPLAY 'AVISO: NO SE PUDO AUDITAR EL CAMBIO: '
                      WS-AUD-DES-ERROR-O
           END-IF.

           IF WS-CPD-ES-REACTIVACION
              INITIALIZE WS-BLOQUEO
              SET WS-BLQ-MODO-BORRAR  TO TRUE
              MOVE WS-MT-NUM-TARJETA  TO WS-BLQ-TARJETA-E
              CALL 'BLOQCTRL' USING WS-BLOQUEO
           END-IF.

           MOVE WS-CPD-IMAGEN-ANTES TO WS-IMAGEN-ANTES.
           IF WS-CPD-ES-LIMITE
              AND WS-MT-TITULAR
              AND (WS-ANT-DIRECCION  <> WS-MT-DIRECCION
                   OR WS-ANT-COD-POSTAL <> WS-MT-COD-POSTAL)
              PERFORM 2260-LEVANTAR-DOMICILIO
                 THRU 2260-LEVANTAR-DOMICILIO-FIN
           END-IF.

       2250-APLICAR-CAMBIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cambio de domicilio del titular aprobado: si el correo lo
      *    *** tenia marcado invalido la marca pasa a corregida
       2260-LEVANTAR-DOMICILIO.

           OPEN I-O ENT-DOMICILIOS.
           IF NOT FS-DOMICILIOS-OK
              GO TO 2260-LEVANTAR-DOMICILIO-FIN
           END-IF.

           MOVE WS-MT-NUM-CUENTA TO WS-DIV-NUM-CUENTA.
           READ ENT-DOMICILIOS
               INVALID KEY CONTINUE
           END-READ.

           IF FS-DOMICILIOS-OK AND WS-DIV-INVALIDO
              SET WS-DIV-CORREGIDO TO TRUE
              MOVE WS-FECHA-HOY    TO WS-DIV-FECHA-CORRECCION
              MOVE WS-CPD-PROGRAMA TO WS-DIV-PROGRAMA-CORRECCION
              MOVE WS-CPD-OPERADOR TO WS-DIV-OPERADOR-CORRECCION
              REWRITE WS-DIV-DOMICILIO-REG
              IF NOT FS-DOMICILIOS-OK
                 DISPLAY 'ERROR AL CORREGIR EL DOMICILIO INVALIDO: '
                         FS-DOMICILIOS
              END-IF
           END-IF.

           CLOSE ENT-DOMICILIOS.

       2260-LEVANTAR-DOMICILIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2300-RECHAZAR-PEDIDO.

           PERFORM 2210-LEER-PEDIDO
              THRU 2210-LEER-PEDIDO-FIN.
           IF NOT FS-PENDIENTES-OK
              GO TO 2300-RECHAZAR-PEDIDO-FIN
           END-IF.

           PERFORM 2220-MOSTRAR-PEDIDO
              THRU 2220-MOSTRAR-PEDIDO-FIN.

           DISPLAY 'MOTIVO DEL RECHAZO: ' WITH NO ADVANCING.
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO = SPACES
              DISPLAY 'EL RECHAZO EXIGE UN MOTIVO'
              GO TO 2300-RECHAZAR-PEDIDO-FIN
           END-IF.

           SET WS-CPD-RECHAZADO     TO TRUE.
           MOVE WS-OPERADOR-SESION  TO WS-CPD-APROBADOR.
           MOVE WS-FECHA-HOY        TO WS-CPD-FECHA-RESOLUCION.
           MOVE WS-MOTIVO           TO WS-CPD-MOTIVO-RESOLUCION.
           REWRITE WS-CPD-PENDIENTE-REG.

           IF FS-PENDIENTES-OK
              ADD 1 TO WS-CANT-RECHAZADOS
              DISPLAY 'PEDIDO RECHAZADO'
           ELSE
              DISPLAY 'ERROR AL ACTUALIZAR EL PEDIDO: ' FS-PENDIENTES
           END-IF.

       2300-RECHAZAR-PEDIDO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           CLOSE ENT-PENDIENTES
                 ENT-MAESTRO-TARJETAS.

           DISPLAY 'APROBCAM: ' WS-CANT-APROBADOS ' APROBADOS, '
                   WS-CANT-RECHAZADOS ' RECHAZADOS, '
                   WS-CANT-VENCIDOS ' VENCIDOS'.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
