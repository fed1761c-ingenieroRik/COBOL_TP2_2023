      * Date: 04/10/2023
      * Purpose: Mantenimiento (alta / baja / modificacion / consulta)
      *          del maestro MAESTRO-TARJETAS.VSAM.
      *          En una instalacion multi-emisor (ver ENTIDCTL) la
      *          cuenta nueva queda asignada a la entidad de la corrida
      *          o de la sesion, y no se opera sobre cuentas de otra.
      *          Cambio de producto (upgrade/downgrade) sin reemplazar
      *          la tarjeta: misma tarjeta y cuenta, comision anual
      *          prorrateada por REPROCESO.SEQ, limites del producto
      *          nuevo solo si son mayores (salvo firma de
      *          supervisor), puntos convertidos en PUNTOS.VSAM y
      *          aviso al cliente en MENSAJES-TARJETA.SEQ.
      *          Las subas de limite por encima del umbral, las
      *          reactivaciones que exigen supervisor y el reemplazo
      *          de una tarjeta con cambio de domicilio reciente en la
      *          cuenta no se graban: quedan en la cola de
      *          CAMBIOS-PENDIENTES.VSAM hasta que otro operador con
      *          rol de supervisor los apruebe en APROBCAM.
      *          Toda modificacion relee la tarjeta antes de grabar:
      *          si otro operador la cambio mientras se editaba, no se
      *          graba, se muestra lo que cambio y se pide rehacer el
      *          cambio (ver COLISION, que lo asienta en SEGURIDAD.SEQ).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS WS-PLA-TARJETA
           FILE STATUS IS FS-PLASTICO.

      *    *** domicilios marcados invalidos por DEVCORR: un cambio de
      *    *** direccion del titular levanta la marca (ver
      *    *** 2310-LEVANTAR-DOMICILIO)
       SELECT ENT-DOMICILIOS
           ASSIGN TO WS-RUTA-DOMICILIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-DIV-NUM-CUENTA
           FILE STATUS IS FS-DOMICILIOS.

      *    *** resumen final de una baja con saldo residual, y libro de
      *    *** cierres concretados (ver 2200-BAJA-TARJETA)
       SELECT SAL-RESUMEN-FINAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CIERRES.

      *    *** cambio de producto: saldo de puntos de la cuenta, ajuste
      *    *** de comision anual al circuito de staging (STAGECON) y
      *    *** aviso al cliente en el proximo resumen
       SELECT ENT-PUNTOS
           ASSIGN TO WS-RUTA-PUNTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-PTS-CUENTA
           FILE STATUS IS FS-PUNTOS.

       SELECT SAL-REPROCESO
           ASSIGN TO WS-RUTA-REPROCESO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPROCESO.

       SELECT SAL-MENSAJES
           ASSIGN TO WS-RUTA-MENSAJES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MENSAJES.

      *    *** cola de cambios retenidos para aprobacion de un
      *    *** supervisor (ver 2350-ENCOLAR-CAMBIO y APROBCAM)
       SELECT ENT-PENDIENTES
           ASSIGN TO WS-RUTA-PENDIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-CPD-NUM-PEDIDO
           FILE STATUS IS FS-PENDIENTES.

      *    *** historial de cambios del maestro (lo asienta AUDICAMB),
      *    *** para ver si la cuenta cambio de domicilio hace poco
       SELECT ENT-CAMBIOS
           ASSIGN TO WS-RUTA-CAMBIOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CAMBIOS.

      *----------------------------------------------------------------*
       DATA DIVISION.
       FD ENT-PLASTICO.
           COPY PLASTICO.

       FD ENT-DOMICILIOS.
           COPY DOMINV.

       FD ENT-PERSONAS.
           COPY PERSONAS.

          05 WS-CPE-CUENTA                          PIC 9(10).
          05 WS-CPE-DOCUMENTO                       PIC X(11).

       FD ENT-PUNTOS.
           COPY PUNTOS.

      *    *** mismo layout fisico que WS-ENT-CONSUMOS (COPY CONSUMOS),
      *    *** para que STAGECON lo consuma sin cambios
       FD SAL-REPROCESO.
       01 WS-SAL-REPROCESO.
           05 WS-REP-ID-CONSUMO                     PIC 9(10).
           05 WS-REP-NUM-CUENTA                     PIC 9(10).
           05 WS-REP-NUM-TARJETA                    PIC X(19).
           05 WS-REP-FECHA.
              07 WS-REP-ANIO                        PIC X(04).
              07 FILLER                              PIC X VALUE '-'.
              07 WS-REP-MES                         PIC X(02).
              07 FILLER                              PIC X VALUE '-'.
              07 WS-REP-DIA                         PIC X(02).
           05 WS-REP-DETALLE                        PIC X(32).
           05 WS-REP-NUMERO-ACTUAL                  PIC 9(02).
           05 WS-REP-CANT-CUOTAS                    PIC 9(02).
           05 WS-REP-MONEDA                         PIC X(03).
           05 WS-REP-IMPORTE                        PIC S9(08)V9(02)
                                           SIGN IS TRAILING SEPARATE.
           05 WS-REP-TIPO-CONSUMO                   PIC X(01).
           05 WS-REP-COD-COMERCIO                   PIC X(08).

       FD SAL-MENSAJES.
       01 WS-SAL-MENSAJE-REG.
          05 WS-MTA-CLAVE                           PIC X(19).
          05 WS-MTA-TEXTO                           PIC X(40).

       FD SAL-RESUMEN-FINAL.
       01 WS-SAL-RESUMEN-FINAL                      PIC X(92).

       FD ENT-PENDIENTES.
           COPY CAMBPEND.

       FD ENT-CAMBIOS.
       01 WS-ENT-CAMBIOS-REG.
          05 WS-CMB-FECHA                           PIC 9(08).
          05 WS-CMB-HORA                            PIC 9(06).
          05 WS-CMB-PROGRAMA                        PIC X(08).
          05 WS-CMB-OPERACION                       PIC X(01).
          05 WS-CMB-TARJETA                         PIC X(19).
          05 WS-CMB-IMAGEN-ANTES                    PIC X(179).
          05 WS-CMB-IMAGEN-DESPUES                  PIC X(179).
          05 FILLER                                 PIC X(60).

       FD SAL-CIERRES.
       01 WS-SAL-CIERRES-REG                     PIC X(060).
      *    *** la linea se arma aca (los VALUE de un registro en la
      *    *** FILE SECTION no se inicializan) y se escribe por MOVE
      *    *** de grupo al registro del FD

       01 WS-RUTA-MAESTRO-TARJETAS   PIC X(60)
                                     VALUE '../MAESTRO-TARJETAS.VSAM'.
                                     VALUE '../MOROSIDAD.VSAM'.
       01 WS-RUTA-PLASTICO           PIC X(60)
                                     VALUE '../ESTADO-PLASTICO.VSAM'.
       01 WS-RUTA-DOMICILIOS         PIC X(60)
                                 VALUE '../DOMICILIOS-INVALIDOS.VSAM'.
       01 WS-RUTA-PERSONAS           PIC X(60)
                                     VALUE '../PERSONAS.VSAM'.
       01 WS-RUTA-CUENTA-PERSONA     PIC X(60)
       01 WS-RUTA-RESUMEN-FINAL      PIC X(60) VALUE SPACES.
       01 WS-RUTA-CIERRES            PIC X(60)
                                     VALUE '../CIERRES.TXT'.
       01 WS-RUTA-PENDIENTES         PIC X(60)
                                 VALUE '../CAMBIOS-PENDIENTES.VSAM'.
       01 WS-RUTA-CAMBIOS            PIC X(60)
                                     VALUE '../CAMBIOS-MAESTRO.SEQ'.
       01 WS-RUTA-PUNTOS             PIC X(60)
                                     VALUE '../PUNTOS.VSAM'.
       01 WS-RUTA-REPROCESO          PIC X(60)
                                     VALUE '../REPROCESO.SEQ'.
       01 WS-RUTA-MENSAJES           PIC X(60)
                                     VALUE '../MENSAJES-TARJETA.SEQ'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
             88 FS-PLASTICO-OK                         VALUE '00'.
             88 FS-PLASTICO-NFD                        VALUE '35'.
             88 FS-PLASTICO-CLAVE-DUP                  VALUE '22'.
          05 FS-DOMICILIOS                         PIC X(2).
             88 FS-DOMICILIOS-OK                       VALUE '00'.
          05 FS-RESUMEN-FINAL                      PIC X(2).
             88 FS-RESUMEN-FINAL-OK                    VALUE '00'.
          05 FS-CIERRES                            PIC X(2).
             88 FS-CIERRES-OK                          VALUE '00'.
             88 FS-CIERRES-NFD                         VALUE '35'.
          05 FS-PENDIENTES                         PIC X(2).
             88 FS-PENDIENTES-OK                       VALUE '00'.
             88 FS-PENDIENTES-EOF                      VALUE '10'.
             88 FS-PENDIENTES-NFD                      VALUE '35'.
          05 FS-CAMBIOS                            PIC X(2).
             88 FS-CAMBIOS-OK                          VALUE '00'.
             88 FS-CAMBIOS-EOF                         VALUE '10'.
          05 FS-PUNTOS                             PIC X(2).
             88 FS-PUNTOS-OK                           VALUE '00'.
             88 FS-PUNTOS-NFD                          VALUE '35'.
          05 FS-REPROCESO                          PIC X(2).
             88 FS-REPROCESO-OK                        VALUE '00'.
             88 FS-REPROCESO-NFD                       VALUE '35'.
          05 FS-MENSAJES                           PIC X(2).
             88 FS-MENSAJES-OK                         VALUE '00'.
             88 FS-MENSAJES-NFD                        VALUE '35'.

       01 WS-FECHA-HORA-DUPLICADA.
          05 WS-FHD-FECHA.
       01 WS-PROD-YA-ASIGNADO                      PIC X(01) VALUE 'N'.
          88 WS-PROD-ESTA-ASIGNADO                      VALUE 'S'.
       01 WS-FECHA-ASIGNACION                      PIC 9(08).
      *    *** datos del producto hallado en el catalogo (2625)
       01 WS-PROD-HALLADO.
          05 WS-PHA-NOMBRE                         PIC X(15).
          05 WS-PHA-COMISION-ANUAL                 PIC 9(06)V9(02).
          05 WS-PHA-LIMITE-ARS                     PIC 9(08)V9(02).
          05 WS-PHA-LIMITE-USD                     PIC 9(08)V9(02).
          05 WS-PHA-PUNTOS                         PIC 9(03)V9(02).

      *    *** cambio de producto (ver 2640-CAMBIAR-PRODUCTO): producto
      *    *** anterior y nuevo tal como estaban en el catalogo
       01 WS-CPR-PRODUCTO-ANT                      PIC X(03).
       01 WS-CPR-PRODUCTO-NUE                      PIC X(03).
       01 WS-CPR-ANTERIOR                          PIC X(48).
       01 WS-CPR-DATOS-ANT REDEFINES WS-CPR-ANTERIOR.
          05 WS-CPA-NOMBRE                         PIC X(15).
          05 WS-CPA-COMISION-ANUAL                 PIC 9(06)V9(02).
          05 WS-CPA-LIMITE-ARS                     PIC 9(08)V9(02).
          05 WS-CPA-LIMITE-USD                     PIC 9(08)V9(02).
          05 WS-CPA-PUNTOS                         PIC 9(03)V9(02).
       01 WS-CPR-NUEVO                             PIC X(48).
       01 WS-CPR-DATOS-NUE REDEFINES WS-CPR-NUEVO.
          05 WS-CPN-NOMBRE                         PIC X(15).
          05 WS-CPN-COMISION-ANUAL                 PIC 9(06)V9(02).
          05 WS-CPN-LIMITE-ARS                     PIC 9(08)V9(02).
          05 WS-CPN-LIMITE-USD                     PIC 9(08)V9(02).
          05 WS-CPN-PUNTOS                         PIC 9(03)V9(02).
      *    *** limites que quedan tras el cambio
       01 WS-CPR-LIMITE-ARS                        PIC 9(08)V9(02).
       01 WS-CPR-LIMITE-USD                        PIC 9(08)V9(02).
       01 WS-CPR-FORZAR-LIMITES                    PIC X(01) VALUE 'N'.
       01 WS-CPR-FIRMA                             PIC X(01) VALUE 'N'.
          88 WS-CPR-FIRMA-OK                            VALUE 'S'.
      *    *** comision anual: la cobrada en el ultimo mes aniversario
      *    *** cubre doce meses; se devuelve la parte no consumida del
      *    *** producto viejo y se cobra la del nuevo
       01 WS-CPR-MES-ALTA                          PIC 9(02).
       01 WS-CPR-MES-HOY                           PIC 9(02).
       01 WS-CPR-MESES-CONSUMIDOS                  PIC S9(02).
       01 WS-CPR-MESES-RESTANTES                   PIC 9(02).
       01 WS-CPR-AJUSTE-COMISION                   PIC S9(08)V9(02).
       01 WS-CPR-PUNTOS-ANT                        PIC S9(09).
       01 WS-FECHA-PLASTICO                        PIC 9(08).
       01 WS-MOD-CORREO-E                          PIC X(50).

      *    *** imagen previa de la tarjeta en modificacion, y de la
      *    *** adicional reencadenada, para la auditoria de cambios
       01 WS-AUDITORIA.
           COPY AUDICIO.

      *    *** id del ajuste de comision pedido a la serie central
       01 WS-NUMERADOR.
           COPY NUMERIO.

      *    *** sesion de operador (ver SIGNON): consulta para todos,
      *    *** alta / baja / modificacion / producto / reemplazo para
      *    *** operadores y supervisores; una suba de limite por
      *    *** encima del umbral queda retenida hasta que otro
      *    *** operador, supervisor, la apruebe (ver APROBCAM)
       01 WS-SIGNON.
           COPY SIGNIO.
       01 WS-OPERADOR-SESION                       PIC X(10)
                                                         VALUE SPACES.
          88 WS-SESION-PUEDE-MODIFICAR             VALUES 'O', 'S'.

      *    *** segunda firma para bajar limites en el cambio de producto
       01 WS-SIGNON-APROBADOR.
           COPY SIGNIO.

      *    *** traba de ventana batch (ver LATCHCTL)
       01 WS-LATCH.
           COPY LATCHIO.

      *    *** control de actualizacion concurrente (ver COLISION): la
      *    *** imagen de la tarjeta al leerla y la que se va a grabar
       01 WS-COLISION.
           COPY COLISIO.
       01 WS-VIG-IMAGEN-LEIDA                      PIC X(179).
       01 WS-VIG-LEIDA REDEFINES WS-VIG-IMAGEN-LEIDA.
          05 WS-VGL-NUM-CUENTA                     PIC 9(10).
          05 WS-VGL-NUM-TARJETA                    PIC X(19).
          05 WS-VGL-NOMBRE                         PIC X(20).
          05 WS-VGL-APELLIDO                       PIC X(20).
          05 WS-VGL-DIRECCION                      PIC X(40).
          05 WS-VGL-COD-POSTAL                     PIC 9(04).
          05 WS-VGL-MONEDA-TARJETA                 PIC X(03).
          05 WS-VGL-LIMITE-TARJETA                 PIC 9(08)V9(02).
          05 WS-VGL-ESTADO                         PIC X(01).
          05 WS-VGL-SALDO-ANTERIOR-ARS             PIC S9(08)V9(02).
          05 WS-VGL-SALDO-ANTERIOR-USD             PIC S9(08)V9(02).
          05 WS-VGL-DIA-CIERRE                     PIC 9(02).
          05 WS-VGL-TIPO-TARJETA                   PIC X(01).
          05 WS-VGL-NUM-TARJETA-TITULAR            PIC X(19).
          05 WS-VGL-LIMITE-TARJETA-USD             PIC 9(08)V9(02).
       01 WS-VIG-IMAGEN-NUEVA                      PIC X(179).

      *    *** entidad emisora de la cuenta (ver ENTIDCTL)
       01 WS-ENTIDAD-AREA.
           COPY ENTIDIO.
       01 WS-EMI-TARJETA-ALTA        PIC X(19) VALUE SPACES.
       01 WS-EMI-CUENTA-ALTA         PIC 9(10) VALUE ZEROES.
       01 WS-REACT-IMAGEN-ANTES      PIC X(179) VALUE SPACES.
       01 WS-REACT-MORA-OK           PIC X(01) VALUE 'N'.
          88 WS-MORA-SANEADA                        VALUE 'S'.
       01 WS-UMBRAL-LIMITE           PIC 9(08)V9(02)
                                     VALUE 1000000.
       01 WS-PARAM-ENTORNO           PIC X(12) VALUE SPACES.

      *    *** cola de aprobaciones (ver 2350-ENCOLAR-CAMBIO): tipo de
      *    *** pedido, imagen del maestro al pedirlo y aclaracion
       01 WS-PEN-TIPO                PIC X(01) VALUE SPACE.
       01 WS-PEN-IMAGEN-ANTES        PIC X(179) VALUE SPACES.
       01 WS-PEN-DETALLE             PIC X(40) VALUE SPACES.
       01 WS-PEN-TARJETA-NUEVA       PIC X(19) VALUE SPACES.
       01 WS-PEN-RESULTADO           PIC X(01) VALUE 'N'.
          88 WS-PEN-ENCOLADO                          VALUE 'S'.

      *    *** un reemplazo dentro de estos dias de un cambio de
      *    *** domicilio de la cuenta pasa por la cola
       77 WS-DIAS-DOMICILIO          PIC 9(03) VALUE 030.
       77 WS-ENTERO-HOY              PIC S9(08) COMP VALUE ZEROES.
       77 WS-ENTERO-DESDE            PIC S9(08) COMP VALUE ZEROES.
       01 WS-FECHA-DESDE             PIC 9(08) VALUE ZEROES.
       01 WS-DOMICILIO-RECIENTE      PIC X(01) VALUE 'N'.
          88 WS-HAY-DOMICILIO-RECIENTE                VALUE 'S'.
       01 WS-REEMPLAZO-APROBADO      PIC X(01) VALUE 'N'.
          88 WS-HAY-REEMPLAZO-APROBADO                VALUE 'S'.
       01 WS-REEMPLAZO-PEDIDO        PIC X(01) VALUE 'N'.
          88 WS-HAY-REEMPLAZO-PEDIDO                  VALUE 'S'.

      *    *** baja controlada (ver 2200-BAJA-TARJETA)
       01 WS-BAJA-TARJETA                          PIC X(19).
              MOVE WS-PARAM-ENTORNO (1:8) TO WS-UMBRAL-LIMITE
           END-IF.

           MOVE SPACES TO WS-PARAM-ENTORNO.
           ACCEPT WS-PARAM-ENTORNO FROM ENVIRONMENT
                                        'MANTTARJ_DIAS_DOMICILIO'.
           IF WS-PARAM-ENTORNO (1:3) IS NUMERIC
              MOVE WS-PARAM-ENTORNO (1:3) TO WS-DIAS-DOMICILIO
           END-IF.

       1070-IDENTIFICAR-OPERADOR-FIN.
           EXIT.

              MOVE WS-RUTA-ENTORNO TO WS-RUTA-DUPLICADAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MANTTARJ_DOMICILIOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-DOMICILIOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'CAMBIOS_PENDIENTES_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PENDIENTES
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'AUDICAMB_CAMBIOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CAMBIOS
           END-IF.

       1050-LEER-RUTA-ARCHIVO-FIN.
           EXIT.

           DISPLAY ' 3 - MODIFICACION DE TARJETA'.
           DISPLAY ' 4 - CONSULTA DE TARJETA'.
           DISPLAY ' 5 - CONSULTA DE TARJETAS POR NUMERO DE CUENTA'.
           DISPLAY ' 6 - ASIGNAR / CAMBIAR PRODUCTO DE TARJETA'.
           DISPLAY ' 7 - REEMPLAZO / RENOVACION DE TARJETA'.
           DISPLAY ' 8 - REACTIVACION DE TARJETA BLOQUEADA'.
           DISPLAY ' 9 - BLOQUEO DE TARJETA (CON MOTIVO)'.
       2010-MOSTRAR-MENU-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** con una entidad en la corrida o la sesion, la cuenta de
      *    *** otra entidad emisora no se toca desde aca
       2020-VERIFICAR-ENTIDAD.

           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-VERIFICAR TO TRUE.
           MOVE WS-MT-NUM-CUENTA TO WS-EMI-CUENTA-E.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.

           IF NOT WS-EMI-CUENTA-PROPIA
              DISPLAY 'ERROR: CUENTA DE OTRA ENTIDAD EMISORA'
           END-IF.

       2020-VERIFICAR-ENTIDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** una cuenta nueva es siempre propia; si ya tiene tarjetas
      *    *** en el maestro vale la entidad que tiene asignada
       2025-VERIFICAR-CUENTA-ALTA.

           MOVE 'S'               TO WS-EMI-PERTENECE-O.
           MOVE WS-MT-NUM-TARJETA TO WS-EMI-TARJETA-ALTA.
           MOVE WS-MT-NUM-CUENTA  TO WS-EMI-CUENTA-ALTA.

           READ ENT-MAESTRO-TARJETAS KEY IS WS-MT-NUM-CUENTA
               INVALID KEY CONTINUE
           END-READ.

           IF FS-MAESTRO-TARJETAS-FILE-OK
              PERFORM 2020-VERIFICAR-ENTIDAD
                 THRU 2020-VERIFICAR-ENTIDAD-FIN
           END-IF.

           INITIALIZE WS-ENT-MAESTRO-TARJETAS-REG.
           MOVE WS-EMI-TARJETA-ALTA TO WS-MT-NUM-TARJETA.
           MOVE WS-EMI-CUENTA-ALTA  TO WS-MT-NUM-CUENTA.

       2025-VERIFICAR-CUENTA-ALTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la cuenta queda de la entidad de la corrida o de la
      *    *** sesion; sin ninguna, de la principal
       2030-ASIGNAR-ENTIDAD.

           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-ASIGNAR TO TRUE.
           MOVE WS-MT-NUM-CUENTA TO WS-EMI-CUENTA-E.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.

           IF WS-EMI-COD-ERROR-O <> SPACES
              DISPLAY 'AVISO: ' WS-EMI-DES-ERROR-O
           END-IF.

       2030-ASIGNAR-ENTIDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2100-ALTA-TARJETA.

           ELSE
           DISPLAY 'NUMERO DE CUENTA: ' WITH NO ADVANCING
           ACCEPT WS-MT-NUM-CUENTA
           PERFORM 2025-VERIFICAR-CUENTA-ALTA
              THRU 2025-VERIFICAR-CUENTA-ALTA-FIN
           IF NOT WS-EMI-CUENTA-PROPIA
              GO TO 2100-ALTA-TARJETA-FIN
           END-IF
           END-IF
           DISPLAY 'NOMBRE: ' WITH NO ADVANCING
           ACCEPT WS-MT-NOMBRE
                       IF WS-ALTA-TIPO-TARJETA = 'T'
                          PERFORM 2120-VINCULAR-PERSONA
                             THRU 2120-VINCULAR-PERSONA-FIN
                          PERFORM 2030-ASIGNAR-ENTIDAD
                             THRU 2030-ASIGNAR-ENTIDAD-FIN
                       END-IF
      *    *** el plastico nace pendiente: la tarjeta no opera hasta
      *    *** que el circuito de embozado la active

              IF FS-MAESTRO-TARJETAS-FILE-OK AND WS-MT-TITULAR
                 MOVE WS-MT-NUM-CUENTA TO WS-ALTA-NUM-CUENTA-TITULAR
                 PERFORM 2020-VERIFICAR-ENTIDAD
                    THRU 2020-VERIFICAR-ENTIDAD-FIN
                 IF NOT WS-EMI-CUENTA-PROPIA
                    MOVE 'N' TO WS-ALTA-TITULAR-VALIDO
                 END-IF
              ELSE
                 MOVE 'N' TO WS-ALTA-TITULAR-VALIDO
                 DISPLAY 'ERROR: NO EXISTE UNA TARJETA TITULAR CON ESE '
                    GO TO 2200-BAJA-TARJETA-FIN
           END-EVALUATE.

           PERFORM 2020-VERIFICAR-ENTIDAD
              THRU 2020-VERIFICAR-ENTIDAD-FIN.
           IF NOT WS-EMI-CUENTA-PROPIA
              GO TO 2200-BAJA-TARJETA-FIN
           END-IF.

           MOVE WS-MT-NUM-TARJETA TO WS-BAJA-TARJETA.
           MOVE WS-ENT-MAESTRO-TARJETAS-REG TO WS-BAJA-REGISTRO.

      *    *** la baja queda a nombre del operador de la sesion
           MOVE WS-OPERADOR-SESION TO WS-BAJA-OPERADOR.

      *    *** recien ahora la baja procede, sobre la tarjeta tal
      *    *** como se leyo
           MOVE WS-BAJA-REGISTRO TO WS-ENT-MAESTRO-TARJETAS-REG.
           SET WS-MT-INACTIVA TO TRUE.
           MOVE WS-BAJA-REGISTRO TO WS-VIG-IMAGEN-LEIDA.
           PERFORM 2960-VERIFICAR-COLISION
              THRU 2960-VERIFICAR-COLISION-FIN.
           IF WS-COL-HUBO-COLISION
              GO TO 2200-BAJA-TARJETA-FIN
           END-IF.

           REWRITE WS-ENT-MAESTRO-TARJETAS-REG.

           IF FS-MAESTRO-TARJETAS-FILE-OK
               INVALID KEY CONTINUE
           END-READ.

           IF FS-MAESTRO-TARJETAS-FILE-OK
              PERFORM 2020-VERIFICAR-ENTIDAD
                 THRU 2020-VERIFICAR-ENTIDAD-FIN
              IF NOT WS-EMI-CUENTA-PROPIA
                 GO TO 2300-MODIFICAR-TARJETA-FIN
              END-IF
           END-IF.

           EVALUATE TRUE
               WHEN FS-MAESTRO-TARJETAS-FILE-OK
                    MOVE WS-ENT-MAESTRO-TARJETAS-REG
                       ACCEPT WS-MOD-DIA-CIERRE
                       MOVE WS-MOD-DIA-CIERRE TO WS-MT-DIA-CIERRE
                    END-IF
                    DISPLAY 'NUEVO CORREO ELECTRONICO DEL TITULAR '
                            '(ENTER PARA NO MODIFICAR): '
                            WITH NO ADVANCING
                    MOVE SPACES TO WS-MOD-CORREO-E
                    ACCEPT WS-MOD-CORREO-E

      *    *** una suba de limite por encima del umbral no se graba:
      *    *** toda la modificacion queda en la cola hasta que la
      *    *** apruebe un supervisor (ver APROBCAM)
                    IF (WS-MOD-LIMITE-ARS NOT = ZEROES
                        AND WS-MOD-LIMITE-ARS > WS-UMBRAL-LIMITE)
                       OR (WS-MOD-LIMITE-USD NOT = ZEROES
                           AND WS-MOD-LIMITE-USD > WS-UMBRAL-LIMITE)
                       MOVE 'L'                 TO WS-PEN-TIPO
                       MOVE WS-MOD-IMAGEN-ANTES TO WS-PEN-IMAGEN-ANTES
                       MOVE 'SUBA DE LIMITE SOBRE EL UMBRAL'
                                                TO WS-PEN-DETALLE
                       PERFORM 2350-ENCOLAR-CAMBIO
                          THRU 2350-ENCOLAR-CAMBIO-FIN
                       MOVE WS-MOD-IMAGEN-ANTES
                         TO WS-ENT-MAESTRO-TARJETAS-REG
                       GO TO 2300-MODIFICAR-TARJETA-FIN
                    END-IF

                    MOVE WS-MOD-IMAGEN-ANTES TO WS-VIG-IMAGEN-LEIDA
                    PERFORM 2960-VERIFICAR-COLISION
                       THRU 2960-VERIFICAR-COLISION-FIN
                    IF WS-COL-HUBO-COLISION
                       GO TO 2300-MODIFICAR-TARJETA-FIN
                    END-IF

                    REWRITE WS-ENT-MAESTRO-TARJETAS-REG
                         TO WS-AUD-IMAGEN-ANTES
                       PERFORM 2950-AUDITAR-CAMBIO
                          THRU 2950-AUDITAR-CAMBIO-FIN
                       IF WS-MOD-DIRECCION NOT = SPACES
                          PERFORM 2310-LEVANTAR-DOMICILIO
                             THRU 2310-LEVANTAR-DOMICILIO-FIN
                       END-IF
                       IF WS-MOD-CORREO-E NOT = SPACES
                          PERFORM 2320-ACTUALIZAR-CORREO-E
                             THRU 2320-ACTUALIZAR-CORREO-E-FIN
                       END-IF
                       DISPLAY 'TARJETA MODIFICADA CORRECTAMENTE'
                    ELSE
                       DISPLAY 'ERROR AL MODIFICAR LA TARJETA'
       2300-MODIFICAR-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la direccion nueva del titular corrige el domicilio que
      *    *** devolvio el correo: la marca pasa a corregida y la
      *    *** cuenta vuelve al papel y a los despachos de plasticos.
      *    *** La direccion de una adicional no es la del resumen
       2310-LEVANTAR-DOMICILIO.

           IF WS-MT-TIPO-TARJETA = 'A'
              GO TO 2310-LEVANTAR-DOMICILIO-FIN
           END-IF.

           OPEN I-O ENT-DOMICILIOS.
           IF NOT FS-DOMICILIOS-OK
              GO TO 2310-LEVANTAR-DOMICILIO-FIN
           END-IF.

           MOVE WS-MT-NUM-CUENTA TO WS-DIV-NUM-CUENTA.
           READ ENT-DOMICILIOS
               INVALID KEY CONTINUE
           END-READ.

           IF FS-DOMICILIOS-OK AND WS-DIV-INVALIDO
              SET WS-DIV-CORREGIDO TO TRUE
              ACCEPT WS-DIV-FECHA-CORRECCION FROM DATE YYYYMMDD
              MOVE 'MANTTARJ'         TO WS-DIV-PROGRAMA-CORRECCION
              MOVE WS-OPERADOR-SESION TO WS-DIV-OPERADOR-CORRECCION
              REWRITE WS-DIV-DOMICILIO-REG
              IF FS-DOMICILIOS-OK
                 DISPLAY 'DOMICILIO INVALIDO DE LA CUENTA CORREGIDO'
              ELSE
                 DISPLAY 'ERROR AL CORREGIR EL DOMICILIO INVALIDO: '
                         FS-DOMICILIOS
              END-IF
           END-IF.

           CLOSE ENT-DOMICILIOS.

       2310-LEVANTAR-DOMICILIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el correo electronico es de la persona vinculada a la
      *    *** cuenta; por ahi sale el resumen si el domicilio postal
      *    *** esta marcado invalido
       2320-ACTUALIZAR-CORREO-E.

           OPEN INPUT ENT-CUENTA-PERSONA.
           IF NOT FS-CUENTA-PERSONA-OK
              DISPLAY 'LA CUENTA NO TIENE PERSONA VINCULADA, NO SE '
                      'REGISTRA EL CORREO ELECTRONICO'
              GO TO 2320-ACTUALIZAR-CORREO-E-FIN
           END-IF.

           MOVE WS-MT-NUM-CUENTA TO WS-CPE-CUENTA.
           READ ENT-CUENTA-PERSONA KEY IS WS-CPE-CUENTA
               INVALID KEY CONTINUE
           END-READ.
           CLOSE ENT-CUENTA-PERSONA.

           IF NOT FS-CUENTA-PERSONA-OK
              DISPLAY 'LA CUENTA NO TIENE PERSONA VINCULADA, NO SE '
                      'REGISTRA EL CORREO ELECTRONICO'
              GO TO 2320-ACTUALIZAR-CORREO-E-FIN
           END-IF.

           OPEN I-O ENT-PERSONAS.
           IF NOT FS-PERSONAS-OK
              DISPLAY 'ERROR AL ABRIR PERSONAS.VSAM: ' FS-PERSONAS
              GO TO 2320-ACTUALIZAR-CORREO-E-FIN
           END-IF.

           MOVE WS-CPE-DOCUMENTO TO WS-PER-DOCUMENTO.
           READ ENT-PERSONAS KEY IS WS-PER-DOCUMENTO
               INVALID KEY CONTINUE
           END-READ.

           IF FS-PERSONAS-OK
              MOVE WS-MOD-CORREO-E TO WS-PER-CORREO-E
              REWRITE WS-PER-PERSONA-REG
           END-IF.

           IF FS-PERSONAS-OK
              DISPLAY 'CORREO ELECTRONICO REGISTRADO'
           ELSE
              DISPLAY 'ERROR AL REGISTRAR EL CORREO ELECTRONICO: '
                      FS-PERSONAS
           END-IF.

           CLOSE ENT-PERSONAS.

       2320-ACTUALIZAR-CORREO-E-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2400-CONSULTAR-TARJETA.

              GO TO 2600-ASIGNAR-PRODUCTO-FIN
           END-IF.

           PERFORM 2020-VERIFICAR-ENTIDAD
              THRU 2020-VERIFICAR-ENTIDAD-FIN.
           IF NOT WS-EMI-CUENTA-PROPIA
              GO TO 2600-ASIGNAR-PRODUCTO-FIN
           END-IF.

           PERFORM 2610-ABRIR-TARJETA-PROD
              THRU 2610-ABRIR-TARJETA-PROD-FIN.

           IF FS-TARJETA-PROD-OK
              DISPLAY 'PRODUCTO ACTUAL: ' WS-TPR-PRODUCTO
              MOVE 'S' TO WS-PROD-YA-ASIGNADO
              MOVE WS-TPR-PRODUCTO TO WS-CPR-PRODUCTO-ANT
              MOVE WS-TPR-MES-ALTA TO WS-CPR-MES-ALTA
           ELSE
              DISPLAY 'LA TARJETA NO TIENE PRODUCTO ASIGNADO'
              MOVE 'N' TO WS-PROD-YA-ASIGNADO
              CLOSE ENT-TARJETA-PROD
              GO TO 2600-ASIGNAR-PRODUCTO-FIN
           END-IF.
           DISPLAY 'PRODUCTO: ' WS-PHA-NOMBRE.
           MOVE WS-PROD-HALLADO TO WS-CPR-NUEVO.

      *    *** con producto previo es un cambio de producto: la tarjeta
      *    *** y la cuenta siguen siendo las mismas
           IF WS-PROD-ESTA-ASIGNADO
              IF WS-PRODUCTO-PEDIDO = WS-CPR-PRODUCTO-ANT
                 DISPLAY 'LA TARJETA YA TIENE ESE PRODUCTO'
                 CLOSE ENT-TARJETA-PROD
                 GO TO 2600-ASIGNAR-PRODUCTO-FIN
              END-IF
              MOVE WS-PRODUCTO-PEDIDO  TO WS-CPR-PRODUCTO-NUE
              MOVE WS-CPR-PRODUCTO-ANT TO WS-PRODUCTO-PEDIDO
              PERFORM 2620-VALIDAR-PRODUCTO
                 THRU 2620-VALIDAR-PRODUCTO-FIN
              IF WS-PRODUCTO-ES-VALIDO
                 MOVE WS-PROD-HALLADO TO WS-CPR-ANTERIOR
              ELSE
                 INITIALIZE WS-CPR-DATOS-ANT
              END-IF
              MOVE WS-CPR-PRODUCTO-NUE TO WS-PRODUCTO-PEDIDO
           END-IF.

           IF WS-PROD-ESTA-ASIGNADO
              MOVE WS-PRODUCTO-PEDIDO TO WS-TPR-PRODUCTO
           ELSE
              DISPLAY 'ERROR AL GRABAR TARJPROD.VSAM: '
                      FS-TARJETA-PROD
              CLOSE ENT-TARJETA-PROD
              GO TO 2600-ASIGNAR-PRODUCTO-FIN
           END-IF.

           CLOSE ENT-TARJETA-PROD.

           IF WS-PROD-ESTA-ASIGNADO
              PERFORM 2640-CAMBIAR-PRODUCTO
                 THRU 2640-CAMBIAR-PRODUCTO-FIN
           END-IF.

       2600-ASIGNAR-PRODUCTO-FIN.
           EXIT.

           IF FS-PRODUCTOS-OK
              AND WS-PRO-CODIGO = WS-PRODUCTO-PEDIDO
              MOVE 'S' TO WS-PRODUCTO-VALIDO
              MOVE WS-PRO-NOMBRE         TO WS-PHA-NOMBRE
              MOVE WS-PRO-COMISION-ANUAL TO WS-PHA-COMISION-ANUAL
              MOVE WS-PRO-LIMITE-ARS     TO WS-PHA-LIMITE-ARS
              MOVE WS-PRO-LIMITE-USD     TO WS-PHA-LIMITE-USD
              MOVE WS-PRO-PUNTOS         TO WS-PHA-PUNTOS
           END-IF.

       2625-BUSCAR-PRODUCTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cambio de producto de una tarjeta que ya tenia uno: los
      *    *** planes de cuotas abiertos no se tocan (su recargo quedo
      *    *** fijado al alta de cada plan con el coeficiente de
      *    *** entonces) y el resumen toma el producto nuevo desde la
      *    *** proxima facturacion, que lee TARJPROD.VSAM
       2640-CAMBIAR-PRODUCTO.

           ACCEPT WS-FECHA-ASIGNACION FROM DATE YYYYMMDD.
           MOVE WS-ENT-MAESTRO-TARJETAS-REG TO WS-MOD-IMAGEN-ANTES.

           PERFORM 2642-AJUSTAR-LIMITES
              THRU 2642-AJUSTAR-LIMITES-FIN.

           PERFORM 2644-PRORRATEAR-COMISION
              THRU 2644-PRORRATEAR-COMISION-FIN.

      *    *** los puntos son de la cuenta: los convierte el cambio de
      *    *** la titular, no el de una adicional
           IF WS-MT-TITULAR
              PERFORM 2646-CONVERTIR-PUNTOS
                 THRU 2646-CONVERTIR-PUNTOS-FIN
           END-IF.

           PERFORM 2648-AVISAR-CLIENTE
              THRU 2648-AVISAR-CLIENTE-FIN.

           MOVE 'R'                 TO WS-AUD-OPERACION.
           MOVE WS-MOD-IMAGEN-ANTES TO WS-AUD-IMAGEN-ANTES.
           MOVE SPACES              TO WS-AUD-DETALLE.
           STRING 'CAMBIO DE PRODUCTO ' WS-CPR-PRODUCTO-ANT
                  ' -> ' WS-PRODUCTO-PEDIDO
                  DELIMITED BY SIZE INTO WS-AUD-DETALLE.
           PERFORM 2950-AUDITAR-CAMBIO
              THRU 2950-AUDITAR-CAMBIO-FIN.

           DISPLAY 'CAMBIO DE PRODUCTO ' WS-CPR-PRODUCTO-ANT ' -> '
                   WS-PRODUCTO-PEDIDO ' REGISTRADO'.

       2640-CAMBIAR-PRODUCTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** los limites por defecto del producto nuevo se aplican
      *    *** solo si son mayores a los actuales; bajarlos exige la
      *    *** firma de un supervisor, y subirlos por encima del umbral
      *    *** pasa por la cola de aprobaciones (2350)
       2642-AJUSTAR-LIMITES.

           MOVE WS-MT-LIMITE-TARJETA     TO WS-CPR-LIMITE-ARS.
           MOVE WS-MT-LIMITE-TARJETA-USD TO WS-CPR-LIMITE-USD.

           IF WS-CPN-LIMITE-ARS > WS-CPR-LIMITE-ARS
              MOVE WS-CPN-LIMITE-ARS TO WS-CPR-LIMITE-ARS
           END-IF.
           IF WS-CPN-LIMITE-USD > WS-CPR-LIMITE-USD
              MOVE WS-CPN-LIMITE-USD TO WS-CPR-LIMITE-USD
           END-IF.

           IF (WS-CPN-LIMITE-ARS > ZEROES
               AND WS-CPN-LIMITE-ARS < WS-MT-LIMITE-TARJETA)
              OR (WS-CPN-LIMITE-USD > ZEROES
               AND WS-CPN-LIMITE-USD < WS-MT-LIMITE-TARJETA-USD)
              DISPLAY 'LOS LIMITES DEL PRODUCTO SON MENORES A LOS '
                      'ACTUALES; SE CONSERVAN LOS ACTUALES'
              DISPLAY 'APLICAR IGUAL LOS DEL PRODUCTO (REQUIERE '
                      'SUPERVISOR) (S/N): ' WITH NO ADVANCING
              MOVE 'N' TO WS-CPR-FORZAR-LIMITES
              ACCEPT WS-CPR-FORZAR-LIMITES
              IF WS-CPR-FORZAR-LIMITES = 'S'
                 PERFORM 2643-PEDIR-FIRMA-LIMITES
                    THRU 2643-PEDIR-FIRMA-LIMITES-FIN
                 IF WS-CPR-FIRMA-OK
                    IF WS-CPN-LIMITE-ARS > ZEROES
                       MOVE WS-CPN-LIMITE-ARS TO WS-CPR-LIMITE-ARS
                    END-IF
                    IF WS-CPN-LIMITE-USD > ZEROES
                       MOVE WS-CPN-LIMITE-USD TO WS-CPR-LIMITE-USD
                    END-IF
                 END-IF
              END-IF
           END-IF.

           IF WS-CPR-LIMITE-ARS = WS-MT-LIMITE-TARJETA
              AND WS-CPR-LIMITE-USD = WS-MT-LIMITE-TARJETA-USD
              GO TO 2642-AJUSTAR-LIMITES-FIN
           END-IF.

           IF (WS-CPR-LIMITE-ARS > WS-MT-LIMITE-TARJETA
               AND WS-CPR-LIMITE-ARS > WS-UMBRAL-LIMITE)
              OR (WS-CPR-LIMITE-USD > WS-MT-LIMITE-TARJETA-USD
               AND WS-CPR-LIMITE-USD > WS-UMBRAL-LIMITE)
              MOVE 'L' TO WS-PEN-TIPO
              MOVE WS-ENT-MAESTRO-TARJETAS-REG TO WS-PEN-IMAGEN-ANTES
              MOVE 'LIMITES DEL PRODUCTO NUEVO SOBRE EL UMBRAL'
                                                TO WS-PEN-DETALLE
              MOVE WS-CPR-LIMITE-ARS TO WS-MT-LIMITE-TARJETA
              MOVE WS-CPR-LIMITE-USD TO WS-MT-LIMITE-TARJETA-USD
              PERFORM 2350-ENCOLAR-CAMBIO
                 THRU 2350-ENCOLAR-CAMBIO-FIN
              MOVE WS-PEN-IMAGEN-ANTES TO WS-ENT-MAESTRO-TARJETAS-REG
              DISPLAY 'SE CONSERVAN LOS LIMITES ACTUALES HASTA LA '
                      'APROBACION'
              GO TO 2642-AJUSTAR-LIMITES-FIN
           END-IF.

           MOVE WS-CPR-LIMITE-ARS TO WS-MT-LIMITE-TARJETA.
           MOVE WS-CPR-LIMITE-USD TO WS-MT-LIMITE-TARJETA-USD.

           MOVE WS-MOD-IMAGEN-ANTES TO WS-VIG-IMAGEN-LEIDA.
           PERFORM 2960-VERIFICAR-COLISION
              THRU 2960-VERIFICAR-COLISION-FIN.
           IF WS-COL-HUBO-COLISION
              DISPLAY 'LOS LIMITES DEL PRODUCTO NO SE APLICARON'
              GO TO 2642-AJUSTAR-LIMITES-FIN
           END-IF.

           REWRITE WS-ENT-MAESTRO-TARJETAS-REG.

           IF FS-MAESTRO-TARJETAS-FILE-OK
              DISPLAY 'NUEVOS LIMITES ARS ' WS-MT-LIMITE-TARJETA
                      ' USD ' WS-MT-LIMITE-TARJETA-USD
           ELSE
              DISPLAY 'ERROR AL ACTUALIZAR LOS LIMITES: '
                      FS-MAESTRO-TARJETAS
              MOVE WS-MOD-IMAGEN-ANTES TO WS-ENT-MAESTRO-TARJETAS-REG
           END-IF.

       2642-AJUSTAR-LIMITES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2643-PEDIR-FIRMA-LIMITES.

           MOVE 'N' TO WS-CPR-FIRMA.

           DISPLAY 'USUARIO SUPERVISOR : ' WITH NO ADVANCING.
           ACCEPT WS-SGN-USUARIO OF WS-SIGNON-APROBADOR.
           DISPLAY 'PASSWORD SUPERVISOR: ' WITH NO ADVANCING.
           MOVE 'V' TO WS-SGN-MODO OF WS-SIGNON-APROBADOR.
           CALL 'SIGNON' USING WS-SIGNON-APROBADOR.

           IF WS-SGN-ACEPTADO OF WS-SIGNON-APROBADOR
              AND WS-SGN-ES-SUPERVISOR OF WS-SIGNON-APROBADOR
              MOVE 'S' TO WS-CPR-FIRMA
           ELSE
              DISPLAY 'CREDENCIALES DE SUPERVISOR INVALIDAS: SE '
                      'CONSERVAN LOS LIMITES ACTUALES'
           END-IF.

       2643-PEDIR-FIRMA-LIMITES-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la comision anual se cobra en el mes aniversario de la
      *    *** tarjeta (WS-TPR-MES-ALTA, que no cambia): por los meses
      *    *** que faltan hasta el proximo aniversario se devuelve la
      *    *** del producto viejo y se cobra la del nuevo, como un
      *    *** consumo (positivo o negativo) en REPROCESO.SEQ. En el
      *    *** propio mes aniversario no hay ajuste: la facturacion del
      *    *** mes ya cobra la comision del producto nuevo
       2644-PRORRATEAR-COMISION.

           IF WS-CPN-COMISION-ANUAL = WS-CPA-COMISION-ANUAL
              GO TO 2644-PRORRATEAR-COMISION-FIN
           END-IF.

           MOVE WS-FECHA-ASIGNACION (5:2) TO WS-CPR-MES-HOY.

           COMPUTE WS-CPR-MESES-CONSUMIDOS =
                   WS-CPR-MES-HOY - WS-CPR-MES-ALTA.
           IF WS-CPR-MESES-CONSUMIDOS < ZEROES
              ADD 12 TO WS-CPR-MESES-CONSUMIDOS
           END-IF.
           IF WS-CPR-MESES-CONSUMIDOS = ZEROES
              GO TO 2644-PRORRATEAR-COMISION-FIN
           END-IF.
           COMPUTE WS-CPR-MESES-RESTANTES =
                   12 - WS-CPR-MESES-CONSUMIDOS.

           COMPUTE WS-CPR-AJUSTE-COMISION ROUNDED =
                   (WS-CPN-COMISION-ANUAL - WS-CPA-COMISION-ANUAL)
                   * WS-CPR-MESES-RESTANTES / 12.
           IF WS-CPR-AJUSTE-COMISION = ZEROES
              GO TO 2644-PRORRATEAR-COMISION-FIN
           END-IF.

           OPEN EXTEND SAL-REPROCESO.
           IF FS-REPROCESO-NFD
              OPEN OUTPUT SAL-REPROCESO
              CLOSE SAL-REPROCESO
              OPEN EXTEND SAL-REPROCESO
           END-IF.
           IF NOT FS-REPROCESO-OK
              DISPLAY 'ERROR AL ABRIR REPROCESO.SEQ: ' FS-REPROCESO
              DISPLAY 'AJUSTE DE COMISION A CARGAR A MANO: '
                      WS-CPR-AJUSTE-COMISION
              GO TO 2644-PRORRATEAR-COMISION-FIN
           END-IF.

           INITIALIZE WS-NUMERADOR.
           MOVE 'MANTTARJ' TO WS-NUM-PROGRAMA-E.
           CALL 'NUMERADOR' USING WS-NUMERADOR.
           IF WS-NUM-COD-ERROR-O <> SPACES
              DISPLAY 'NO SE PUDO NUMERAR EL AJUSTE DE COMISION: '
                      WS-NUM-DES-ERROR-O
              CLOSE SAL-REPROCESO
              GO TO 2644-PRORRATEAR-COMISION-FIN
           END-IF.

           INITIALIZE WS-SAL-REPROCESO.
           MOVE WS-NUM-ID-O                 TO WS-REP-ID-CONSUMO.
           MOVE WS-MT-NUM-CUENTA            TO WS-REP-NUM-CUENTA.
           MOVE WS-MT-NUM-TARJETA           TO WS-REP-NUM-TARJETA.
           MOVE WS-FECHA-ASIGNACION (1:4)   TO WS-REP-ANIO.
           MOVE '-'                         TO WS-REP-FECHA (5:1).
           MOVE WS-FECHA-ASIGNACION (5:2)   TO WS-REP-MES.
           MOVE '-'                         TO WS-REP-FECHA (8:1).
           MOVE WS-FECHA-ASIGNACION (7:2)   TO WS-REP-DIA.
           STRING 'AJ.COMISION ANUAL ' WS-CPR-PRODUCTO-ANT '->'
                  WS-PRODUCTO-PEDIDO
                  DELIMITED BY SIZE INTO WS-REP-DETALLE.
           MOVE 01                          TO WS-REP-NUMERO-ACTUAL.
           MOVE 01                          TO WS-REP-CANT-CUOTAS.
           MOVE 'ARS'                       TO WS-REP-MONEDA.
           MOVE WS-CPR-AJUSTE-COMISION      TO WS-REP-IMPORTE.
           MOVE 'C'                         TO WS-REP-TIPO-CONSUMO.

           WRITE WS-SAL-REPROCESO.

           IF FS-REPROCESO-OK
              DISPLAY 'AJUSTE DE COMISION ANUAL POR '
                      WS-CPR-MESES-RESTANTES ' MESES: '
                      WS-CPR-AJUSTE-COMISION
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR REPROCESO.SEQ: '
                      FS-REPROCESO
           END-IF.

           CLOSE SAL-REPROCESO.

       2644-PRORRATEAR-COMISION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el saldo de puntos se lleva al producto nuevo en la
      *    *** relacion entre las tasas de acumulacion de ambos (puntos
      *    *** por cada 100 pesos); si alguno de los dos no acumula, el
      *    *** saldo queda como esta
       2646-CONVERTIR-PUNTOS.

           IF WS-CPA-PUNTOS = ZEROES
              OR WS-CPN-PUNTOS = ZEROES
              OR WS-CPA-PUNTOS = WS-CPN-PUNTOS
              GO TO 2646-CONVERTIR-PUNTOS-FIN
           END-IF.

           OPEN I-O ENT-PUNTOS.
           IF NOT FS-PUNTOS-OK
              GO TO 2646-CONVERTIR-PUNTOS-FIN
           END-IF.

           MOVE WS-MT-NUM-CUENTA TO WS-PTS-CUENTA.
           READ ENT-PUNTOS
               INVALID KEY
                  CLOSE ENT-PUNTOS
                  GO TO 2646-CONVERTIR-PUNTOS-FIN
           END-READ.

           MOVE WS-PTS-SALDO TO WS-CPR-PUNTOS-ANT.
           COMPUTE WS-PTS-SALDO ROUNDED =
                   WS-PTS-SALDO * WS-CPN-PUNTOS / WS-CPA-PUNTOS.
           MOVE WS-FECHA-ASIGNACION TO WS-PTS-FECHA-ULT-MOV.
           REWRITE WS-PTS-PUNTOS-REG.

           IF FS-PUNTOS-OK
              DISPLAY 'PUNTOS CONVERTIDOS: ' WS-CPR-PUNTOS-ANT
                      ' -> ' WS-PTS-SALDO
           ELSE
              DISPLAY 'ERROR AL CONVERTIR LOS PUNTOS: ' FS-PUNTOS
           END-IF.

           CLOSE ENT-PUNTOS.

       2646-CONVERTIR-PUNTOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** aviso al cliente en el proximo resumen
       2648-AVISAR-CLIENTE.

           OPEN EXTEND SAL-MENSAJES.
           IF FS-MENSAJES-NFD
              OPEN OUTPUT SAL-MENSAJES
              CLOSE SAL-MENSAJES
              OPEN EXTEND SAL-MENSAJES
           END-IF.
           IF NOT FS-MENSAJES-OK
              DISPLAY 'ERROR AL ABRIR MENSAJES-TARJETA.SEQ: '
                      FS-MENSAJES
              GO TO 2648-AVISAR-CLIENTE-FIN
           END-IF.

           INITIALIZE WS-SAL-MENSAJE-REG.
           MOVE WS-MT-NUM-TARJETA TO WS-MTA-CLAVE.
           MOVE SPACES TO WS-MTA-TEXTO.
           STRING 'SU TARJETA AHORA ES ' WS-CPN-NOMBRE
                  DELIMITED BY SIZE INTO WS-MTA-TEXTO.
           WRITE WS-SAL-MENSAJE-REG.
           CLOSE SAL-MENSAJES.

       2648-AVISAR-CLIENTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el cambio queda retenido en CAMBIOS-PENDIENTES.VSAM con
      *    *** la imagen del maestro al pedirlo (WS-PEN-IMAGEN-ANTES) y
      *    *** la que se grabara al aprobarlo (el registro cargado
      *    *** ahora); el maestro no se toca hasta que un supervisor
      *    *** distinto del que lo pidio lo apruebe en APROBCAM
       2350-ENCOLAR-CAMBIO.

           MOVE 'N' TO WS-PEN-RESULTADO.

           INITIALIZE WS-NUMERADOR.
           MOVE 'MANTTARJ' TO WS-NUM-PROGRAMA-E.
           CALL 'NUMERADOR' USING WS-NUMERADOR.
           IF WS-NUM-COD-ERROR-O <> SPACES
              DISPLAY 'NO SE PUDO NUMERAR EL PEDIDO DE APROBACION: '
                      WS-NUM-DES-ERROR-O
              DISPLAY 'EL CAMBIO NO SE APLICA'
              GO TO 2350-ENCOLAR-CAMBIO-FIN
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
              DISPLAY 'EL CAMBIO NO SE APLICA'
              GO TO 2350-ENCOLAR-CAMBIO-FIN
           END-IF.

           INITIALIZE WS-CPD-PENDIENTE-REG.
           MOVE WS-NUM-ID-O                 TO WS-CPD-NUM-PEDIDO.
           MOVE WS-PEN-TIPO                 TO WS-CPD-TIPO.
           SET WS-CPD-PENDIENTE             TO TRUE.
           MOVE 'MANTTARJ'                  TO WS-CPD-PROGRAMA.
           MOVE WS-MT-NUM-TARJETA           TO WS-CPD-TARJETA.
           MOVE WS-PEN-TARJETA-NUEVA        TO WS-CPD-TARJETA-NUEVA.
           MOVE WS-OPERADOR-SESION          TO WS-CPD-OPERADOR.
           ACCEPT WS-CPD-FECHA-PEDIDO FROM DATE YYYYMMDD.
           ACCEPT WS-CPD-HORA-PEDIDO  FROM TIME.
           MOVE WS-PEN-DETALLE              TO WS-CPD-DETALLE.
           MOVE WS-PEN-IMAGEN-ANTES         TO WS-CPD-IMAGEN-ANTES.
           MOVE WS-ENT-MAESTRO-TARJETAS-REG TO WS-CPD-IMAGEN-DESPUES.
           WRITE WS-CPD-PENDIENTE-REG.

           IF FS-PENDIENTES-OK
              MOVE 'S' TO WS-PEN-RESULTADO
              DISPLAY 'CAMBIO RETENIDO PARA APROBACION DE UN '
                      'SUPERVISOR, PEDIDO NRO ' WS-CPD-NUM-PEDIDO
           ELSE
              DISPLAY 'ERROR AL GRABAR EL PEDIDO DE APROBACION: '
                      FS-PENDIENTES
              DISPLAY 'EL CAMBIO NO SE APLICA'
           END-IF.

           CLOSE ENT-PENDIENTES.

           MOVE SPACES TO WS-PEN-TARJETA-NUEVA.

       2350-ENCOLAR-CAMBIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
                    MOVE WS-MT-DIRECCION    TO WS-PER-DIRECCION
                    MOVE WS-MT-COD-POSTAL   TO WS-PER-COD-POSTAL
                    ACCEPT WS-PER-FECHA-ALTA FROM DATE YYYYMMDD
      *    *** perfil transaccional declarado (ver MONPLA)
                    DISPLAY 'PERFIL MENSUAL DECLARADO (ARS): '
                            WITH NO ADVANCING
                    ACCEPT WS-PER-PERFIL-MENSUAL
                    DISPLAY 'ACTIVIDAD DECLARADA           : '
                            WITH NO ADVANCING
                    ACCEPT WS-PER-ACTIVIDAD
                    DISPLAY 'CORREO ELECTRONICO (ENTER = NO TIENE): '
                            WITH NO ADVANCING
                    ACCEPT WS-PER-CORREO-E
                    MOVE WS-PER-FECHA-ALTA  TO WS-PER-FECHA-PERFIL
                    WRITE WS-PER-PERSONA-REG
                    IF FS-PERSONAS-OK
                       DISPLAY 'PERSONA DADA DE ALTA'
      *    *** reactivacion de una tarjeta bloqueada: el motivo
      *    *** registrado por BLOQCTRL manda que se exige para
      *    *** levantarlo. Mora: la tarjeta tiene que figurar al dia
      *    *** en MOROSIDAD.VSAM. Fraude o baja en curso: queda en
      *    *** la cola de aprobaciones de un supervisor (APROBCAM).
      *    *** Pedido del cliente o extravio
      *    *** informado como resuelto: alcanza el rol operador. Asi
      *    *** atencion al cliente no levanta mas bloqueos de fraude
      *    *** por accidente
                    GO TO 2800-REACTIVAR-TARJETA-FIN
           END-EVALUATE.

           PERFORM 2020-VERIFICAR-ENTIDAD
              THRU 2020-VERIFICAR-ENTIDAD-FIN.
           IF NOT WS-EMI-CUENTA-PROPIA
              GO TO 2800-REACTIVAR-TARJETA-FIN
           END-IF.

           IF WS-MT-ACTIVA
              DISPLAY 'LA TARJETA YA ESTA ACTIVA'
              GO TO 2800-REACTIVAR-TARJETA-FIN
                    END-IF
               WHEN WS-BLQ-BLOQUEO-FRAUDE
                 OR WS-BLQ-BLOQUEO-CIERRE
                 OR WS-BLQ-BLOQUEO-CASTIGO
                 OR WS-BLQ-BLOQUEO-CUMPLIMIENTO
                    DISPLAY 'BLOQUEO POR ' WS-BLQ-DES-MOTIVO-O
                    MOVE WS-BLQ-DES-MOTIVO-O TO WS-PEN-DETALLE
                    PERFORM 2830-ENCOLAR-REACTIVACION
                       THRU 2830-ENCOLAR-REACTIVACION-FIN
               WHEN WS-BLQ-BLOQUEO-CLIENTE
                 OR WS-BLQ-BLOQUEO-EXTRAVIO
                    MOVE 'S' TO WS-REACT-APROBADA
      *    *** bloqueo sin motivo registrado (anterior al circuito):
      *    *** se exige supervisor, que es el criterio mas prudente
                    DISPLAY 'BLOQUEO SIN MOTIVO REGISTRADO'
                    MOVE 'BLOQUEO SIN MOTIVO REGISTRADO'
                                             TO WS-PEN-DETALLE
                    PERFORM 2830-ENCOLAR-REACTIVACION
                       THRU 2830-ENCOLAR-REACTIVACION-FIN
           END-EVALUATE.

           IF NOT WS-REACT-ESTA-APROBADA
           END-IF.

           SET WS-MT-ACTIVA TO TRUE.

           MOVE WS-REACT-IMAGEN-ANTES TO WS-VIG-IMAGEN-LEIDA.
           PERFORM 2960-VERIFICAR-COLISION
              THRU 2960-VERIFICAR-COLISION-FIN.
           IF WS-COL-HUBO-COLISION
              GO TO 2800-REACTIVAR-TARJETA-FIN
           END-IF.

           REWRITE WS-ENT-MAESTRO-TARJETAS-REG.

           IF FS-MAESTRO-TARJETAS-FILE-OK
                    GO TO 2850-BLOQUEAR-TARJETA-FIN
           END-EVALUATE.

           PERFORM 2020-VERIFICAR-ENTIDAD
              THRU 2020-VERIFICAR-ENTIDAD-FIN.
           IF NOT WS-EMI-CUENTA-PROPIA
              GO TO 2850-BLOQUEAR-TARJETA-FIN
           END-IF.

           IF NOT WS-MT-ACTIVA
              DISPLAY 'LA TARJETA YA ESTA INACTIVA'
              GO TO 2850-BLOQUEAR-TARJETA-FIN

           MOVE WS-ENT-MAESTRO-TARJETAS-REG TO WS-BLOQ-IMAGEN-ANTES.
           SET WS-MT-INACTIVA TO TRUE.

           MOVE WS-BLOQ-IMAGEN-ANTES TO WS-VIG-IMAGEN-LEIDA.
           PERFORM 2960-VERIFICAR-COLISION
              THRU 2960-VERIFICAR-COLISION-FIN.
           IF WS-COL-HUBO-COLISION
              GO TO 2850-BLOQUEAR-TARJETA-FIN
           END-IF.

           REWRITE WS-ENT-MAESTRO-TARJETAS-REG.

           IF FS-MAESTRO-TARJETAS-FILE-OK
           EXIT.

      *----------------------------------------------------------------*
      *    *** un bloqueo sensible lo levanta un supervisor desde la
      *    *** cola (misma mecanica que la suba de limites)
       2830-ENCOLAR-REACTIVACION.

      *    *** la reactivacion que exige supervisor queda en la cola;
      *    *** la tarjeta sigue bloqueada hasta que se apruebe
           MOVE 'R'                    TO WS-PEN-TIPO.
           MOVE WS-REACT-IMAGEN-ANTES  TO WS-PEN-IMAGEN-ANTES.
           SET WS-MT-ACTIVA            TO TRUE.
           PERFORM 2350-ENCOLAR-CAMBIO
              THRU 2350-ENCOLAR-CAMBIO-FIN.
           MOVE WS-REACT-IMAGEN-ANTES  TO WS-ENT-MAESTRO-TARJETAS-REG.

       2830-ENCOLAR-REACTIVACION-FIN.
           EXIT.

      *----------------------------------------------------------------*
           MOVE WS-MT-NUM-TARJETA           TO WS-AUD-TARJETA.
           MOVE WS-ENT-MAESTRO-TARJETAS-REG TO WS-AUD-IMAGEN-DESPUES.
           CALL 'AUDICAMB' USING WS-AUDITORIA.
           MOVE SPACES TO WS-AUD-DETALLE.

           IF WS-AUD-COD-ERROR-O <> SPACES
              DISPLAY 'AVISO: NO SE PUDO AUDITAR EL CAMBIO: '
       2950-AUDITAR-CAMBIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** antes de grabar se relee la tarjeta: si otro operador la
      *    *** cambio desde que se leyo (WS-VIG-IMAGEN-LEIDA) no se
      *    *** graba; el operador ve que cambio y rehace su cambio
      *    *** sobre los datos vigentes. Sin colision el area del
      *    *** maestro vuelve a tener la imagen a grabar
       2960-VERIFICAR-COLISION.

           MOVE WS-ENT-MAESTRO-TARJETAS-REG TO WS-VIG-IMAGEN-NUEVA.

           READ ENT-MAESTRO-TARJETAS KEY IS WS-MT-NUM-TARJETA
               INVALID KEY CONTINUE
           END-READ.

           INITIALIZE WS-COLISION.
           MOVE 'MANTTARJ'          TO WS-COL-PROGRAMA-E.
           MOVE WS-OPERADOR-SESION  TO WS-COL-USUARIO-E.
           MOVE WS-VGL-NUM-TARJETA  TO WS-COL-CLAVE-E.
           MOVE WS-VIG-IMAGEN-LEIDA TO WS-COL-IMAGEN-LEIDA-E.
           IF FS-MAESTRO-TARJETAS-FILE-OK
              MOVE WS-ENT-MAESTRO-TARJETAS-REG
                TO WS-COL-IMAGEN-ACTUAL-E
           END-IF.
           CALL 'COLISION' USING WS-COLISION.

           IF WS-COL-SIN-CAMBIOS
              MOVE WS-VIG-IMAGEN-NUEVA TO WS-ENT-MAESTRO-TARJETAS-REG
              GO TO 2960-VERIFICAR-COLISION-FIN
           END-IF.

           DISPLAY 'OTRO OPERADOR MODIFICO LA TARJETA MIENTRAS SE '
                   'EDITABA: EL CAMBIO NO SE GRABO'.

           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              DISPLAY 'LA TARJETA YA NO FIGURA EN EL MAESTRO'
              MOVE WS-VIG-IMAGEN-LEIDA TO WS-ENT-MAESTRO-TARJETAS-REG
              GO TO 2960-VERIFICAR-COLISION-FIN
           END-IF.

           PERFORM 2965-MOSTRAR-DIFERENCIAS
              THRU 2965-MOSTRAR-DIFERENCIAS-FIN.

           DISPLAY 'VUELVA A HACER EL CAMBIO SOBRE LOS DATOS VIGENTES'.

       2960-VERIFICAR-COLISION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** lo que cambio el otro operador: valor leido -> vigente
       2965-MOSTRAR-DIFERENCIAS.

           IF WS-VGL-NOMBRE   <> WS-MT-NOMBRE
              OR WS-VGL-APELLIDO <> WS-MT-APELLIDO
              DISPLAY '  NOMBRE       : ' WS-VGL-NOMBRE ' '
                      WS-VGL-APELLIDO
              DISPLAY '              -> ' WS-MT-NOMBRE ' '
                      WS-MT-APELLIDO
           END-IF.
           IF WS-VGL-DIRECCION <> WS-MT-DIRECCION
              OR WS-VGL-COD-POSTAL <> WS-MT-COD-POSTAL
              DISPLAY '  DOMICILIO    : ' WS-VGL-DIRECCION ' '
                      WS-VGL-COD-POSTAL
              DISPLAY '              -> ' WS-MT-DIRECCION ' '
                      WS-MT-COD-POSTAL
           END-IF.
           IF WS-VGL-LIMITE-TARJETA <> WS-MT-LIMITE-TARJETA
              DISPLAY '  LIMITE ARS   : ' WS-VGL-LIMITE-TARJETA
                      ' -> ' WS-MT-LIMITE-TARJETA
           END-IF.
           IF WS-VGL-LIMITE-TARJETA-USD <> WS-MT-LIMITE-TARJETA-USD
              DISPLAY '  LIMITE USD   : ' WS-VGL-LIMITE-TARJETA-USD
                      ' -> ' WS-MT-LIMITE-TARJETA-USD
           END-IF.
           IF WS-VGL-ESTADO <> WS-MT-ESTADO
              DISPLAY '  ESTADO       : ' WS-VGL-ESTADO
                      ' -> ' WS-MT-ESTADO
           END-IF.
           IF WS-VGL-DIA-CIERRE <> WS-MT-DIA-CIERRE
              DISPLAY '  DIA DE CIERRE: ' WS-VGL-DIA-CIERRE
                      ' -> ' WS-MT-DIA-CIERRE
           END-IF.
           IF WS-VGL-SALDO-ANTERIOR-ARS <> WS-MT-SALDO-ANTERIOR-ARS
              OR WS-VGL-SALDO-ANTERIOR-USD
                 <> WS-MT-SALDO-ANTERIOR-USD
              DISPLAY '  SALDOS       : ' WS-VGL-SALDO-ANTERIOR-ARS
                      ' ' WS-VGL-SALDO-ANTERIOR-USD
              DISPLAY '              -> ' WS-MT-SALDO-ANTERIOR-ARS
                      ' ' WS-MT-SALDO-ANTERIOR-USD
           END-IF.
           IF WS-VGL-NUM-CUENTA <> WS-MT-NUM-CUENTA
              OR WS-VGL-MONEDA-TARJETA <> WS-MT-MONEDA-TARJETA
              OR WS-VGL-TIPO-TARJETA <> WS-MT-TIPO-TARJETA
              OR WS-VGL-NUM-TARJETA-TITULAR
                 <> WS-MT-NUM-TARJETA-TITULAR
              DISPLAY '  CUENTA / MONEDA / TIPO / TITULAR: '
                      WS-VGL-NUM-CUENTA ' ' WS-VGL-MONEDA-TARJETA
                      ' ' WS-VGL-TIPO-TARJETA ' '
                      WS-VGL-NUM-TARJETA-TITULAR
              DISPLAY '              -> ' WS-MT-NUM-CUENTA ' '
                      WS-MT-MONEDA-TARJETA ' ' WS-MT-TIPO-TARJETA
                      ' ' WS-MT-NUM-TARJETA-TITULAR
           END-IF.

       2965-MOSTRAR-DIFERENCIAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** reemplazo / renovacion: da de alta la tarjeta nueva con
      *    *** los datos y el saldo de la vieja, inactiva la vieja con
              GO TO 2700-REEMPLAZAR-TARJETA-FIN
           END-IF.

           PERFORM 2020-VERIFICAR-ENTIDAD
              THRU 2020-VERIFICAR-ENTIDAD-FIN.
           IF NOT WS-EMI-CUENTA-PROPIA
              GO TO 2700-REEMPLAZAR-TARJETA-FIN
           END-IF.

           MOVE WS-ENT-MAESTRO-TARJETAS-REG TO WS-REM-REG-ANTERIOR.

           DISPLAY 'NUMERO DE LA TARJETA NUEVA: ' WITH NO ADVANCING.
              GO TO 2700-REEMPLAZAR-TARJETA-FIN
           END-IF.

      *    *** la vieja tiene que seguir como se leyo: si otro operador
      *    *** la cambio mientras tanto, el reemplazo no se hace
           MOVE WS-REM-REG-ANTERIOR TO WS-ENT-MAESTRO-TARJETAS-REG.
           MOVE WS-REM-REG-ANTERIOR TO WS-VIG-IMAGEN-LEIDA.
           PERFORM 2960-VERIFICAR-COLISION
              THRU 2960-VERIFICAR-COLISION-FIN.
           IF WS-COL-HUBO-COLISION
              GO TO 2700-REEMPLAZAR-TARJETA-FIN
           END-IF.

      *    *** cambio de domicilio seguido de reemplazo: el plastico
      *    *** nuevo saldria a la direccion recien cargada. Solo se
      *    *** ejecuta con un pedido aprobado por un supervisor
           PERFORM 2760-VERIFICAR-DOMICILIO-RECIENTE
              THRU 2760-VERIFICAR-DOMICILIO-RECIENTE-FIN.

           IF WS-HAY-DOMICILIO-RECIENTE
              PERFORM 2770-BUSCAR-REEMPLAZO-APROBADO
                 THRU 2770-BUSCAR-REEMPLAZO-APROBADO-FIN
              IF NOT WS-HAY-REEMPLAZO-APROBADO
                 IF WS-HAY-REEMPLAZO-PEDIDO
                    DISPLAY 'EL REEMPLAZO YA ESTA PENDIENTE DE '
                            'APROBACION'
                 ELSE
                    DISPLAY 'LA CUENTA CAMBIO DE DOMICILIO EN LOS '
                            'ULTIMOS ' WS-DIAS-DOMICILIO ' DIAS'
                    MOVE WS-REM-REG-ANTERIOR
                      TO WS-ENT-MAESTRO-TARJETAS-REG
                    MOVE 'E'                 TO WS-PEN-TIPO
                    MOVE WS-REM-REG-ANTERIOR TO WS-PEN-IMAGEN-ANTES
                    MOVE WS-REM-TARJETA-REPUESTA
                                             TO WS-PEN-TARJETA-NUEVA
                    MOVE 'REEMPLAZO CON CAMBIO DE DOMICILIO RECIENTE'
                                             TO WS-PEN-DETALLE
                    PERFORM 2350-ENCOLAR-CAMBIO
                       THRU 2350-ENCOLAR-CAMBIO-FIN
                 END-IF
                 GO TO 2700-REEMPLAZAR-TARJETA-FIN
              END-IF
           END-IF.

      *    *** alta de la nueva: mismos datos y saldo arrastrado,
      *    *** siempre activa
           MOVE WS-REM-REG-ANTERIOR TO WS-ENT-MAESTRO-TARJETAS-REG.
           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              DISPLAY 'ERROR AL DAR DE ALTA LA TARJETA NUEVA: '
                      FS-MAESTRO-TARJETAS
              MOVE SPACES TO WS-AUD-APROBADOR
              GO TO 2700-REEMPLAZAR-TARJETA-FIN
           END-IF.

           DISPLAY 'REEMPLAZO COMPLETO: ' WS-REM-TARJETA-ANTERIOR
                   ' -> ' WS-REM-TARJETA-REPUESTA.

           MOVE SPACES TO WS-AUD-APROBADOR.

       2700-REEMPLAZAR-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** recorre el historial de cambios del maestro buscando un
      *    *** cambio de direccion o codigo postal en alguna tarjeta de
      *    *** la cuenta dentro de los ultimos WS-DIAS-DOMICILIO dias
       2760-VERIFICAR-DOMICILIO-RECIENTE.

           MOVE 'N' TO WS-DOMICILIO-RECIENTE.

           IF WS-DIAS-DOMICILIO = ZEROES
              GO TO 2760-VERIFICAR-DOMICILIO-RECIENTE-FIN
           END-IF.

           MOVE FUNCTION INTEGER-OF-DATE
                (FUNCTION NUMVAL (FUNCTION CURRENT-DATE (1:8)))
                                            TO WS-ENTERO-HOY.
           COMPUTE WS-ENTERO-DESDE = WS-ENTERO-HOY - WS-DIAS-DOMICILIO.
           MOVE FUNCTION DATE-OF-INTEGER (WS-ENTERO-DESDE)
                                            TO WS-FECHA-DESDE.

           OPEN INPUT ENT-CAMBIOS.
           IF NOT FS-CAMBIOS-OK
              GO TO 2760-VERIFICAR-DOMICILIO-RECIENTE-FIN
           END-IF.

           PERFORM 2765-LEER-CAMBIO
              THRU 2765-LEER-CAMBIO-FIN
              UNTIL FS-CAMBIOS-EOF
                 OR WS-HAY-DOMICILIO-RECIENTE.

           CLOSE ENT-CAMBIOS.

       2760-VERIFICAR-DOMICILIO-RECIENTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2765-LEER-CAMBIO.

           READ ENT-CAMBIOS.

           IF NOT FS-CAMBIOS-OK
              MOVE '10' TO FS-CAMBIOS
              GO TO 2765-LEER-CAMBIO-FIN
           END-IF.

      *    *** imagen del maestro: cuenta (1:10), direccion (70:40) y
      *    *** codigo postal (110:4)
           IF WS-CMB-OPERACION = 'R'
              AND WS-CMB-FECHA >= WS-FECHA-DESDE
              AND WS-CMB-IMAGEN-DESPUES (1:10)
                  = WS-REM-REG-ANTERIOR (1:10)
              AND WS-CMB-IMAGEN-ANTES (70:44)
                  <> WS-CMB-IMAGEN-DESPUES (70:44)
              MOVE 'S' TO WS-DOMICILIO-RECIENTE
           END-IF.

       2765-LEER-CAMBIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** busca en la cola un reemplazo de esta tarjeta por el
      *    *** mismo numero nuevo: aprobado (se ejecuta y queda
      *    *** utilizado) o todavia pendiente
       2770-BUSCAR-REEMPLAZO-APROBADO.

           MOVE 'N' TO WS-REEMPLAZO-APROBADO.
           MOVE 'N' TO WS-REEMPLAZO-PEDIDO.

           OPEN I-O ENT-PENDIENTES.
           IF NOT FS-PENDIENTES-OK
              GO TO 2770-BUSCAR-REEMPLAZO-APROBADO-FIN
           END-IF.

           MOVE ZEROES TO WS-CPD-NUM-PEDIDO.
           START ENT-PENDIENTES KEY IS NOT LESS THAN WS-CPD-NUM-PEDIDO
               INVALID KEY MOVE '10' TO FS-PENDIENTES
           END-START.

           PERFORM 2775-LEER-PENDIENTE
              THRU 2775-LEER-PENDIENTE-FIN
              UNTIL FS-PENDIENTES-EOF
                 OR WS-HAY-REEMPLAZO-APROBADO.

           IF WS-HAY-REEMPLAZO-APROBADO
              SET WS-CPD-UTILIZADO TO TRUE
              REWRITE WS-CPD-PENDIENTE-REG
              DISPLAY 'REEMPLAZO APROBADO POR ' WS-CPD-APROBADOR
                      ' (PEDIDO NRO ' WS-CPD-NUM-PEDIDO ')'
              MOVE WS-CPD-APROBADOR TO WS-AUD-APROBADOR
           END-IF.

           CLOSE ENT-PENDIENTES.

       2770-BUSCAR-REEMPLAZO-APROBADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2775-LEER-PENDIENTE.

           READ ENT-PENDIENTES NEXT RECORD
               AT END MOVE '10' TO FS-PENDIENTES
           END-READ.

           IF NOT FS-PENDIENTES-OK
              MOVE '10' TO FS-PENDIENTES
              GO TO 2775-LEER-PENDIENTE-FIN
           END-IF.

           IF WS-CPD-ES-REEMPLAZO
              AND WS-CPD-TARJETA       = WS-REM-TARJETA-ANTERIOR
              AND WS-CPD-TARJETA-NUEVA = WS-REM-TARJETA-REPUESTA
              EVALUATE TRUE
                  WHEN WS-CPD-APROBADO
                       MOVE 'S' TO WS-REEMPLAZO-APROBADO
                  WHEN WS-CPD-PENDIENTE
                       MOVE 'S' TO WS-REEMPLAZO-PEDIDO
              END-EVALUATE
           END-IF.

       2775-LEER-PENDIENTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** las adicionales de la cuenta que apuntaban a la titular
      *    *** vieja pasan a apuntar a la nueva
