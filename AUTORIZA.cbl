      *          del maestro menos el saldo arrastrado, el gasto ya
      *          acumulado del ciclo (SALDOCIC.VSAM, mantenido por
      *          TP02EJ01) y las cuotas futuras comprometidas en
      *          CUOTAS.VSAM. Antes del disponible se aplican los
      *          controles de uso pedidos por el cliente (ver
      *          CLCTLTAR), que rechazan con su propio codigo.
      *          Cada consulta queda asentada en AUTORIZACIONES.VSAM
      *          (ver AUTLOG.CPY) con la decision, el motivo y los
      *          valores contra los que se evaluo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS WS-PRE-CLAVE
           FILE STATUS IS FS-PREAUTORIZADOS.

      *    *** bitacora de decisiones (ver AUTLOG.CPY)
       SELECT ENT-AUT-LOG
           ASSIGN TO WS-RUTA-AUT-LOG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-ALG-CLAVE
           FILE STATUS IS FS-AUT-LOG.

      *    *** producto de la tarjeta, solo para la bitacora
       SELECT ENT-TARJETA-PROD
           ASSIGN TO WS-RUTA-TARJETA-PROD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-TPR-TARJETA
           FILE STATUS IS FS-TARJETA-PROD.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FD ENT-FAMILIAS.
           COPY FAMILIAS.

       FD ENT-AUT-LOG.
           COPY AUTLOG.

       FD ENT-TARJETA-PROD.
           COPY TARJPROD.

       FD ENT-MAESTRO-TARJETAS.
       01 WS-ENT-MAESTRO-TARJETAS-REG.
          05 WS-MT-NUM-CUENTA                       PIC 9(10).
                                     VALUE '../LIMITES-FAMILIA.SEQ'.
       01 WS-RUTA-MAESTRO-TARJETAS   PIC X(60)
                                     VALUE '../MAESTRO-TARJETAS.VSAM'.
       01 WS-RUTA-AUT-LOG            PIC X(60)
                                     VALUE '../AUTORIZACIONES.VSAM'.
       01 WS-RUTA-TARJETA-PROD       PIC X(60)
                                     VALUE '../TARJPROD.VSAM'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
             88 FS-FAMILIAS-NFD                        VALUE '35'.
          05 FS-MAESTRO-TARJETAS                   PIC X(2).
             88 FS-MAESTRO-TARJETAS-FILE-OK             VALUE '00'.
          05 FS-AUT-LOG                            PIC X(2).
             88 FS-AUT-LOG-OK                          VALUE '00'.
             88 FS-AUT-LOG-NFD                         VALUE '35'.
             88 FS-AUT-LOG-CLAVE-DUP                   VALUE '22'.
          05 FS-TARJETA-PROD                       PIC X(2).
             88 FS-TARJETA-PROD-OK                     VALUE '00'.

      *    *** los archivos se abren una sola vez por corrida, igual
      *    *** criterio que WS-YA-ABIERTO en MAESTARJ
          88 WS-PREAUT-DISPONIBLE                 VALUE 'S'.
       01 WS-HAY-MAESTRO-DIRECTO               PIC X(01) VALUE 'N'.
          88 WS-MAESTRO-DIRECTO-DISPONIBLE        VALUE 'S'.
       01 WS-HAY-AUT-LOG                       PIC X(01) VALUE 'N'.
          88 WS-AUT-LOG-DISPONIBLE                VALUE 'S'.
       01 WS-HAY-TARJETA-PROD                  PIC X(01) VALUE 'N'.
          88 WS-TARJETA-PROD-DISPONIBLE           VALUE 'S'.

      *    *** boveda de tokens (ver TOKENIZA): la bitacora no lleva
      *    *** el PAN en claro
       01 WS-TOKEN.
           COPY TOKENIO.
       77 WS-ALG-SEC-SESION          PIC 9(03) VALUE ZEROES.
      *    *** bloqueo informado por MAESTARJ y camino de limite con
      *    *** que se evaluo la consulta en curso
       01 WS-COD-BLOQUEO             PIC X(02) VALUE SPACES.
       01 WS-EVALUO-FAMILIA          PIC X(01) VALUE 'N'.
          88 WS-SE-EVALUO-FAMILIA                 VALUE 'S'.
      *    *** componentes del uso de la familia, para la bitacora
       01 WS-FAM-ARRASTRE            PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-FAM-GASTO               PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-FAM-COMPROMETIDO        PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-FAM-RETENIDO            PIC S9(10)V9(02) VALUE ZEROES.

      *    *** limites familiares en memoria (ver FAMILIAS.CPY)
       01 WS-TABLA-FAMILIAS.
       77 WS-PREAUT-ENTERO           PIC S9(08) COMP VALUE ZEROES.
       01 WS-FECHA-HOY-NUM           PIC 9(08) VALUE ZEROES.

      *    *** area de comunicacion con CLCTLTAR (controles de uso
      *    *** pedidos por el cliente)
       01 WS-CONTROL-TARJETA.
           COPY CTLTARIO.

      *    *** area de comunicacion con MAESTARJ
       01 MAE-ENTRADA.
          05 MAE-ENT-NUM-TARJETA          PIC X(19).
             10 LK-NUM-TARJETA-I                  PIC X(19).
             10 LK-MONEDA-I                       PIC X(03).
             10 LK-IMPORTE-I                      PIC 9(08)V9(02).
             10 LK-TIPO-CONSUMO-I                 PIC X(01).
             10 LK-COD-COMERCIO-I                 PIC X(08).
          05 LK-SALIDA.
             10 LK-DECISION-O                     PIC X(01).
                88 LK-APROBADA                        VALUE 'A'.
           PERFORM 2000-AUTORIZAR
              THRU 2000-AUTORIZAR-FIN.

           PERFORM 2700-REGISTRAR-DECISION
              THRU 2700-REGISTRAR-DECISION-FIN.

           GOBACK.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.
                 SET WS-PREAUT-DISPONIBLE TO TRUE
              END-IF

      *    *** bitacora de decisiones: se crea en la primera consulta;
      *    *** sin ella se autoriza igual
              MOVE SPACES TO WS-RUTA-ENTORNO
              ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                           'AUTORIZA_LOG_PATH'
              IF WS-RUTA-ENTORNO <> SPACES
                 MOVE WS-RUTA-ENTORNO TO WS-RUTA-AUT-LOG
              END-IF
              OPEN I-O ENT-AUT-LOG
              IF FS-AUT-LOG-NFD
                 OPEN OUTPUT ENT-AUT-LOG
                 CLOSE ENT-AUT-LOG
                 OPEN I-O ENT-AUT-LOG
              END-IF
              IF FS-AUT-LOG-OK
                 SET WS-AUT-LOG-DISPONIBLE TO TRUE
              ELSE
                 DISPLAY 'AVISO: SIN BITACORA DE AUTORIZACIONES: '
                         FS-AUT-LOG
              END-IF

              MOVE SPACES TO WS-RUTA-ENTORNO
              ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                           'AUTORIZA_TARJPROD_PATH'
              IF WS-RUTA-ENTORNO <> SPACES
                 MOVE WS-RUTA-ENTORNO TO WS-RUTA-TARJETA-PROD
              END-IF
              OPEN INPUT ENT-TARJETA-PROD
              IF FS-TARJETA-PROD-OK
                 SET WS-TARJETA-PROD-DISPONIBLE TO TRUE
              END-IF

              SET WS-YA-ABIERTO TO TRUE
           END-IF.

      *----------------------------------------------------------------*
       2000-AUTORIZAR.

      *    *** los valores de la evaluacion anterior no pueden quedar
      *    *** en la bitacora de una consulta que no llega a calcularlos
           MOVE ZEROES TO WS-LIMITE, WS-SALDO-ARRASTRADO,
                          WS-GASTO-CICLO, WS-COMPROMETIDO,
                          WS-RETENIDO.
           MOVE 'N'    TO WS-EVALUO-FAMILIA.

           INITIALIZE LK-MAESTRO-TARJETAS-REG.
           MOVE LK-NUM-TARJETA-I TO MAE-ENT-NUM-TARJETA.

           CALL 'MAESTARJ' USING MAE-ENTRADA, LK-MAESTRO-TARJETAS-REG.
           MOVE LK-COD-ERROR-O TO WS-COD-BLOQUEO.

      *    *** el rechazo viaja con el codigo y el motivo especificos
      *    *** de MAESTARJ (p.ej. bloqueo por mora vs por fraude), no
           IF LK-COD-ERROR-O <> SPACES
              MOVE LK-COD-ERROR-O            TO LK-AUT-COD-ERROR-O
              MOVE LK-DES-ERROR-O            TO LK-AUT-DES-ERROR-O
              GO TO 2000-AUTORIZAR-FIN
           END-IF.

      *    *** un control activo del cliente (adelantos, moneda
      *    *** extranjera, rubro, tope) rechaza con su propio motivo
      *    *** antes de mirar el credito disponible
           PERFORM 2020-VALIDAR-CONTROLES
              THRU 2020-VALIDAR-CONTROLES-FIN.

           IF LK-AUT-COD-ERROR-O = SPACES
              PERFORM 2050-BUSCAR-FAMILIA
                 THRU 2050-BUSCAR-FAMILIA-FIN

              IF WS-HAY-LIMITE-FAMILIA
                 AND WS-MAESTRO-DIRECTO-DISPONIBLE
                 MOVE 'S' TO WS-EVALUO-FAMILIA
                 PERFORM 2600-CALCULAR-DISP-FAMILIA
                    THRU 2600-CALCULAR-DISP-FAMILIA-FIN
              ELSE
       2000-AUTORIZAR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2020-VALIDAR-CONTROLES.

           INITIALIZE WS-CONTROL-TARJETA.
           MOVE LK-NUM-TARJETA-I  TO WS-CTL-TARJETA-I.
           MOVE LK-MONEDA-I       TO WS-CTL-MONEDA-I.
           MOVE LK-IMPORTE-I      TO WS-CTL-IMPORTE-I.
           MOVE LK-TIPO-CONSUMO-I TO WS-CTL-TIPO-CONSUMO-I.
           MOVE LK-COD-COMERCIO-I TO WS-CTL-COD-COMERCIO-I.

           CALL 'CLCTLTAR' USING WS-CONTROL-TARJETA.

           IF WS-CTL-PERMITIDA-O = 'N'
              SET LK-RECHAZADA TO TRUE
              MOVE WS-CTL-COD-ERROR-O TO LK-AUT-COD-ERROR-O
              MOVE WS-CTL-DES-ERROR-O TO LK-AUT-DES-ERROR-O
           END-IF.

       2020-VALIDAR-CONTROLES-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** disponible = limite de la moneda - saldo arrastrado -
      *    *** gasto ya acumulado del ciclo - cuotas comprometidas
              AND ((LK-MONEDA-I = 'ARS' AND WS-CUO-MONEDA = 'ARS')
                OR (LK-MONEDA-I <> 'ARS' AND WS-CUO-MONEDA <> 'ARS'))
              SUBTRACT WS-CUO-ULTIMA-CUOTA-VISTA
                       WS-CUO-CUOTAS-ANULADAS
                  FROM WS-CUO-CANT-CUOTAS
                                   GIVING WS-CUOTAS-RESTANTES
              IF WS-CUOTAS-RESTANTES > ZEROES
           END-IF.

           MOVE ZEROES TO WS-USADO-FAMILIA.
           MOVE ZEROES TO WS-FAM-ARRASTRE, WS-FAM-GASTO,
                          WS-FAM-COMPROMETIDO, WS-FAM-RETENIDO.
           MOVE 'N'    TO WS-ARRASTRE-CONTADO.

           MOVE LK-NUM-CUENTA TO WS-MT-NUM-CUENTA.
           COMPUTE LK-DISPONIBLE-O =
                   WS-LIMITE - WS-USADO-FAMILIA.

      *    *** la bitacora muestra el uso de toda la familia
           MOVE WS-FAM-ARRASTRE     TO WS-SALDO-ARRASTRADO.
           MOVE WS-FAM-GASTO        TO WS-GASTO-CICLO.
           MOVE WS-FAM-COMPROMETIDO TO WS-COMPROMETIDO.
           MOVE WS-FAM-RETENIDO     TO WS-RETENIDO.

       2600-CALCULAR-DISP-FAMILIA-FIN.
           EXIT.

           IF NOT WS-ARRASTRE-YA-CONTADO
              IF LK-MONEDA-I = 'ARS'
                 ADD WS-MT-SALDO-ANTERIOR-ARS TO WS-USADO-FAMILIA
                 ADD WS-MT-SALDO-ANTERIOR-ARS TO WS-FAM-ARRASTRE
              ELSE
                 ADD WS-MT-SALDO-ANTERIOR-USD TO WS-USADO-FAMILIA
                 ADD WS-MT-SALDO-ANTERIOR-USD TO WS-FAM-ARRASTRE
              END-IF
              MOVE 'S' TO WS-ARRASTRE-CONTADO
           END-IF.
           PERFORM 2200-LEER-GASTO-CICLO
              THRU 2200-LEER-GASTO-CICLO-FIN.
           ADD WS-GASTO-CICLO TO WS-USADO-FAMILIA.
           ADD WS-GASTO-CICLO TO WS-FAM-GASTO.

           PERFORM 2300-SUMAR-COMPROMETIDO
              THRU 2300-SUMAR-COMPROMETIDO-FIN.
           ADD WS-COMPROMETIDO TO WS-USADO-FAMILIA.
           ADD WS-COMPROMETIDO TO WS-FAM-COMPROMETIDO.

           PERFORM 2400-SUMAR-RETENIDO
              THRU 2400-SUMAR-RETENIDO-FIN.
           ADD WS-RETENIDO TO WS-USADO-FAMILIA.
           ADD WS-RETENIDO TO WS-FAM-RETENIDO.

       2610-SUMAR-USO-TARJETA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      *    *** asienta la consulta en la bitacora, aprobada o no, con
      *    *** la tarjeta tokenizada; una clave repetida (dos consultas
      *    *** de la misma tarjeta en el mismo segundo) reintenta con
      *    *** el correlativo de sesion incrementado, como 2510
       2700-REGISTRAR-DECISION.

           IF NOT WS-AUT-LOG-DISPONIBLE
              GO TO 2700-REGISTRAR-DECISION-FIN
           END-IF.

           INITIALIZE WS-ALG-LOG-REG.

           MOVE 'T'              TO WS-TOK-MODO.
           MOVE LK-NUM-TARJETA-I TO WS-TOK-TARJETA-E.
           CALL 'TOKENIZA' USING WS-TOKEN.
           MOVE WS-TOK-TARJETA-S TO WS-ALG-TARJETA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-ALG-FECHA.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-ALG-HORA.
           ADD 1 TO WS-ALG-SEC-SESION.
           MOVE WS-ALG-SEC-SESION        TO WS-ALG-SEC.

           MOVE LK-MONEDA-I          TO WS-ALG-MONEDA.
           MOVE LK-IMPORTE-I         TO WS-ALG-IMPORTE.
           MOVE LK-TIPO-CONSUMO-I    TO WS-ALG-TIPO-CONSUMO.
           MOVE LK-COD-COMERCIO-I    TO WS-ALG-COD-COMERCIO.
           MOVE LK-DECISION-O        TO WS-ALG-DECISION.
           MOVE LK-AUT-COD-ERROR-O   TO WS-ALG-COD-ERROR.
           MOVE LK-AUT-DES-ERROR-O   TO WS-ALG-DES-ERROR.
           MOVE WS-COD-BLOQUEO       TO WS-ALG-COD-BLOQUEO.
           MOVE WS-EVALUO-FAMILIA    TO WS-ALG-LIMITE-FAMILIA.
           MOVE WS-LIMITE            TO WS-ALG-LIMITE.
           MOVE WS-SALDO-ARRASTRADO  TO WS-ALG-SALDO-ARRASTRADO.
           MOVE WS-GASTO-CICLO       TO WS-ALG-GASTO-CICLO.
           MOVE WS-COMPROMETIDO      TO WS-ALG-CUOTAS-COMPROMETIDAS.
           MOVE WS-RETENIDO          TO WS-ALG-RETENIDO.
           MOVE LK-DISPONIBLE-O      TO WS-ALG-DISPONIBLE.

           IF WS-TARJETA-PROD-DISPONIBLE
              MOVE LK-NUM-TARJETA-I TO WS-TPR-TARJETA
              READ ENT-TARJETA-PROD KEY IS WS-TPR-TARJETA
                  INVALID KEY CONTINUE
              END-READ
              IF FS-TARJETA-PROD-OK
                 MOVE WS-TPR-PRODUCTO TO WS-ALG-PRODUCTO
              END-IF
           END-IF.

       2710-GRABAR-DECISION.

           WRITE WS-ALG-LOG-REG.

           IF FS-AUT-LOG-CLAVE-DUP
              ADD 1 TO WS-ALG-SEC-SESION
              MOVE WS-ALG-SEC-SESION TO WS-ALG-SEC
              GO TO 2710-GRABAR-DECISION
           END-IF.

           IF NOT FS-AUT-LOG-OK
              DISPLAY 'AVISO: NO SE PUDO REGISTRAR LA DECISION: '
                      FS-AUT-LOG
           END-IF.

       2700-REGISTRAR-DECISION-FIN.
           EXIT.
      *----------------------------------------------------------------*
