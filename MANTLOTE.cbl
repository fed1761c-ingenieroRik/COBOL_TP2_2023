      *          titular existente para las adicionales, y el registro
      *          de duplicadas en DUPLICADAS.TXT para las altas
      *          repetidas) y deja en MANTLOTE.TXT un renglon aceptado
      *          / rechazado por transaccion, con el motivo. Las altas
      *          pueden traer el producto y el documento del titular
      *          (asi llegan las aprobadas por ORIGINA): la tarjeta
      *          queda con su producto en TARJPROD.VSAM y la cuenta
      *          ligada a la persona en CUENTA-PERSONA.VSAM.
      *          Una modificacion que sube el limite por encima del
      *          umbral no se graba: queda en CAMBIOS-PENDIENTES.VSAM
      *          hasta que un supervisor la apruebe en APROBCAM, y el
      *          reporte la informa como PENDIENTE.
      *          Cada transaccion procesada queda en un checkpoint
      *          (MANTLOTE-CHECKPOINT.SEQ): si la corrida se corta, la
      *          siguiente retoma despues de la ultima transaccion
      *          grabada sin volver a aplicar las anteriores, y rearma
      *          MANTLOTE.TXT con los renglones de la corrida cortada
      *          mas los de la retomada y los totales de ambas. El
      *          libro de lotes (MANTLOTE-LOTES.SEQ) rechaza un archivo
      *          de transacciones ya aplicado completo, salvo reproceso
      *          forzado con MANTLOTE_FORZAR_REPROCESO=S.
      *          En una instalacion multi-emisor (ver ENTIDCTL) se
      *          rechazan las transacciones sobre cuentas de otra
      *          entidad, y la cuenta nueva de un alta queda asignada
      *          a la entidad de la corrida, como en MANTTARJ.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS WS-CUO-CLAVE
           FILE STATUS IS FS-CUOTAS.

      *    *** complementarios del alta: producto de la tarjeta y
      *    *** vinculo cuenta -> persona, cuando la transaccion los trae
      *    *** (altas emitidas por ORIGINA)
       SELECT ENT-TARJETA-PROD
           ASSIGN TO WS-RUTA-TARJETA-PROD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-TPR-TARJETA
           FILE STATUS IS FS-TARJETA-PROD.

       SELECT ENT-CUENTA-PERSONA
           ASSIGN TO WS-RUTA-CUENTA-PERSONA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-CPE-CUENTA
           FILE STATUS IS FS-CUENTA-PERSONA.

      *    *** domicilios marcados invalidos por DEVCORR (ver
      *    *** 2310-LEVANTAR-DOMICILIO)
       SELECT ENT-DOMICILIOS
           ASSIGN TO WS-RUTA-DOMICILIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-DIV-NUM-CUENTA
           FILE STATUS IS FS-DOMICILIOS.

      *    *** cola de cambios retenidos para aprobacion de un
      *    *** supervisor (ver 2350-ENCOLAR-CAMBIO y APROBCAM)
       SELECT ENT-PENDIENTES
           ASSIGN TO WS-RUTA-PENDIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-CPD-NUM-PEDIDO
           FILE STATUS IS FS-PENDIENTES.

      *    *** libro de lotes: un registro por corrida ('P' al
      *    *** arrancar, 'C' con los totales al terminar completa)
       SELECT LIB-LOTES
           ASSIGN TO WS-RUTA-LIBRO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIBRO.

      *    *** checkpoint de posicion en las transacciones, para
      *    *** retomar una corrida cortada sin aplicar dos veces lo ya
      *    *** aplicado (mismo mecanismo que PAGOPOST)
       SELECT ENT-CHECKPOINT
           ASSIGN TO WS-RUTA-CHECKPOINT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CHECKPOINT.

      *    *** copia de trabajo del reporte de la corrida cortada,
      *    *** para rearmarlo al retomar (ver 1260-RETOMAR-REPORTE)
       SELECT AUX-REPORTE
           ASSIGN TO WS-RUTA-REPORTE-AUX
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE-AUX.

      *----------------------------------------------------------------*
       DATA DIVISION.

          05 WS-MT-NUM-TARJETA-TITULAR              PIC X(19).
          05 WS-MT-LIMITE-TARJETA-USD               PIC 9(08)V9(02).

       FD ENT-TRANSACCIONES.
           COPY TRXTARJ.

       FD ENT-COD-POSTALES.
       01 WS-ENT-COD-POSTAL-REG                     PIC 9(04).
       FD ENT-CUOTAS.
           COPY CUOTAS.

       FD ENT-TARJETA-PROD.
           COPY TARJPROD.

       FD ENT-CUENTA-PERSONA.
       01 WS-CPE-VINCULO-REG.
          05 WS-CPE-CUENTA                          PIC 9(10).
          05 WS-CPE-DOCUMENTO                       PIC X(11).

       FD ENT-DOMICILIOS.
           COPY DOMINV.

       FD ENT-PENDIENTES.
           COPY CAMBPEND.

       FD LIB-LOTES.
       01 WS-LED-REG.
          05 WS-LED-NOMBRE-ARCHIVO                  PIC X(60).
      *    *** 'P' = aplicacion iniciada (parcial), 'C' = completa
          05 WS-LED-ESTADO                          PIC X(01).
             88 WS-LED-COMPLETA                        VALUE 'C'.
             88 WS-LED-PARCIAL                         VALUE 'P'.
          05 WS-LED-FECHA                           PIC 9(08).
          05 WS-LED-HORA                            PIC 9(06).
      *    *** identidad de contenido del archivo: cantidad de
      *    *** transacciones, la primera transaccion y una suma de
      *    *** control de cuentas, codigos postales y limites. Los
      *    *** generadores del lote (ORIGINA, LIMREVIS, CIERREDIS,
      *    *** INACTIVA) reusan siempre el mismo nombre, asi que el
      *    *** nombre solo no alcanza para reconocer un lote repetido
          05 WS-LED-CANT-TRANSACCIONES              PIC 9(06).
          05 WS-LED-PRIMERA-TRX                     PIC X(50).
          05 WS-LED-SUMA-CONTROL                    PIC 9(15).
          05 WS-LED-CANT-LEIDAS                     PIC 9(06).
          05 WS-LED-CANT-ACEPTADAS                  PIC 9(06).
          05 WS-LED-CANT-RECHAZADAS                 PIC 9(06).
          05 WS-LED-CANT-PENDIENTES                 PIC 9(06).

       FD ENT-CHECKPOINT.
       01 WS-ENT-CHECKPOINT.
      *    *** cantidad de transacciones ya procesadas por la corrida
      *    *** en curso (se limpia a cero al terminar completa), con
      *    *** los contadores acumulados hasta ahi para que los totales
      *    *** del reporte cierren entre la corrida cortada y la
      *    *** retomada
          05 WS-CHKP-ULTIMA-TRX                     PIC 9(06).
          05 WS-CHKP-ARCHIVO                        PIC X(60).
          05 WS-CHKP-SUMA-CONTROL                   PIC 9(15).
          05 WS-CHKP-CANT-LEIDAS                    PIC 9(06).
          05 WS-CHKP-CANT-ACEPTADAS                 PIC 9(06).
          05 WS-CHKP-CANT-RECHAZADAS                PIC 9(06).
          05 WS-CHKP-CANT-PENDIENTES                PIC 9(06).

       FD AUX-REPORTE.
       01 WS-AUX-REPORTE                            PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *    *** la linea se arma aca (los VALUE de un registro en la
                                 VALUE '../MANTLOTE.TXT'.
       01 WS-RUTA-CUOTAS               PIC X(60)
                                 VALUE '../CUOTAS.VSAM'.
       01 WS-RUTA-TARJETA-PROD         PIC X(60)
                                 VALUE '../TARJPROD.VSAM'.
       01 WS-RUTA-CUENTA-PERSONA       PIC X(60)
                                 VALUE '../CUENTA-PERSONA.VSAM'.
       01 WS-RUTA-DOMICILIOS           PIC X(60)
                                 VALUE '../DOMICILIOS-INVALIDOS.VSAM'.
       01 WS-RUTA-PENDIENTES           PIC X(60)
                                 VALUE '../CAMBIOS-PENDIENTES.VSAM'.
       01 WS-RUTA-LIBRO                PIC X(60)
                                 VALUE '../MANTLOTE-LOTES.SEQ'.
       01 WS-RUTA-CHECKPOINT           PIC X(60)
                                 VALUE '../MANTLOTE-CHECKPOINT.SEQ'.
       01 WS-RUTA-REPORTE-AUX          PIC X(60)
                                 VALUE '../MANTLOTE-REPORTE.TMP'.
       01 WS-RUTA-ENTORNO              PIC X(60) VALUE SPACES.
       01 WS-PARAM-ENTORNO             PIC X(20) VALUE SPACES.

       01 FS-STATUS.
          05 FS-MAESTRO-TARJETAS                   PIC X(2).
             88 FS-MAESTRO-TARJETAS-OK                 VALUE '00'.
      *    *** lectura por cuenta con mas tarjetas en la misma cuenta
             88 FS-MAESTRO-TARJETAS-HAY-OTRAS          VALUE '02'.
             88 FS-MAESTRO-TARJETAS-NFD                VALUE '35'.
             88 FS-MAESTRO-TARJETAS-CLAVE-DUP          VALUE '22'.
             88 FS-MAESTRO-TARJETAS-CLAVE-NFD          VALUE '23'.
             88 FS-CUOTAS-OK                           VALUE '00'.
             88 FS-CUOTAS-NFD                          VALUE '35'.
             88 FS-CUOTAS-CLAVE-NFD                    VALUE '23'.
          05 FS-TARJETA-PROD                       PIC X(2).
             88 FS-TARJETA-PROD-OK                     VALUE '00'.
             88 FS-TARJETA-PROD-NFD                    VALUE '35'.
             88 FS-TARJETA-PROD-CLAVE-DUP              VALUE '22'.
          05 FS-CUENTA-PERSONA                     PIC X(2).
             88 FS-CUENTA-PERSONA-OK                   VALUE '00'.
             88 FS-CUENTA-PERSONA-NFD                  VALUE '35'.
             88 FS-CUENTA-PERSONA-CLAVE-DUP            VALUE '22'.
          05 FS-DOMICILIOS                         PIC X(2).
             88 FS-DOMICILIOS-OK                       VALUE '00'.
          05 FS-PENDIENTES                         PIC X(2).
             88 FS-PENDIENTES-OK                       VALUE '00'.
             88 FS-PENDIENTES-NFD                      VALUE '35'.
          05 FS-LIBRO                              PIC X(2).
             88 FS-LIBRO-OK                            VALUE '00'.
             88 FS-LIBRO-EOF                           VALUE '10'.
             88 FS-LIBRO-NFD                           VALUE '35'.
          05 FS-CHECKPOINT                         PIC X(2).
             88 FS-CHECKPOINT-OK                       VALUE '00'.
             88 FS-CHECKPOINT-EOF                      VALUE '10'.
             88 FS-CHECKPOINT-NFD                      VALUE '35'.
          05 FS-REPORTE-AUX                        PIC X(2).
             88 FS-REPORTE-AUX-OK                      VALUE '00'.
             88 FS-REPORTE-AUX-EOF                     VALUE '10'.

      *    *** codigos postales validos, igual criterio que MANTTARJ
       01 WS-TABLA-CP.
       01 WS-CANT-CP                    PIC 9(04) COMP VALUE ZEROES.

       01 WS-MOTIVO-RECHAZO             PIC X(40) VALUE SPACES.

      *    *** domicilio anterior de la tarjeta modificada
       01 WS-MOD-DIRECCION-ANT          PIC X(40) VALUE SPACES.
       01 WS-MOD-COD-POSTAL-ANT         PIC 9(04) VALUE ZEROES.
       01 WS-MOD-LIMITE-ARS-ANT         PIC 9(08)V9(02) VALUE ZEROES.
       01 WS-MOD-LIMITE-USD-ANT         PIC 9(08)V9(02) VALUE ZEROES.
       01 WS-TRX-VALIDA                 PIC X(01) VALUE 'S'.
          88 WS-TRX-ES-VALIDA                         VALUE 'S'.
          88 WS-TRX-ES-PENDIENTE                      VALUE 'P'.

      *    *** una suba de limite por encima de este importe queda
      *    *** retenida para aprobacion de un supervisor
       01 WS-UMBRAL-LIMITE              PIC 9(08)V9(02)
                                                VALUE 1000000.

       01 WS-CUENTA-TITULAR             PIC 9(10) VALUE ZEROES.

          05 WS-CANT-LEIDAS             PIC 9(06) VALUE ZEROES.
          05 WS-CANT-ACEPTADAS          PIC 9(06) VALUE ZEROES.
          05 WS-CANT-RECHAZADAS         PIC 9(06) VALUE ZEROES.
          05 WS-CANT-PENDIENTES         PIC 9(06) VALUE ZEROES.

      *    *** contadores heredados de la corrida cortada, para
      *    *** separar en los totales lo hecho por cada corrida
       01 WS-CONTADORES-ANT.
          05 WS-CANT-LEIDAS-ANT         PIC 9(06) VALUE ZEROES.
          05 WS-CANT-ACEPTADAS-ANT      PIC 9(06) VALUE ZEROES.
          05 WS-CANT-RECHAZADAS-ANT     PIC 9(06) VALUE ZEROES.
          05 WS-CANT-PENDIENTES-ANT     PIC 9(06) VALUE ZEROES.
       01 WS-CONTADORES-RET.
          05 WS-CANT-LEIDAS-RET         PIC 9(06) VALUE ZEROES.
          05 WS-CANT-ACEPTADAS-RET      PIC 9(06) VALUE ZEROES.
          05 WS-CANT-RECHAZADAS-RET     PIC 9(06) VALUE ZEROES.
          05 WS-CANT-PENDIENTES-RET     PIC 9(06) VALUE ZEROES.
       01 WS-CANT-RENGLONES-ANT         PIC 9(06) VALUE ZEROES.
       01 WS-CANT-RENGLONES-FALTAN      PIC 9(06) VALUE ZEROES.

      *    *** posicion en las transacciones para el checkpoint/
      *    *** restart: transacciones ya procesadas en esta corrida, y
      *    *** hasta cual saltear si se esta retomando una corrida
      *    *** cortada
       01 WS-TRX-PROCESADAS             PIC 9(06) VALUE ZEROES.
       01 WS-SALTEAR-HASTA              PIC 9(06) VALUE ZEROES.
       01 WS-MODO-RESTART               PIC X(01) VALUE 'N'.
          88 WS-ES-RESTART                            VALUE 'S'.

      *    *** identidad de contenido del archivo de transacciones
      *    *** (ver el libro de lotes); MANTLOTE_FORZAR_REPROCESO=S
      *    *** saltea el control del libro
       01 WS-LOTE-CANT-TRX              PIC 9(06) VALUE ZEROES.
       01 WS-LOTE-PRIMERA-TRX           PIC X(50) VALUE SPACES.
       01 WS-LOTE-SUMA-CONTROL          PIC 9(15) VALUE ZEROES.
       01 WS-LOTE-REPETIDO              PIC X(01) VALUE 'N'.
          88 WS-ES-LOTE-REPETIDO                      VALUE 'S'.
       01 WS-MODO-FORZAR-REPROCESO      PIC X(01) VALUE 'N'.
          88 WS-FORZAR-REPROCESO                      VALUE 'S'.
       01 WS-ESTADO-ASIENTO             PIC X(01) VALUE 'P'.

       01 WS-TRX-IMAGEN-ANTES           PIC X(179).

       01 WS-AUDITORIA.
           COPY AUDICIO.

       01 WS-NUMERADOR.
           COPY NUMERIO.

      *    *** traba de ventana batch (ver LATCHCTL)
       01 WS-LATCH.
           COPY LATCHIO.

      *    *** entidad emisora de la cuenta (ver ENTIDCTL)
       01 WS-ENTIDAD-AREA.
           COPY ENTIDIO.
      *    *** 'S' = el alta abre una cuenta que no estaba en el
      *    *** maestro; solo esa se asigna a la entidad
       01 WS-ALTA-CUENTA-NUEVA          PIC X(01) VALUE 'N'.
          88 WS-ALTA-ABRE-CUENTA                  VALUE 'S'.
       01 WS-ALTA-TARJETA-E             PIC X(19) VALUE SPACES.
       01 WS-ALTA-CUENTA-E              PIC 9(10) VALUE ZEROES.

      *    *** el renglon lleva el numero de la transaccion en el
      *    *** archivo: al retomar, es lo que permite descartar los
      *    *** renglones posteriores al ultimo checkpoint
       01 WS-LINEA-RESULTADO.
          05 WS-RES-SECUENCIA           PIC 9(06).
          05 FILLER                     PIC X(01) VALUE SPACE.
          05 WS-RES-ACCION              PIC X(01).
          05 FILLER                     PIC X(01) VALUE SPACE.
          05 WS-RES-TARJETA             PIC X(19).
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REPORTE
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MANTLOTE_DOMICILIOS_PATH'.
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
                                        'MANTLOTE_LIBRO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-LIBRO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MANTLOTE_CHECKPOINT_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CHECKPOINT
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MANTLOTE_REPORTE_AUX_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REPORTE-AUX
           END-IF.

           MOVE SPACES TO WS-PARAM-ENTORNO.
           ACCEPT WS-PARAM-ENTORNO FROM ENVIRONMENT
                                        'MANTLOTE_UMBRAL_LIMITE'.
           IF WS-PARAM-ENTORNO (1:8) IS NUMERIC
              MOVE WS-PARAM-ENTORNO (1:8) TO WS-UMBRAL-LIMITE
           END-IF.

           MOVE SPACES TO WS-PARAM-ENTORNO.
           ACCEPT WS-PARAM-ENTORNO FROM ENVIRONMENT
                                        'MANTLOTE_FORZAR_REPROCESO'.
           IF WS-PARAM-ENTORNO (1:1) = 'S'
              MOVE 'S' TO WS-MODO-FORZAR-REPROCESO
           END-IF.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY  FROM TIME.

           PERFORM 1250-LEER-CHECKPOINT
              THRU 1250-LEER-CHECKPOINT-FIN.

           PERFORM 1200-CONTROLAR-LIBRO
              THRU 1200-CONTROLAR-LIBRO-FIN.

           OPEN I-O ENT-MAESTRO-TARJETAS.
           EVALUATE TRUE
               WHEN FS-MAESTRO-TARJETAS-OK
              STOP RUN
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

      *    *** en un restart el reporte no arranca de cero: se rearma
      *    *** con lo que dejo la corrida cortada
           IF WS-ES-RESTART
              PERFORM 1260-RETOMAR-REPORTE
                 THRU 1260-RETOMAR-REPORTE-FIN
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           OPEN OUTPUT SAL-REPORTE.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR MANTLOTE.TXT: ' FS-REPORTE
       1110-CARGAR-UN-CP-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** mide el archivo de transacciones (cantidad, primera
      *    *** transaccion y suma de control) y lo busca en el libro
      *    *** MANTLOTE-LOTES.SEQ: si ya figura aplicado completo la
      *    *** corrida se cancela, salvo reproceso forzado. Al pasar
      *    *** el control queda asentado el intento 'P'
       1200-CONTROLAR-LIBRO.

           OPEN INPUT ENT-TRANSACCIONES.
           IF NOT FS-TRANSACCIONES-OK
              GO TO 1200-CONTROLAR-LIBRO-FIN
           END-IF.

           PERFORM 1210-MEDIR-LOTE
              THRU 1210-MEDIR-LOTE-FIN
              UNTIL FS-TRANSACCIONES-EOF.

           CLOSE ENT-TRANSACCIONES.

      *    *** un checkpoint de este archivo con otro contenido es de
      *    *** un lote distinto que se genero con el mismo nombre: no
      *    *** se puede retomar sobre el
           IF WS-ES-RESTART
              AND WS-CHKP-SUMA-CONTROL <> WS-LOTE-SUMA-CONTROL
              DISPLAY 'ERROR: EL CHECKPOINT NO CORRESPONDE AL '
                      'CONTENIDO ACTUAL DE ' WS-RUTA-TRANSACCIONES
              DISPLAY 'REVISAR EL LOTE CORTADO Y LIMPIAR '
                      WS-RUTA-CHECKPOINT
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-LOTE-REPETIDO.

           OPEN INPUT LIB-LOTES.

           EVALUATE TRUE
               WHEN FS-LIBRO-OK
                    PERFORM 1220-REVISAR-REG-LIBRO
                       THRU 1220-REVISAR-REG-LIBRO-FIN
                       UNTIL FS-LIBRO-EOF
                    CLOSE LIB-LOTES
               WHEN FS-LIBRO-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR MANTLOTE-LOTES.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-LIBRO
                    STOP RUN
           END-EVALUATE.

           IF WS-ES-LOTE-REPETIDO
              IF WS-FORZAR-REPROCESO
                 DISPLAY 'AVISO: LOTE YA APLICADO, SE REPROCESA POR '
                         'MANTLOTE_FORZAR_REPROCESO=S'
              ELSE
                 DISPLAY 'ERROR: EL LOTE DE TRANSACCIONES YA FUE '
                         'APLICADO: ' WS-RUTA-TRANSACCIONES
                 DISPLAY 'SI ES UN REPROCESO INTENCIONAL, DEFINIR '
                         'MANTLOTE_FORZAR_REPROCESO=S'
                 STOP RUN
              END-IF
           END-IF.

           MOVE 'P' TO WS-ESTADO-ASIENTO.
           PERFORM 1230-ASENTAR-EN-LIBRO
              THRU 1230-ASENTAR-EN-LIBRO-FIN.

       1200-CONTROLAR-LIBRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1210-MEDIR-LOTE.

           READ ENT-TRANSACCIONES.

           IF NOT FS-TRANSACCIONES-OK
              GO TO 1210-MEDIR-LOTE-FIN
           END-IF.

           ADD 1 TO WS-LOTE-CANT-TRX.
           IF WS-LOTE-CANT-TRX = 1
              MOVE WS-ENT-TRANSACCION (1:50) TO WS-LOTE-PRIMERA-TRX
           END-IF.

           IF WS-TRX-NUM-CUENTA IS NUMERIC
              ADD WS-TRX-NUM-CUENTA TO WS-LOTE-SUMA-CONTROL
           END-IF.
           IF WS-TRX-COD-POSTAL IS NUMERIC
              ADD WS-TRX-COD-POSTAL TO WS-LOTE-SUMA-CONTROL
           END-IF.
           IF WS-TRX-LIMITE-ARS IS NUMERIC
              ADD WS-TRX-LIMITE-ARS TO WS-LOTE-SUMA-CONTROL
           END-IF.
           IF WS-TRX-LIMITE-USD IS NUMERIC
              ADD WS-TRX-LIMITE-USD TO WS-LOTE-SUMA-CONTROL
           END-IF.

       1210-MEDIR-LOTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1220-REVISAR-REG-LIBRO.

           READ LIB-LOTES
               AT END SET FS-LIBRO-EOF TO TRUE
               NOT AT END
                  IF WS-LED-COMPLETA
                     AND WS-LED-CANT-TRANSACCIONES = WS-LOTE-CANT-TRX
                     AND WS-LED-PRIMERA-TRX = WS-LOTE-PRIMERA-TRX
                     AND WS-LED-SUMA-CONTROL = WS-LOTE-SUMA-CONTROL
                     AND WS-LOTE-CANT-TRX > ZEROES
                     MOVE 'S' TO WS-LOTE-REPETIDO
                  END-IF
           END-READ.

       1220-REVISAR-REG-LIBRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** asienta un registro en el libro: 'P' al arrancar, 'C'
      *    *** con los totales al terminar completa
       1230-ASENTAR-EN-LIBRO.

           OPEN EXTEND LIB-LOTES.
           IF FS-LIBRO-NFD
              OPEN OUTPUT LIB-LOTES
              CLOSE LIB-LOTES
              OPEN EXTEND LIB-LOTES
           END-IF.
           IF NOT FS-LIBRO-OK
              DISPLAY 'ERROR AL ABRIR MANTLOTE-LOTES.SEQ: ' FS-LIBRO
              STOP RUN
           END-IF.

           INITIALIZE WS-LED-REG.
           MOVE WS-RUTA-TRANSACCIONES TO WS-LED-NOMBRE-ARCHIVO.
           MOVE WS-ESTADO-ASIENTO     TO WS-LED-ESTADO.
           MOVE WS-FECHA-HOY          TO WS-LED-FECHA.
           MOVE WS-HORA-HOY (1:6)     TO WS-LED-HORA.
           MOVE WS-LOTE-CANT-TRX      TO WS-LED-CANT-TRANSACCIONES.
           MOVE WS-LOTE-PRIMERA-TRX   TO WS-LED-PRIMERA-TRX.
           MOVE WS-LOTE-SUMA-CONTROL  TO WS-LED-SUMA-CONTROL.
           MOVE WS-CANT-LEIDAS        TO WS-LED-CANT-LEIDAS.
           MOVE WS-CANT-ACEPTADAS     TO WS-LED-CANT-ACEPTADAS.
           MOVE WS-CANT-RECHAZADAS    TO WS-LED-CANT-RECHAZADAS.
           MOVE WS-CANT-PENDIENTES    TO WS-LED-CANT-PENDIENTES.
           WRITE WS-LED-REG.

           CLOSE LIB-LOTES.

       1230-ASENTAR-EN-LIBRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** si quedo un checkpoint de una corrida que no llego a
      *    *** terminar, se retoma salteando las transacciones ya
      *    *** procesadas (aceptadas, rechazadas o pendientes) y con
      *    *** sus contadores; un checkpoint de OTRO archivo se ignora
      *    *** con aviso
       1250-LEER-CHECKPOINT.

           OPEN INPUT ENT-CHECKPOINT.

           IF FS-CHECKPOINT-OK
              READ ENT-CHECKPOINT
                 AT END
                    CONTINUE
                 NOT AT END
                    IF WS-CHKP-ULTIMA-TRX > ZEROES
                       IF WS-CHKP-ARCHIVO = WS-RUTA-TRANSACCIONES
                          MOVE WS-CHKP-ULTIMA-TRX
                                             TO WS-SALTEAR-HASTA
                          MOVE WS-CHKP-CANT-LEIDAS
                                             TO WS-CANT-LEIDAS
                                                WS-CANT-LEIDAS-ANT
                          MOVE WS-CHKP-CANT-ACEPTADAS
                                             TO WS-CANT-ACEPTADAS
                                                WS-CANT-ACEPTADAS-ANT
                          MOVE WS-CHKP-CANT-RECHAZADAS
                                             TO WS-CANT-RECHAZADAS
                                                WS-CANT-RECHAZADAS-ANT
                          MOVE WS-CHKP-CANT-PENDIENTES
                                             TO WS-CANT-PENDIENTES
                                                WS-CANT-PENDIENTES-ANT
                          SET WS-ES-RESTART TO TRUE
                          DISPLAY 'RESTART: SE RETOMA EL LOTE '
                                  'DESPUES DE LA TRANSACCION '
                                  WS-SALTEAR-HASTA
                       ELSE
                          DISPLAY 'AVISO: CHECKPOINT DE OTRO ARCHIVO '
                                  'DE TRANSACCIONES, SE IGNORA: '
                                  WS-CHKP-ARCHIVO
                       END-IF
                    END-IF
              END-READ
              CLOSE ENT-CHECKPOINT
           END-IF.

       1250-LEER-CHECKPOINT-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el reporte de la corrida cortada se copia al archivo de
      *    *** trabajo y se vuelve a volcar en MANTLOTE.TXT, dejando
      *    *** afuera los renglones de transacciones posteriores al
      *    *** checkpoint (se vuelven a procesar y a informar ahora).
      *    *** Despues se marca desde donde sigue la corrida retomada
       1260-RETOMAR-REPORTE.

           MOVE ZEROES TO WS-CANT-RENGLONES-ANT.

           OPEN INPUT SAL-REPORTE.
           IF NOT FS-REPORTE-OK
              DISPLAY 'AVISO: NO SE ENCONTRO EL REPORTE DE LA CORRIDA '
                      'CORTADA, SE ARMA UNO NUEVO'
              OPEN OUTPUT SAL-REPORTE
              MOVE 'MANTENIMIENTO DE TARJETAS POR LOTE'
                                                 TO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
              MOVE ALL '-' TO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
              GO TO 1260-MARCAR-RETOMA
           END-IF.

           OPEN OUTPUT AUX-REPORTE.
           IF NOT FS-REPORTE-AUX-OK
              DISPLAY 'ERROR AL ABRIR MANTLOTE-REPORTE.TMP: '
                      FS-REPORTE-AUX
              STOP RUN
           END-IF.

           PERFORM 1265-COPIAR-A-AUXILIAR
              THRU 1265-COPIAR-A-AUXILIAR-FIN
              UNTIL NOT FS-REPORTE-OK.

           CLOSE SAL-REPORTE
                 AUX-REPORTE.

           OPEN INPUT AUX-REPORTE.
           OPEN OUTPUT SAL-REPORTE.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR MANTLOTE.TXT: ' FS-REPORTE
              STOP RUN
           END-IF.

           PERFORM 1268-COPIAR-DE-AUXILIAR
              THRU 1268-COPIAR-DE-AUXILIAR-FIN
              UNTIL NOT FS-REPORTE-AUX-OK.

           CLOSE AUX-REPORTE.

       1260-MARCAR-RETOMA.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING '*** CORRIDA RETOMADA EL ' WS-FECHA-HOY ' '
                  WS-HORA-HOY (1:6)
                  ' DESPUES DE LA TRANSACCION ' WS-SALTEAR-HASTA
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       1260-RETOMAR-REPORTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** un renglon de resultado empieza con el numero de la
      *    *** transaccion; los de encabezado y las marcas de retoma
      *    *** anteriores se copian siempre
       1265-COPIAR-A-AUXILIAR.

           READ SAL-REPORTE.

           IF NOT FS-REPORTE-OK
              GO TO 1265-COPIAR-A-AUXILIAR-FIN
           END-IF.

           IF WS-SAL-REPORTE (1:6) IS NUMERIC
              AND WS-SAL-REPORTE (7:1) = SPACE
              IF WS-SAL-REPORTE (1:6) > WS-SALTEAR-HASTA
                 GO TO 1265-COPIAR-A-AUXILIAR-FIN
              END-IF
              ADD 1 TO WS-CANT-RENGLONES-ANT
           END-IF.

           MOVE WS-SAL-REPORTE TO WS-AUX-REPORTE.
           WRITE WS-AUX-REPORTE.

       1265-COPIAR-A-AUXILIAR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1268-COPIAR-DE-AUXILIAR.

           READ AUX-REPORTE.

           IF NOT FS-REPORTE-AUX-OK
              GO TO 1268-COPIAR-DE-AUXILIAR-FIN
           END-IF.

           MOVE WS-AUX-REPORTE TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       1268-COPIAR-DE-AUXILIAR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESAR-TRANSACCION.

              GO TO 2000-PROCESAR-TRANSACCION-FIN
           END-IF.

      *    *** en un restart, las transacciones ya procesadas por la
      *    *** corrida cortada se saltean sin volver a aplicarlas
           ADD 1 TO WS-TRX-PROCESADAS.
           IF WS-TRX-PROCESADAS <= WS-SALTEAR-HASTA
              GO TO 2000-PROCESAR-TRANSACCION-FIN
           END-IF.

           ADD 1 TO WS-CANT-LEIDAS.
           MOVE 'S'    TO WS-TRX-VALIDA.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           PERFORM 2800-REPORTAR-RESULTADO
              THRU 2800-REPORTAR-RESULTADO-FIN.

           PERFORM 2950-GRABAR-CHECKPOINT
              THRU 2950-GRABAR-CHECKPOINT-FIN.

       2000-PROCESAR-TRANSACCION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** una cuenta de otra entidad emisora la mantiene su banco
       2020-VERIFICAR-ENTIDAD.

           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-VERIFICAR TO TRUE.
           MOVE WS-MT-NUM-CUENTA TO WS-EMI-CUENTA-E.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.

           IF NOT WS-EMI-CUENTA-PROPIA
              MOVE 'N' TO WS-TRX-VALIDA
              MOVE 'CUENTA DE OTRA ENTIDAD EMISORA'
                                              TO WS-MOTIVO-RECHAZO
           END-IF.

       2020-VERIFICAR-ENTIDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** una cuenta nueva es siempre propia; si ya tiene tarjetas
      *    *** en el maestro vale la entidad que tiene asignada
       2025-VERIFICAR-CUENTA-ALTA.

           MOVE 'S'               TO WS-ALTA-CUENTA-NUEVA.
           MOVE WS-TRX-NUM-TARJETA TO WS-ALTA-TARJETA-E.
           MOVE WS-TRX-NUM-CUENTA  TO WS-ALTA-CUENTA-E.

           MOVE WS-TRX-NUM-CUENTA TO WS-MT-NUM-CUENTA.
           READ ENT-MAESTRO-TARJETAS KEY IS WS-MT-NUM-CUENTA
               INVALID KEY CONTINUE
           END-READ.

           IF FS-MAESTRO-TARJETAS-OK
              OR FS-MAESTRO-TARJETAS-HAY-OTRAS
              MOVE 'N' TO WS-ALTA-CUENTA-NUEVA
              PERFORM 2020-VERIFICAR-ENTIDAD
                 THRU 2020-VERIFICAR-ENTIDAD-FIN
           END-IF.

           INITIALIZE WS-ENT-MAESTRO-TARJETAS-REG.
           MOVE WS-ALTA-TARJETA-E TO WS-MT-NUM-TARJETA.
           MOVE WS-ALTA-CUENTA-E  TO WS-MT-NUM-CUENTA.

       2025-VERIFICAR-CUENTA-ALTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la cuenta queda de la entidad de la corrida; sin
      *    *** ninguna, de la principal
       2030-ASIGNAR-ENTIDAD.

           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-ASIGNAR TO TRUE.
           MOVE WS-MT-NUM-CUENTA TO WS-EMI-CUENTA-E.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.

           IF WS-EMI-COD-ERROR-O <> SPACES
              DISPLAY 'AVISO: CUENTA ' WS-MT-NUM-CUENTA ': '
                      WS-EMI-DES-ERROR-O
           END-IF.

       2030-ASIGNAR-ENTIDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** alta: mismas validaciones que el camino interactivo de
      *    *** MANTTARJ (2102 tipo, 2105 codigo postal, 2108 titular
           END-IF.

           MOVE ZEROES TO WS-CUENTA-TITULAR.
           MOVE 'N'    TO WS-ALTA-CUENTA-NUEVA.
           IF WS-TRX-TIPO-TARJETA = 'A'
              PERFORM 2160-VALIDAR-TITULAR
                 THRU 2160-VALIDAR-TITULAR-FIN
           ELSE
              PERFORM 2025-VERIFICAR-CUENTA-ALTA
                 THRU 2025-VERIFICAR-CUENTA-ALTA-FIN
           END-IF.
           IF NOT WS-TRX-ES-VALIDA
              GO TO 2100-ALTA-LOTE-FIN
           END-IF.

           INITIALIZE WS-ENT-MAESTRO-TARJETAS-REG.
              MOVE SPACES TO WS-AUD-IMAGEN-ANTES
              PERFORM 2900-AUDITAR-CAMBIO
                 THRU 2900-AUDITAR-CAMBIO-FIN
              PERFORM 2180-COMPLETAR-ALTA
                 THRU 2180-COMPLETAR-ALTA-FIN
      *    *** la adicional hereda la entidad de la cuenta del titular
              IF WS-ALTA-ABRE-CUENTA
                 PERFORM 2030-ASIGNAR-ENTIDAD
                    THRU 2030-ASIGNAR-ENTIDAD-FIN
              END-IF
           END-IF.

       2100-ALTA-LOTE-FIN.

           IF FS-MAESTRO-TARJETAS-OK AND WS-MT-TITULAR
              MOVE WS-MT-NUM-CUENTA TO WS-CUENTA-TITULAR
              PERFORM 2020-VERIFICAR-ENTIDAD
                 THRU 2020-VERIFICAR-ENTIDAD-FIN
           ELSE
              MOVE 'N' TO WS-TRX-VALIDA
              MOVE 'NO EXISTE UNA TARJETA TITULAR CON ESE NUMERO'
       2170-REGISTRAR-DUPLICADA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** producto y persona del alta, si la transaccion los trae:
      *    *** el producto queda en TARJPROD.VSAM con el mes de alta
      *    *** (como MANTTARJ 2600) y la cuenta de una titular queda
      *    *** ligada al documento (como MANTTARJ 2120). La tarjeta ya
      *    *** esta grabada: un error aca se avisa y no la rechaza
       2180-COMPLETAR-ALTA.

           IF WS-TRX-PRODUCTO <> SPACES
              OPEN I-O ENT-TARJETA-PROD
              IF FS-TARJETA-PROD-NFD
                 OPEN OUTPUT ENT-TARJETA-PROD
                 CLOSE ENT-TARJETA-PROD
                 OPEN I-O ENT-TARJETA-PROD
              END-IF
              IF FS-TARJETA-PROD-OK
                 INITIALIZE WS-TPR-TARJETA-PROD-REG
                 MOVE WS-MT-NUM-TARJETA  TO WS-TPR-TARJETA
                 MOVE WS-TRX-PRODUCTO    TO WS-TPR-PRODUCTO
                 MOVE WS-FECHA-HOY (5:2) TO WS-TPR-MES-ALTA
                 WRITE WS-TPR-TARJETA-PROD-REG
                 IF FS-TARJETA-PROD-CLAVE-DUP
                    REWRITE WS-TPR-TARJETA-PROD-REG
                 END-IF
              END-IF
              IF NOT FS-TARJETA-PROD-OK
                 DISPLAY 'AVISO: NO SE ASIGNO EL PRODUCTO A '
                         WS-MT-NUM-TARJETA ': ' FS-TARJETA-PROD
              END-IF
              CLOSE ENT-TARJETA-PROD
           END-IF.

           IF WS-TRX-DOCUMENTO <> SPACES
              AND WS-TRX-TIPO-TARJETA = 'T'
              OPEN I-O ENT-CUENTA-PERSONA
              IF FS-CUENTA-PERSONA-NFD
                 OPEN OUTPUT ENT-CUENTA-PERSONA
                 CLOSE ENT-CUENTA-PERSONA
                 OPEN I-O ENT-CUENTA-PERSONA
              END-IF
              IF FS-CUENTA-PERSONA-OK
                 INITIALIZE WS-CPE-VINCULO-REG
                 MOVE WS-MT-NUM-CUENTA TO WS-CPE-CUENTA
                 MOVE WS-TRX-DOCUMENTO TO WS-CPE-DOCUMENTO
                 WRITE WS-CPE-VINCULO-REG
                 IF FS-CUENTA-PERSONA-CLAVE-DUP
                    REWRITE WS-CPE-VINCULO-REG
                 END-IF
              END-IF
              IF NOT FS-CUENTA-PERSONA-OK
                 DISPLAY 'AVISO: NO SE VINCULO LA PERSONA DE LA '
                         'CUENTA ' WS-MT-NUM-CUENTA ': '
                         FS-CUENTA-PERSONA
              END-IF
              CLOSE ENT-CUENTA-PERSONA
           END-IF.

       2180-COMPLETAR-ALTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2200-BAJA-LOTE.

              GO TO 2200-BAJA-LOTE-FIN
           END-IF.

           PERFORM 2020-VERIFICAR-ENTIDAD
              THRU 2020-VERIFICAR-ENTIDAD-FIN.
           IF NOT WS-TRX-ES-VALIDA
              GO TO 2200-BAJA-LOTE-FIN
           END-IF.

           MOVE WS-ENT-MAESTRO-TARJETAS-REG TO WS-TRX-IMAGEN-ANTES.
           MOVE WS-MT-NUM-TARJETA           TO WS-BAJA-TARJETA.
           MOVE WS-MT-NUM-CUENTA            TO WS-BAJA-CUENTA.
              GO TO 2300-MODIFICACION-LOTE-FIN
           END-IF.

           PERFORM 2020-VERIFICAR-ENTIDAD
              THRU 2020-VERIFICAR-ENTIDAD-FIN.
           IF NOT WS-TRX-ES-VALIDA
              GO TO 2300-MODIFICACION-LOTE-FIN
           END-IF.

           MOVE WS-ENT-MAESTRO-TARJETAS-REG TO WS-TRX-IMAGEN-ANTES.
           MOVE WS-MT-DIRECCION  TO WS-MOD-DIRECCION-ANT.
           MOVE WS-MT-COD-POSTAL TO WS-MOD-COD-POSTAL-ANT.
           MOVE WS-MT-LIMITE-TARJETA     TO WS-MOD-LIMITE-ARS-ANT.
           MOVE WS-MT-LIMITE-TARJETA-USD TO WS-MOD-LIMITE-USD-ANT.

           PERFORM 2150-VALIDAR-COD-POSTAL
              THRU 2150-VALIDAR-COD-POSTAL-FIN.
           MOVE WS-TRX-LIMITE-ARS  TO WS-MT-LIMITE-TARJETA.
           MOVE WS-TRX-LIMITE-USD  TO WS-MT-LIMITE-TARJETA-USD.
           MOVE WS-TRX-DIA-CIERRE  TO WS-MT-DIA-CIERRE.

      *    *** suba de limite por encima del umbral: no se graba, la
      *    *** modificacion completa queda en la cola de aprobaciones
           IF (WS-MT-LIMITE-TARJETA > WS-UMBRAL-LIMITE
               AND WS-MT-LIMITE-TARJETA > WS-MOD-LIMITE-ARS-ANT)
              OR (WS-MT-LIMITE-TARJETA-USD > WS-UMBRAL-LIMITE
                  AND WS-MT-LIMITE-TARJETA-USD > WS-MOD-LIMITE-USD-ANT)
              PERFORM 2350-ENCOLAR-CAMBIO
                 THRU 2350-ENCOLAR-CAMBIO-FIN
              GO TO 2300-MODIFICACION-LOTE-FIN
           END-IF.

           REWRITE WS-ENT-MAESTRO-TARJETAS-REG.

           IF FS-MAESTRO-TARJETAS-OK
              MOVE WS-TRX-IMAGEN-ANTES TO WS-AUD-IMAGEN-ANTES
              PERFORM 2900-AUDITAR-CAMBIO
                 THRU 2900-AUDITAR-CAMBIO-FIN
              IF WS-MT-DIRECCION  <> WS-MOD-DIRECCION-ANT
                 OR WS-MT-COD-POSTAL <> WS-MOD-COD-POSTAL-ANT
                 PERFORM 2310-LEVANTAR-DOMICILIO
                    THRU 2310-LEVANTAR-DOMICILIO-FIN
              END-IF
           ELSE
              MOVE 'N' TO WS-TRX-VALIDA
              MOVE 'ERROR AL REGRABAR EL MAESTRO'
       2300-MODIFICACION-LOTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** mismo pedido que MANTTARJ 2350: imagen actual del maestro
      *    *** y la que se grabara cuando un supervisor lo apruebe
       2350-ENCOLAR-CAMBIO.

           INITIALIZE WS-NUMERADOR.
           MOVE 'MANTLOTE' TO WS-NUM-PROGRAMA-E.
           CALL 'NUMERADOR' USING WS-NUMERADOR.
           IF WS-NUM-COD-ERROR-O <> SPACES
              MOVE 'N' TO WS-TRX-VALIDA
              MOVE 'NO SE PUDO NUMERAR EL PEDIDO DE APROBACION'
                                              TO WS-MOTIVO-RECHAZO
              GO TO 2350-ENCOLAR-CAMBIO-FIN
           END-IF.

           INITIALIZE WS-CPD-PENDIENTE-REG.
           MOVE WS-NUM-ID-O                 TO WS-CPD-NUM-PEDIDO.
           SET WS-CPD-ES-LIMITE             TO TRUE.
           SET WS-CPD-PENDIENTE             TO TRUE.
           MOVE 'MANTLOTE'                  TO WS-CPD-PROGRAMA.
           MOVE WS-MT-NUM-TARJETA           TO WS-CPD-TARJETA.
           MOVE 'LOTE'                      TO WS-CPD-OPERADOR.
           MOVE WS-FECHA-HOY                TO WS-CPD-FECHA-PEDIDO.
           MOVE WS-HORA-HOY (1:6)           TO WS-CPD-HORA-PEDIDO.
           MOVE 'SUBA DE LIMITE SOBRE EL UMBRAL'
                                            TO WS-CPD-DETALLE.
           MOVE WS-TRX-IMAGEN-ANTES         TO WS-CPD-IMAGEN-ANTES.
           MOVE WS-ENT-MAESTRO-TARJETAS-REG TO WS-CPD-IMAGEN-DESPUES.
           WRITE WS-CPD-PENDIENTE-REG.

           IF FS-PENDIENTES-OK
              SET WS-TRX-ES-PENDIENTE TO TRUE
              MOVE SPACES TO WS-MOTIVO-RECHAZO
              STRING 'PEDIDO DE APROBACION NRO ' WS-CPD-NUM-PEDIDO
                     DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
           ELSE
              MOVE 'N' TO WS-TRX-VALIDA
              MOVE 'ERROR AL GRABAR EL PEDIDO DE APROBACION'
                                              TO WS-MOTIVO-RECHAZO
           END-IF.

       2350-ENCOLAR-CAMBIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cambio de domicilio del titular: si el correo lo tenia
      *    *** marcado invalido la marca pasa a corregida (mismo
      *    *** criterio que MANTTARJ)
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
              MOVE WS-FECHA-HOY TO WS-DIV-FECHA-CORRECCION
              MOVE 'MANTLOTE'   TO WS-DIV-PROGRAMA-CORRECCION
              MOVE 'LOTE'       TO WS-DIV-OPERADOR-CORRECCION
              REWRITE WS-DIV-DOMICILIO-REG
              IF NOT FS-DOMICILIOS-OK
                 DISPLAY 'ERROR AL CORREGIR EL DOMICILIO INVALIDO: '
                         FS-DOMICILIOS
              END-IF
           END-IF.

           CLOSE ENT-DOMICILIOS.

       2310-LEVANTAR-DOMICILIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2800-REPORTAR-RESULTADO.

           MOVE WS-TRX-PROCESADAS  TO WS-RES-SECUENCIA.
           MOVE WS-TRX-ACCION      TO WS-RES-ACCION.
           MOVE WS-TRX-NUM-TARJETA TO WS-RES-TARJETA.

           EVALUATE TRUE
               WHEN WS-TRX-ES-VALIDA
                    ADD 1 TO WS-CANT-ACEPTADAS
                    MOVE 'ACEPTADA ' TO WS-RES-VEREDICTO
                    MOVE SPACES      TO WS-RES-MOTIVO
               WHEN WS-TRX-ES-PENDIENTE
                    ADD 1 TO WS-CANT-PENDIENTES
                    MOVE 'PENDIENTE' TO WS-RES-VEREDICTO
                    MOVE WS-MOTIVO-RECHAZO TO WS-RES-MOTIVO
               WHEN OTHER
                    ADD 1 TO WS-CANT-RECHAZADAS
                    MOVE 'RECHAZADA' TO WS-RES-VEREDICTO
                    MOVE WS-MOTIVO-RECHAZO TO WS-RES-MOTIVO
           END-EVALUATE.

           MOVE WS-LINEA-RESULTADO TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
       2900-AUDITAR-CAMBIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** reescribe el checkpoint con la posicion de la ultima
      *    *** transaccion procesada y los contadores a ese momento
      *    *** (mismo mecanismo de regrabado completo que PAGOPOST)
       2950-GRABAR-CHECKPOINT.

           MOVE WS-TRX-PROCESADAS     TO WS-CHKP-ULTIMA-TRX.
           MOVE WS-RUTA-TRANSACCIONES TO WS-CHKP-ARCHIVO.
           MOVE WS-LOTE-SUMA-CONTROL  TO WS-CHKP-SUMA-CONTROL.
           MOVE WS-CANT-LEIDAS        TO WS-CHKP-CANT-LEIDAS.
           MOVE WS-CANT-ACEPTADAS     TO WS-CHKP-CANT-ACEPTADAS.
           MOVE WS-CANT-RECHAZADAS    TO WS-CHKP-CANT-RECHAZADAS.
           MOVE WS-CANT-PENDIENTES    TO WS-CHKP-CANT-PENDIENTES.
           OPEN OUTPUT ENT-CHECKPOINT.
           IF NOT FS-CHECKPOINT-OK
              DISPLAY 'ERROR AL GRABAR MANTLOTE-CHECKPOINT.SEQ: '
                      FS-CHECKPOINT
              STOP RUN
           END-IF.
           WRITE WS-ENT-CHECKPOINT.
           CLOSE ENT-CHECKPOINT.

       2950-GRABAR-CHECKPOINT-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

      *    *** en un lote retomado los totales se abren en lo que
      *    *** hizo la corrida cortada y lo que hizo esta, y el total
      *    *** del lote es la suma de las dos
           IF WS-ES-RESTART
              PERFORM 3100-CONCILIAR-CORRIDAS
                 THRU 3100-CONCILIAR-CORRIDAS-FIN
           END-IF.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'LEIDAS: ' WS-CANT-LEIDAS
                  '  ACEPTADAS: ' WS-CANT-ACEPTADAS
                  '  RECHAZADAS: ' WS-CANT-RECHAZADAS
                  '  PENDIENTES: ' WS-CANT-PENDIENTES
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

      *    *** el lote termino completo: queda asentado 'C' en el
      *    *** libro con sus totales, y el checkpoint se limpia para
      *    *** que la proxima corrida arranque de cero
           MOVE 'C' TO WS-ESTADO-ASIENTO.
           PERFORM 1230-ASENTAR-EN-LIBRO
              THRU 1230-ASENTAR-EN-LIBRO-FIN.

           MOVE ZEROES TO WS-TRX-PROCESADAS.
           PERFORM 2950-GRABAR-CHECKPOINT
              THRU 2950-GRABAR-CHECKPOINT-FIN.

           CLOSE ENT-MAESTRO-TARJETAS
                 ENT-TRANSACCIONES
                 SAL-DUPLICADAS
                 SAL-REPORTE
                 ENT-PENDIENTES.

           DISPLAY 'MANTLOTE: ' WS-CANT-ACEPTADAS ' ACEPTADAS, '
                   WS-CANT-RECHAZADAS ' RECHAZADAS, '
                   WS-CANT-PENDIENTES ' PENDIENTES'.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3100-CONCILIAR-CORRIDAS.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'CORRIDA CORTADA  - LEIDAS: ' WS-CANT-LEIDAS-ANT
                  '  ACEPTADAS: ' WS-CANT-ACEPTADAS-ANT
                  '  RECHAZADAS: ' WS-CANT-RECHAZADAS-ANT
                  '  PENDIENTES: ' WS-CANT-PENDIENTES-ANT
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           COMPUTE WS-CANT-LEIDAS-RET =
                   WS-CANT-LEIDAS - WS-CANT-LEIDAS-ANT.
           COMPUTE WS-CANT-ACEPTADAS-RET =
                   WS-CANT-ACEPTADAS - WS-CANT-ACEPTADAS-ANT.
           COMPUTE WS-CANT-RECHAZADAS-RET =
                   WS-CANT-RECHAZADAS - WS-CANT-RECHAZADAS-ANT.
           COMPUTE WS-CANT-PENDIENTES-RET =
                   WS-CANT-PENDIENTES - WS-CANT-PENDIENTES-ANT.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'CORRIDA RETOMADA - LEIDAS: ' WS-CANT-LEIDAS-RET
                  '  ACEPTADAS: ' WS-CANT-ACEPTADAS-RET
                  '  RECHAZADAS: ' WS-CANT-RECHAZADAS-RET
                  '  PENDIENTES: ' WS-CANT-PENDIENTES-RET
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

      *    *** si la corrida cortada no llego a volcar al reporte
      *    *** todos sus renglones, los contadores del checkpoint
      *    *** mandan y se avisa la diferencia
           IF WS-CANT-RENGLONES-ANT < WS-CANT-LEIDAS-ANT
              COMPUTE WS-CANT-RENGLONES-FALTAN =
                      WS-CANT-LEIDAS-ANT - WS-CANT-RENGLONES-ANT
              MOVE SPACES TO WS-SAL-REPORTE
              STRING 'AVISO: ' WS-CANT-RENGLONES-FALTAN
                     ' RESULTADOS DE LA CORRIDA CORTADA NO QUEDARON '
                     'EN EL REPORTE (VER AUDITORIA)'
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
           END-IF.

           MOVE SPACES TO WS-SAL-REPORTE.
           MOVE 'TOTAL DEL LOTE:' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       3100-CONCILIAR-CORRIDAS-FIN.
           EXIT.
