      *          (estado I en el maestro) las tarjetas que acumulan la
      *          cantidad configurada de ciclos sin cubrir el minimo,
      *          para que 2300-VALIDAR-TARJETA rechace nuevos consumos.
      *          Lo acreditado a cada minimo queda en
      *          COBERTURA-MORA.SEQ, para que REVPAGO reabra la
      *          cobertura si el banco rechaza un pago ya computado.
      *          Se corre despues de PAGOPOST y antes de TP02EJ01.
      *          Los pagos del ciclo se pasan a un archivo de trabajo
      *          indexado por tarjeta y por cuenta (TABCICLO.CPY), sin
      *          tope de cantidad.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAGOS-APLICADOS.

      *    *** pagos del ciclo indexados por clave (ver 1200)
       SELECT TRB-PAGOS
           ASSIGN TO WS-RUTA-PAGOS-TRABAJO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-TCI-CLAVE
           FILE STATUS IS FS-PAGOS-TRABAJO.

       SELECT ENT-MOROSIDAD
           ASSIGN TO WS-RUTA-MOROSIDAD
           ORGANIZATION IS INDEXED
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *    *** constancia de lo acreditado a cada minimo (ver COBMORA)
       SELECT SAL-COBERTURA
           ASSIGN TO WS-RUTA-COBERTURA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COBERTURA.

      *----------------------------------------------------------------*
       DATA DIVISION.


       FD ENT-MINIMOS.
           COPY MINIMOS.
       01 WS-ENT-MINIMOS-CTL             PIC X(88).

       FD ENT-PAGOS-APLICADOS.
           COPY PAGOSAPL.
       01 WS-ENT-PAGOS-APLICADOS-CTL     PIC X(88).

       FD TRB-PAGOS.
           COPY TABCICLO.

       FD ENT-MOROSIDAD.
           COPY MOROSIDAD.
       FD SAL-REPORTE.
       01 WS-SAL-REPORTE-REG                     PIC X(120).

       FD SAL-COBERTURA.
           COPY COBMORA.

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *    *** la linea se arma aca (los VALUE de un registro en la
                                     VALUE '../MINIMOS.SEQ'.
       01 WS-RUTA-PAGOS-APLICADOS    PIC X(60)
                                     VALUE '../PAGOS-APLICADOS.SEQ'.
       01 WS-RUTA-PAGOS-TRABAJO      PIC X(60)
                                     VALUE '../MOROSDAD-PAGOS.VSAM'.
       01 WS-RUTA-MOROSIDAD          PIC X(60)
                                     VALUE '../MOROSIDAD.VSAM'.
       01 WS-RUTA-MAESTRO-TARJETAS   PIC X(60)
                                     VALUE '../MAESTRO-TARJETAS.VSAM'.
       01 WS-RUTA-REPORTE            PIC X(60)
                                     VALUE '../MOROSIDAD.TXT'.
       01 WS-RUTA-COBERTURA          PIC X(60)
                                     VALUE '../COBERTURA-MORA.SEQ'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

      *    *** periodo facturado de los minimos que se procesan; un
      *    *** MINIMOS.SEQ de otro periodo se rechaza
       01 WS-PERIODO-PROCESO         PIC 9(06) VALUE ZEROES.
      *    *** los pagos aplicados se controlan contra el mes en curso:
      *    *** PAGOPOST estampa cada lote con el mes en que lo aplico
       01 WS-PERIODO-PAGOS           PIC 9(06) VALUE ZEROES.

      *    *** imagen previa del registro, para la auditoria de cambios
       01 WS-MOR-IMAGEN-ANTES        PIC X(179) VALUE SPACES.

             88 FS-PAGOS-APLICADOS-OK                  VALUE '00'.
             88 FS-PAGOS-APLICADOS-EOF                 VALUE '10'.
             88 FS-PAGOS-APLICADOS-NFD                 VALUE '35'.
          05 FS-PAGOS-TRABAJO                      PIC X(2).
             88 FS-PAGOS-TRABAJO-OK                    VALUE '00'.
             88 FS-PAGOS-TRABAJO-EOF                   VALUE '10'.
          05 FS-MOROSIDAD                          PIC X(2).
             88 FS-MOROSIDAD-OK                        VALUE '00'.
             88 FS-MOROSIDAD-NFD                       VALUE '35'.
             88 FS-MAESTRO-TARJETAS-CLAVE-NFD          VALUE '23'.
          05 FS-REPORTE                            PIC X(2).
             88 FS-REPORTE-OK                          VALUE '00'.
          05 FS-COBERTURA                          PIC X(2).
             88 FS-COBERTURA-OK                        VALUE '00'.

      *    *** cantidad de ciclos seguidos sin cubrir el minimo a partir
      *    *** de la cual se bloquea la tarjeta (MOROSDAD_MAX_CICLOS)
       77 WS-TIPO-DE-CAMBIO          PIC 9(04)V9(02) VALUE 365,50.
       01 WS-PARAM-ENTORNO           PIC X(12) VALUE SPACES.

      *    *** pagos aplicados del ciclo: cada uno queda dos veces en
      *    *** el archivo de trabajo, por tarjeta (PT) y por cuenta
      *    *** (PC), para sumar lo pagado por la clave del minimo sin
      *    *** recorrer todos los pagos
       01 WS-CANT-PAGOS                  PIC 9(07) VALUE ZEROES.
       01 WS-PAGO-ACTUAL.
          05 WS-PAGO-NUM-CUENTA          PIC 9(10).
          05 WS-PAGO-NUM-TARJETA         PIC X(19).
          05 WS-PAGO-MONEDA              PIC X(03).
          05 WS-PAGO-IMPORTE             PIC S9(08)V9(02).
       01 WS-PAGO-TIPO-CLAVE             PIC X(02) VALUE SPACES.
       01 WS-PAGOS-CLAVE-FIN             PIC X(01) VALUE 'S'.
          88 WS-FIN-PAGOS-CLAVE                      VALUE 'S'.

       01 WS-PAGO-CUENTA-X               PIC X(19).
       01 WS-PAGADO-ARS                  PIC S9(10)V9(02).
          05 WS-CANT-EN-MORA                 PIC 9(06) VALUE ZEROES.
          05 WS-CANT-BLOQUEADAS              PIC 9(06) VALUE ZEROES.

      *    *** verificacion de las interfaces antes de leerlas
       01 WS-INTERFAZ.
           COPY INTFIO.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           PERFORM 1050-LEER-RUTA-ARCHIVO
              THRU 1050-LEER-RUTA-ARCHIVO-FIN.

           PERFORM 1060-VERIFICAR-INTERFACES
              THRU 1060-VERIFICAR-INTERFACES-FIN.

           PERFORM 1100-ABRIR-ARCHIVOS
              THRU 1100-ABRIR-ARCHIVOS-FIN.

              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PAGOS-APLICADOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MOROSDAD_PAGOS_TRABAJO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PAGOS-TRABAJO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MOROSDAD_MOROSIDAD_PATH'.
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REPORTE
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MOROSDAD_COBERTURA_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-COBERTURA
           END-IF.

           MOVE SPACES TO WS-PARAM-ENTORNO.
           ACCEPT WS-PARAM-ENTORNO FROM ENVIRONMENT
                                        'MOROSDAD_MAX_CICLOS'.
              MOVE WS-PARAM-ENTORNO (1:6) TO WS-TIPO-DE-CAMBIO (1:6)
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-PERIODO-PAGOS.
           MOVE WS-PERIODO-PAGOS TO WS-PERIODO-PROCESO.
           MOVE SPACES TO WS-PARAM-ENTORNO.
           ACCEPT WS-PARAM-ENTORNO FROM ENVIRONMENT
                                        'MOROSDAD_PERIODO'.
           IF WS-PARAM-ENTORNO (1:6) IS NUMERIC
              AND WS-PARAM-ENTORNO (1:6) <> '000000'
              MOVE WS-PARAM-ENTORNO (1:6) TO WS-PERIODO-PROCESO
           END-IF.

       1050-LEER-RUTA-ARCHIVO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** envejecer la mora con minimos o pagos incompletos
      *    *** bloquearia clientes al dia: se verifican antes de abrir
      *    *** nada
       1060-VERIFICAR-INTERFACES.

           SET WS-ICT-MODO-VERIFICAR TO TRUE.

           MOVE 'MINIMOS'              TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-MINIMOS        TO WS-ICT-RUTA-E.
           MOVE WS-PERIODO-PROCESO     TO WS-ICT-PERIODO-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           IF WS-ICT-ARCHIVO-RECHAZADO
              DISPLAY 'MOROSDAD: MINIMOS.SEQ RECHAZADO: '
                      WS-ICT-MOTIVO-O
              STOP RUN
           END-IF.

           MOVE 'PAGOSAPL'             TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-PAGOS-APLICADOS TO WS-ICT-RUTA-E.
           MOVE WS-PERIODO-PAGOS       TO WS-ICT-PERIODO-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           IF WS-ICT-ARCHIVO-RECHAZADO
              DISPLAY 'MOROSDAD: PAGOS-APLICADOS.SEQ RECHAZADO: '
                      WS-ICT-MOTIVO-O
              STOP RUN
           END-IF.

       1060-VERIFICAR-INTERFACES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1100-ABRIR-ARCHIVOS.

                    STOP RUN
           END-EVALUATE.

      *    *** la constancia es de la ultima corrida: se regenera
           OPEN OUTPUT SAL-COBERTURA.

           EVALUATE TRUE
               WHEN FS-COBERTURA-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR COBERTURA-MORA.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-COBERTURA
                    STOP RUN
           END-EVALUATE.

       1100-ABRIR-ARCHIVOS-FIN.
           EXIT.

      *    *** minimo queda incumplido (ciclo sin ningun pago recibido)
       1200-CARGAR-PAGOS-APLICADOS.

      *    *** el archivo de trabajo se arma de cero en cada corrida
           OPEN OUTPUT TRB-PAGOS.
           IF NOT FS-PAGOS-TRABAJO-OK
              DISPLAY 'ERROR AL CREAR MOROSDAD-PAGOS.VSAM: '
                      FS-PAGOS-TRABAJO
              STOP RUN
           END-IF.
           CLOSE TRB-PAGOS.
           OPEN I-O TRB-PAGOS.

           OPEN INPUT ENT-PAGOS-APLICADOS.

           IF FS-PAGOS-APLICADOS-OK
           READ ENT-PAGOS-APLICADOS
               AT END SET FS-PAGOS-APLICADOS-EOF TO TRUE
               NOT AT END
      *    *** el recupero de una cuenta castigada no cubre minimos
                  IF WS-ENT-PAGOS-APLICADOS-CTL (1:1) = '*'
                     OR WS-PAPL-ES-RECUPERO
                     GO TO 1250-LEER-UN-PAGO-FIN
                  END-IF
                  ADD 1 TO WS-CANT-PAGOS
                  MOVE WS-PAPL-NUM-CUENTA  TO WS-PAGO-NUM-CUENTA
                  MOVE WS-PAPL-NUM-TARJETA TO WS-PAGO-NUM-TARJETA
                  MOVE WS-PAPL-MONEDA      TO WS-PAGO-MONEDA
                  MOVE WS-PAPL-IMPORTE     TO WS-PAGO-IMPORTE
                  PERFORM 1260-GRABAR-PAGO-TRABAJO
                     THRU 1260-GRABAR-PAGO-TRABAJO-FIN
           END-READ.

       1250-LEER-UN-PAGO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** un pago que no se puede grabar en el archivo de trabajo
      *    *** frena el proceso: envejecer mora sobre un juego de pagos
      *    *** incompleto bloquearia clientes que pagaron
       1260-GRABAR-PAGO-TRABAJO.

           MOVE SPACES              TO WS-TCI-REG.
           MOVE 'PT'                TO WS-TCI-TIPO.
           MOVE WS-PAGO-NUM-TARJETA TO WS-TCI-VALOR.
           MOVE WS-CANT-PAGOS       TO WS-TCI-SECUENCIA.
           MOVE WS-PAGO-ACTUAL      TO WS-TCI-DATOS.
           WRITE WS-TCI-REG.
           IF NOT FS-PAGOS-TRABAJO-OK
              DISPLAY 'MOROSDAD: ERROR AL GRABAR EL PAGO EN EL '
                      'ARCHIVO DE TRABAJO: ' FS-PAGOS-TRABAJO
              STOP RUN
           END-IF.

           MOVE 'PC'                TO WS-TCI-TIPO.
           MOVE WS-PAGO-NUM-CUENTA  TO WS-PAGO-CUENTA-X.
           MOVE WS-PAGO-CUENTA-X    TO WS-TCI-VALOR.
           WRITE WS-TCI-REG.
           IF NOT FS-PAGOS-TRABAJO-OK
              DISPLAY 'MOROSDAD: ERROR AL GRABAR EL PAGO EN EL '
                      'ARCHIVO DE TRABAJO: ' FS-PAGOS-TRABAJO
              STOP RUN
           END-IF.

       1260-GRABAR-PAGO-TRABAJO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESAR-MINIMOS.

           READ ENT-MINIMOS
               AT END SET FS-MINIMOS-EOF TO TRUE
               NOT AT END
                  IF WS-ENT-MINIMOS-CTL (1:1) = '*'
                     GO TO 2000-PROCESAR-MINIMOS-FIN
                  END-IF
                  ADD 1 TO WS-CANT-MINIMOS-LEIDOS
                  PERFORM 2100-CONTROLAR-MINIMO
                     THRU 2100-CONTROLAR-MINIMO-FIN

           MOVE ZEROES TO WS-PAGADO-ARS.

      *    *** pagos de la tarjeta y, cuando la clave es una cuenta,
      *    *** pagos de la cuenta
           MOVE 'PT' TO WS-TCI-TIPO.
           PERFORM 2110-SUMAR-PAGOS-CLAVE
              THRU 2110-SUMAR-PAGOS-CLAVE-FIN.
           MOVE 'PC' TO WS-TCI-TIPO.
           PERFORM 2110-SUMAR-PAGOS-CLAVE
              THRU 2110-SUMAR-PAGOS-CLAVE-FIN.

           SUBTRACT WS-PAGADO-ARS FROM WS-MINR-PAGO-MINIMO
                                            GIVING WS-FALTANTE.
       2100-CONTROLAR-MINIMO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** recorre los pagos del tipo de clave en WS-TCI-TIPO cuyo
      *    *** valor es la clave del minimo
       2110-SUMAR-PAGOS-CLAVE.

           MOVE WS-MINR-CLAVE TO WS-TCI-VALOR.
           MOVE ZEROES        TO WS-TCI-SECUENCIA.
           START TRB-PAGOS KEY IS >= WS-TCI-CLAVE
               INVALID KEY
                  GO TO 2110-SUMAR-PAGOS-CLAVE-FIN
           END-START.

           MOVE 'N' TO WS-PAGOS-CLAVE-FIN.
           PERFORM 2115-SUMAR-UN-PAGO
              THRU 2115-SUMAR-UN-PAGO-FIN
              UNTIL WS-FIN-PAGOS-CLAVE.

       2110-SUMAR-PAGOS-CLAVE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2115-SUMAR-UN-PAGO.

           MOVE WS-TCI-TIPO TO WS-PAGO-TIPO-CLAVE.
           READ TRB-PAGOS NEXT RECORD
               AT END
                  MOVE 'S' TO WS-PAGOS-CLAVE-FIN
                  GO TO 2115-SUMAR-UN-PAGO-FIN
           END-READ.

           IF WS-TCI-TIPO <> WS-PAGO-TIPO-CLAVE
              OR WS-TCI-VALOR <> WS-MINR-CLAVE
              MOVE 'S' TO WS-PAGOS-CLAVE-FIN
              GO TO 2115-SUMAR-UN-PAGO-FIN
           END-IF.

           MOVE WS-TCI-DATOS TO WS-PAGO-ACTUAL.
           IF WS-PAGO-MONEDA = 'ARS'
              ADD WS-PAGO-IMPORTE TO WS-PAGADO-ARS
           ELSE
              COMPUTE WS-PAGADO-ARS = WS-PAGADO-ARS
                 + (WS-PAGO-IMPORTE * WS-TIPO-DE-CAMBIO)
           END-IF.

       2115-SUMAR-UN-PAGO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2200-ACTUALIZAR-MOROSIDAD.

              INVALID KEY CONTINUE
           END-READ.

           PERFORM 2250-GRABAR-COBERTURA
              THRU 2250-GRABAR-COBERTURA-FIN.

           EVALUATE TRUE
               WHEN FS-MOROSIDAD-CLAVE-NFD
                    IF WS-FALTANTE > ZEROES
       2200-ACTUALIZAR-MOROSIDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** deja asentado lo acreditado al minimo y la foto previa
      *    *** del registro de mora (ver COBMORA), antes de tocarlo
       2250-GRABAR-COBERTURA.

           INITIALIZE WS-COB-COBERTURA-REG.
           MOVE WS-MINR-CLAVE       TO WS-COB-CLAVE.
           MOVE WS-MINR-ANIO        TO WS-COB-ANIO.
           MOVE WS-MINR-MES         TO WS-COB-MES.
           MOVE WS-MINR-PAGO-MINIMO TO WS-COB-PAGO-MINIMO.
           MOVE WS-PAGADO-ARS       TO WS-COB-PAGADO-ARS.
           MOVE WS-TIPO-DE-CAMBIO   TO WS-COB-TIPO-CAMBIO.

           IF FS-MOROSIDAD-OK
              MOVE 'S'                  TO WS-COB-EXISTIA
              MOVE WS-MOR-MOROSIDAD-REG TO WS-COB-MORA-ANTES
           ELSE
              MOVE 'N'                  TO WS-COB-EXISTIA
              MOVE SPACES               TO WS-COB-MORA-ANTES
           END-IF.

           WRITE WS-COB-COBERTURA-REG.

           IF NOT FS-COBERTURA-OK
              DISPLAY 'ERROR AL ESCRIBIR COBERTURA-MORA.SEQ: '
                      FS-COBERTURA
           END-IF.

       2250-GRABAR-COBERTURA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** primer ciclo incumplido de esta clave: se abre el
      *    *** registro con el faltante en la franja mas nueva
       3000-FINALIZAR-PROGRAMA.

           CLOSE ENT-MINIMOS
                 TRB-PAGOS
                 ENT-MOROSIDAD
                 ENT-MAESTRO-TARJETAS
                 SAL-REPORTE
                 SAL-COBERTURA.

           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              DISPLAY 'ERROR AL CERRAR ARCHIVO MAESTRO TARJETAS: '
