      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: generador de ordenes de debito del resumen en cuenta
      *          bancaria para las cuentas adheridas por CBU
      *          (ADHESIONES-CBU.VSAM, ver ADHECBU). Llegado el
      *          vencimiento que dejo la ultima corrida
      *          (VENCIMIENTO.SEQ), recorre los minimos exigidos
      *          (MINIMOS.SEQ) y por cada clave de una cuenta adherida
      *          emite en DEBITOS-CBU.SEQ la orden por el pago minimo
      *          o por el saldo del resumen segun la adhesion. Lo ya
      *          pagado por otros canales (PAGOS-APLICADOS.SEQ) se
      *          descuenta del minimo, y el saldo del maestro ya viene
      *          neto de esos pagos: quien ya pago no recibe debito. El
      *          vencimiento procesado queda en DEBCBU-VTO.SEQ para no
      *          mandar dos veces las mismas ordenes a los bancos.
      *          RESPCBU procesa la respuesta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBCBU.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-VENCIMIENTO
           ASSIGN TO WS-RUTA-VENCIMIENTO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VENCIMIENTO.

       SELECT ENT-MINIMOS
           ASSIGN TO WS-RUTA-MINIMOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MINIMOS.

       SELECT ENT-PAGOS-APLICADOS
           ASSIGN TO WS-RUTA-PAGOS-APLICADOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAGOS-APLICADOS.

      *    *** pagos de pesos del ciclo indexados por clave (ver 1100)
       SELECT TRB-PAGOS
           ASSIGN TO WS-RUTA-PAGOS-TRABAJO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-TCI-CLAVE
           FILE STATUS IS FS-PAGOS-TRABAJO.

       SELECT ENT-ADHESIONES
           ASSIGN TO WS-RUTA-ADHESIONES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-ADH-NUM-CUENTA
           FILE STATUS IS FS-ADHESIONES.

       SELECT ENT-MAESTRO-TARJETAS
           ASSIGN TO WS-RUTA-MAESTRO-TARJETAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-MAESTRO-TARJETAS
           RECORD KEY IS WS-MT-NUM-TARJETA
           ALTERNATE RECORD KEY IS WS-MT-NUM-CUENTA
                                          WITH DUPLICATES.

      *    *** ultimo vencimiento para el que se emitieron ordenes
       SELECT CTL-VENCIMIENTO
           ASSIGN TO WS-RUTA-CONTROL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL.

       SELECT SAL-ORDENES
           ASSIGN TO WS-RUTA-ORDENES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ORDENES.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-VENCIMIENTO.
       01 WS-ENT-VENCIMIENTO.
          05 WS-VTO-ULTIMO-GRABADO      PIC 9(08).
       01 WS-ENT-VENCIMIENTO-CTL         PIC X(88).

       FD ENT-MINIMOS.
           COPY MINIMOS.
       01 WS-ENT-MINIMOS-CTL             PIC X(88).

       FD ENT-PAGOS-APLICADOS.
           COPY PAGOSAPL.
       01 WS-ENT-PAGOS-APLICADOS-CTL     PIC X(88).

       FD TRB-PAGOS.
           COPY TABCICLO.

       FD ENT-ADHESIONES.
           COPY ADHECBU.

       FD ENT-MAESTRO-TARJETAS.
       01 WS-ENT-MAESTRO-TARJETAS-REG.
          05 WS-MT-NUM-CUENTA                       PIC 9(10).
          05 WS-MT-NUM-TARJETA                      PIC X(19).
          05 WS-MT-NOMBRE                           PIC X(20).
          05 WS-MT-APELLIDO                         PIC X(20).
          05 WS-MT-DIRECCION                        PIC X(40).
          05 WS-MT-COD-POSTAL                       PIC 9(04).
          05 WS-MT-MONEDA-TARJETA                   PIC X(03).
               88 WS-MT-DOLARES                      VALUE 'USD'.
               88 WS-MT-PESOS                        VALUE 'ARS'.
          05 WS-MT-LIMITE-TARJETA                   PIC 9(08)V9(02).
          05 WS-MT-ESTADO                           PIC X(01).
               88 WS-MT-ACTIVA                       VALUE 'A'.
               88 WS-MT-INACTIVA                     VALUE 'I'.
          05 WS-MT-SALDO-ANTERIOR-ARS               PIC S9(08)V9(02).
          05 WS-MT-SALDO-ANTERIOR-USD               PIC S9(08)V9(02).
          05 WS-MT-DIA-CIERRE                       PIC 9(02).
          05 WS-MT-TIPO-TARJETA                     PIC X(01).
               88 WS-MT-TITULAR                       VALUE 'T'.
               88 WS-MT-ADICIONAL                      VALUE 'A'.
          05 WS-MT-NUM-TARJETA-TITULAR              PIC X(19).
          05 WS-MT-LIMITE-TARJETA-USD               PIC 9(08)V9(02).

       FD CTL-VENCIMIENTO.
       01 WS-CTL-VENCIMIENTO-REG.
          05 WS-CTL-VENCIMIENTO         PIC 9(08).
          05 WS-CTL-FECHA-PROCESO       PIC 9(08).
          05 WS-CTL-CANT-ORDENES        PIC 9(06).

       FD SAL-ORDENES.
           COPY ORDENCBU.

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-VENCIMIENTO        PIC X(60)
                                     VALUE '../VENCIMIENTO.SEQ'.
       01 WS-RUTA-MINIMOS            PIC X(60)
                                     VALUE '../MINIMOS.SEQ'.
       01 WS-RUTA-PAGOS-APLICADOS    PIC X(60)
                                     VALUE '../PAGOS-APLICADOS.SEQ'.
       01 WS-RUTA-PAGOS-TRABAJO      PIC X(60)
                                     VALUE '../DEBCBU-PAGOS.VSAM'.
       01 WS-RUTA-ADHESIONES         PIC X(60)
                                     VALUE '../ADHESIONES-CBU.VSAM'.
       01 WS-RUTA-MAESTRO-TARJETAS   PIC X(60)
                                     VALUE '../MAESTRO-TARJETAS.VSAM'.
       01 WS-RUTA-CONTROL            PIC X(60)
                                     VALUE '../DEBCBU-VTO.SEQ'.
       01 WS-RUTA-ORDENES            PIC X(60)
                                     VALUE '../DEBITOS-CBU.SEQ'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
          05 FS-VENCIMIENTO                        PIC X(2).
             88 FS-VENCIMIENTO-OK                      VALUE '00'.
             88 FS-VENCIMIENTO-EOF                     VALUE '10'.
             88 FS-VENCIMIENTO-NFD                     VALUE '35'.
          05 FS-MINIMOS                            PIC X(2).
             88 FS-MINIMOS-OK                          VALUE '00'.
             88 FS-MINIMOS-EOF                         VALUE '10'.
             88 FS-MINIMOS-NFD                         VALUE '35'.
          05 FS-PAGOS-APLICADOS                    PIC X(2).
             88 FS-PAGOS-APLICADOS-OK                  VALUE '00'.
             88 FS-PAGOS-APLICADOS-EOF                 VALUE '10'.
             88 FS-PAGOS-APLICADOS-NFD                 VALUE '35'.
          05 FS-PAGOS-TRABAJO                      PIC X(2).
             88 FS-PAGOS-TRABAJO-OK                    VALUE '00'.
          05 FS-ADHESIONES                         PIC X(2).
             88 FS-ADHESIONES-OK                       VALUE '00'.
             88 FS-ADHESIONES-NFD                      VALUE '35'.
             88 FS-ADHESIONES-CLAVE-NFD                VALUE '23'.
          05 FS-MAESTRO-TARJETAS                   PIC X(2).
             88 FS-MAESTRO-TARJETAS-FILE-OK            VALUE '00'.
             88 FS-MAESTRO-TARJETAS-FILE-EOF           VALUE '10'.
             88 FS-MAESTRO-TARJETAS-CLAVE-NFD          VALUE '23'.
          05 FS-CONTROL                            PIC X(2).
             88 FS-CONTROL-OK                          VALUE '00'.
             88 FS-CONTROL-NFD                         VALUE '35'.
          05 FS-ORDENES                            PIC X(2).
             88 FS-ORDENES-OK                          VALUE '00'.

      *    *** id de cada orden (ver NUMERADOR)
       01 WS-NUMERADOR.
           COPY NUMERIO.

      *    *** re-emision del mismo vencimiento: solo a pedido
      *    *** expreso (DEBCBU_FORZAR=S), por ejemplo si el archivo
      *    *** no llego a los bancos
       01 WS-FORZAR                  PIC X(01) VALUE 'N'.
          88 WS-ES-FORZADO               VALUE 'S'.

       01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
       01 WS-VENCIMIENTO             PIC 9(08) VALUE ZEROES.
       01 WS-VENCIMIENTO-EMITIDO     PIC 9(08) VALUE ZEROES.

      *    *** periodo de la facturacion cuyo minimo se debita; las
      *    *** interfaces de otro periodo se rechazan
       01 WS-PERIODO-PROCESO         PIC 9(06) VALUE ZEROES.
      *    *** los pagos aplicados se controlan contra el mes en curso:
      *    *** PAGOPOST estampa cada lote con el mes en que lo aplico
       01 WS-PERIODO-PAGOS           PIC 9(06) VALUE ZEROES.

      *    *** pagos aplicados en el archivo de trabajo, solo los de
      *    *** pesos (el minimo y la orden de debito son en pesos): PT
      *    *** por tarjeta y PC por cuenta, como en MOROSDAD
       01 WS-CANT-PAGOS              PIC 9(07) VALUE ZEROES.
       01 WS-PAGO-ACTUAL.
          05 WS-PAGO-CUENTA          PIC 9(10).
          05 WS-PAGO-TARJETA         PIC X(19).
          05 WS-PAGO-IMPORTE         PIC S9(08)V9(02).
       01 WS-PAGO-TIPO-CLAVE         PIC X(02) VALUE SPACES.
       01 WS-PAGOS-CLAVE-FIN         PIC X(01) VALUE 'N'.
          88 WS-FIN-PAGOS-CLAVE          VALUE 'S'.

       01 WS-PAGADO-CLAVE            PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-IMPORTE-ORDEN           PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-CUENTA-CLAVE            PIC 9(10) VALUE ZEROES.
       01 WS-CLAVE-CUENTA-X          PIC X(19) VALUE SPACES.
       01 WS-TARJETA-ORDEN           PIC X(19) VALUE SPACES.
       01 WS-SALDO-ORDEN             PIC S9(08)V9(02) VALUE ZEROES.
       01 WS-MT-NUM-CUENTA-LEIDA     PIC 9(10) VALUE ZEROES.
       01 WS-TITULAR-HALLADO         PIC X(01) VALUE 'N'.
          88 WS-HAY-TITULAR              VALUE 'S'.

       01 WS-CONTADORES.
          05 WS-CANT-MINIMOS         PIC 9(06) VALUE ZEROES.
          05 WS-CANT-ADHERIDAS       PIC 9(06) VALUE ZEROES.
          05 WS-CANT-YA-PAGADAS      PIC 9(06) VALUE ZEROES.
          05 WS-CANT-SIN-TARJETA     PIC 9(06) VALUE ZEROES.
          05 WS-CANT-ORDENES         PIC 9(06) VALUE ZEROES.
          05 WS-TOTAL-ORDENES        PIC 9(12)V9(02) VALUE ZEROES.

      *    *** verificacion de las interfaces antes de leerlas
       01 WS-INTERFAZ.
           COPY INTFIO.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-PROCESAR-MINIMOS
              THRU 2000-PROCESAR-MINIMOS-FIN
              UNTIL FS-MINIMOS-EOF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY.

           PERFORM 1050-LEER-RUTA-ARCHIVO
              THRU 1050-LEER-RUTA-ARCHIVO-FIN.

           PERFORM 1060-VERIFICAR-INTERFACES
              THRU 1060-VERIFICAR-INTERFACES-FIN.

      *    *** vencimiento vigente de la ultima corrida
           OPEN INPUT ENT-VENCIMIENTO.
           EVALUATE TRUE
               WHEN FS-VENCIMIENTO-OK
                    PERFORM UNTIL FS-VENCIMIENTO-EOF
                       READ ENT-VENCIMIENTO
                          AT END
                             SET FS-VENCIMIENTO-EOF TO TRUE
                          NOT AT END
                             IF WS-ENT-VENCIMIENTO-CTL (1:1) <> '*'
                                MOVE WS-VTO-ULTIMO-GRABADO
                                  TO WS-VENCIMIENTO
                             END-IF
                       END-READ
                    END-PERFORM
                    CLOSE ENT-VENCIMIENTO
               WHEN OTHER
                    DISPLAY 'NO SE PUDO LEER VENCIMIENTO.SEQ; SIN '
                            'VENCIMIENTO NO HAY QUE DEBITAR'
                    STOP RUN
           END-EVALUATE.

           IF WS-VENCIMIENTO = ZEROES
              DISPLAY 'VENCIMIENTO.SEQ VACIO; NADA QUE DEBITAR'
              STOP RUN
           END-IF.

           IF WS-FECHA-HOY < WS-VENCIMIENTO
              DISPLAY 'EL VENCIMIENTO ES EL ' WS-VENCIMIENTO
                      '; TODAVIA NO SE DEBITA'
              STOP RUN
           END-IF.

      *    *** un vencimiento ya emitido no se vuelve a mandar
           MOVE ZEROES TO WS-VENCIMIENTO-EMITIDO.
           OPEN INPUT CTL-VENCIMIENTO.
           IF FS-CONTROL-OK
              READ CTL-VENCIMIENTO
                 AT END CONTINUE
                 NOT AT END
                    MOVE WS-CTL-VENCIMIENTO TO WS-VENCIMIENTO-EMITIDO
              END-READ
              CLOSE CTL-VENCIMIENTO
           END-IF.

           IF WS-VENCIMIENTO-EMITIDO = WS-VENCIMIENTO
              AND NOT WS-ES-FORZADO
              DISPLAY 'LAS ORDENES DEL VENCIMIENTO ' WS-VENCIMIENTO
                      ' YA SE EMITIERON; DEBCBU_FORZAR=S PARA '
                      'REGENERARLAS'
              STOP RUN
           END-IF.

           PERFORM 1100-CARGAR-PAGOS
              THRU 1100-CARGAR-PAGOS-FIN.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-ABRIR-ARCHIVOS-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1050-LEER-RUTA-ARCHIVO.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'DEBCBU_VENCIMIENTO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-VENCIMIENTO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'DEBCBU_MINIMOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-MINIMOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'DEBCBU_APLICADOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PAGOS-APLICADOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'DEBCBU_PAGOS_TRABAJO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PAGOS-TRABAJO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'DEBCBU_ADHESIONES_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-ADHESIONES
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MAESTRO_TARJETAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-MAESTRO-TARJETAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'DEBCBU_CONTROL_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CONTROL
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'DEBCBU_ORDENES_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-ORDENES
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'DEBCBU_FORZAR'.
           IF WS-RUTA-ENTORNO (1:1) = 'S'
              MOVE 'S' TO WS-FORZAR
           END-IF.

           MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO-PAGOS.
           MOVE WS-PERIODO-PAGOS TO WS-PERIODO-PROCESO.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'DEBCBU_PERIODO'.
           IF WS-RUTA-ENTORNO (1:6) IS NUMERIC
              AND WS-RUTA-ENTORNO (1:6) <> '000000'
              MOVE WS-RUTA-ENTORNO (1:6) TO WS-PERIODO-PROCESO
           END-IF.

       1050-LEER-RUTA-ARCHIVO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** antes de emitir ordenes a los bancos se verifica que el
      *    *** vencimiento, los pagos y los minimos esten completos
       1060-VERIFICAR-INTERFACES.

           SET WS-ICT-MODO-VERIFICAR TO TRUE.

           MOVE 'VENCIMTO'             TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-VENCIMIENTO    TO WS-ICT-RUTA-E.
           MOVE WS-PERIODO-PROCESO     TO WS-ICT-PERIODO-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           IF WS-ICT-ARCHIVO-RECHAZADO
              DISPLAY 'DEBCBU: VENCIMIENTO.SEQ RECHAZADO: '
                      WS-ICT-MOTIVO-O
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'PAGOSAPL'             TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-PAGOS-APLICADOS TO WS-ICT-RUTA-E.
           MOVE WS-PERIODO-PAGOS       TO WS-ICT-PERIODO-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           IF WS-ICT-ARCHIVO-RECHAZADO
              DISPLAY 'DEBCBU: PAGOS-APLICADOS.SEQ RECHAZADO: '
                      WS-ICT-MOTIVO-O
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'MINIMOS'              TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-MINIMOS        TO WS-ICT-RUTA-E.
           MOVE WS-PERIODO-PROCESO     TO WS-ICT-PERIODO-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           IF WS-ICT-ARCHIVO-RECHAZADO
              DISPLAY 'DEBCBU: MINIMOS.SEQ RECHAZADO: '
                      WS-ICT-MOTIVO-O
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1060-VERIFICAR-INTERFACES-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** pagos ya aplicados del ciclo, solo los de pesos
       1100-CARGAR-PAGOS.

      *    *** el archivo de trabajo se arma de cero en cada corrida
           OPEN OUTPUT TRB-PAGOS.
           IF NOT FS-PAGOS-TRABAJO-OK
              DISPLAY 'ERROR AL CREAR DEBCBU-PAGOS.VSAM: '
                      FS-PAGOS-TRABAJO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE TRB-PAGOS.
           OPEN I-O TRB-PAGOS.

           OPEN INPUT ENT-PAGOS-APLICADOS.

           EVALUATE TRUE
               WHEN FS-PAGOS-APLICADOS-OK
                    PERFORM 1110-CARGAR-UN-PAGO
                       THRU 1110-CARGAR-UN-PAGO-FIN
                       UNTIL FS-PAGOS-APLICADOS-EOF
                    CLOSE ENT-PAGOS-APLICADOS
               WHEN FS-PAGOS-APLICADOS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR PAGOS-APLICADOS.SEQ'
                    STOP RUN
           END-EVALUATE.

       1100-CARGAR-PAGOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1110-CARGAR-UN-PAGO.

           READ ENT-PAGOS-APLICADOS
               AT END SET FS-PAGOS-APLICADOS-EOF TO TRUE
               NOT AT END
                  IF WS-ENT-PAGOS-APLICADOS-CTL (1:1) = '*'
                     GO TO 1110-CARGAR-UN-PAGO-FIN
                  END-IF
                  IF WS-PAPL-MONEDA = 'ARS'
                     ADD 1 TO WS-CANT-PAGOS
                     MOVE WS-PAPL-NUM-CUENTA  TO WS-PAGO-CUENTA
                     MOVE WS-PAPL-NUM-TARJETA TO WS-PAGO-TARJETA
                     MOVE WS-PAPL-IMPORTE     TO WS-PAGO-IMPORTE
                     PERFORM 1120-GRABAR-PAGO-TRABAJO
                        THRU 1120-GRABAR-PAGO-TRABAJO-FIN
                  END-IF
           END-READ.

       1110-CARGAR-UN-PAGO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** un pago que no se puede grabar no se puede descontar:
      *    *** antes que debitar de mas a alguien que ya pago, se corta
       1120-GRABAR-PAGO-TRABAJO.

           MOVE SPACES          TO WS-TCI-REG.
           MOVE 'PT'            TO WS-TCI-TIPO.
           MOVE WS-PAGO-TARJETA TO WS-TCI-VALOR.
           MOVE WS-CANT-PAGOS   TO WS-TCI-SECUENCIA.
           MOVE WS-PAGO-ACTUAL  TO WS-TCI-DATOS.
           WRITE WS-TCI-REG.
           IF NOT FS-PAGOS-TRABAJO-OK
              DISPLAY 'DEBCBU: ERROR AL GRABAR EL PAGO EN EL ARCHIVO '
                      'DE TRABAJO: ' FS-PAGOS-TRABAJO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'PC'            TO WS-TCI-TIPO.
           MOVE WS-PAGO-CUENTA  TO WS-CLAVE-CUENTA-X.
           MOVE WS-CLAVE-CUENTA-X TO WS-TCI-VALOR.
           WRITE WS-TCI-REG.
           IF NOT FS-PAGOS-TRABAJO-OK
              DISPLAY 'DEBCBU: ERROR AL GRABAR EL PAGO EN EL ARCHIVO '
                      'DE TRABAJO: ' FS-PAGOS-TRABAJO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1120-GRABAR-PAGO-TRABAJO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1200-ABRIR-ARCHIVOS.

           OPEN INPUT ENT-ADHESIONES.
           EVALUATE TRUE
               WHEN FS-ADHESIONES-OK
                    CONTINUE
               WHEN FS-ADHESIONES-NFD
                    DISPLAY 'NO EXISTE ADHESIONES-CBU.VSAM; NO HAY '
                            'CUENTAS ADHERIDAS'
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR ADHESIONES-CBU.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-ADHESIONES
                    STOP RUN
           END-EVALUATE.

           OPEN INPUT ENT-MAESTRO-TARJETAS.
           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO MAESTRO TARJETAS'
              DISPLAY 'FILE STATUS: ' FS-MAESTRO-TARJETAS
              STOP RUN
           END-IF.

           OPEN INPUT ENT-MINIMOS.
           EVALUATE TRUE
               WHEN FS-MINIMOS-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'NO SE PUDO LEER MINIMOS.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-MINIMOS
                    STOP RUN
           END-EVALUATE.

           OPEN OUTPUT SAL-ORDENES.
           IF NOT FS-ORDENES-OK
              DISPLAY 'ERROR AL ABRIR DEBITOS-CBU.SEQ'
              DISPLAY 'FILE STATUS: ' FS-ORDENES
              STOP RUN
           END-IF.

       1200-ABRIR-ARCHIVOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESAR-MINIMOS.

           READ ENT-MINIMOS
               AT END SET FS-MINIMOS-EOF TO TRUE
               NOT AT END
                  IF WS-ENT-MINIMOS-CTL (1:1) = '*'
                     GO TO 2000-PROCESAR-MINIMOS-FIN
                  END-IF
                  ADD 1 TO WS-CANT-MINIMOS
                  PERFORM 2100-EVALUAR-UNA-CLAVE
                     THRU 2100-EVALUAR-UNA-CLAVE-FIN
           END-READ.

       2000-PROCESAR-MINIMOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la clave del minimo es la cuenta (corridas con rollup)
      *    *** o una tarjeta; en los dos casos se llega a la cuenta,
      *    *** que es la que tiene la adhesion
       2100-EVALUAR-UNA-CLAVE.

           MOVE SPACES TO WS-TARJETA-ORDEN.
           MOVE ZEROES TO WS-SALDO-ORDEN.

           IF WS-MINR-CLAVE (1:10) IS NUMERIC
              AND WS-MINR-CLAVE (11:9) = SPACES
              MOVE WS-MINR-CLAVE (1:10) TO WS-CUENTA-CLAVE
              PERFORM 2110-BUSCAR-TARJETA-CUENTA
                 THRU 2110-BUSCAR-TARJETA-CUENTA-FIN
           ELSE
              MOVE WS-MINR-CLAVE TO WS-MT-NUM-TARJETA
              READ ENT-MAESTRO-TARJETAS KEY IS WS-MT-NUM-TARJETA
                  INVALID KEY CONTINUE
              END-READ
              IF FS-MAESTRO-TARJETAS-FILE-OK
                 MOVE WS-MT-NUM-CUENTA         TO WS-CUENTA-CLAVE
                 MOVE WS-MT-NUM-TARJETA        TO WS-TARJETA-ORDEN
                 MOVE WS-MT-SALDO-ANTERIOR-ARS TO WS-SALDO-ORDEN
              END-IF
           END-IF.

           IF WS-TARJETA-ORDEN = SPACES
              ADD 1 TO WS-CANT-SIN-TARJETA
              GO TO 2100-EVALUAR-UNA-CLAVE-FIN
           END-IF.

           MOVE WS-CUENTA-CLAVE TO WS-ADH-NUM-CUENTA.
           READ ENT-ADHESIONES KEY IS WS-ADH-NUM-CUENTA
               INVALID KEY CONTINUE
           END-READ.

           IF NOT FS-ADHESIONES-OK
              OR NOT WS-ADH-ACTIVA
              GO TO 2100-EVALUAR-UNA-CLAVE-FIN
           END-IF.

           ADD 1 TO WS-CANT-ADHERIDAS.

      *    *** minimo: lo exigido menos lo pagado por otros canales.
      *    *** Total: el saldo del maestro, que PAGOPOST ya neteo de
      *    *** esos mismos pagos
           IF WS-ADH-DEBITA-TOTAL
              MOVE WS-SALDO-ORDEN TO WS-IMPORTE-ORDEN
           ELSE
              PERFORM 2120-SUMAR-PAGADO
                 THRU 2120-SUMAR-PAGADO-FIN
              COMPUTE WS-IMPORTE-ORDEN =
                      WS-MINR-PAGO-MINIMO - WS-PAGADO-CLAVE
           END-IF.

           IF WS-IMPORTE-ORDEN NOT > ZEROES
              ADD 1 TO WS-CANT-YA-PAGADAS
              GO TO 2100-EVALUAR-UNA-CLAVE-FIN
           END-IF.

           PERFORM 2200-EMITIR-ORDEN
              THRU 2200-EMITIR-ORDEN-FIN.

       2100-EVALUAR-UNA-CLAVE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** en rollup todas las tarjetas de la cuenta llevan el
      *    *** mismo saldo; el pago se aplica a la titular (o a la
      *    *** primera que aparezca si la cuenta no tiene titular)
       2110-BUSCAR-TARJETA-CUENTA.

           MOVE 'N' TO WS-TITULAR-HALLADO.
           MOVE WS-CUENTA-CLAVE TO WS-MT-NUM-CUENTA.
           START ENT-MAESTRO-TARJETAS
               KEY IS EQUAL TO WS-MT-NUM-CUENTA
               INVALID KEY CONTINUE
           END-START.

           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              GO TO 2110-BUSCAR-TARJETA-CUENTA-FIN
           END-IF.

           MOVE WS-CUENTA-CLAVE TO WS-MT-NUM-CUENTA-LEIDA.
           PERFORM 2115-LEER-TARJETA-CUENTA
              THRU 2115-LEER-TARJETA-CUENTA-FIN
              UNTIL NOT FS-MAESTRO-TARJETAS-FILE-OK
                 OR WS-MT-NUM-CUENTA-LEIDA <> WS-CUENTA-CLAVE
                 OR WS-HAY-TITULAR.

       2110-BUSCAR-TARJETA-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2115-LEER-TARJETA-CUENTA.

           READ ENT-MAESTRO-TARJETAS NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF FS-MAESTRO-TARJETAS-FILE-OK
              MOVE WS-MT-NUM-CUENTA TO WS-MT-NUM-CUENTA-LEIDA
              IF WS-MT-NUM-CUENTA-LEIDA = WS-CUENTA-CLAVE
                 IF WS-TARJETA-ORDEN = SPACES
                    OR WS-MT-TITULAR
                    MOVE WS-MT-NUM-TARJETA        TO WS-TARJETA-ORDEN
                    MOVE WS-MT-SALDO-ANTERIOR-ARS TO WS-SALDO-ORDEN
                 END-IF
                 IF WS-MT-TITULAR
                    MOVE 'S' TO WS-TITULAR-HALLADO
                 END-IF
              END-IF
           END-IF.

       2115-LEER-TARJETA-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** mismo cruce de pagos contra la clave que RECORPAG
       2120-SUMAR-PAGADO.

           MOVE ZEROES TO WS-PAGADO-CLAVE.

      *    *** pagos de la tarjeta y, cuando la clave es una cuenta,
      *    *** pagos de la cuenta
           MOVE 'PT' TO WS-TCI-TIPO.
           PERFORM 2125-SUMAR-PAGOS-CLAVE
              THRU 2125-SUMAR-PAGOS-CLAVE-FIN.
           MOVE 'PC' TO WS-TCI-TIPO.
           PERFORM 2125-SUMAR-PAGOS-CLAVE
              THRU 2125-SUMAR-PAGOS-CLAVE-FIN.

       2120-SUMAR-PAGADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** recorre los pagos del tipo de clave en WS-TCI-TIPO cuyo
      *    *** valor es la clave del minimo
       2125-SUMAR-PAGOS-CLAVE.

           MOVE WS-MINR-CLAVE TO WS-TCI-VALOR.
           MOVE ZEROES        TO WS-TCI-SECUENCIA.
           START TRB-PAGOS KEY IS >= WS-TCI-CLAVE
               INVALID KEY
                  GO TO 2125-SUMAR-PAGOS-CLAVE-FIN
           END-START.

           MOVE 'N' TO WS-PAGOS-CLAVE-FIN.
           PERFORM 2126-SUMAR-UN-PAGO
              THRU 2126-SUMAR-UN-PAGO-FIN
              UNTIL WS-FIN-PAGOS-CLAVE.

       2125-SUMAR-PAGOS-CLAVE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2126-SUMAR-UN-PAGO.

           MOVE WS-TCI-TIPO TO WS-PAGO-TIPO-CLAVE.
           READ TRB-PAGOS NEXT RECORD
               AT END
                  MOVE 'S' TO WS-PAGOS-CLAVE-FIN
                  GO TO 2126-SUMAR-UN-PAGO-FIN
           END-READ.

           IF WS-TCI-TIPO <> WS-PAGO-TIPO-CLAVE
              OR WS-TCI-VALOR <> WS-MINR-CLAVE
              MOVE 'S' TO WS-PAGOS-CLAVE-FIN
              GO TO 2126-SUMAR-UN-PAGO-FIN
           END-IF.

           MOVE WS-TCI-DATOS TO WS-PAGO-ACTUAL.
           ADD WS-PAGO-IMPORTE TO WS-PAGADO-CLAVE.

       2126-SUMAR-UN-PAGO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2200-EMITIR-ORDEN.

           INITIALIZE WS-NUMERADOR.
           MOVE 'DEBCBU' TO WS-NUM-PROGRAMA-E.
           CALL 'NUMERADOR' USING WS-NUMERADOR.

           IF WS-NUM-COD-ERROR-O <> SPACES
              DISPLAY 'NO SE PUDO NUMERAR LA ORDEN DE LA CUENTA '
                      WS-CUENTA-CLAVE ': ' WS-NUM-DES-ERROR-O
              GO TO 2200-EMITIR-ORDEN-FIN
           END-IF.

           INITIALIZE WS-ODB-ORDEN-REG.
           SET WS-ODB-ES-DETALLE    TO TRUE.
           MOVE WS-NUM-ID-O         TO WS-ODB-ID-ORDEN.
           MOVE WS-ADH-CBU          TO WS-ODB-CBU.
           MOVE WS-CUENTA-CLAVE     TO WS-ODB-NUM-CUENTA.
           MOVE WS-MINR-CLAVE       TO WS-ODB-CLAVE.
           MOVE WS-TARJETA-ORDEN    TO WS-ODB-NUM-TARJETA.
           MOVE WS-VENCIMIENTO      TO WS-ODB-VENCIMIENTO.
           MOVE 'ARS'               TO WS-ODB-MONEDA.
           MOVE WS-IMPORTE-ORDEN    TO WS-ODB-IMPORTE.
           MOVE WS-ADH-TIPO-IMPORTE TO WS-ODB-TIPO-IMPORTE.
           WRITE WS-ODB-ORDEN-REG.

           IF FS-ORDENES-OK
              ADD 1                TO WS-CANT-ORDENES
              ADD WS-IMPORTE-ORDEN TO WS-TOTAL-ORDENES
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR DEBITOS-CBU.SEQ: ' FS-ORDENES
           END-IF.

       2200-EMITIR-ORDEN-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

      *    *** registro de control para el banco: cantidad y total
           INITIALIZE WS-ODB-ORDEN-REG.
           SET WS-ODB-ES-TOTAL     TO TRUE.
           MOVE WS-CANT-ORDENES    TO WS-ODB-CANT-ORDENES.
           MOVE WS-TOTAL-ORDENES   TO WS-ODB-TOTAL-IMPORTE.
           WRITE WS-ODB-ORDEN-REG.

           CLOSE ENT-MINIMOS
                 TRB-PAGOS
                 ENT-ADHESIONES
                 ENT-MAESTRO-TARJETAS
                 SAL-ORDENES.

           OPEN OUTPUT CTL-VENCIMIENTO.
           IF FS-CONTROL-OK
              MOVE WS-VENCIMIENTO  TO WS-CTL-VENCIMIENTO
              MOVE WS-FECHA-HOY    TO WS-CTL-FECHA-PROCESO
              MOVE WS-CANT-ORDENES TO WS-CTL-CANT-ORDENES
              WRITE WS-CTL-VENCIMIENTO-REG
              CLOSE CTL-VENCIMIENTO
           ELSE
              DISPLAY 'ERROR AL GRABAR DEBCBU-VTO.SEQ: ' FS-CONTROL
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '-------------------------------------------------'.
           DISPLAY 'VENCIMIENTO            : ' WS-VENCIMIENTO.
           DISPLAY 'MINIMOS EVALUADOS      : ' WS-CANT-MINIMOS.
           DISPLAY 'CLAVES SIN TARJETA     : ' WS-CANT-SIN-TARJETA.
           DISPLAY 'CUENTAS ADHERIDAS      : ' WS-CANT-ADHERIDAS.
           DISPLAY 'YA PAGADAS, SIN DEBITO : ' WS-CANT-YA-PAGADAS.
           DISPLAY 'ORDENES EMITIDAS       : ' WS-CANT-ORDENES.
           DISPLAY 'TOTAL A DEBITAR (ARS)  : ' WS-TOTAL-ORDENES.
           DISPLAY '-------------------------------------------------'.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
