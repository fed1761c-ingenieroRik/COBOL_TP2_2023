           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAGOS-APLICADOS.

      *    *** pagos de pesos del ciclo indexados por clave (ver 1100)
       SELECT TRB-PAGOS
           ASSIGN TO WS-RUTA-PAGOS-TRABAJO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-TCI-CLAVE
           FILE STATUS IS FS-PAGOS-TRABAJO.

       SELECT SAL-RECORDATORIOS
           ASSIGN TO WS-RUTA-RECORDATORIOS
           ORGANIZATION IS LINE SEQUENTIAL
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

      *    *** registro de ancho fijo para el sistema de alertas, con
      *    *** los datos del recordatorio y la referencia de cupon
                                     VALUE '../MINIMOS.SEQ'.
       01 WS-RUTA-PAGOS-APLICADOS    PIC X(60)
                                     VALUE '../PAGOS-APLICADOS.SEQ'.
       01 WS-RUTA-PAGOS-TRABAJO      PIC X(60)
                                     VALUE '../RECORPAG-PAGOS.VSAM'.
       01 WS-RUTA-RECORDATORIOS      PIC X(60)
                                     VALUE '../RECORDATORIOS.SEQ'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.
       01 FS-STATUS.
          05 FS-VENCIMIENTO                        PIC X(2).
             88 FS-VENCIMIENTO-OK                      VALUE '00'.
             88 FS-VENCIMIENTO-EOF                     VALUE '10'.
             88 FS-VENCIMIENTO-NFD                     VALUE '35'.
          05 FS-MINIMOS                            PIC X(2).
             88 FS-MINIMOS-OK                          VALUE '00'.
             88 FS-PAGOS-APLICADOS-OK                  VALUE '00'.
             88 FS-PAGOS-APLICADOS-EOF                 VALUE '10'.
             88 FS-PAGOS-APLICADOS-NFD                 VALUE '35'.
          05 FS-PAGOS-TRABAJO                      PIC X(2).
             88 FS-PAGOS-TRABAJO-OK                    VALUE '00'.
          05 FS-RECORDATORIOS                      PIC X(2).
             88 FS-RECORDATORIOS-OK                    VALUE '00'.

       01 WS-VENCIMIENTO             PIC 9(08) VALUE ZEROES.
       01 WS-FECHA-ALCANCE           PIC 9(08) VALUE ZEROES.

      *    *** periodo de la facturacion cuyo vencimiento se recuerda;
      *    *** una interfaz de otro periodo se rechaza
       01 WS-PERIODO-PROCESO         PIC 9(06) VALUE ZEROES.
      *    *** los pagos aplicados se controlan contra el mes en curso:
      *    *** PAGOPOST estampa cada lote con el mes en que lo aplico
       01 WS-PERIODO-PAGOS           PIC 9(06) VALUE ZEROES.

      *    *** pagos aplicados en el archivo de trabajo, solo los de
      *    *** pesos (el minimo es en pesos): PT por tarjeta y PC por
      *    *** cuenta, como en MOROSDAD
       01 WS-CANT-PAGOS              PIC 9(07) VALUE ZEROES.
       01 WS-PAGO-ACTUAL.
          05 WS-PAGO-CUENTA          PIC 9(10).
          05 WS-PAGO-TARJETA         PIC X(19).
          05 WS-PAGO-IMPORTE         PIC S9(08)V9(02).
       01 WS-PAGO-TIPO-CLAVE         PIC X(02) VALUE SPACES.
       01 WS-PAGOS-CLAVE-FIN         PIC X(01) VALUE 'N'.
          88 WS-FIN-PAGOS-CLAVE          VALUE 'S'.

       01 WS-PAGADO-CLAVE            PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-FALTANTE                PIC S9(10)V9(02) VALUE ZEROES.
          05 WS-CANT-RECORDADOS      PIC 9(06) VALUE ZEROES.
          05 WS-CANT-CUBIERTOS       PIC 9(06) VALUE ZEROES.

      *    *** verificacion de las interfaces antes de leerlas
       01 WS-INTERFAZ.
           COPY INTFIO.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
              MOVE WS-RUTA-ENTORNO (1:2) TO WS-DIAS-HABILES
           END-IF.

           MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO-PAGOS.
           MOVE WS-PERIODO-PAGOS TO WS-PERIODO-PROCESO.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'RECORPAG_PERIODO'.
           IF WS-RUTA-ENTORNO (1:6) IS NUMERIC
              AND WS-RUTA-ENTORNO (1:6) <> '000000'
              MOVE WS-RUTA-ENTORNO (1:6) TO WS-PERIODO-PROCESO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RECORPAG_PAGOS_TRABAJO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PAGOS-TRABAJO
           END-IF.

           PERFORM 1050-VERIFICAR-INTERFACES
              THRU 1050-VERIFICAR-INTERFACES-FIN.

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
       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** un recordatorio sobre minimos o pagos incompletos le
      *    *** pediria al cliente un importe equivocado
       1050-VERIFICAR-INTERFACES.

           SET WS-ICT-MODO-VERIFICAR TO TRUE.

           MOVE 'VENCIMTO'             TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-VENCIMIENTO    TO WS-ICT-RUTA-E.
           MOVE WS-PERIODO-PROCESO     TO WS-ICT-PERIODO-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           IF WS-ICT-ARCHIVO-RECHAZADO
              DISPLAY 'RECORPAG: VENCIMIENTO.SEQ RECHAZADO: '
                      WS-ICT-MOTIVO-O
              STOP RUN
           END-IF.

           MOVE 'PAGOSAPL'             TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-PAGOS-APLICADOS TO WS-ICT-RUTA-E.
           MOVE WS-PERIODO-PAGOS       TO WS-ICT-PERIODO-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           IF WS-ICT-ARCHIVO-RECHAZADO
              DISPLAY 'RECORPAG: PAGOS-APLICADOS.SEQ RECHAZADO: '
                      WS-ICT-MOTIVO-O
              STOP RUN
           END-IF.

           MOVE 'MINIMOS'              TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-MINIMOS        TO WS-ICT-RUTA-E.
           MOVE WS-PERIODO-PROCESO     TO WS-ICT-PERIODO-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           IF WS-ICT-ARCHIVO-RECHAZADO
              DISPLAY 'RECORPAG: MINIMOS.SEQ RECHAZADO: '
                      WS-ICT-MOTIVO-O
              STOP RUN
           END-IF.

       1050-VERIFICAR-INTERFACES-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** pagos ya aplicados del ciclo, solo los de pesos (el
      *    *** minimo exigido es en pesos)
       1100-CARGAR-PAGOS.

      *    *** el archivo de trabajo se arma de cero en cada corrida
           OPEN OUTPUT TRB-PAGOS.
           IF NOT FS-PAGOS-TRABAJO-OK
              DISPLAY 'ERROR AL CREAR RECORPAG-PAGOS.VSAM: '
                      FS-PAGOS-TRABAJO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE TRB-PAGOS.
           OPEN I-O TRB-PAGOS.

           OPEN INPUT ENT-PAGOS-APLICADOS.

           EVALUATE TRUE
           READ ENT-PAGOS-APLICADOS
               AT END SET FS-PAGOS-APLICADOS-EOF TO TRUE
               NOT AT END
                  IF WS-ENT-PAGOS-APLICADOS-CTL (1:1) = '*'
                     GO TO 1110-CARGAR-UN-PAGO-FIN
                  END-IF
                  IF WS-PAPL-MONEDA = 'ARS'
                     AND NOT WS-PAPL-ES-RECUPERO
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
      *    *** antes que recordarle el minimo a quien ya pago, se corta
       1120-GRABAR-PAGO-TRABAJO.

           MOVE SPACES          TO WS-TCI-REG.
           MOVE 'PT'            TO WS-TCI-TIPO.
           MOVE WS-PAGO-TARJETA TO WS-TCI-VALOR.
           MOVE WS-CANT-PAGOS   TO WS-TCI-SECUENCIA.
           MOVE WS-PAGO-ACTUAL  TO WS-TCI-DATOS.
           WRITE WS-TCI-REG.
           IF NOT FS-PAGOS-TRABAJO-OK
              DISPLAY 'RECORPAG: ERROR AL GRABAR EL PAGO EN EL '
                      'ARCHIVO DE TRABAJO: ' FS-PAGOS-TRABAJO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'PC'            TO WS-TCI-TIPO.
           MOVE WS-PAGO-CUENTA  TO WS-CLAVE-CUENTA-X.
           MOVE WS-CLAVE-CUENTA-X TO WS-TCI-VALOR.
           WRITE WS-TCI-REG.
           IF NOT FS-PAGOS-TRABAJO-OK
              DISPLAY 'RECORPAG: ERROR AL GRABAR EL PAGO EN EL '
                      'ARCHIVO DE TRABAJO: ' FS-PAGOS-TRABAJO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1120-GRABAR-PAGO-TRABAJO-FIN.
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
                  IF WS-MINR-PAGO-MINIMO > ZEROES
                     PERFORM 2100-EVALUAR-UNA-CLAVE

           MOVE ZEROES TO WS-PAGADO-CLAVE.

      *    *** pagos de la tarjeta y, cuando la clave es una cuenta,
      *    *** pagos de la cuenta
           MOVE 'PT' TO WS-TCI-TIPO.
           PERFORM 2110-SUMAR-PAGOS-CLAVE
              THRU 2110-SUMAR-PAGOS-CLAVE-FIN.
           MOVE 'PC' TO WS-TCI-TIPO.
           PERFORM 2110-SUMAR-PAGOS-CLAVE
              THRU 2110-SUMAR-PAGOS-CLAVE-FIN.

           IF WS-PAGADO-CLAVE >= WS-MINR-PAGO-MINIMO
              ADD 1 TO WS-CANT-CUBIERTOS
       2100-EVALUAR-UNA-CLAVE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** suma los pagos grabados bajo la clave del minimo para el
      *    *** tipo de registro que viene en WS-TCI-TIPO
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
           ADD WS-PAGO-IMPORTE TO WS-PAGADO-CLAVE.

       2115-SUMAR-UN-PAGO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           CLOSE ENT-MINIMOS
                 SAL-RECORDATORIOS
                 TRB-PAGOS.

           DISPLAY 'MINIMOS EVALUADOS      : ' WS-CANT-MINIMOS.
           DISPLAY 'YA CUBIERTOS           : ' WS-CANT-CUBIERTOS.
