                                              SIGN IS TRAILING SEPARATE.
          05 WS-SDO-SALDO-USD           PIC S9(08)V9(02)
                                              SIGN IS TRAILING SEPARATE.
       01 WS-ENT-SALDOS-CIERRE-CTL       PIC X(88).

       FD ENT-MINIMOS.
           COPY MINIMOS.
       01 WS-ENT-MINIMOS-CTL             PIC X(88).

       FD SAL-PAGOS.
           COPY PAGOS.
                                     VALUE '../CORPPAGO.TXT'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

      *    *** periodo de la facturacion cuyos pagos se distribuyen;
      *    *** los saldos y minimos de otro periodo se rechazan
       01 WS-PERIODO-PROCESO         PIC 9(06) VALUE ZEROES.

       01 FS-STATUS.
          05 FS-CORP-PAGOS                         PIC X(2).
             88 FS-CORP-PAGOS-OK                       VALUE '00'.
          05 FILLER                  PIC X(12) VALUE ' ASIGNADO: '.
          05 WS-ASG-ASIGNADO         PIC --.---.--9,99.

      *    *** verificacion de las interfaces antes de leerlas
       01 WS-INTERFAZ.
           COPY INTFIO.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PAGOS
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-PERIODO-PROCESO.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'CORPPAGO_PERIODO'.
           IF WS-RUTA-ENTORNO (1:6) IS NUMERIC
              AND WS-RUTA-ENTORNO (1:6) <> '000000'
              MOVE WS-RUTA-ENTORNO (1:6) TO WS-PERIODO-PROCESO
           END-IF.

           OPEN INPUT ENT-CORP-PAGOS.
           EVALUATE TRUE
               WHEN FS-CORP-PAGOS-OK
       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1050-VERIFICAR-INTERFACES.

           SET WS-ICT-MODO-VERIFICAR TO TRUE.

           MOVE 'SALDCIER'             TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-SALDOS-CIERRE  TO WS-ICT-RUTA-E.
           MOVE WS-PERIODO-PROCESO     TO WS-ICT-PERIODO-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           IF WS-ICT-ARCHIVO-RECHAZADO
              DISPLAY 'CORPPAGO: SALDOS-CIERRE.SEQ RECHAZADO: '
                      WS-ICT-MOTIVO-O
              STOP RUN
           END-IF.

           MOVE 'MINIMOS'              TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-MINIMOS        TO WS-ICT-RUTA-E.
           MOVE WS-PERIODO-PROCESO     TO WS-ICT-PERIODO-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           IF WS-ICT-ARCHIVO-RECHAZADO
              DISPLAY 'CORPPAGO: MINIMOS.SEQ RECHAZADO: '
                      WS-ICT-MOTIVO-O
              STOP RUN
           END-IF.

       1050-VERIFICAR-INTERFACES-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** saldos de cierre del ciclo: la clave puede ser cuenta
      *    *** (modo 'C', corrida con rollup, el caso de los convenios)
      *    *** o tarjeta; se indexa por los primeros 10 de la clave
       1100-CARGAR-SALDOS.

           PERFORM 1050-VERIFICAR-INTERFACES
              THRU 1050-VERIFICAR-INTERFACES-FIN.

           OPEN INPUT ENT-SALDOS-CIERRE.

           EVALUATE TRUE
           READ ENT-SALDOS-CIERRE
               AT END SET FS-SALDOS-CIERRE-EOF TO TRUE
               NOT AT END
                  IF WS-ENT-SALDOS-CIERRE-CTL (1:1) = '*'
                     GO TO 1110-CARGAR-UN-SALDO-FIN
                  END-IF
                  IF WS-CANT-SALDOS < 20000
                     ADD 1 TO WS-CANT-SALDOS
                     SET WS-IX-TSD TO WS-CANT-SALDOS
           READ ENT-MINIMOS
               AT END SET FS-MINIMOS-EOF TO TRUE
               NOT AT END
                  IF WS-ENT-MINIMOS-CTL (1:1) = '*'
                     GO TO 1210-CARGAR-UN-MINIMO-FIN
                  END-IF
                  IF WS-CANT-MINIMOS < 20000
                     ADD 1 TO WS-CANT-MINIMOS
                     SET WS-IX-TMI TO WS-CANT-MINIMOS
