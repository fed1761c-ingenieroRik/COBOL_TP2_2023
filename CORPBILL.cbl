                                              SIGN IS TRAILING SEPARATE.
          05 WS-SDO-SALDO-USD           PIC S9(08)V9(02)
                                              SIGN IS TRAILING SEPARATE.
       01 WS-ENT-SALDOS-CIERRE-CTL       PIC X(88).

       FD ENT-MINIMOS.
           COPY MINIMOS.
       01 WS-ENT-MINIMOS-CTL             PIC X(88).

       FD SAL-CORPORATIVOS.
       01 WS-SAL-CORPORATIVOS                       PIC X(92).
          05 FILLER                     PIC X(02) VALUE SPACES.
          05 WS-TOT-MINIMO-O            PIC --.---.---.--9,99.

      *    *** verificacion de las interfaces antes de leerlas
       01 WS-INTERFAZ.
           COPY INTFIO.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
                    STOP RUN
           END-EVALUATE.

      *    *** periodo de la facturacion que se consolida: los saldos
      *    *** y minimos de otro periodo se rechazan
           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-PERIODO-CORRIDA.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'CORPBILL_PERIODO'.
           IF WS-RUTA-ENTORNO (1:6) IS NUMERIC
              AND WS-RUTA-ENTORNO (1:6) <> '000000'
              MOVE WS-RUTA-ENTORNO (1:6) TO WS-PERIODO-CORRIDA
           END-IF.

           PERFORM 1050-VERIFICAR-INTERFACES
              THRU 1050-VERIFICAR-INTERFACES-FIN.

           OPEN INPUT ENT-SALDOS-CIERRE.
           EVALUATE TRUE
               WHEN FS-SALDOS-CIERRE-OK
       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1050-VERIFICAR-INTERFACES.

           SET WS-ICT-MODO-VERIFICAR TO TRUE.

           MOVE 'SALDCIER'             TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-SALDOS-CIERRE  TO WS-ICT-RUTA-E.
           MOVE WS-PERIODO-CORRIDA     TO WS-ICT-PERIODO-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           IF WS-ICT-ARCHIVO-RECHAZADO
              DISPLAY 'CORPBILL: SALDOS-CIERRE.SEQ RECHAZADO: '
                      WS-ICT-MOTIVO-O
              STOP RUN
           END-IF.

           MOVE 'MINIMOS'              TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-MINIMOS        TO WS-ICT-RUTA-E.
           MOVE WS-PERIODO-CORRIDA     TO WS-ICT-PERIODO-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           IF WS-ICT-ARCHIVO-RECHAZADO
              DISPLAY 'CORPBILL: MINIMOS.SEQ RECHAZADO: '
                      WS-ICT-MOTIVO-O
              STOP RUN
           END-IF.

       1050-VERIFICAR-INTERFACES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1100-CARGAR-CONVENIOS.

              GO TO 1200-CRUZAR-SALDOS-FIN
           END-IF.

           IF WS-ENT-SALDOS-CIERRE-CTL (1:1) = '*'
              GO TO 1200-CRUZAR-SALDOS-FIN
           END-IF.

           IF WS-SDO-MODO <> 'C'
              GO TO 1200-CRUZAR-SALDOS-FIN
           END-IF.
              GO TO 1300-CRUZAR-MINIMOS-FIN
           END-IF.

           IF WS-ENT-MINIMOS-CTL (1:1) = '*'
              GO TO 1300-CRUZAR-MINIMOS-FIN
           END-IF.

           PERFORM VARYING WS-IX-CNV FROM 1 BY 1
              UNTIL WS-IX-CNV > WS-CANT-CONVENIOS
              IF WS-CNVT-CUENTA (WS-IX-CNV) = WS-MINR-CLAVE (1:10)
