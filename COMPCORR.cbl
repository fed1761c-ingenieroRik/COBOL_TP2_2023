
       FILE SECTION.

      *    *** los saldos y los minimos de cada corrida traen ademas su
      *    *** registro de cabecera y de totales (ver INTFCTL)
       FD ENT-SALDOS-A.
       01 WS-ENT-SALDOS-A.
          05 WS-SDA-MODO                PIC X(01).
                                              SIGN IS TRAILING SEPARATE.
          05 WS-SDA-SALDO-USD           PIC S9(08)V9(02)
                                              SIGN IS TRAILING SEPARATE.
       01 WS-ENT-SALDOS-A-CTL           PIC X(88).

       FD ENT-SALDOS-B.
       01 WS-ENT-SALDOS-B.
                                              SIGN IS TRAILING SEPARATE.
          05 WS-SDB-SALDO-USD           PIC S9(08)V9(02)
                                              SIGN IS TRAILING SEPARATE.
       01 WS-ENT-SALDOS-B-CTL           PIC X(88).

       FD ENT-MINIMOS-A.
       01 WS-ENT-MINIMO-A.
          05 WS-MIA-CLAVE               PIC X(19).
          05 WS-MIA-PERIODO             PIC 9(06).
          05 WS-MIA-PAGO-MINIMO         PIC 9(08)V9(02).
       01 WS-ENT-MINIMO-A-CTL           PIC X(88).

       FD ENT-MINIMOS-B.
       01 WS-ENT-MINIMO-B.
          05 WS-MIB-CLAVE               PIC X(19).
          05 WS-MIB-PERIODO             PIC 9(06).
          05 WS-MIB-PAGO-MINIMO         PIC 9(08)V9(02).
       01 WS-ENT-MINIMO-B-CTL           PIC X(88).

      *    *** mismo layout que DESGLOSE.CPY, espejado para las dos
      *    *** corridas (el copybook define un unico 01)
                                     VALUE '../COMPCORR.TXT'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

      *    *** periodo que se compara: el indicado, o el de los saldos
      *    *** de la corrida A; lo de la corrida B y los minimos tienen
      *    *** que ser del mismo periodo
       01 WS-PERIODO-COMPARADO       PIC 9(06) VALUE ZEROES.

       01 FS-STATUS.
          05 FS-SALDOS-A                           PIC X(2).
             88 FS-SALDOS-A-OK                         VALUE '00'.
       01 WS-IMPORTE-O               PIC --.---.---.--9,99.
       01 WS-PCT-O                   PIC ----9,99.

      *    *** verificacion de las interfaces antes de leerlas
       01 WS-INTERFAZ.
           COPY INTFIO.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           END-IF.
           DIVIDE WS-TOLERANCIA-CTVS BY 100 GIVING WS-TOLERANCIA.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'COMPCORR_PERIODO'.
           IF WS-RUTA-ENTORNO (1:6) IS NUMERIC
              AND WS-RUTA-ENTORNO (1:6) <> '000000'
              MOVE WS-RUTA-ENTORNO (1:6) TO WS-PERIODO-COMPARADO
           END-IF.

           PERFORM 1050-VERIFICAR-INTERFACES
              THRU 1050-VERIFICAR-INTERFACES-FIN.

           OPEN INPUT ENT-SALDOS-A.
           IF NOT FS-SALDOS-A-OK
              DISPLAY 'NO SE PUDO LEER LOS SALDOS DE LA CORRIDA A: '
       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** los saldos y minimos de las dos corridas se verifican
      *    *** antes de comparar: uno incompleto o con totales que no
      *    *** coinciden daria diferencias que no son tales
       1050-VERIFICAR-INTERFACES.

           SET WS-ICT-MODO-VERIFICAR TO TRUE.

           MOVE 'SALDCIER'             TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-SALDOS-A       TO WS-ICT-RUTA-E.
           MOVE WS-PERIODO-COMPARADO   TO WS-ICT-PERIODO-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           IF WS-ICT-ARCHIVO-RECHAZADO
              DISPLAY 'COMPCORR: SALDOS DE LA CORRIDA A RECHAZADO: '
                      WS-ICT-MOTIVO-O
              STOP RUN
           END-IF.
           IF WS-PERIODO-COMPARADO = ZEROES
              MOVE WS-ICT-PERIODO-O TO WS-PERIODO-COMPARADO
           END-IF.

           MOVE 'SALDCIER'             TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-SALDOS-B       TO WS-ICT-RUTA-E.
           MOVE WS-PERIODO-COMPARADO   TO WS-ICT-PERIODO-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           IF WS-ICT-ARCHIVO-RECHAZADO
              DISPLAY 'COMPCORR: SALDOS DE LA CORRIDA B RECHAZADO: '
                      WS-ICT-MOTIVO-O
              STOP RUN
           END-IF.

           MOVE 'MINIMOS'              TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-MINIMOS-A      TO WS-ICT-RUTA-E.
           MOVE WS-PERIODO-COMPARADO   TO WS-ICT-PERIODO-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           IF WS-ICT-ARCHIVO-RECHAZADO
              DISPLAY 'COMPCORR: MINIMOS DE LA CORRIDA A RECHAZADO: '
                      WS-ICT-MOTIVO-O
              STOP RUN
           END-IF.

           MOVE 'MINIMOS'              TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-MINIMOS-B      TO WS-ICT-RUTA-E.
           MOVE WS-PERIODO-COMPARADO   TO WS-ICT-PERIODO-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           IF WS-ICT-ARCHIVO-RECHAZADO
              DISPLAY 'COMPCORR: MINIMOS DE LA CORRIDA B RECHAZADO: '
                      WS-ICT-MOTIVO-O
              STOP RUN
           END-IF.

       1050-VERIFICAR-INTERFACES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1100-CARGAR-CORRIDA-B.

           READ ENT-SALDOS-B
               AT END SET FS-SALDOS-B-EOF TO TRUE
               NOT AT END
                  IF WS-ENT-SALDOS-B-CTL (1:1) = '*'
                     GO TO 1110-CARGAR-UN-SALDO-B-FIN
                  END-IF
                  IF WS-CANT-B < 20000
                     ADD 1 TO WS-CANT-B
                     SET WS-IX-TB TO WS-CANT-B
           READ ENT-MINIMOS-B
               AT END SET FS-MINIMOS-B-EOF TO TRUE
               NOT AT END
                  IF WS-ENT-MINIMO-B-CTL (1:1) = '*'
                     GO TO 1120-CARGAR-UN-MINIMO-B-FIN
                  END-IF
                  PERFORM VARYING WS-IX-TB FROM 1 BY 1
                     UNTIL WS-IX-TB > WS-CANT-B
                     IF WS-TB-CLAVE (WS-IX-TB) = WS-MIB-CLAVE
           READ ENT-SALDOS-A
               AT END SET FS-SALDOS-A-EOF TO TRUE
               NOT AT END
                  IF WS-ENT-SALDOS-A-CTL (1:1) = '*'
                     GO TO 2000-COMPARAR-SALDOS-A-FIN
                  END-IF
                  ADD 1 TO WS-CANT-SALDOS-A
                  PERFORM 2100-COMPARAR-UNO
                     THRU 2100-COMPARAR-UNO-FIN
           READ ENT-MINIMOS-A
               AT END SET FS-MINIMOS-A-EOF TO TRUE
               NOT AT END
                  IF WS-ENT-MINIMO-A-CTL (1:1) = '*'
                     GO TO 2550-COMPARAR-UN-MINIMO-FIN
                  END-IF
                  PERFORM VARYING WS-IX-TB FROM 1 BY 1
                     UNTIL WS-IX-TB > WS-CANT-B
                     IF WS-TB-CLAVE (WS-IX-TB) = WS-MIA-CLAVE
