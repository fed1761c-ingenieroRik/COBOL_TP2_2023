                                              SIGN IS TRAILING SEPARATE.
          05 WS-SDO-SALDO-USD           PIC S9(08)V9(02)
                                              SIGN IS TRAILING SEPARATE.
       01 WS-ENT-SALDOS-CIERRE-CTL       PIC X(88).

       FD SAL-REPORTE.
       01 WS-SAL-REPORTE                            PIC X(120).
                                 VALUE '../CONCSAL.TXT'.
       01 WS-RUTA-ENTORNO              PIC X(60) VALUE SPACES.

      *    *** periodo del cierre que se concilia contra el maestro;
      *    *** un SALDOS-CIERRE.SEQ de otro periodo se rechaza
       01 WS-PERIODO-PROCESO           PIC 9(06) VALUE ZEROES.

       01 FS-STATUS.
          05 FS-MAESTRO-TARJETAS                   PIC X(2).
             88 FS-MAESTRO-TARJETAS-OK                 VALUE '00'.
          05 WS-TOT-TITULO              PIC X(32).
          05 WS-TOT-CANTIDAD            PIC ZZZ.ZZ9.

      *    *** verificacion de las interfaces antes de leerlas
       01 WS-INTERFAZ.
           COPY INTFIO.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REPORTE
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-PERIODO-PROCESO.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'CONCSAL_PERIODO'.
           IF WS-RUTA-ENTORNO (1:6) IS NUMERIC
              AND WS-RUTA-ENTORNO (1:6) <> '000000'
              MOVE WS-RUTA-ENTORNO (1:6) TO WS-PERIODO-PROCESO
           END-IF.

           SET WS-ICT-MODO-VERIFICAR TO TRUE.
           MOVE 'SALDCIER'             TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-SALDOS-CIERRE  TO WS-ICT-RUTA-E.
           MOVE WS-PERIODO-PROCESO     TO WS-ICT-PERIODO-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           IF WS-ICT-ARCHIVO-RECHAZADO
              DISPLAY 'CONCSAL: SALDOS-CIERRE.SEQ RECHAZADO: '
                      WS-ICT-MOTIVO-O
              STOP RUN
           END-IF.

           OPEN INPUT ENT-SALDOS-CIERRE.
           EVALUATE TRUE
               WHEN FS-SALDOS-CIERRE-OK
           READ ENT-SALDOS-CIERRE.

           IF FS-SALDOS-CIERRE-OK
              AND WS-ENT-SALDOS-CIERRE-CTL (1:1) <> '*'
              AND WS-CANT-SALDOS < 2000
              ADD 1 TO WS-CANT-SALDOS
              SET WS-IX-SDO TO WS-CANT-SALDOS
