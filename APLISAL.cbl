                                              SIGN IS TRAILING SEPARATE.
          05 WS-PND-SALDO-USD           PIC S9(08)V9(02)
                                              SIGN IS TRAILING SEPARATE.
       01 WS-ENT-PENDIENTES-CTL          PIC X(88).

       FD SAL-REPORTE.
       01 WS-SAL-REPORTE                            PIC X(110).
                                 VALUE '../APLISAL.TXT'.
       01 WS-RUTA-ENTORNO              PIC X(60) VALUE SPACES.

      *    *** periodo facturado cuyos saldos pendientes se aplican;
      *    *** una particion de otro periodo se rechaza
       01 WS-PERIODO-PROCESO           PIC 9(06) VALUE ZEROES.

       01 FS-STATUS.
          05 FS-LISTA                              PIC X(2).
             88 FS-LISTA-OK                            VALUE '00'.
                 15 WS-ACT-COD-ERROR-O            PIC X(02).
                 15 WS-ACT-DES-ERROR-O            PIC X(40).

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
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'APLISAL_PERIODO'.
           IF WS-RUTA-ENTORNO (1:6) IS NUMERIC
              AND WS-RUTA-ENTORNO (1:6) <> '000000'
              MOVE WS-RUTA-ENTORNO (1:6) TO WS-PERIODO-PROCESO
           END-IF.

           OPEN INPUT ENT-LISTA.
           EVALUATE TRUE
               WHEN FS-LISTA-OK
           MOVE WS-CANT-ARCHIVOS TO WS-ORIGEN-ACTUAL.
           MOVE WS-ENT-LISTA-REG TO WS-RUTA-PENDIENTES.

      *    *** una particion cortada o con totales que no coinciden
      *    *** frena todo antes de aplicar nada, igual que la colision
           SET WS-ICT-MODO-VERIFICAR TO TRUE.
           MOVE 'SALDPEND'         TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-PENDIENTES TO WS-ICT-RUTA-E.
           MOVE WS-PERIODO-PROCESO TO WS-ICT-PERIODO-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           IF WS-ICT-ARCHIVO-RECHAZADO
              DISPLAY 'APLISAL: ' WS-RUTA-PENDIENTES
              DISPLAY 'RECHAZADO: ' WS-ICT-MOTIVO-O
              DISPLAY 'NO SE APLICA NINGUN SALDO'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ENT-PENDIENTES.
           EVALUATE TRUE
               WHEN FS-PENDIENTES-OK
           READ ENT-PENDIENTES.

           IF FS-PENDIENTES-OK
              AND WS-ENT-PENDIENTES-CTL (1:1) <> '*'
              IF WS-CANT-PENDIENTES >= 4000
                 DISPLAY 'TABLA DE PENDIENTES LLENA'
                 STOP RUN
