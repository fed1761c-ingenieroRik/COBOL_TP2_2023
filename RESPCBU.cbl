      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: proceso de la respuesta de los bancos a las ordenes
      *          de debito por CBU que emitio DEBCBU
      *          (RESPUESTA-DEBITOS-CBU.SEQ). Cada debito cobrado se
      *          convierte en un pago de PAGOS.SEQ (canal DEBITO CBU,
      *          con el id de la orden como id del pago) que PAGOPOST
      *          aplica como cualquier otro; como el id es unico, una
      *          respuesta procesada dos veces no se aplica dos veces.
      *          Cada debito rechazado se avisa al cliente por el
      *          circuito de mensajes del resumen
      *          (MENSAJES-TARJETA.SEQ) con el motivo del banco. El
      *          detalle queda en RESPCBU.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPCBU.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-RESPUESTAS
           ASSIGN TO WS-RUTA-RESPUESTAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESPUESTAS.

      *    *** los debitos cobrados se suman al feed de cobranzas
       SELECT SAL-PAGOS
           ASSIGN TO WS-RUTA-PAGOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAGOS.

      *    *** avisos al circuito de mensajes del resumen
       SELECT SAL-MENSAJES
           ASSIGN TO WS-RUTA-MENSAJES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MENSAJES.

       SELECT SAL-REPORTE
           ASSIGN TO WS-RUTA-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-RESPUESTAS.
           COPY RESPCBU.

       FD SAL-PAGOS.
           COPY PAGOS.

       FD SAL-MENSAJES.
       01 WS-SAL-MENSAJE-REG.
          05 WS-MTA-CLAVE                           PIC X(19).
          05 WS-MTA-TEXTO                           PIC X(40).

       FD SAL-REPORTE.
       01 WS-SAL-REPORTE                            PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-RESPUESTAS         PIC X(60)
                                 VALUE '../RESPUESTA-DEBITOS-CBU.SEQ'.
       01 WS-RUTA-PAGOS              PIC X(60)
                                     VALUE '../PAGOS.SEQ'.
       01 WS-RUTA-MENSAJES           PIC X(60)
                                     VALUE '../MENSAJES-TARJETA.SEQ'.
       01 WS-RUTA-REPORTE            PIC X(60)
                                     VALUE '../RESPCBU.TXT'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
          05 FS-RESPUESTAS                         PIC X(2).
             88 FS-RESPUESTAS-OK                       VALUE '00'.
             88 FS-RESPUESTAS-EOF                      VALUE '10'.
             88 FS-RESPUESTAS-NFD                      VALUE '35'.
          05 FS-PAGOS                              PIC X(2).
             88 FS-PAGOS-OK                            VALUE '00'.
             88 FS-PAGOS-NFD                           VALUE '35'.
          05 FS-MENSAJES                           PIC X(2).
             88 FS-MENSAJES-OK                         VALUE '00'.
             88 FS-MENSAJES-NFD                        VALUE '35'.
          05 FS-REPORTE                            PIC X(2).
             88 FS-REPORTE-OK                          VALUE '00'.

       01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
       01 WS-FECHA-PAGO              PIC 9(08) VALUE ZEROES.
       01 WS-IMPORTE-EDITADO         PIC -.---.---.--9,99.

       01 WS-CONTADORES.
          05 WS-CANT-RESPUESTAS      PIC 9(06) VALUE ZEROES.
          05 WS-CANT-DEBITADOS       PIC 9(06) VALUE ZEROES.
          05 WS-CANT-RECHAZADOS      PIC 9(06) VALUE ZEROES.
          05 WS-CANT-INVALIDOS       PIC 9(06) VALUE ZEROES.
          05 WS-TOTAL-DEBITADO       PIC 9(12)V9(02) VALUE ZEROES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-PROCESAR-RESPUESTAS
              THRU 2000-PROCESAR-RESPUESTAS-FIN
              UNTIL FS-RESPUESTAS-EOF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RESPCBU_RESPUESTAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-RESPUESTAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RESPCBU_PAGOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PAGOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RESPCBU_MENSAJES_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-MENSAJES
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RESPCBU_REPORTE_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REPORTE
           END-IF.

           OPEN INPUT ENT-RESPUESTAS.
           EVALUATE TRUE
               WHEN FS-RESPUESTAS-OK
                    CONTINUE
               WHEN FS-RESPUESTAS-NFD
                    DISPLAY 'NO EXISTE RESPUESTA-DEBITOS-CBU.SEQ; NADA '
                            'QUE PROCESAR'
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR RESPUESTA-DEBITOS-CBU.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-RESPUESTAS
                    STOP RUN
           END-EVALUATE.

      *    *** PAGOS.SEQ puede traer ya los pagos de los otros canales:
      *    *** los debitos se agregan al final
           OPEN EXTEND SAL-PAGOS.
           IF FS-PAGOS-NFD
              OPEN OUTPUT SAL-PAGOS
              CLOSE SAL-PAGOS
              OPEN EXTEND SAL-PAGOS
           END-IF.
           IF NOT FS-PAGOS-OK
              DISPLAY 'ERROR AL ABRIR PAGOS.SEQ: ' FS-PAGOS
              STOP RUN
           END-IF.

           OPEN EXTEND SAL-MENSAJES.
           IF FS-MENSAJES-NFD
              OPEN OUTPUT SAL-MENSAJES
              CLOSE SAL-MENSAJES
              OPEN EXTEND SAL-MENSAJES
           END-IF.
           IF NOT FS-MENSAJES-OK
              DISPLAY 'ERROR AL ABRIR MENSAJES-TARJETA.SEQ: '
                      FS-MENSAJES
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-REPORTE.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR RESPCBU.TXT'
              STOP RUN
           END-IF.

           MOVE 'RESPUESTA DE DEBITOS POR CBU' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESAR-RESPUESTAS.

           READ ENT-RESPUESTAS
               AT END SET FS-RESPUESTAS-EOF TO TRUE
               NOT AT END
                  ADD 1 TO WS-CANT-RESPUESTAS
                  PERFORM 2100-PROCESAR-UNA-RESPUESTA
                     THRU 2100-PROCESAR-UNA-RESPUESTA-FIN
           END-READ.

       2000-PROCESAR-RESPUESTAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2100-PROCESAR-UNA-RESPUESTA.

           MOVE WS-RDB-IMPORTE TO WS-IMPORTE-EDITADO.

           IF WS-RDB-ID-ORDEN NOT NUMERIC
              OR WS-RDB-ID-ORDEN = ZEROES
              OR WS-RDB-NUM-TARJETA = SPACES
              OR WS-RDB-IMPORTE NOT NUMERIC
              ADD 1 TO WS-CANT-INVALIDOS
              MOVE SPACES TO WS-SAL-REPORTE
              STRING 'RESPUESTA INVALIDA, ORDEN ' WS-RDB-ID-ORDEN
                     ' TARJETA ' WS-RDB-NUM-TARJETA
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
              GO TO 2100-PROCESAR-UNA-RESPUESTA-FIN
           END-IF.

           EVALUATE TRUE
               WHEN WS-RDB-DEBITADO
                    PERFORM 2200-GRABAR-PAGO
                       THRU 2200-GRABAR-PAGO-FIN
               WHEN WS-RDB-RECHAZADO
                    PERFORM 2300-AVISAR-RECHAZO
                       THRU 2300-AVISAR-RECHAZO-FIN
               WHEN OTHER
                    ADD 1 TO WS-CANT-INVALIDOS
                    MOVE SPACES TO WS-SAL-REPORTE
                    STRING 'RESULTADO DESCONOCIDO ('
                           WS-RDB-RESULTADO '), ORDEN '
                           WS-RDB-ID-ORDEN
                           DELIMITED BY SIZE INTO WS-SAL-REPORTE
                    WRITE WS-SAL-REPORTE
           END-EVALUATE.

       2100-PROCESAR-UNA-RESPUESTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el pago entra con la fecha del debito en el banco (la
      *    *** de hoy si el banco no la informa)
       2200-GRABAR-PAGO.

           IF WS-RDB-FECHA-DEBITO IS NUMERIC
              AND WS-RDB-FECHA-DEBITO > ZEROES
              MOVE WS-RDB-FECHA-DEBITO TO WS-FECHA-PAGO
           ELSE
              MOVE WS-FECHA-HOY        TO WS-FECHA-PAGO
           END-IF.

           INITIALIZE WS-ENT-PAGOS-REG.
           MOVE WS-FECHA-PAGO (1:4)  TO WS-PAG-ANIO.
           MOVE WS-FECHA-PAGO (5:2)  TO WS-PAG-MES.
           MOVE WS-FECHA-PAGO (7:2)  TO WS-PAG-DIA.
           MOVE WS-RDB-NUM-CUENTA    TO WS-PAG-NUM-CUENTA.
           MOVE WS-RDB-NUM-TARJETA   TO WS-PAG-NUM-TARJETA.
           MOVE WS-RDB-MONEDA        TO WS-PAG-MONEDA.
           MOVE WS-RDB-IMPORTE       TO WS-PAG-IMPORTE.
           MOVE 'DEBITO CBU'         TO WS-PAG-CANAL.
           MOVE SPACES               TO WS-PAG-REFERENCIA.
           MOVE WS-RDB-ID-ORDEN      TO WS-PAG-ID-PAGO.
           WRITE WS-ENT-PAGOS-REG.

           IF NOT FS-PAGOS-OK
              DISPLAY 'ERROR AL ESCRIBIR PAGOS.SEQ: ' FS-PAGOS
              GO TO 2200-GRABAR-PAGO-FIN
           END-IF.

           ADD 1              TO WS-CANT-DEBITADOS.
           ADD WS-RDB-IMPORTE TO WS-TOTAL-DEBITADO.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'DEBITADO  ORDEN ' WS-RDB-ID-ORDEN
                  ' CUENTA ' WS-RDB-NUM-CUENTA
                  ' ' WS-RDB-MONEDA ' ' WS-IMPORTE-EDITADO
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2200-GRABAR-PAGO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el aviso va con la clave del minimo, que es la que corta
      *    *** el resumen (tarjeta, o cuenta en rollup)
       2300-AVISAR-RECHAZO.

           INITIALIZE WS-SAL-MENSAJE-REG.
           IF WS-RDB-CLAVE <> SPACES
              MOVE WS-RDB-CLAVE       TO WS-MTA-CLAVE
           ELSE
              MOVE WS-RDB-NUM-TARJETA TO WS-MTA-CLAVE
           END-IF.
           MOVE SPACES TO WS-MTA-TEXTO.
           STRING 'DEBITO CBU RECHAZADO: ' WS-RDB-DES-MOTIVO (1:18)
                  DELIMITED BY SIZE INTO WS-MTA-TEXTO.
           WRITE WS-SAL-MENSAJE-REG.

           IF NOT FS-MENSAJES-OK
              DISPLAY 'ERROR AL ESCRIBIR MENSAJES-TARJETA.SEQ: '
                      FS-MENSAJES
           END-IF.

           ADD 1 TO WS-CANT-RECHAZADOS.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'RECHAZADO ORDEN ' WS-RDB-ID-ORDEN
                  ' CUENTA ' WS-RDB-NUM-CUENTA
                  ' ' WS-RDB-MONEDA ' ' WS-IMPORTE-EDITADO
                  ' MOTIVO ' WS-RDB-MOTIVO ' ' WS-RDB-DES-MOTIVO
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2300-AVISAR-RECHAZO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'RESPUESTAS: '   WS-CANT-RESPUESTAS
                  ' DEBITADAS: '   WS-CANT-DEBITADOS
                  ' RECHAZADAS: '  WS-CANT-RECHAZADOS
                  ' INVALIDAS: '   WS-CANT-INVALIDOS
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           CLOSE ENT-RESPUESTAS
                 SAL-PAGOS
                 SAL-MENSAJES
                 SAL-REPORTE.

           DISPLAY 'RESPUESTAS LEIDAS      : ' WS-CANT-RESPUESTAS.
           DISPLAY 'DEBITOS COBRADOS       : ' WS-CANT-DEBITADOS.
           DISPLAY 'TOTAL COBRADO (ARS)    : ' WS-TOTAL-DEBITADO.
           DISPLAY 'DEBITOS RECHAZADOS     : ' WS-CANT-RECHAZADOS.
           DISPLAY 'RESPUESTAS INVALIDAS   : ' WS-CANT-INVALIDOS.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
