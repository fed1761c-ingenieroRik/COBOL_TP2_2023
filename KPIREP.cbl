      *          comisiones). Sale KPI.TXT, y el resumen de valores
      *          queda en KPI-SNAPSHOT.SEQ para que la corrida del mes
      *          siguiente muestre los deltas mes a mes sin planillas.
      *          Con ENTIDAD_PROCESO (ver ENTIDCTL) el reporte es el de
      *          esa entidad emisora: solo sus cuentas, y los archivos
      *          de su directorio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                              SIGN IS TRAILING SEPARATE.
          05 WS-SDO-SALDO-USD           PIC S9(08)V9(02)
                                              SIGN IS TRAILING SEPARATE.
       01 WS-ENT-SALDOS-CIERRE-CTL       PIC X(88).

       FD ENT-MOROSIDAD.
           COPY MOROSIDAD.
                                     VALUE '../KPI.TXT'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 WS-ENTIDAD-AREA.
           COPY ENTIDIO.
       01 WS-VER-CUENTA              PIC 9(10) VALUE ZEROES.

       01 FS-STATUS.
          05 FS-MAESTRO-TARJETAS                   PIC X(2).
             88 FS-MAESTRO-TARJETAS-FILE-OK            VALUE '00'.
       01 WS-CANT-O                  PIC ---.--9.
       01 WS-PCT-O                   PIC ZZZZ9,99.

      *    *** verificacion de las interfaces antes de leerlas
       01 WS-INTERFAZ.
           COPY INTFIO.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
              MOVE WS-RUTA-ENTORNO (1:6) TO WS-PERIODO-INFORME
           END-IF.

      *    *** corrida de una entidad emisora: lo facturado, las
      *    *** corridas, su GL y el propio reporte estan en su
      *    *** directorio
           MOVE WS-RUTA-SALDOS-CIERRE TO WS-EMI-RUTA-E.
           PERFORM 1050-RUTA-ENTIDAD
              THRU 1050-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-SALDOS-CIERRE.

           MOVE WS-RUTA-HISTORIAL TO WS-EMI-RUTA-E.
           PERFORM 1050-RUTA-ENTIDAD
              THRU 1050-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-HISTORIAL.

           MOVE WS-RUTA-GL TO WS-EMI-RUTA-E.
           PERFORM 1050-RUTA-ENTIDAD
              THRU 1050-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-GL.

           MOVE WS-RUTA-SNAPSHOT TO WS-EMI-RUTA-E.
           PERFORM 1050-RUTA-ENTIDAD
              THRU 1050-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-SNAPSHOT.

           MOVE WS-RUTA-SNAPSHOT-NUEVO TO WS-EMI-RUTA-E.
           PERFORM 1050-RUTA-ENTIDAD
              THRU 1050-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-SNAPSHOT-NUEVO.

           MOVE WS-RUTA-REPORTE TO WS-EMI-RUTA-E.
           PERFORM 1050-RUTA-ENTIDAD
              THRU 1050-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-REPORTE.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MAESTRO_TARJETAS_PATH'.
       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1050-RUTA-ENTIDAD.

           MOVE WS-EMI-RUTA-E TO WS-RUTA-ENTORNO.
           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-RUTA TO TRUE.
           MOVE WS-RUTA-ENTORNO TO WS-EMI-RUTA-E.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.

       1050-RUTA-ENTIDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** 'S' en WS-EMI-PERTENECE-O si WS-VER-CUENTA es de la
      *    *** entidad de la corrida (siempre, sin entidad de corrida)
       1060-VERIFICAR-CUENTA.

           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-VERIFICAR TO TRUE.
           MOVE WS-VER-CUENTA TO WS-EMI-CUENTA-E.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.

       1060-VERIFICAR-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2100-MEDIR-MAESTRO.

           READ ENT-MAESTRO-TARJETAS NEXT RECORD
               AT END SET FS-MAESTRO-TARJETAS-FILE-EOF TO TRUE
               NOT AT END
                  MOVE WS-MT-NUM-CUENTA TO WS-VER-CUENTA
                  PERFORM 1060-VERIFICAR-CUENTA
                     THRU 1060-VERIFICAR-CUENTA-FIN
           END-READ.

      *    *** la tarjeta de otra entidad emisora no se mide aca
           IF FS-MAESTRO-TARJETAS-FILE-EOF
              OR NOT WS-EMI-CUENTA-PROPIA
              GO TO 2100-MEDIR-MAESTRO-FIN
           END-IF.

           IF WS-MT-ACTIVA
              ADD 1 TO WS-KPI-ACTIVAS
              ADD WS-MT-LIMITE-TARJETA TO WS-KPI-LIMITE-ARS
              IF WS-MT-SALDO-ANTERIOR-ARS > ZEROES
                 ADD WS-MT-SALDO-ANTERIOR-ARS
                   TO WS-KPI-SALDO-ARS
              END-IF
           ELSE
              ADD 1 TO WS-KPI-BLOQUEADAS
           END-IF.

       2100-MEDIR-MAESTRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2200-MEDIR-FACTURADO.

           SET WS-ICT-MODO-VERIFICAR TO TRUE.
           MOVE 'SALDCIER'             TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-SALDOS-CIERRE  TO WS-ICT-RUTA-E.
           MOVE WS-PERIODO-INFORME     TO WS-ICT-PERIODO-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           IF WS-ICT-ARCHIVO-RECHAZADO
              DISPLAY 'KPIREP: SALDOS-CIERRE.SEQ RECHAZADO: '
                      WS-ICT-MOTIVO-O
              STOP RUN
           END-IF.

           OPEN INPUT ENT-SALDOS-CIERRE.

           EVALUATE TRUE
           READ ENT-SALDOS-CIERRE
               AT END SET FS-SALDOS-CIERRE-EOF TO TRUE
               NOT AT END
                  IF WS-ENT-SALDOS-CIERRE-CTL (1:1) = '*'
                     GO TO 2250-SUMAR-UN-SALDO-FIN
                  END-IF
                  ADD 1 TO WS-KPI-RESUMENES-MES
                  ADD WS-SDO-SALDO-ARS TO WS-KPI-FACTURADO-ARS
                  ADD WS-SDO-SALDO-USD TO WS-KPI-FACTURADO-USD
               AT END CONTINUE
           END-READ.

      *    *** la clave de mora es la tarjeta, o la cuenta en las
      *    *** corridas con rollup: se resuelve la cuenta para dejar
      *    *** afuera la mora de otra entidad emisora
           IF FS-MOROSIDAD-OK
              AND NOT WS-MOR-AL-DIA
              AND WS-EMI-PROCESO-O <> SPACES
              PERFORM 2360-CUENTA-DE-LA-MORA
                 THRU 2360-CUENTA-DE-LA-MORA-FIN
              PERFORM 1060-VERIFICAR-CUENTA
                 THRU 1060-VERIFICAR-CUENTA-FIN
              IF NOT WS-EMI-CUENTA-PROPIA
                 GO TO 2350-SUMAR-UN-MOROSO-FIN
              END-IF
           END-IF.

           IF FS-MOROSIDAD-OK
              AND NOT WS-MOR-AL-DIA
              ADD 1 TO WS-KPI-MOROSOS
       2350-SUMAR-UN-MOROSO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2360-CUENTA-DE-LA-MORA.

           MOVE ZEROES TO WS-VER-CUENTA.
           MOVE WS-MOR-CLAVE TO WS-MT-NUM-TARJETA.

           READ ENT-MAESTRO-TARJETAS KEY IS WS-MT-NUM-TARJETA
               INVALID KEY
                  IF WS-MOR-CLAVE (1:10) IS NUMERIC
                     AND WS-MOR-CLAVE (11:9) = SPACES
                     MOVE WS-MOR-CLAVE (1:10) TO WS-VER-CUENTA
                  END-IF
               NOT INVALID KEY
                  MOVE WS-MT-NUM-CUENTA TO WS-VER-CUENTA
           END-READ.

       2360-CUENTA-DE-LA-MORA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2400-MEDIR-CORRIDAS.

                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-DATOS TO TRUE.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.

           IF WS-EMI-PROCESO-O <> SPACES
              MOVE SPACES TO WS-SAL-REPORTE
              STRING 'ENTIDAD EMISORA: ' WS-EMI-PROCESO-O
                     ' ' WS-EMI-NOMBRE-O
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
           END-IF.

           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

