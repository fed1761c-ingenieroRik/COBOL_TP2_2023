      *          los asientos correspondientes en un lote contable
      *          propio (GLREVALUO.SEQ, mismo layout y registro de
      *          total que GLINTERF.SEQ, para no romper el control de
      *          lote del archivo de la facturacion). En la corrida de
      *          una entidad emisora (ENTIDAD_PROCESO, ver ENTIDCTL)
      *          solo revalua las cuentas de la entidad, y el reporte,
      *          el lote y el estado van a su directorio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                     VALUE '../GLREVALUO.SEQ'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 WS-ENTIDAD-AREA.
           COPY ENTIDIO.
      *    *** entidad de la corrida; en blanco se revalua toda la
      *    *** instalacion y no hace falta verificar cada cuenta
       01 WS-VER-ENTIDAD-PROCESO     PIC X(03) VALUE SPACES.
      *    *** ultima cuenta verificada y su resultado
       01 WS-VER-ULTIMA-CUENTA       PIC 9(10) VALUE ZEROES.
       01 WS-VER-ULTIMO-RESULTADO    PIC X(01) VALUE 'S'.
          88 WS-VER-CUENTA-DE-LA-CORRIDA           VALUE 'S'.

       01 FS-STATUS.
          05 FS-MAESTRO-TARJETAS                   PIC X(2).
             88 FS-MAESTRO-TARJETAS-FILE-OK            VALUE '00'.
       01 WS-TOTAL-USD               PIC S9(12)V9(02) VALUE ZEROES.
       01 WS-TOTAL-DIFERENCIA        PIC S9(12)V9(02) VALUE ZEROES.
       01 WS-CANT-TARJETAS           PIC 9(06) VALUE ZEROES.
       01 WS-CANT-OTRA-ENTIDAD       PIC 9(06) VALUE ZEROES.

      *    *** cuentas del revaluo segun el plan de cuentas
       01 WS-PLAN.
           COPY PLANIO.

       01 WS-LINEA-REPORTE.
          05 WS-LIN-TARJETA              PIC X(19).
           PERFORM 1050-LEER-RUTA-ARCHIVO
              THRU 1050-LEER-RUTA-ARCHIVO-FIN.

           PERFORM 1070-RUTAS-ENTIDAD
              THRU 1070-RUTAS-ENTIDAD-FIN.

           PERFORM 1100-ABRIR-ARCHIVOS
              THRU 1100-ABRIR-ARCHIVOS-FIN.

       1050-LEER-RUTA-ARCHIVO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** con entidad de la corrida, el reporte, el lote y la
      *    *** tasa del cierre anterior van al directorio de la
      *    *** entidad, donde los busca CONCGL
       1070-RUTAS-ENTIDAD.

           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-DATOS TO TRUE.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.
           MOVE WS-EMI-PROCESO-O TO WS-VER-ENTIDAD-PROCESO.

           IF WS-VER-ENTIDAD-PROCESO = SPACES
              GO TO 1070-RUTAS-ENTIDAD-FIN
           END-IF.

           DISPLAY 'ENTIDAD EMISORA: ' WS-EMI-PROCESO-O ' '
                   WS-EMI-NOMBRE-O.

           MOVE WS-RUTA-REPORTE       TO WS-EMI-RUTA-E.
           PERFORM 1075-RUTA-ENTIDAD
              THRU 1075-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O         TO WS-RUTA-REPORTE.

           MOVE WS-RUTA-GL            TO WS-EMI-RUTA-E.
           PERFORM 1075-RUTA-ENTIDAD
              THRU 1075-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O         TO WS-RUTA-GL.

      *    *** cada entidad revalua contra su propio cierre anterior
           MOVE WS-RUTA-REVALUO-STATE TO WS-EMI-RUTA-E.
           PERFORM 1075-RUTA-ENTIDAD
              THRU 1075-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O         TO WS-RUTA-REVALUO-STATE.

      *    *** la cotizacion de la entidad, si tiene parametros propios
           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-RUTA-PARAM TO TRUE.
           MOVE WS-RUTA-PARAMETROS    TO WS-EMI-RUTA-E.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.
           MOVE WS-EMI-RUTA-O         TO WS-RUTA-PARAMETROS.

       1070-RUTAS-ENTIDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1075-RUTA-ENTIDAD.

           MOVE WS-EMI-RUTA-E TO WS-RUTA-ENTORNO.
           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-RUTA TO TRUE.
           MOVE WS-RUTA-ENTORNO TO WS-EMI-RUTA-E.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.

       1075-RUTA-ENTIDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1100-ABRIR-ARCHIVOS.

               NOT AT END
                  IF WS-MT-SALDO-ANTERIOR-USD <> ZEROES
                     AND WS-TASA-ANTERIOR-CARGADA
                     PERFORM 2050-VERIFICAR-CUENTA
                        THRU 2050-VERIFICAR-CUENTA-FIN
                     IF WS-VER-CUENTA-DE-LA-CORRIDA
                        PERFORM 2100-REVALUAR-UNA-TARJETA
                           THRU 2100-REVALUAR-UNA-TARJETA-FIN
                     ELSE
                        ADD 1 TO WS-CANT-OTRA-ENTIDAD
                     END-IF
                  END-IF
           END-READ.

       2000-REVALUAR-TARJETAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la cuenta de otra entidad emisora la revalua su banco
       2050-VERIFICAR-CUENTA.

           IF WS-VER-ENTIDAD-PROCESO = SPACES
              MOVE 'S' TO WS-VER-ULTIMO-RESULTADO
              GO TO 2050-VERIFICAR-CUENTA-FIN
           END-IF.

           IF WS-MT-NUM-CUENTA <> WS-VER-ULTIMA-CUENTA
              MOVE WS-MT-NUM-CUENTA TO WS-VER-ULTIMA-CUENTA
              INITIALIZE WS-EMI-ENTRADA
              SET WS-EMI-MODO-VERIFICAR TO TRUE
              MOVE WS-MT-NUM-CUENTA TO WS-EMI-CUENTA-E
              CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA
              MOVE WS-EMI-PERTENECE-O TO WS-VER-ULTIMO-RESULTADO
           END-IF.

       2050-VERIFICAR-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2100-REVALUAR-UNA-TARJETA.

                 SAL-GL.

           DISPLAY 'TARJETAS REVALUADAS: ' WS-CANT-TARJETAS.
           DISPLAY 'DE OTRA ENTIDAD    : ' WS-CANT-OTRA-ENTIDAD.
           DISPLAY 'TASA ANTERIOR      : ' WS-TASA-ANTERIOR.
           DISPLAY 'TASA DE CIERRE     : ' WS-TASA-CIERRE.
           DISPLAY 'RESULTADO TENENCIA : ' WS-TOTAL-DIFERENCIA.
              MOVE WS-PERIODO   TO WS-GL-PERIODO
              MOVE 'ARS'        TO WS-GL-MONEDA

              INITIALIZE WS-PLC-ENTRADA
              MOVE 'REVALUO'    TO WS-PLC-TIPO-MOV-E
              MOVE 'ARS'        TO WS-PLC-MONEDA-E
              CALL 'PLANCTAS' USING WS-PLAN
              IF WS-PLC-COD-ERROR-O <> SPACES
                 DISPLAY 'PLAN DE CUENTAS: REVALUO: '
                         WS-PLC-DES-ERROR-O
              END-IF

      *    *** la ganancia va al debe de la cuenta de deudores y la
      *    *** perdida al reves
              IF WS-TOTAL-DIFERENCIA > ZEROES
                 MOVE 'D' TO WS-GL-DEBE-HABER
                 MOVE WS-PLC-CUENTA-DEBE-O TO WS-GL-CUENTA-CONTABLE
                 MOVE WS-TOTAL-DIFERENCIA TO WS-GL-IMPORTE
                 WRITE WS-SAL-GL-ASIENTO
                 MOVE 'H' TO WS-GL-DEBE-HABER
                 MOVE WS-PLC-CUENTA-HABER-O TO WS-GL-CUENTA-CONTABLE
                 WRITE WS-SAL-GL-ASIENTO
              ELSE
                 COMPUTE WS-GL-IMPORTE = WS-TOTAL-DIFERENCIA * -1
                 MOVE 'D' TO WS-GL-DEBE-HABER
                 MOVE WS-PLC-CUENTA-HABER-O TO WS-GL-CUENTA-CONTABLE
                 WRITE WS-SAL-GL-ASIENTO
                 MOVE 'H' TO WS-GL-DEBE-HABER
                 MOVE WS-PLC-CUENTA-DEBE-O TO WS-GL-CUENTA-CONTABLE
                 WRITE WS-SAL-GL-ASIENTO
              END-IF

