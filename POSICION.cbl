      *          compromiso futuro (CUOTAS.VSAM), estado de mora y
      *          envejecimiento (MOROSIDAD.VSAM), limite temporal
      *          vigente (LIMITES-TEMP.VSAM), minimo y vencimiento del
      *          ultimo resumen (MINIMOS.SEQ / VENCIMIENTO.SEQ), los
      *          pagos del ciclo (PAGOS-APLICADOS.SEQ) y las ultimas
      *          autorizaciones con su motivo de rechazo
      *          (AUTORIZACIONES.VSAM). Acceso con SIGNON, alcanza el
      *          rol consulta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAGOS-APLICADOS.

       SELECT ENT-AUT-LOG
           ASSIGN TO WS-RUTA-AUT-LOG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-ALG-CLAVE
           FILE STATUS IS FS-AUT-LOG.

      *----------------------------------------------------------------*
       DATA DIVISION.


       FD ENT-MINIMOS.
           COPY MINIMOS.
       01 WS-ENT-MINIMOS-CTL             PIC X(88).

       FD ENT-VENCIMIENTO.
       01 WS-ENT-VENCIMIENTO.
          05 WS-VTO-ULTIMO-GRABADO      PIC 9(08).
       01 WS-ENT-VENCIMIENTO-CTL         PIC X(88).

       FD ENT-PAGOS-APLICADOS.
           COPY PAGOSAPL.
       01 WS-ENT-PAGOS-APLICADOS-CTL     PIC X(88).

       FD ENT-AUT-LOG.
           COPY AUTLOG.

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
                                     VALUE '../VENCIMIENTO.SEQ'.
       01 WS-RUTA-PAGOS-APLICADOS    PIC X(60)
                                     VALUE '../PAGOS-APLICADOS.SEQ'.
       01 WS-RUTA-AUT-LOG            PIC X(60)
                                     VALUE '../AUTORIZACIONES.VSAM'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

      *    *** sesion de operador (ver SIGNON)
          05 LK-ENT-NUM-TARJETA           PIC X(19).
           COPY MAESTRO-TARJETAS.

      *    *** boveda de tokens (ver TOKENIZA): la bitacora de
      *    *** autorizaciones esta tokenizada
       01 WS-TOKEN.
           COPY TOKENIO.

       01 FS-STATUS.
          05 FS-SALDO-CICLO                        PIC X(2).
             88 FS-SALDO-CICLO-OK                      VALUE '00'.
             88 FS-MINIMOS-NFD                         VALUE '35'.
          05 FS-VENCIMIENTO                        PIC X(2).
             88 FS-VENCIMIENTO-OK                      VALUE '00'.
             88 FS-VENCIMIENTO-EOF                     VALUE '10'.
             88 FS-VENCIMIENTO-NFD                     VALUE '35'.
          05 FS-PAGOS-APLICADOS                    PIC X(2).
             88 FS-PAGOS-APLICADOS-OK                  VALUE '00'.
             88 FS-PAGOS-APLICADOS-EOF                 VALUE '10'.
             88 FS-PAGOS-APLICADOS-NFD                 VALUE '35'.
          05 FS-AUT-LOG                            PIC X(2).
             88 FS-AUT-LOG-OK                          VALUE '00'.
             88 FS-AUT-LOG-NFD                         VALUE '35'.

       01 WS-HAY-SALDO-CICLO         PIC X(01) VALUE 'N'.
       01 WS-HAY-CUOTAS              PIC X(01) VALUE 'N'.
       01 WS-HAY-MOROSIDAD           PIC X(01) VALUE 'N'.
       01 WS-HAY-LIMITES-TEMP        PIC X(01) VALUE 'N'.
       01 WS-HAY-AUT-LOG             PIC X(01) VALUE 'N'.
      *    *** 'N' = la interfaz no paso la verificacion y no se muestra
       01 WS-HAY-MINIMOS             PIC X(01) VALUE 'S'.
       01 WS-HAY-VENCIMIENTO         PIC X(01) VALUE 'S'.
       01 WS-HAY-PAGOS-APLICADOS     PIC X(01) VALUE 'S'.

       01 WS-CONTINUAR               PIC X(01) VALUE 'S'.
          88 WS-SEGUIR-PROCESANDO                  VALUE 'S'.
       01 WS-MINIMO-VISTO            PIC 9(08)V9(02) VALUE ZEROES.
       01 WS-MINIMO-PERIODO          PIC 9(06) VALUE ZEROES.

      *    *** ultimas autorizaciones de la tarjeta: la bitacora se lee
      *    *** en orden de fecha/hora y quedan las 10 mas recientes
       01 WS-TOKEN-CONSULTA          PIC X(19) VALUE SPACES.
       01 WS-FIN-AUTORIZACIONES      PIC X(01) VALUE 'N'.
          88 WS-NO-HAY-MAS-AUTORIZ                 VALUE 'S'.
       01 WS-TABLA-ULT-AUTORIZ.
          05 WS-CANT-ULT-AUTORIZ     PIC 9(02) VALUE ZEROES.
          05 WS-UAU-ITEM OCCURS 10 TIMES
                          INDEXED BY WS-IX-UAU WS-IX-UAU2.
             10 WS-UAU-FECHA         PIC 9(08).
             10 WS-UAU-HORA          PIC 9(06).
             10 WS-UAU-MONEDA        PIC X(03).
             10 WS-UAU-IMPORTE       PIC 9(08)V9(02).
             10 WS-UAU-DECISION      PIC X(01).
             10 WS-UAU-DES-ERROR     PIC X(40).
       01 WS-UAU-IMPORTE-O           PIC ZZ.ZZZ.ZZ9,99.

      *    *** verificacion de las interfaces antes de leerlas
       01 WS-INTERFAZ.
           COPY INTFIO.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
              MOVE 'S' TO WS-HAY-LIMITES-TEMP
           END-IF.

           OPEN INPUT ENT-AUT-LOG.
           IF FS-AUT-LOG-OK
              MOVE 'S' TO WS-HAY-AUT-LOG
           END-IF.

           PERFORM 1050-VERIFICAR-INTERFACES
              THRU 1050-VERIFICAR-INTERFACES-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** los archivos de la facturacion se verifican una vez al
      *    *** entrar: el que no pasa no se muestra, con aviso, igual
      *    *** que si no estuviera (la consulta no se corta por eso)
       1050-VERIFICAR-INTERFACES.

           SET WS-ICT-MODO-VERIFICAR TO TRUE.
           MOVE ZEROES                 TO WS-ICT-PERIODO-E.

           MOVE 'MINIMOS'              TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-MINIMOS        TO WS-ICT-RUTA-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           IF WS-ICT-ARCHIVO-RECHAZADO
              MOVE 'N' TO WS-HAY-MINIMOS
              DISPLAY 'AVISO: MINIMOS.SEQ RECHAZADO: '
                      WS-ICT-MOTIVO-O
           END-IF.

           MOVE 'VENCIMTO'             TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-VENCIMIENTO    TO WS-ICT-RUTA-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           IF WS-ICT-ARCHIVO-RECHAZADO
              MOVE 'N' TO WS-HAY-VENCIMIENTO
              DISPLAY 'AVISO: VENCIMIENTO.SEQ RECHAZADO: '
                      WS-ICT-MOTIVO-O
           END-IF.

           MOVE 'PAGOSAPL'             TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-PAGOS-APLICADOS TO WS-ICT-RUTA-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           IF WS-ICT-ARCHIVO-RECHAZADO
              MOVE 'N' TO WS-HAY-PAGOS-APLICADOS
              DISPLAY 'AVISO: PAGOS-APLICADOS.SEQ RECHAZADO: '
                      WS-ICT-MOTIVO-O
           END-IF.

       1050-VERIFICAR-INTERFACES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-CONSULTAR-POSICION.

           PERFORM 2600-MOSTRAR-PAGOS
              THRU 2600-MOSTRAR-PAGOS-FIN.

           PERFORM 2700-MOSTRAR-AUTORIZACIONES
              THRU 2700-MOSTRAR-AUTORIZACIONES-FIN.

       2000-CONSULTAR-POSICION-FIN.
           EXIT.

                      ' DE ' WS-CUO-IMPORTE-CUOTA
                      ' ' WS-CUO-MONEDA
              SUBTRACT WS-CUO-ULTIMA-CUOTA-VISTA
                       WS-CUO-CUOTAS-ANULADAS
                  FROM WS-CUO-CANT-CUOTAS
                                   GIVING WS-CUOTAS-RESTANTES
              IF WS-CUOTAS-RESTANTES > ZEROES

           MOVE ZEROES TO WS-MINIMO-VISTO, WS-MINIMO-PERIODO.

           IF WS-HAY-MINIMOS = 'S'
              OPEN INPUT ENT-MINIMOS
           END-IF.
           IF WS-HAY-MINIMOS = 'S' AND FS-MINIMOS-OK
              MOVE LK-NUM-CUENTA TO WS-CUENTA-X
              PERFORM 2550-BUSCAR-UN-MINIMO
                 THRU 2550-BUSCAR-UN-MINIMO-FIN
           END-IF.

           MOVE ZEROES TO WS-VENCIMIENTO.
           IF WS-HAY-VENCIMIENTO = 'S'
              OPEN INPUT ENT-VENCIMIENTO
           END-IF.
           IF WS-HAY-VENCIMIENTO = 'S' AND FS-VENCIMIENTO-OK
              PERFORM UNTIL FS-VENCIMIENTO-EOF
                 READ ENT-VENCIMIENTO
                    AT END
                       SET FS-VENCIMIENTO-EOF TO TRUE
                    NOT AT END
                       IF WS-ENT-VENCIMIENTO-CTL (1:1) <> '*'
                          MOVE WS-VTO-ULTIMO-GRABADO TO WS-VENCIMIENTO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ENT-VENCIMIENTO
           END-IF.

           READ ENT-MINIMOS
               AT END SET FS-MINIMOS-EOF TO TRUE
               NOT AT END
                  IF WS-ENT-MINIMOS-CTL (1:1) = '*'
                     GO TO 2550-BUSCAR-UN-MINIMO-FIN
                  END-IF
                  IF WS-MINR-CLAVE = WS-TARJETA-CONSULTA
                     OR WS-MINR-CLAVE = WS-CUENTA-X
                     MOVE WS-MINR-PAGO-MINIMO TO WS-MINIMO-VISTO

           MOVE ZEROES TO WS-CANT-PAGOS-VISTOS.

           IF WS-HAY-PAGOS-APLICADOS = 'N'
              GO TO 2600-MOSTRAR-PAGOS-FIN
           END-IF.

           OPEN INPUT ENT-PAGOS-APLICADOS.
           IF NOT FS-PAGOS-APLICADOS-OK
              GO TO 2600-MOSTRAR-PAGOS-FIN
           READ ENT-PAGOS-APLICADOS
               AT END SET FS-PAGOS-APLICADOS-EOF TO TRUE
               NOT AT END
                  IF WS-ENT-PAGOS-APLICADOS-CTL (1:1) = '*'
                     GO TO 2650-MOSTRAR-UN-PAGO-FIN
                  END-IF
                  IF WS-PAPL-NUM-TARJETA = WS-TARJETA-CONSULTA
                     OR WS-PAPL-NUM-CUENTA = LK-NUM-CUENTA
                     ADD 1 TO WS-CANT-PAGOS-VISTOS
       2650-MOSTRAR-UN-PAGO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** ultimas autorizaciones, la mas reciente primero; en las
      *    *** rechazadas se ve el motivo
       2700-MOSTRAR-AUTORIZACIONES.

           IF WS-HAY-AUT-LOG = 'N'
              GO TO 2700-MOSTRAR-AUTORIZACIONES-FIN
           END-IF.

           MOVE ZEROES TO WS-CANT-ULT-AUTORIZ.
           MOVE 'N'    TO WS-FIN-AUTORIZACIONES.

           MOVE 'T'                 TO WS-TOK-MODO.
           MOVE WS-TARJETA-CONSULTA TO WS-TOK-TARJETA-E.
           CALL 'TOKENIZA' USING WS-TOKEN.
           MOVE WS-TOK-TARJETA-S    TO WS-TOKEN-CONSULTA.

           MOVE LOW-VALUES        TO WS-ALG-CLAVE.
           MOVE WS-TOKEN-CONSULTA TO WS-ALG-TARJETA.
           START ENT-AUT-LOG KEY IS NOT LESS THAN WS-ALG-CLAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIN-AUTORIZACIONES
           END-START.

           PERFORM 2750-GUARDAR-UNA-AUTORIZACION
              THRU 2750-GUARDAR-UNA-AUTORIZACION-FIN
              UNTIL WS-NO-HAY-MAS-AUTORIZ.

           IF WS-CANT-ULT-AUTORIZ = ZEROES
              DISPLAY 'AUTORIZ.   : SIN CONSULTAS REGISTRADAS'
              GO TO 2700-MOSTRAR-AUTORIZACIONES-FIN
           END-IF.

           PERFORM VARYING WS-IX-UAU FROM WS-CANT-ULT-AUTORIZ BY -1
              UNTIL WS-IX-UAU < 1
              MOVE WS-UAU-IMPORTE (WS-IX-UAU) TO WS-UAU-IMPORTE-O
              IF WS-UAU-DECISION (WS-IX-UAU) = 'A'
                 DISPLAY 'AUTORIZ.   : ' WS-UAU-FECHA (WS-IX-UAU)
                         ' ' WS-UAU-HORA (WS-IX-UAU)
                         ' ' WS-UAU-MONEDA (WS-IX-UAU)
                         ' ' WS-UAU-IMPORTE-O
                         ' APROBADA'
              ELSE
                 DISPLAY 'AUTORIZ.   : ' WS-UAU-FECHA (WS-IX-UAU)
                         ' ' WS-UAU-HORA (WS-IX-UAU)
                         ' ' WS-UAU-MONEDA (WS-IX-UAU)
                         ' ' WS-UAU-IMPORTE-O
                         ' RECHAZADA: ' WS-UAU-DES-ERROR (WS-IX-UAU)
              END-IF
           END-PERFORM.

       2700-MOSTRAR-AUTORIZACIONES-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** con la tabla llena se corre una posicion y se pierde la
      *    *** mas antigua
       2750-GUARDAR-UNA-AUTORIZACION.

           READ ENT-AUT-LOG NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIN-AUTORIZACIONES
                  GO TO 2750-GUARDAR-UNA-AUTORIZACION-FIN
           END-READ.

           IF NOT FS-AUT-LOG-OK
              OR WS-ALG-TARJETA <> WS-TOKEN-CONSULTA
              MOVE 'S' TO WS-FIN-AUTORIZACIONES
              GO TO 2750-GUARDAR-UNA-AUTORIZACION-FIN
           END-IF.

           IF WS-CANT-ULT-AUTORIZ < 10
              ADD 1 TO WS-CANT-ULT-AUTORIZ
           ELSE
              PERFORM VARYING WS-IX-UAU FROM 1 BY 1
                 UNTIL WS-IX-UAU > 9
                 SET WS-IX-UAU2 TO WS-IX-UAU
                 SET WS-IX-UAU2 UP BY 1
                 MOVE WS-UAU-ITEM (WS-IX-UAU2)
                                   TO WS-UAU-ITEM (WS-IX-UAU)
              END-PERFORM
           END-IF.

           SET WS-IX-UAU TO WS-CANT-ULT-AUTORIZ.
           MOVE WS-ALG-FECHA     TO WS-UAU-FECHA (WS-IX-UAU).
           MOVE WS-ALG-HORA      TO WS-UAU-HORA (WS-IX-UAU).
           MOVE WS-ALG-MONEDA    TO WS-UAU-MONEDA (WS-IX-UAU).
           MOVE WS-ALG-IMPORTE   TO WS-UAU-IMPORTE (WS-IX-UAU).
           MOVE WS-ALG-DECISION  TO WS-UAU-DECISION (WS-IX-UAU).
           MOVE WS-ALG-DES-ERROR TO WS-UAU-DES-ERROR (WS-IX-UAU).

       2750-GUARDAR-UNA-AUTORIZACION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-HAY-LIMITES-TEMP = 'S'
              CLOSE ENT-LIMITES-TEMP
           END-IF.
           IF WS-HAY-AUT-LOG = 'S'
              CLOSE ENT-AUT-LOG
           END-IF.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
