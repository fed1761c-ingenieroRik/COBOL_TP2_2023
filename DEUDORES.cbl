      *            1 = al dia            2 = atraso hasta 30 dias
      *            3 = atraso 30-60      4 = atraso 90 o mas
      *            5 = irrecuperable (ciclos incumplidos >= maximo)
      *          y emite DEUDORES.SEQ (un registro por cuenta, a
      *          nombre del titular de CUENTA-PERSONA.VSAM, seguido de
      *          uno por cada codeudor o garante vigente de
      *          CUENTA-COOBLIGADO.VSAM, ver COOBLIG) mas el
      *          reporte de control DEUDORES-CTL.TXT con las
      *          migraciones de situacion contra el archivo del mes
      *          anterior (DEUDORES-ANT.SEQ). Cada entidad emisora
      *          informa por separado: con ENTIDAD_PROCESO (ver
      *          ENTIDCTL) solo entran sus cuentas y los archivos van
      *          a su directorio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           FILE STATUS IS FS-CUOTAS.

      *    *** archivo del mes anterior, para el control de migraciones
      *    *** titular y codeudores/garantes de cada cuenta
       SELECT ENT-CUENTA-PERSONA
           ASSIGN TO WS-RUTA-CUENTA-PERSONA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-CPE-CUENTA
           FILE STATUS IS FS-CUENTA-PERSONA.

       SELECT ENT-COOBLIGADOS
           ASSIGN TO WS-RUTA-COOBLIGADOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-COB-CLAVE
           ALTERNATE RECORD KEY IS WS-COB-DOCUMENTO
                                          WITH DUPLICATES
           FILE STATUS IS FS-COOBLIGADOS.

       SELECT ENT-DEUDORES-ANT
           ASSIGN TO WS-RUTA-DEUDORES-ANT
           ORGANIZATION IS LINE SEQUENTIAL
       FD ENT-CUOTAS.
           COPY CUOTAS.

       FD ENT-CUENTA-PERSONA.
       01 WS-CPE-VINCULO-REG.
          05 WS-CPE-CUENTA                          PIC 9(10).
          05 WS-CPE-DOCUMENTO                       PIC X(11).

       FD ENT-COOBLIGADOS.
           COPY COOBLIG.

       FD ENT-DEUDORES-ANT.
       01 WS-ENT-DEUDORES-ANT-REG.
          05 WS-DAN-CUENTA                          PIC 9(10).
          05 WS-DAN-PERIODO                         PIC 9(06).
          05 WS-DAN-SITUACION                       PIC 9(01).
          05 WS-DAN-RESTO                           PIC X(29).
      *    *** blanco en los archivos de antes de los codeudores
          05 WS-DAN-ROL                             PIC X(01).
             88 WS-DAN-FILA-TITULAR                     VALUES ' ' 'T'.
          05 WS-DAN-DOCUMENTO                       PIC X(11).
          05 FILLER                                 PIC X(09).

      *    *** formato fijo del regimen de deudores: un registro por
      *    *** cuenta con la deuda total, la situacion y las marcas
      *    *** 'R' = arrastra una refinanciacion abierta
          05 WS-DEU-REFINANCIADO                    PIC X(01).
          05 WS-DEU-CICLOS-INCUMPL                  PIC 9(02).
      *    *** obligado informado: 'T' titular (documento en blanco si
      *    *** la cuenta no tiene persona vinculada), 'C' codeudor y
      *    *** 'G' garante, con la misma deuda y situacion de la cuenta
          05 WS-DEU-ROL                             PIC X(01).
          05 WS-DEU-DOCUMENTO                       PIC X(11).

       FD SAL-CONTROL.
       01 WS-SAL-CONTROL                            PIC X(100).
                                     VALUE '../MOROSIDAD.VSAM'.
       01 WS-RUTA-CUOTAS             PIC X(60)
                                     VALUE '../CUOTAS.VSAM'.
       01 WS-RUTA-CUENTA-PERSONA     PIC X(60)
                                     VALUE '../CUENTA-PERSONA.VSAM'.
       01 WS-RUTA-COOBLIGADOS        PIC X(60)
                                     VALUE '../CUENTA-COOBLIGADO.VSAM'.
       01 WS-RUTA-DEUDORES-ANT       PIC X(60)
                                     VALUE '../DEUDORES-ANT.SEQ'.
       01 WS-RUTA-DEUDORES           PIC X(60)
                                     VALUE '../DEUDORES-CTL.TXT'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 WS-ENTIDAD-AREA.
           COPY ENTIDIO.
      *    *** ultima cuenta verificada y su resultado (el maestro
      *    *** viene ordenado por tarjeta, pero las de una cuenta suelen
      *    *** venir juntas)
       01 WS-VER-ULTIMA-CUENTA       PIC 9(10) VALUE ZEROES.
       01 WS-VER-ULTIMO-RESULTADO    PIC X(01) VALUE 'S'.
          88 WS-VER-CUENTA-DE-LA-CORRIDA           VALUE 'S'.

       01 FS-STATUS.
          05 FS-MAESTRO-TARJETAS                   PIC X(2).
             88 FS-MAESTRO-TARJETAS-FILE-OK            VALUE '00'.
          05 FS-CUOTAS                             PIC X(2).
             88 FS-CUOTAS-OK                           VALUE '00'.
             88 FS-CUOTAS-NFD                          VALUE '35'.
          05 FS-CUENTA-PERSONA                     PIC X(2).
             88 FS-CUENTA-PERSONA-OK                   VALUE '00'.
             88 FS-CUENTA-PERSONA-NFD                  VALUE '35'.
          05 FS-COOBLIGADOS                        PIC X(2).
             88 FS-COOBLIGADOS-OK                      VALUES '00' '02'.
             88 FS-COOBLIGADOS-NFD                     VALUE '35'.
          05 FS-DEUDORES-ANT                       PIC X(2).
             88 FS-DEUDORES-ANT-OK                     VALUE '00'.
             88 FS-DEUDORES-ANT-EOF                    VALUE '10'.
          88 WS-EXISTE-MOROSIDAD                    VALUE 'S'.
       01 WS-HAY-CUOTAS              PIC X(01) VALUE 'N'.
          88 WS-EXISTEN-CUOTAS                      VALUE 'S'.
       01 WS-HAY-CUENTA-PERSONA      PIC X(01) VALUE 'N'.
          88 WS-EXISTE-CUENTA-PERSONA               VALUE 'S'.
       01 WS-HAY-COOBLIGADOS         PIC X(01) VALUE 'N'.
          88 WS-EXISTEN-COOBLIGADOS                 VALUE 'S'.

      *    *** ciclos incumplidos a partir de los cuales la situacion
      *    *** pasa a 5 (irrecuperable); configurable
       01 WS-SITUACION-EVAL          PIC 9(01) VALUE ZEROES.
       01 WS-SITUACION-ANT           PIC 9(01) VALUE ZEROES.
       01 WS-CUO-TARJETA-BUSCADA     PIC X(19) VALUE SPACES.
       01 WS-COB-CUENTA-BUSCADA      PIC 9(10) VALUE ZEROES.
       01 WS-COB-CUENTA-LEIDA        PIC 9(10) VALUE ZEROES.
       01 WS-TIENE-REFI              PIC X(01) VALUE 'N'.
          88 WS-HAY-REFINANCIACION                 VALUE 'S'.

          05 WS-CANT-MEJORARON       PIC 9(06) VALUE ZEROES.
          05 WS-CANT-EMPEORARON      PIC 9(06) VALUE ZEROES.
          05 WS-CANT-NUEVAS          PIC 9(06) VALUE ZEROES.
          05 WS-CANT-COOBLIGADOS     PIC 9(06) VALUE ZEROES.
          05 WS-CANT-POR-SIT         PIC 9(06) OCCURS 5 TIMES
                                        VALUE ZEROES.

              MOVE WS-RUTA-ENTORNO (1:6) TO WS-PERIODO-INFORME
           END-IF.

      *    *** corrida de una entidad emisora: sus archivos van a su
      *    *** directorio
           MOVE WS-RUTA-DEUDORES-ANT TO WS-EMI-RUTA-E.
           PERFORM 1050-RUTA-ENTIDAD
              THRU 1050-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O        TO WS-RUTA-DEUDORES-ANT.

           MOVE WS-RUTA-DEUDORES     TO WS-EMI-RUTA-E.
           PERFORM 1050-RUTA-ENTIDAD
              THRU 1050-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O        TO WS-RUTA-DEUDORES.

           MOVE WS-RUTA-CONTROL      TO WS-EMI-RUTA-E.
           PERFORM 1050-RUTA-ENTIDAD
              THRU 1050-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O        TO WS-RUTA-CONTROL.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MAESTRO_TARJETAS_PATH'.
                    STOP RUN
           END-EVALUATE.

      *    *** sin vinculos de personas las cuentas salen sin
      *    *** documento y sin codeudores, como antes
           OPEN INPUT ENT-CUENTA-PERSONA.
           EVALUATE TRUE
               WHEN FS-CUENTA-PERSONA-OK
                    MOVE 'S' TO WS-HAY-CUENTA-PERSONA
               WHEN FS-CUENTA-PERSONA-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR CUENTA-PERSONA.VSAM'
                    STOP RUN
           END-EVALUATE.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'DEUDORES_COOBLIGADOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-COOBLIGADOS
           END-IF.

           OPEN INPUT ENT-COOBLIGADOS.
           EVALUATE TRUE
               WHEN FS-COOBLIGADOS-OK
                    MOVE 'S' TO WS-HAY-COOBLIGADOS
               WHEN FS-COOBLIGADOS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR CUENTA-COOBLIGADO.VSAM'
                    STOP RUN
           END-EVALUATE.

           PERFORM 1100-CARGAR-MES-ANTERIOR
              THRU 1100-CARGAR-MES-ANTERIOR-FIN.

                                        TO WS-SAL-CONTROL.
           WRITE WS-SAL-CONTROL.

           IF WS-EMI-PROCESO-O <> SPACES
              MOVE SPACES TO WS-SAL-CONTROL
              STRING 'ENTIDAD EMISORA: ' WS-EMI-PROCESO-O
                     ' ' WS-EMI-NOMBRE-O
                     DELIMITED BY SIZE INTO WS-SAL-CONTROL
              WRITE WS-SAL-CONTROL
           END-IF.

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
       1100-CARGAR-MES-ANTERIOR.

               AT END SET FS-DEUDORES-ANT-EOF TO TRUE
               NOT AT END
                  IF WS-CANT-ANTERIORES < 20000
                     AND WS-DAN-FILA-TITULAR
                     ADD 1 TO WS-CANT-ANTERIORES
                     SET WS-IX-ANT TO WS-CANT-ANTERIORES
                     MOVE WS-DAN-CUENTA
      *----------------------------------------------------------------*
       2100-CONSOLIDAR-TARJETA.

      *    *** la cuenta de otra entidad emisora la informa su banco
           IF WS-MT-NUM-CUENTA <> WS-VER-ULTIMA-CUENTA
              MOVE WS-MT-NUM-CUENTA TO WS-VER-ULTIMA-CUENTA
              INITIALIZE WS-EMI-ENTRADA
              SET WS-EMI-MODO-VERIFICAR TO TRUE
              MOVE WS-MT-NUM-CUENTA TO WS-EMI-CUENTA-E
              CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA
              MOVE WS-EMI-PERTENECE-O TO WS-VER-ULTIMO-RESULTADO
           END-IF.

           IF NOT WS-VER-CUENTA-DE-LA-CORRIDA
              GO TO 2100-CONSOLIDAR-TARJETA-FIN
           END-IF.

           PERFORM 2110-UBICAR-FILA-CUENTA
              THRU 2110-UBICAR-FILA-CUENTA-FIN.

           MOVE WS-CTA-REFINANCIADO (WS-IX-CTA)
                                              TO WS-DEU-REFINANCIADO.
           MOVE WS-CTA-CICLOS (WS-IX-CTA)     TO WS-DEU-CICLOS-INCUMPL.
           MOVE 'T'                           TO WS-DEU-ROL.
           IF WS-EXISTE-CUENTA-PERSONA
              MOVE WS-CTA-CUENTA (WS-IX-CTA) TO WS-CPE-CUENTA
              READ ENT-CUENTA-PERSONA KEY IS WS-CPE-CUENTA
                  INVALID KEY CONTINUE
              END-READ
              IF FS-CUENTA-PERSONA-OK
                 MOVE WS-CPE-DOCUMENTO TO WS-DEU-DOCUMENTO
              END-IF
           END-IF.
           WRITE WS-SAL-DEUDORES-REG.

           ADD 1 TO WS-CANT-EMITIDOS.
           ADD 1 TO WS-CANT-POR-SIT (WS-CTA-SITUACION (WS-IX-CTA)).

           IF WS-EXISTEN-COOBLIGADOS
              PERFORM 2530-EMITIR-COOBLIGADOS
                 THRU 2530-EMITIR-COOBLIGADOS-FIN
           END-IF.

      *    *** migracion contra el mes anterior
           MOVE ZEROES TO WS-SITUACION-ANT.
           PERFORM VARYING WS-IX-ANT FROM 1 BY 1
       2520-REPORTAR-MIGRACION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el regimen pide informar a cada codeudor y garante
      *    *** vigente con la deuda y la situacion de la cuenta; los
      *    *** liberados ya no responden por ella
       2530-EMITIR-COOBLIGADOS.

           MOVE WS-CTA-CUENTA (WS-IX-CTA) TO WS-COB-CUENTA-BUSCADA.
           MOVE WS-CTA-CUENTA (WS-IX-CTA) TO WS-COB-CUENTA.
           MOVE LOW-VALUES                TO WS-COB-DOCUMENTO.

           START ENT-COOBLIGADOS
               KEY IS NOT LESS THAN WS-COB-CLAVE
               INVALID KEY
                  GO TO 2530-EMITIR-COOBLIGADOS-FIN
           END-START.

           MOVE WS-COB-CUENTA-BUSCADA TO WS-COB-CUENTA-LEIDA.
           PERFORM 2540-EMITIR-UN-COOBLIGADO
              THRU 2540-EMITIR-UN-COOBLIGADO-FIN
              UNTIL NOT FS-COOBLIGADOS-OK
                 OR WS-COB-CUENTA-LEIDA <> WS-COB-CUENTA-BUSCADA.

       2530-EMITIR-COOBLIGADOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2540-EMITIR-UN-COOBLIGADO.

           READ ENT-COOBLIGADOS NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF NOT FS-COOBLIGADOS-OK
              GO TO 2540-EMITIR-UN-COOBLIGADO-FIN
           END-IF.

           MOVE WS-COB-CUENTA TO WS-COB-CUENTA-LEIDA.
           IF WS-COB-CUENTA-LEIDA <> WS-COB-CUENTA-BUSCADA
              OR NOT WS-COB-VIGENTE
              GO TO 2540-EMITIR-UN-COOBLIGADO-FIN
           END-IF.

           INITIALIZE WS-SAL-DEUDORES-REG.
           MOVE WS-CTA-CUENTA (WS-IX-CTA)     TO WS-DEU-CUENTA.
           MOVE WS-PERIODO-INFORME            TO WS-DEU-PERIODO.
           MOVE WS-CTA-SITUACION (WS-IX-CTA)  TO WS-DEU-SITUACION.
           MOVE WS-CTA-DEUDA-ARS (WS-IX-CTA)  TO WS-DEU-DEUDA-ARS.
           MOVE WS-CTA-DEUDA-USD (WS-IX-CTA)  TO WS-DEU-DEUDA-USD.
           MOVE WS-CTA-REFINANCIADO (WS-IX-CTA)
                                              TO WS-DEU-REFINANCIADO.
           MOVE WS-CTA-CICLOS (WS-IX-CTA)     TO WS-DEU-CICLOS-INCUMPL.
           MOVE WS-COB-ROL                    TO WS-DEU-ROL.
           MOVE WS-COB-DOCUMENTO              TO WS-DEU-DOCUMENTO.
           WRITE WS-SAL-DEUDORES-REG.

           ADD 1 TO WS-CANT-COOBLIGADOS.

       2540-EMITIR-UN-COOBLIGADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

                  DELIMITED BY SIZE INTO WS-SAL-CONTROL.
           WRITE WS-SAL-CONTROL.

           MOVE SPACES TO WS-SAL-CONTROL.
           STRING 'CODEUDORES Y GARANTES INFORMADOS: '
                  WS-CANT-COOBLIGADOS
                  DELIMITED BY SIZE INTO WS-SAL-CONTROL.
           WRITE WS-SAL-CONTROL.

           CLOSE ENT-MAESTRO-TARJETAS
                 SAL-DEUDORES
                 SAL-CONTROL.
           IF WS-EXISTEN-CUOTAS
              CLOSE ENT-CUOTAS
           END-IF.
           IF WS-EXISTE-CUENTA-PERSONA
              CLOSE ENT-CUENTA-PERSONA
           END-IF.
           IF WS-EXISTEN-COOBLIGADOS
              CLOSE ENT-COOBLIGADOS
           END-IF.

           DISPLAY 'CUENTAS INFORMADAS : ' WS-CANT-EMITIDOS.
           DISPLAY 'COOBLIGADOS        : ' WS-CANT-COOBLIGADOS.
           DISPLAY 'EMPEORARON         : ' WS-CANT-EMPEORARON.
           DISPLAY 'MEJORARON          : ' WS-CANT-MEJORARON.
           DISPLAY 'RENOMBRAR DEUDORES.SEQ A DEUDORES-ANT.SEQ AL '
