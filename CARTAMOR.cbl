      *          prueba de intimacion que pide legales. Una promesa de
      *          pago registrada (modo CARTAMOR_MODO=PROMESA, archivo
      *          PROMESAS.SEQ) frena el escalamiento hasta que la
      *          promesa vence incumplida. Un acuerdo de pago con
      *          quita vigente (ACUERDOS.VSAM, ver ACUERDOS) frena el
      *          escalamiento mientras no pase su fecha limite.
      *          Desde la etapa 2 cada garante vigente de la cuenta
      *          (CUENTA-COOBLIGADO.VSAM, ver COOBLIG) recibe su propia
      *          carta en el domicilio de PERSONAS.VSAM, asentada en
      *          CARTAS-ENVIADAS.SEQ con su documento.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROMESAS.

      *    *** acuerdos de pago con quita; si no hay archivo no hay
      *    *** ningun acuerdo que frene
       SELECT ENT-ACUERDOS
           ASSIGN TO WS-RUTA-ACUERDOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-ACU-CLAVE
           FILE STATUS IS FS-ACUERDOS.

      *    *** garantes de la cuenta y sus datos postales; sin
      *    *** archivo no hay cartas a garantes
       SELECT ENT-COOBLIGADOS
           ASSIGN TO WS-RUTA-COOBLIGADOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-COB-CLAVE
           ALTERNATE RECORD KEY IS WS-COB-DOCUMENTO
                                          WITH DUPLICATES
           FILE STATUS IS FS-COOBLIGADOS.

       SELECT ENT-PERSONAS
           ASSIGN TO WS-RUTA-PERSONAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-PER-DOCUMENTO
           FILE STATUS IS FS-PERSONAS.

       SELECT SAL-CARTAS
           ASSIGN TO WS-RUTA-CARTAS
           ORGANIZATION IS LINE SEQUENTIAL
          05 WS-CEN-CLAVE                           PIC X(19).
          05 WS-CEN-ETAPA                           PIC 9(01).
          05 WS-CEN-FECHA                           PIC 9(08).
      *    *** en blanco la carta al titular; la de un garante lleva
      *    *** su documento (misma clave y etapa que la del titular)
          05 WS-CEN-DOCUMENTO                       PIC X(11).

       FD ENT-PROMESAS.
       01 WS-ENT-PROMESAS-REG.
          05 WS-PRM-FECHA-PROMESA                   PIC 9(08).
          05 WS-PRM-IMPORTE                         PIC 9(08)V9(02).

       FD ENT-ACUERDOS.
           COPY ACUERDO.

       FD ENT-COOBLIGADOS.
           COPY COOBLIG.

       FD ENT-PERSONAS.
           COPY PERSONAS.

       FD SAL-CARTAS.
       01 WS-SAL-CARTAS                             PIC X(92).

                                     VALUE '../PROMESAS.SEQ'.
       01 WS-RUTA-CARTAS             PIC X(60)
                                     VALUE '../CARTAS.TXT'.
       01 WS-RUTA-ACUERDOS           PIC X(60)
                                     VALUE '../ACUERDOS.VSAM'.
       01 WS-RUTA-COOBLIGADOS        PIC X(60)
                                     VALUE '../CUENTA-COOBLIGADO.VSAM'.
       01 WS-RUTA-PERSONAS           PIC X(60)
                                     VALUE '../PERSONAS.VSAM'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
             88 FS-PROMESAS-NFD                        VALUE '35'.
          05 FS-CARTAS                             PIC X(2).
             88 FS-CARTAS-OK                           VALUE '00'.
          05 FS-ACUERDOS                           PIC X(2).
             88 FS-ACUERDOS-OK                         VALUE '00'.
             88 FS-ACUERDOS-NFD                        VALUE '35'.
          05 FS-COOBLIGADOS                        PIC X(2).
             88 FS-COOBLIGADOS-OK                      VALUES '00' '02'.
             88 FS-COOBLIGADOS-NFD                     VALUE '35'.
          05 FS-PERSONAS                           PIC X(2).
             88 FS-PERSONAS-OK                         VALUE '00'.
             88 FS-PERSONAS-NFD                        VALUE '35'.

       01 WS-HAY-ACUERDOS            PIC X(01) VALUE 'N'.
          88 WS-EXISTE-ACUERDOS                    VALUE 'S'.
       01 WS-HAY-GARANTES            PIC X(01) VALUE 'N'.
          88 WS-EXISTEN-GARANTES                   VALUE 'S'.

      *    *** etapa desde la que se le escribe tambien al garante
       77 WS-ETAPA-MIN-GARANTE       PIC 9(01) VALUE 2.
       01 WS-CUENTA-GARANTIZADA      PIC 9(10) VALUE ZEROES.
       01 WS-COB-CUENTA-LEIDA        PIC 9(10) VALUE ZEROES.
       01 WS-DOCUMENTO-CARTA         PIC X(11) VALUE SPACES.

      *    *** modo PROMESA: registra una promesa de pago por consola
      *    *** en vez de generar cartas
          05 WS-CANT-MOROSOS         PIC 9(06) VALUE ZEROES.
          05 WS-CANT-CARTAS          PIC 9(06) VALUE ZEROES.
          05 WS-CANT-FRENADAS        PIC 9(06) VALUE ZEROES.
          05 WS-CANT-EN-ACUERDO      PIC 9(06) VALUE ZEROES.
          05 WS-CANT-SIN-ESCALAR     PIC 9(06) VALUE ZEROES.
          05 WS-CANT-CARTAS-GARANTE  PIC 9(06) VALUE ZEROES.

      *    *** encabezado de la carta, mismo molde que el resumen para
      *    *** que MAILHOUS lo clasifique por CP
          05 WS-CAR-CP               PIC 9(04).
          05 FILLER                  PIC X(84) VALUE SPACES.

      *    *** encabezado de la carta al garante: el rotulo abre la
      *    *** pieza en MAILHOUS igual que 'Titular:'; la cuenta va con
      *    *** otro rotulo para que MAILHOUS no la desvie por el
      *    *** domicilio del titular
       01 WS-CAG-ENCABEZADO-1.
          05 FILLER                  PIC X(09) VALUE 'Garante:'.
          05 WS-CAG-NOMBRE           PIC X(42).
          05 FILLER                  PIC X(19)
                                     VALUE 'Fecha de emision : '.
          05 WS-CAG-FECHA            PIC X(10).
          05 FILLER                  PIC X(12) VALUE SPACES.
       01 WS-CAG-ENCABEZADO-2.
          05 WS-CAG-DIRECCION        PIC X(38).
          05 FILLER                  PIC X(13) VALUE SPACES.
          05 FILLER                  PIC X(19)
                                     VALUE 'Cuenta garantizada:'.
          05 WS-CAG-CUENTA           PIC 9(10).
          05 FILLER                  PIC X(12) VALUE SPACES.

       01 WS-CAR-FORM-FEED.
          05 FILLER                  PIC X(01) VALUE X'0C'.
          05 FILLER                  PIC X(91) VALUE SPACES.
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-MAESTRO-TARJETAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'CARTAMOR_ACUERDOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-ACUERDOS
           END-IF.

           IF WS-ES-MODO-PROMESA
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.
           PERFORM 1200-CARGAR-PROMESAS
              THRU 1200-CARGAR-PROMESAS-FIN.

           OPEN INPUT ENT-ACUERDOS.
           EVALUATE TRUE
               WHEN FS-ACUERDOS-OK
                    MOVE 'S' TO WS-HAY-ACUERDOS
               WHEN FS-ACUERDOS-NFD
                    MOVE 'N' TO WS-HAY-ACUERDOS
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR ACUERDOS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-ACUERDOS
                    STOP RUN
           END-EVALUATE.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'CARTAMOR_COOBLIGADOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-COOBLIGADOS
           END-IF.

           OPEN INPUT ENT-COOBLIGADOS.
           EVALUATE TRUE
               WHEN FS-COOBLIGADOS-OK
                    MOVE 'S' TO WS-HAY-GARANTES
               WHEN FS-COOBLIGADOS-NFD
                    MOVE 'N' TO WS-HAY-GARANTES
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR CUENTA-COOBLIGADO.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-COOBLIGADOS
                    STOP RUN
           END-EVALUATE.

      *    *** sin maestro de personas no hay domicilio del garante
           IF WS-EXISTEN-GARANTES
              OPEN INPUT ENT-PERSONAS
              IF NOT FS-PERSONAS-OK
                 DISPLAY 'AVISO: SIN PERSONAS.VSAM, NO SE EMITEN '
                         'CARTAS A GARANTES'
                 CLOSE ENT-COOBLIGADOS
                 MOVE 'N' TO WS-HAY-GARANTES
              END-IF
           END-IF.

           OPEN OUTPUT SAL-CARTAS.
           IF NOT FS-CARTAS-OK
              DISPLAY 'ERROR AL ABRIR CARTAS.TXT'
              GO TO 2100-EVALUAR-UN-MOROSO-FIN
           END-IF.

      *    *** un acuerdo de quita vigente y en plazo tambien frena;
      *    *** vencido el plazo sin cumplir, la clave vuelve a escalar
      *    *** aunque el barrido de ACUERDOS todavia no lo haya
      *    *** dado por caduco
           IF WS-EXISTE-ACUERDOS
              MOVE WS-MOR-CLAVE TO WS-ACU-CLAVE
              READ ENT-ACUERDOS KEY IS WS-ACU-CLAVE
                  INVALID KEY CONTINUE
              END-READ
              IF FS-ACUERDOS-OK
                 AND WS-ACU-VIGENTE
                 AND WS-ACU-FECHA-LIMITE >= WS-FECHA-HOY
                 ADD 1 TO WS-CANT-EN-ACUERDO
                 GO TO 2100-EVALUAR-UN-MOROSO-FIN
              END-IF
           END-IF.

           PERFORM 2200-EMITIR-CARTA
              THRU 2200-EMITIR-CARTA-FIN.

           PERFORM 2300-IMPRIMIR-CARTA
              THRU 2300-IMPRIMIR-CARTA-FIN.

           MOVE SPACES TO WS-DOCUMENTO-CARTA.
           PERFORM 2400-ASENTAR-ENVIADA
              THRU 2400-ASENTAR-ENVIADA-FIN.

           ADD 1 TO WS-CANT-CARTAS.

           IF WS-EXISTEN-GARANTES
              AND WS-ETAPA-CORRESPONDE >= WS-ETAPA-MIN-GARANTE
              MOVE WS-MT-NUM-CUENTA TO WS-CUENTA-GARANTIZADA
              PERFORM 2500-CARTAS-A-GARANTES
                 THRU 2500-CARTAS-A-GARANTES-FIN
           END-IF.

       2200-EMITIR-CARTA-FIN.
           EXIT.

           MOVE WS-MOR-CLAVE          TO WS-CEN-CLAVE.
           MOVE WS-ETAPA-CORRESPONDE  TO WS-CEN-ETAPA.
           MOVE WS-FECHA-HOY          TO WS-CEN-FECHA.
           MOVE WS-DOCUMENTO-CARTA    TO WS-CEN-DOCUMENTO.
           WRITE WS-ENT-CARTAS-ENVIADAS-REG.

           CLOSE ENT-CARTAS-ENVIADAS.
       2400-ASENTAR-ENVIADA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cada garante vigente de la cuenta recibe la carta de la
      *    *** etapa a la que escalo el titular
       2500-CARTAS-A-GARANTES.

           MOVE WS-CUENTA-GARANTIZADA TO WS-COB-CUENTA.
           MOVE LOW-VALUES            TO WS-COB-DOCUMENTO.

           START ENT-COOBLIGADOS
               KEY IS NOT LESS THAN WS-COB-CLAVE
               INVALID KEY
                  GO TO 2500-CARTAS-A-GARANTES-FIN
           END-START.

           MOVE WS-CUENTA-GARANTIZADA TO WS-COB-CUENTA-LEIDA.
           PERFORM 2510-CARTA-UN-GARANTE
              THRU 2510-CARTA-UN-GARANTE-FIN
              UNTIL NOT FS-COOBLIGADOS-OK
                 OR WS-COB-CUENTA-LEIDA <> WS-CUENTA-GARANTIZADA.

       2500-CARTAS-A-GARANTES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2510-CARTA-UN-GARANTE.

           READ ENT-COOBLIGADOS NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF NOT FS-COOBLIGADOS-OK
              GO TO 2510-CARTA-UN-GARANTE-FIN
           END-IF.

           MOVE WS-COB-CUENTA TO WS-COB-CUENTA-LEIDA.
           IF WS-COB-CUENTA-LEIDA <> WS-CUENTA-GARANTIZADA
              OR NOT WS-COB-VIGENTE
              OR NOT WS-COB-ES-GARANTE
              GO TO 2510-CARTA-UN-GARANTE-FIN
           END-IF.

           MOVE WS-COB-DOCUMENTO TO WS-PER-DOCUMENTO.
           READ ENT-PERSONAS KEY IS WS-PER-DOCUMENTO
               INVALID KEY CONTINUE
           END-READ.

           IF NOT FS-PERSONAS-OK
              OR WS-PER-DIRECCION = SPACES
              DISPLAY 'AVISO: GARANTE SIN DOMICILIO EN PERSONAS: '
                      WS-COB-DOCUMENTO ' CUENTA '
                      WS-CUENTA-GARANTIZADA
              GO TO 2510-CARTA-UN-GARANTE-FIN
           END-IF.

           PERFORM 2520-IMPRIMIR-CARTA-GARANTE
              THRU 2520-IMPRIMIR-CARTA-GARANTE-FIN.

           MOVE WS-COB-DOCUMENTO TO WS-DOCUMENTO-CARTA.
           PERFORM 2400-ASENTAR-ENVIADA
              THRU 2400-ASENTAR-ENVIADA-FIN.

           ADD 1 TO WS-CANT-CARTAS-GARANTE.

       2510-CARTA-UN-GARANTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2520-IMPRIMIR-CARTA-GARANTE.

           INITIALIZE WS-CAG-ENCABEZADO-1.
           MOVE SPACES TO WS-CAG-NOMBRE.
           STRING WS-PER-NOMBRE   DELIMITED BY SPACE
                  ', '            DELIMITED BY SIZE
                  WS-PER-APELLIDO DELIMITED BY SPACE
                  INTO WS-CAG-NOMBRE.
           MOVE SPACES TO WS-FECHA-CARTA-O.
           MOVE WS-FECHA-HOY (7:2) TO WS-FCA-DIA.
           MOVE WS-FECHA-HOY (5:2) TO WS-FCA-MES.
           MOVE WS-FECHA-HOY (1:4) TO WS-FCA-ANIO.
           MOVE WS-FECHA-CARTA-O   TO WS-CAG-FECHA.
           MOVE WS-CAG-ENCABEZADO-1 TO WS-SAL-CARTAS.
           WRITE WS-SAL-CARTAS.

           INITIALIZE WS-CAG-ENCABEZADO-2.
           MOVE WS-PER-DIRECCION      TO WS-CAG-DIRECCION.
           MOVE WS-CUENTA-GARANTIZADA TO WS-CAG-CUENTA.
           MOVE WS-CAG-ENCABEZADO-2 TO WS-SAL-CARTAS.
           WRITE WS-SAL-CARTAS.

           INITIALIZE WS-CAR-ENCABEZADO-3.
           MOVE WS-PER-COD-POSTAL TO WS-CAR-CP.
           MOVE WS-CAR-ENCABEZADO-3 TO WS-SAL-CARTAS.
           WRITE WS-SAL-CARTAS.

           MOVE SPACES TO WS-SAL-CARTAS.
           WRITE WS-SAL-CARTAS.

           MOVE WS-DEUDA-TOTAL TO WS-DEUDA-TOTAL-O.

           EVALUATE WS-ETAPA-CORRESPONDE
               WHEN 2
                    MOVE 'INTIMACION DE PAGO AL GARANTE'
                                                 TO WS-SAL-CARTAS
                    WRITE WS-SAL-CARTAS
                    MOVE SPACES TO WS-SAL-CARTAS
                    STRING 'En su caracter de garante de la cuenta '
                           WS-CUENTA-GARANTIZADA
                           ' le informamos que'
                           DELIMITED BY SIZE INTO WS-SAL-CARTAS
                    WRITE WS-SAL-CARTAS
                    MOVE SPACES TO WS-SAL-CARTAS
                    STRING 'su titular registra una deuda vencida de $'
                           WS-DEUDA-TOTAL-O
                           DELIMITED BY SIZE INTO WS-SAL-CARTAS
                    WRITE WS-SAL-CARTAS
                    MOVE 'y lo intimamos a regularizarla dentro de los '
                                                 TO WS-SAL-CARTAS
                    WRITE WS-SAL-CARTAS
                    MOVE 'proximos 10 dias habiles.' TO WS-SAL-CARTAS
                    WRITE WS-SAL-CARTAS
               WHEN 3
                    MOVE 'ULTIMO AVISO AL GARANTE PREVIO A LA VIA LEGAL'
                                                 TO WS-SAL-CARTAS
                    WRITE WS-SAL-CARTAS
                    MOVE SPACES TO WS-SAL-CARTAS
                    STRING 'La deuda de $' WS-DEUDA-TOTAL-O
                           ' de la cuenta ' WS-CUENTA-GARANTIZADA
                           ', que usted garantiza,'
                           DELIMITED BY SIZE INTO WS-SAL-CARTAS
                    WRITE WS-SAL-CARTAS
                    MOVE 'sera derivada a gestion judicial contra el '
                                                 TO WS-SAL-CARTAS
                    WRITE WS-SAL-CARTAS
                    MOVE 'titular y sus garantes de no mediar pago '
                                                 TO WS-SAL-CARTAS
                    WRITE WS-SAL-CARTAS
                    MOVE 'inmediato.' TO WS-SAL-CARTAS
                    WRITE WS-SAL-CARTAS
           END-EVALUATE.

           MOVE WS-CAR-FORM-FEED TO WS-SAL-CARTAS.
           WRITE WS-SAL-CARTAS.

       2520-IMPRIMIR-CARTA-GARANTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** registro de una promesa de pago por consola; la promesa
      *    *** frena el escalamiento hasta su fecha
                 ENT-MAESTRO-TARJETAS
                 SAL-CARTAS.

           IF WS-EXISTE-ACUERDOS
              CLOSE ENT-ACUERDOS
           END-IF.
           IF WS-EXISTEN-GARANTES
              CLOSE ENT-COOBLIGADOS
                    ENT-PERSONAS
           END-IF.

           DISPLAY 'CLAVES EN MORA EVALUADAS : ' WS-CANT-MOROSOS.
           DISPLAY 'CARTAS EMITIDAS          : ' WS-CANT-CARTAS.
           DISPLAY 'CARTAS A GARANTES        : '
                   WS-CANT-CARTAS-GARANTE.
           DISPLAY 'FRENADAS POR PROMESA     : ' WS-CANT-FRENADAS.
           DISPLAY 'FRENADAS POR ACUERDO     : ' WS-CANT-EN-ACUERDO.
           DISPLAY 'SIN ESCALAR (YA ENVIADAS): ' WS-CANT-SIN-ESCALAR.

       3000-FINALIZAR-PROGRAMA-FIN.
