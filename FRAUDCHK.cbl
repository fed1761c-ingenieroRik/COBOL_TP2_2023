      *          tarjeta el mismo dia, importes pegados al limite,
      *          actividad en tarjetas inactivas y consumos repetidos
      *          (mismo detalle e importe con distinto id en el mismo
      *          feed). Los consumos en comercios que RIESGCOM dejo en
      *          vigilancia (COMERCIOS-VIGILANCIA.SEQ) se miden con
      *          umbrales mas estrictos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONSUMOS.

       SELECT ENT-VIGILANCIA
           ASSIGN TO WS-RUTA-VIGILANCIA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VIGILANCIA.

       SELECT SAL-SOSPECHOSOS
           ASSIGN TO WS-RUTA-SOSPECHOSOS
           ORGANIZATION IS LINE SEQUENTIAL
       FD ENT-CONSUMOS.
           COPY CONSUMOS.

       FD ENT-VIGILANCIA.
           COPY VIGILA.

       FD SAL-SOSPECHOSOS.
           COPY ERROR.

                                     VALUE '../CONSUMOS-DEPURADO.SEQ'.
       01 WS-RUTA-REPORTE            PIC X(60)
                                     VALUE '../FRAUDE.TXT'.
       01 WS-RUTA-VIGILANCIA         PIC X(60)
                                   VALUE '../COMERCIOS-VIGILANCIA.SEQ'.

      *    *** boveda de tokens (ver TOKENIZA)
       01 WS-TOKEN.
             88 FS-CONSUMOS-OK                         VALUE '00'.
             88 FS-CONSUMOS-EOF                        VALUE '10'.
             88 FS-CONSUMOS-NFD                        VALUE '35'.
          05 FS-VIGILANCIA                         PIC X(2).
             88 FS-VIGILANCIA-OK                       VALUE '00'.
             88 FS-VIGILANCIA-EOF                      VALUE '10'.
             88 FS-VIGILANCIA-NFD                      VALUE '35'.
          05 FS-SOSPECHOSOS                        PIC X(2).
             88 FS-SOSPECHOSOS-OK                      VALUE '00'.
          05 FS-DEPURADO                           PIC X(2).
      *    *** umbrales configurables por variable de entorno
       77 WS-MAX-DIARIO              PIC 9(02) VALUE 05.
       77 WS-PCT-LIMITE              PIC 9(02) VALUE 90.
       77 WS-MAX-DIARIO-VIGILADO     PIC 9(02) VALUE 02.
       77 WS-PCT-LIMITE-VIGILADO     PIC 9(02) VALUE 60.
       01 WS-PARAM-ENTORNO           PIC X(12) VALUE SPACES.

      *    *** area de comunicacion con MAESTARJ; el resultado se
             10 WS-REPE-DETALLE           PIC X(32).
             10 WS-REPE-IMPORTE           PIC S9(08)V9(02).

      *    *** comercios en vigilancia (ver RIESGCOM) y umbrales que
      *    *** rigen para el consumo en curso
       01 WS-TABLA-VIGILADOS.
          05 WS-CANT-VIGILADOS            PIC 9(04) VALUE ZEROES.
          05 WS-VIGILADO-ITEM OCCURS 3000 TIMES
                               INDEXED BY WS-IX-VIGILADO.
             10 WS-VIGILADO-CODIGO        PIC X(08).

       01 WS-COMERCIO-VIGILADO       PIC X(01).
          88 WS-EN-COMERCIO-VIGILADO       VALUE 'S'.
       01 WS-MAX-DIARIO-APLICA       PIC 9(02).
       01 WS-PCT-LIMITE-APLICA       PIC 9(02).

       01 WS-MOTIVO-SOSPECHA         PIC X(40).
       01 WS-COD-SOSPECHA            PIC X(02).
       01 WS-ES-SOSPECHOSO           PIC X(01).
          05 WS-CANT-POR-LIMITE           PIC 9(06) VALUE ZEROES.
          05 WS-CANT-POR-INACTIVA         PIC 9(06) VALUE ZEROES.
          05 WS-CANT-POR-REPETIDO         PIC 9(06) VALUE ZEROES.
          05 WS-CANT-EN-VIGILADOS         PIC 9(06) VALUE ZEROES.

       01 WS-CANT-O                  PIC Z(05)9.

              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REPORTE
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'FRAUDCHK_VIGILANCIA_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-VIGILANCIA
           END-IF.

           MOVE SPACES TO WS-PARAM-ENTORNO.
           ACCEPT WS-PARAM-ENTORNO FROM ENVIRONMENT
                                        'FRAUDCHK_MAX_DIARIO'.
              MOVE WS-PARAM-ENTORNO (1:2) TO WS-PCT-LIMITE
           END-IF.

           MOVE SPACES TO WS-PARAM-ENTORNO.
           ACCEPT WS-PARAM-ENTORNO FROM ENVIRONMENT
                                        'FRAUDCHK_MAX_DIARIO_VIGILADO'.
           IF WS-PARAM-ENTORNO (1:2) IS NUMERIC
              AND WS-PARAM-ENTORNO (1:2) <> '00'
              MOVE WS-PARAM-ENTORNO (1:2) TO WS-MAX-DIARIO-VIGILADO
           END-IF.

           MOVE SPACES TO WS-PARAM-ENTORNO.
           ACCEPT WS-PARAM-ENTORNO FROM ENVIRONMENT
                                        'FRAUDCHK_PCT_LIMITE_VIGILADO'.
           IF WS-PARAM-ENTORNO (1:2) IS NUMERIC
              AND WS-PARAM-ENTORNO (1:2) <> '00'
              MOVE WS-PARAM-ENTORNO (1:2) TO WS-PCT-LIMITE-VIGILADO
           END-IF.

           PERFORM 1100-CARGAR-VIGILANCIA
              THRU 1100-CARGAR-VIGILANCIA-FIN.

           OPEN INPUT ENT-CONSUMOS.

           EVALUATE TRUE
       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** lista de comercios en vigilancia que deja RIESGCOM; si
      *    *** todavia no corrio, todos los comercios van con los
      *    *** umbrales generales
       1100-CARGAR-VIGILANCIA.

           OPEN INPUT ENT-VIGILANCIA.

           EVALUATE TRUE
               WHEN FS-VIGILANCIA-OK
                    PERFORM 1110-CARGAR-UN-VIGILADO
                       THRU 1110-CARGAR-UN-VIGILADO-FIN
                       UNTIL FS-VIGILANCIA-EOF
                    CLOSE ENT-VIGILANCIA
               WHEN FS-VIGILANCIA-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR COMERCIOS-VIGILANCIA.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-VIGILANCIA
                    STOP RUN
           END-EVALUATE.

       1100-CARGAR-VIGILANCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1110-CARGAR-UN-VIGILADO.

           READ ENT-VIGILANCIA
               AT END SET FS-VIGILANCIA-EOF TO TRUE
               NOT AT END
                  IF WS-VIG-VIGILADO AND WS-CANT-VIGILADOS NOT < 3000
      *    *** un comercio vigilado que no entra se mediria con los
      *    *** umbrales generales: se corta antes de separar consumos
                     DISPLAY 'FRAUDCHK: COMERCIOS-VIGILANCIA.SEQ TRAE '
                             'MAS DE 3000 COMERCIOS EN VIGILANCIA'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                  END-IF
                  IF WS-VIG-VIGILADO
                     ADD 1 TO WS-CANT-VIGILADOS
                     MOVE WS-VIG-CODIGO
                       TO WS-VIGILADO-CODIGO (WS-CANT-VIGILADOS)
                  END-IF
           END-READ.

       1110-CARGAR-UN-VIGILADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESAR-CONSUMOS.

              MOVE ZEROES TO WS-CANT-REPES
           END-IF.

           PERFORM 2150-UMBRALES-COMERCIO
              THRU 2150-UMBRALES-COMERCIO-FIN.

           PERFORM 2200-VALIDAR-MAESTRO
              THRU 2200-VALIDAR-MAESTRO-FIN.

              END-IF
              IF WS-LIMITE-MONEDA > ZEROES
                 COMPUTE WS-LIMITE-PISO =
                    WS-LIMITE-MONEDA * WS-PCT-LIMITE-APLICA / 100
                 IF WS-ENT-IMPORTE >= WS-LIMITE-PISO
                    AND WS-ENT-IMPORTE <= WS-LIMITE-MONEDA
                    MOVE 'F2' TO WS-COD-SOSPECHA
       2100-EVALUAR-CONSUMO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** un consumo en un comercio en vigilancia se retiene con
      *    *** menos consumos diarios y mas lejos del limite
       2150-UMBRALES-COMERCIO.

           MOVE 'N'           TO WS-COMERCIO-VIGILADO.
           MOVE WS-MAX-DIARIO TO WS-MAX-DIARIO-APLICA.
           MOVE WS-PCT-LIMITE TO WS-PCT-LIMITE-APLICA.

           IF WS-ENT-COD-COMERCIO = SPACES
              OR WS-CANT-VIGILADOS = ZEROES
              GO TO 2150-UMBRALES-COMERCIO-FIN
           END-IF.

           SET WS-IX-VIGILADO TO 1.
           SEARCH WS-VIGILADO-ITEM
               AT END
                  CONTINUE
               WHEN WS-IX-VIGILADO > WS-CANT-VIGILADOS
                  CONTINUE
               WHEN WS-VIGILADO-CODIGO (WS-IX-VIGILADO)
                                          = WS-ENT-COD-COMERCIO
                  MOVE 'S' TO WS-COMERCIO-VIGILADO
           END-SEARCH.

           IF WS-EN-COMERCIO-VIGILADO
              ADD 1 TO WS-CANT-EN-VIGILADOS
              MOVE WS-MAX-DIARIO-VIGILADO TO WS-MAX-DIARIO-APLICA
              MOVE WS-PCT-LIMITE-VIGILADO TO WS-PCT-LIMITE-APLICA
           END-IF.

       2150-UMBRALES-COMERCIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** valida la tarjeta contra el maestro una sola vez por
      *    *** cambio real de tarjeta, y cachea limites y resultado
              END-IF
           ELSE
              ADD 1 TO WS-DIA-CANT (WS-IX-DIA)
              IF WS-DIA-CANT (WS-IX-DIA) > WS-MAX-DIARIO-APLICA
                 MOVE 'F4' TO WS-COD-SOSPECHA
                 MOVE 'EXCESO DE CONSUMOS DE LA TARJETA EN EL DIA'
                                          TO WS-MOTIVO-SOSPECHA
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-CANT-EN-VIGILADOS TO WS-CANT-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'EN COMERCIOS EN VIGILANCIA   : ' WS-CANT-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           CLOSE ENT-CONSUMOS
                 SAL-SOSPECHOSOS
                 SAL-DEPURADO
