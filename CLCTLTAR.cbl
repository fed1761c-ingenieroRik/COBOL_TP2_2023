      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: controles de uso pedidos por el cliente sobre una
      *          tarjeta (CONTROLES-TARJETA.VSAM, mantenido por
      *          CTRLTARJ), en el molde de CLVALPAN: dada la tarjeta,
      *          la moneda, el importe, el tipo de consumo y el codigo
      *          de comercio, responde si la operacion esta permitida
      *          o bloqueada por un control activo, con su propio
      *          codigo y motivo. Lo llaman AUTORIZA (autorizacion en
      *          linea) y TP02EJ01 2300 (presentaciones), para que los
      *          dos caminos apliquen exactamente las mismas reglas.
      *          El rubro sale del maestro COMERCIOS.SEQ. Sin archivo
      *          de controles todo se permite; las devoluciones
      *          (importe no positivo) nunca se bloquean.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLCTLTAR.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-CONTROLES
           ASSIGN TO WS-RUTA-CONTROLES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-CTJ-CLAVE
           FILE STATUS IS FS-CONTROLES.

       SELECT ENT-COMERCIOS
           ASSIGN TO WS-RUTA-COMERCIOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COMERCIOS.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-CONTROLES.
           COPY CTRLTARJ.

       FD ENT-COMERCIOS.
           COPY COMERCIO.

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-CONTROLES          PIC X(60)
                                     VALUE '../CONTROLES-TARJETA.VSAM'.
       01 WS-RUTA-COMERCIOS          PIC X(60)
                                     VALUE '../COMERCIOS.SEQ'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
          05 FS-CONTROLES                          PIC X(2).
             88 FS-CONTROLES-OK                        VALUE '00'.
             88 FS-CONTROLES-NFD                       VALUE '35'.
             88 FS-CONTROLES-CLAVE-NFD                 VALUE '23'.
          05 FS-COMERCIOS                          PIC X(2).
             88 FS-COMERCIOS-OK                        VALUE '00'.
             88 FS-COMERCIOS-EOF                       VALUE '10'.
             88 FS-COMERCIOS-NFD                       VALUE '35'.

      *    *** los archivos se abren una sola vez por corrida, igual
      *    *** criterio que WS-YA-ABIERTO en MAESTARJ
       01 WS-ARCHIVOS-ABIERTOS       PIC X(01) VALUE 'N'.
          88 WS-YA-ABIERTO                         VALUE 'S'.
       01 WS-HAY-CONTROLES           PIC X(01) VALUE 'N'.
          88 WS-EXISTEN-CONTROLES                  VALUE 'S'.

      *    *** rubro de cada comercio, en memoria (ver COMERCIO.CPY)
       01 WS-TABLA-COMERCIOS.
          05 WS-CANT-COMERCIOS       PIC 9(04) VALUE ZEROES.
          05 WS-TCO-ITEM OCCURS 2000 TIMES
                          INDEXED BY WS-IX-TCO.
             10 WS-TCO-CODIGO        PIC X(08).
             10 WS-TCO-RUBRO         PIC X(15).
       01 WS-RUBRO-CONSUMO           PIC X(15) VALUE SPACES.

      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01 LK-CONTROL-TARJETA.
           COPY CTLTARIO.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING LK-CONTROL-TARJETA.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-VALIDAR-CONTROLES
              THRU 2000-VALIDAR-CONTROLES-FIN.

           GOBACK.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE 'S'    TO WS-CTL-PERMITIDA-O.
           MOVE SPACES TO WS-CTL-COD-ERROR-O.
           MOVE SPACES TO WS-CTL-DES-ERROR-O.

           IF NOT WS-YA-ABIERTO
              MOVE SPACES TO WS-RUTA-ENTORNO
              ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                           'CTRLTARJ_CONTROLES_PATH'
              IF WS-RUTA-ENTORNO <> SPACES
                 MOVE WS-RUTA-ENTORNO TO WS-RUTA-CONTROLES
              END-IF

      *    *** sin archivo de controles no hay nada que aplicar
              OPEN INPUT ENT-CONTROLES
              IF FS-CONTROLES-OK
                 SET WS-EXISTEN-CONTROLES TO TRUE
              END-IF

              IF WS-EXISTEN-CONTROLES
                 OPEN INPUT ENT-COMERCIOS
                 IF FS-COMERCIOS-OK
                    PERFORM 1100-CARGAR-UN-COMERCIO
                       THRU 1100-CARGAR-UN-COMERCIO-FIN
                       UNTIL FS-COMERCIOS-EOF
                    CLOSE ENT-COMERCIOS
                 END-IF
              END-IF

              SET WS-YA-ABIERTO TO TRUE
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1100-CARGAR-UN-COMERCIO.

           READ ENT-COMERCIOS
               AT END SET FS-COMERCIOS-EOF TO TRUE
               NOT AT END
                  IF WS-CANT-COMERCIOS NOT < 2000
      *    *** sin el rubro de un comercio su control por rubro no se
      *    *** aplicaria: se corta antes de autorizar nada
                     DISPLAY 'CLCTLTAR: COMERCIOS.SEQ SUPERA LOS 2000 '
                             'COMERCIOS; NO SE PUEDEN APLICAR LOS '
                             'CONTROLES POR RUBRO'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                  END-IF
                  ADD 1 TO WS-CANT-COMERCIOS
                  SET WS-IX-TCO TO WS-CANT-COMERCIOS
                  MOVE WS-COM-CODIGO TO WS-TCO-CODIGO (WS-IX-TCO)
                  MOVE WS-COM-RUBRO  TO WS-TCO-RUBRO (WS-IX-TCO)
           END-READ.

       1100-CARGAR-UN-COMERCIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cada control es una lectura directa por clave
      *    *** tarjeta + tipo + valor; el primero activo que aplica
      *    *** corta con su codigo
       2000-VALIDAR-CONTROLES.

           IF NOT WS-EXISTEN-CONTROLES
              OR WS-CTL-IMPORTE-I NOT > ZEROES
              GO TO 2000-VALIDAR-CONTROLES-FIN
           END-IF.

      *    *** 1) adelantos en efectivo
           IF WS-CTL-TIPO-CONSUMO-I = 'A'
              MOVE 'A'    TO WS-CTJ-TIPO
              MOVE SPACES TO WS-CTJ-VALOR
              PERFORM 2100-LEER-CONTROL
                 THRU 2100-LEER-CONTROL-FIN
              IF FS-CONTROLES-OK AND WS-CTJ-ACTIVO
                 MOVE 'N'  TO WS-CTL-PERMITIDA-O
                 MOVE '41' TO WS-CTL-COD-ERROR-O
                 MOVE 'CONTROL DEL CLIENTE: ADELANTOS BLOQUEADOS'
                           TO WS-CTL-DES-ERROR-O
                 GO TO 2000-VALIDAR-CONTROLES-FIN
              END-IF
           END-IF.

      *    *** 2) consumos en moneda extranjera
           IF WS-CTL-MONEDA-I <> 'ARS'
              MOVE 'U'    TO WS-CTJ-TIPO
              MOVE SPACES TO WS-CTJ-VALOR
              PERFORM 2100-LEER-CONTROL
                 THRU 2100-LEER-CONTROL-FIN
              IF FS-CONTROLES-OK AND WS-CTJ-ACTIVO
                 MOVE 'N'  TO WS-CTL-PERMITIDA-O
                 MOVE '42' TO WS-CTL-COD-ERROR-O
                 MOVE 'CONTROL DEL CLIENTE: MONEDA EXTRANJERA'
                           TO WS-CTL-DES-ERROR-O
                 GO TO 2000-VALIDAR-CONTROLES-FIN
              END-IF
           END-IF.

      *    *** 3) rubro del comercio, segun el maestro de comercios
           PERFORM 2200-BUSCAR-RUBRO
              THRU 2200-BUSCAR-RUBRO-FIN.

           IF WS-RUBRO-CONSUMO <> SPACES
              MOVE 'R'              TO WS-CTJ-TIPO
              MOVE WS-RUBRO-CONSUMO TO WS-CTJ-VALOR
              PERFORM 2100-LEER-CONTROL
                 THRU 2100-LEER-CONTROL-FIN
              IF FS-CONTROLES-OK AND WS-CTJ-ACTIVO
                 MOVE 'N'  TO WS-CTL-PERMITIDA-O
                 MOVE '43' TO WS-CTL-COD-ERROR-O
                 MOVE SPACES TO WS-CTL-DES-ERROR-O
                 STRING 'CONTROL DEL CLIENTE: RUBRO '
                        DELIMITED BY SIZE
                        WS-RUBRO-CONSUMO DELIMITED BY '  '
                        INTO WS-CTL-DES-ERROR-O
                 END-STRING
                 GO TO 2000-VALIDAR-CONTROLES-FIN
              END-IF
           END-IF.

      *    *** 4) tope por operacion en la moneda del consumo
           MOVE 'T'             TO WS-CTJ-TIPO.
           MOVE SPACES          TO WS-CTJ-VALOR.
           MOVE WS-CTL-MONEDA-I TO WS-CTJ-VALOR.
           PERFORM 2100-LEER-CONTROL
              THRU 2100-LEER-CONTROL-FIN.

           IF FS-CONTROLES-OK AND WS-CTJ-ACTIVO
              AND WS-CTL-IMPORTE-I > WS-CTJ-TOPE
              MOVE 'N'  TO WS-CTL-PERMITIDA-O
              MOVE '44' TO WS-CTL-COD-ERROR-O
              MOVE 'CONTROL DEL CLIENTE: SUPERA TOPE POR OPERACION'
                        TO WS-CTL-DES-ERROR-O
           END-IF.

       2000-VALIDAR-CONTROLES-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** tipo y valor vienen cargados por el que llama
       2100-LEER-CONTROL.

           MOVE WS-CTL-TARJETA-I TO WS-CTJ-TARJETA.

           READ ENT-CONTROLES KEY IS WS-CTJ-CLAVE
               INVALID KEY CONTINUE
           END-READ.

       2100-LEER-CONTROL-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2200-BUSCAR-RUBRO.

           MOVE SPACES TO WS-RUBRO-CONSUMO.

           IF WS-CTL-COD-COMERCIO-I = SPACES
              GO TO 2200-BUSCAR-RUBRO-FIN
           END-IF.

           PERFORM VARYING WS-IX-TCO FROM 1 BY 1
              UNTIL WS-IX-TCO > WS-CANT-COMERCIOS
                 OR WS-RUBRO-CONSUMO <> SPACES
              IF WS-TCO-CODIGO (WS-IX-TCO) = WS-CTL-COD-COMERCIO-I
                 MOVE WS-TCO-RUBRO (WS-IX-TCO) TO WS-RUBRO-CONSUMO
              END-IF
           END-PERFORM.

       2200-BUSCAR-RUBRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM CLCTLTAR.
