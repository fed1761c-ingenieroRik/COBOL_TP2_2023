      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: procesa los sobres de resumen devueltos por el correo
      *          o por la imprenta (DEVOLUCIONES-CORREO.SEQ, lote de
      *          MAILHOUS + cuenta). Cada devolucion se ubica en el
      *          registro de despachos que deja MAILHOUS
      *          (DESPACHOS-CORREO.SEQ), tomando el despacho mas
      *          reciente de ese lote y cuenta anterior a la fecha de
      *          devolucion, para saber a que direccion fue el sobre.
      *          Si el maestro todavia tiene esa direccion la cuenta
      *          se marca invalida en DOMICILIOS-INVALIDOS.VSAM (desde
      *          ahi MAILHOUS ya no la imprime y EMBOSS no le despacha
      *          plasticos); si la direccion ya se cambio la devolucion
      *          se informa y no se marca nada. Emite DEVCORR.TXT con
      *          el detalle de la corrida y DOMICILIOS-A-ACTUALIZAR.TXT,
      *          la lista de trabajo con todas las cuentas marcadas
      *          que siguen pendientes de una direccion nueva (se
      *          corrigen por MANTTARJ o MANTLOTE).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVCORR.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-DEVOLUCIONES
           ASSIGN TO WS-RUTA-DEVOLUCIONES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEVOLUCIONES.

       SELECT ENT-DESPACHOS
           ASSIGN TO WS-RUTA-DESPACHOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DESPACHOS.

       SELECT ENT-MAESTRO-TARJETAS
           ASSIGN TO WS-RUTA-MAESTRO-TARJETAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-MAESTRO-TARJETAS
           RECORD KEY IS WS-MT-NUM-TARJETA
           ALTERNATE RECORD KEY IS WS-MT-NUM-CUENTA
                                          WITH DUPLICATES.

       SELECT DOMICILIOS
           ASSIGN TO WS-RUTA-DOMICILIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-DIV-NUM-CUENTA
           FILE STATUS IS FS-DOMICILIOS.

       SELECT ENT-CUENTA-PERSONA
           ASSIGN TO WS-RUTA-CUENTA-PERSONA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-CPE-CUENTA
           FILE STATUS IS FS-CUENTA-PERSONA.

       SELECT ENT-PERSONAS
           ASSIGN TO WS-RUTA-PERSONAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-PER-DOCUMENTO
           FILE STATUS IS FS-PERSONAS.

       SELECT SAL-INFORME
           ASSIGN TO WS-RUTA-INFORME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INFORME.

       SELECT SAL-LISTA
           ASSIGN TO WS-RUTA-LISTA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTA.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-DEVOLUCIONES.
           COPY DEVCORR.

       FD ENT-DESPACHOS.
           COPY DESPCORR.

       FD ENT-MAESTRO-TARJETAS.
       01 WS-ENT-MAESTRO-TARJETAS-REG.
          05 WS-MT-NUM-CUENTA                       PIC 9(10).
          05 WS-MT-NUM-TARJETA                      PIC X(19).
          05 WS-MT-NOMBRE                           PIC X(20).
          05 WS-MT-APELLIDO                         PIC X(20).
          05 WS-MT-DIRECCION                        PIC X(40).
          05 WS-MT-COD-POSTAL                       PIC 9(04).
          05 WS-MT-MONEDA-TARJETA                   PIC X(03).
          05 WS-MT-LIMITE-TARJETA                   PIC 9(08)V9(02).
          05 WS-MT-ESTADO                           PIC X(01).
          05 WS-MT-SALDO-ANTERIOR-ARS               PIC S9(08)V9(02).
          05 WS-MT-SALDO-ANTERIOR-USD               PIC S9(08)V9(02).
          05 WS-MT-DIA-CIERRE                       PIC 9(02).
          05 WS-MT-TIPO-TARJETA                     PIC X(01).
          05 WS-MT-NUM-TARJETA-TITULAR              PIC X(19).
          05 WS-MT-LIMITE-TARJETA-USD               PIC 9(08)V9(02).

       FD DOMICILIOS.
           COPY DOMINV.

       FD ENT-CUENTA-PERSONA.
       01 WS-CPE-VINCULO-REG.
          05 WS-CPE-CUENTA                          PIC 9(10).
          05 WS-CPE-DOCUMENTO                       PIC X(11).

       FD ENT-PERSONAS.
           COPY PERSONAS.

       FD SAL-INFORME.
       01 WS-SAL-INFORME                            PIC X(100).

       FD SAL-LISTA.
       01 WS-SAL-LISTA                              PIC X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-DEVOLUCIONES       PIC X(60)
                                     VALUE '../DEVOLUCIONES-CORREO.SEQ'.
       01 WS-RUTA-DESPACHOS          PIC X(60)
                                     VALUE '../DESPACHOS-CORREO.SEQ'.
       01 WS-RUTA-MAESTRO-TARJETAS   PIC X(60)
                                     VALUE '../MAESTRO-TARJETAS.VSAM'.
       01 WS-RUTA-DOMICILIOS         PIC X(60)
                                 VALUE '../DOMICILIOS-INVALIDOS.VSAM'.
       01 WS-RUTA-CUENTA-PERSONA     PIC X(60)
                                     VALUE '../CUENTA-PERSONA.VSAM'.
       01 WS-RUTA-PERSONAS           PIC X(60)
                                     VALUE '../PERSONAS.VSAM'.
       01 WS-RUTA-INFORME            PIC X(60)
                                     VALUE '../DEVCORR.TXT'.
       01 WS-RUTA-LISTA              PIC X(60)
                                 VALUE '../DOMICILIOS-A-ACTUALIZAR.TXT'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
          05 FS-DEVOLUCIONES                       PIC X(2).
             88 FS-DEVOLUCIONES-OK                     VALUE '00'.
             88 FS-DEVOLUCIONES-EOF                    VALUE '10'.
             88 FS-DEVOLUCIONES-NFD                    VALUE '35'.
          05 FS-DESPACHOS                          PIC X(2).
             88 FS-DESPACHOS-OK                        VALUE '00'.
             88 FS-DESPACHOS-EOF                       VALUE '10'.
             88 FS-DESPACHOS-NFD                       VALUE '35'.
          05 FS-MAESTRO-TARJETAS                   PIC X(2).
             88 FS-MAESTRO-TARJETAS-OK                 VALUE '00'.
             88 FS-MAESTRO-TARJETAS-EOF                VALUE '10'.
          05 FS-DOMICILIOS                         PIC X(2).
             88 FS-DOMICILIOS-OK                       VALUE '00'.
             88 FS-DOMICILIOS-EOF                      VALUE '10'.
             88 FS-DOMICILIOS-NFD                      VALUE '35'.
             88 FS-DOMICILIOS-CLAVE-NFD                VALUE '23'.
          05 FS-CUENTA-PERSONA                     PIC X(2).
             88 FS-CUENTA-PERSONA-OK                   VALUE '00'.
          05 FS-PERSONAS                           PIC X(2).
             88 FS-PERSONAS-OK                         VALUE '00'.
          05 FS-INFORME                            PIC X(2).
             88 FS-INFORME-OK                          VALUE '00'.
          05 FS-LISTA                              PIC X(2).
             88 FS-LISTA-OK                            VALUE '00'.

       01 WS-HAY-CUENTA-PERSONA      PIC X(01) VALUE 'N'.
          88 WS-EXISTE-CUENTA-PERSONA                 VALUE 'S'.
       01 WS-HAY-PERSONAS            PIC X(01) VALUE 'N'.
          88 WS-EXISTEN-PERSONAS                      VALUE 'S'.

       01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.

      *    *** devoluciones de la corrida; el pase por el registro de
      *    *** despachos completa la direccion a la que fue cada sobre
       01 WS-CANT-DEVOLUCIONES       PIC 9(05) VALUE ZEROES.
       01 WS-TABLA-DEVOLUCIONES.
          05 WS-TDV-ITEM OCCURS 5000 TIMES
                         INDEXED BY WS-IX-DEV.
             10 WS-TDV-LOTE                      PIC 9(04).
             10 WS-TDV-NUM-CUENTA                PIC 9(10).
             10 WS-TDV-FECHA-DEVOLUCION          PIC 9(08).
             10 WS-TDV-MOTIVO                    PIC X(02).
             10 WS-TDV-ORIGEN                    PIC X(01).
             10 WS-TDV-FECHA-DESPACHO            PIC 9(08).
             10 WS-TDV-DIRECCION                 PIC X(38).
             10 WS-TDV-COD-POSTAL                PIC 9(04).

      *    *** direccion vigente del titular de la cuenta en el maestro
       01 WS-MAE-CUENTA              PIC 9(10) VALUE ZEROES.
       01 WS-MAE-ENCONTRADO          PIC X(01) VALUE 'N'.
          88 WS-MAE-HAY-CUENTA                        VALUE 'S'.
       01 WS-MAE-DIRECCION           PIC X(38) VALUE SPACES.
       01 WS-MAE-COD-POSTAL          PIC 9(04) VALUE ZEROES.
       01 WS-MAE-NOMBRE              PIC X(41) VALUE SPACES.
       01 WS-FIN-CUENTA              PIC X(01) VALUE 'N'.
          88 WS-CUENTA-TERMINO                        VALUE 'S'.

       01 WS-RESULTADO               PIC X(40) VALUE SPACES.
       01 WS-TIENE-CORREO-E          PIC X(02) VALUE SPACES.

       01 WS-TOTALES.
          05 WS-TOT-LEIDAS              PIC 9(05) VALUE ZEROES.
          05 WS-TOT-MARCADAS            PIC 9(05) VALUE ZEROES.
          05 WS-TOT-YA-MODIFICADAS      PIC 9(05) VALUE ZEROES.
          05 WS-TOT-SIN-DESPACHO        PIC 9(05) VALUE ZEROES.
          05 WS-TOT-SIN-CUENTA          PIC 9(05) VALUE ZEROES.
          05 WS-TOT-PENDIENTES          PIC 9(05) VALUE ZEROES.

       01 WS-LINEA-DETALLE.
          05 WS-DET-LOTE                PIC 9(04).
          05 FILLER                     PIC X(02) VALUE SPACES.
          05 WS-DET-CUENTA              PIC 9(10).
          05 FILLER                     PIC X(02) VALUE SPACES.
          05 WS-DET-FECHA               PIC 9(08).
          05 FILLER                     PIC X(02) VALUE SPACES.
          05 WS-DET-MOTIVO              PIC X(02).
          05 FILLER                     PIC X(01) VALUE SPACES.
          05 WS-DET-ORIGEN              PIC X(01).
          05 FILLER                     PIC X(02) VALUE SPACES.
          05 WS-DET-RESULTADO           PIC X(40).

       01 WS-LINEA-LISTA.
          05 WS-LIS-CUENTA              PIC 9(10).
          05 FILLER                     PIC X(02) VALUE SPACES.
          05 WS-LIS-TITULAR             PIC X(30).
          05 FILLER                     PIC X(01) VALUE SPACES.
          05 WS-LIS-DIRECCION           PIC X(38).
          05 FILLER                     PIC X(01) VALUE SPACES.
          05 WS-LIS-COD-POSTAL          PIC 9(04).
          05 FILLER                     PIC X(02) VALUE SPACES.
          05 WS-LIS-FECHA-MARCA         PIC 9(08).
          05 FILLER                     PIC X(02) VALUE SPACES.
          05 WS-LIS-MOTIVO              PIC X(02).
          05 FILLER                     PIC X(02) VALUE SPACES.
          05 WS-LIS-DEVOLUCIONES        PIC ZZ9.
          05 FILLER                     PIC X(03) VALUE SPACES.
          05 WS-LIS-CORREO-E            PIC X(02).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-CARGAR-DEVOLUCIONES
              THRU 2000-CARGAR-DEVOLUCIONES-FIN
              UNTIL FS-DEVOLUCIONES-EOF.

           PERFORM 2100-UBICAR-DESPACHOS
              THRU 2100-UBICAR-DESPACHOS-FIN.

           PERFORM VARYING WS-IX-DEV FROM 1 BY 1
              UNTIL WS-IX-DEV > WS-CANT-DEVOLUCIONES
              PERFORM 2200-PROCESAR-DEVOLUCION
                 THRU 2200-PROCESAR-DEVOLUCION-FIN
           END-PERFORM.

           PERFORM 4000-LISTA-DE-TRABAJO
              THRU 4000-LISTA-DE-TRABAJO-FIN.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'DEVCORR_DEVOLUCIONES_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-DEVOLUCIONES
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'DEVCORR_DESPACHOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-DESPACHOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'DEVCORR_DOMICILIOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-DOMICILIOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'DEVCORR_INFORME_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-INFORME
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'DEVCORR_LISTA_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-LISTA
           END-IF.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.

      *    *** sin devoluciones igual se emite la lista de trabajo
           OPEN INPUT ENT-DEVOLUCIONES.
           EVALUATE TRUE
               WHEN FS-DEVOLUCIONES-OK
                    CONTINUE
               WHEN FS-DEVOLUCIONES-NFD
                    DISPLAY 'NO HAY DEVOLUCIONES-CORREO.SEQ'
                    MOVE '10' TO FS-DEVOLUCIONES
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR DEVOLUCIONES-CORREO.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-DEVOLUCIONES
                    STOP RUN
           END-EVALUATE.

           OPEN INPUT ENT-MAESTRO-TARJETAS.
           IF NOT FS-MAESTRO-TARJETAS-OK
              DISPLAY 'ERROR AL ABRIR MAESTRO-TARJETAS: '
                      FS-MAESTRO-TARJETAS
              STOP RUN
           END-IF.

           OPEN I-O DOMICILIOS.
           IF FS-DOMICILIOS-NFD
              OPEN OUTPUT DOMICILIOS
              CLOSE DOMICILIOS
              OPEN I-O DOMICILIOS
           END-IF.
           IF NOT FS-DOMICILIOS-OK
              DISPLAY 'ERROR AL ABRIR DOMICILIOS-INVALIDOS: '
                      FS-DOMICILIOS
              STOP RUN
           END-IF.

           OPEN INPUT ENT-CUENTA-PERSONA.
           IF FS-CUENTA-PERSONA-OK
              MOVE 'S' TO WS-HAY-CUENTA-PERSONA
           END-IF.

           OPEN INPUT ENT-PERSONAS.
           IF FS-PERSONAS-OK
              MOVE 'S' TO WS-HAY-PERSONAS
           END-IF.

           OPEN OUTPUT SAL-INFORME.
           IF NOT FS-INFORME-OK
              DISPLAY 'ERROR AL ABRIR DEVCORR.TXT: ' FS-INFORME
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-LISTA.
           IF NOT FS-LISTA-OK
              DISPLAY 'ERROR AL ABRIR DOMICILIOS-A-ACTUALIZAR.TXT: '
                      FS-LISTA
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-SAL-INFORME.
           STRING 'DEVOLUCIONES DE CORREO PROCESADAS EL '
                  WS-FECHA-HOY
                  DELIMITED BY SIZE INTO WS-SAL-INFORME.
           WRITE WS-SAL-INFORME.
           MOVE 'LOTE  CUENTA      FECHA     MOT   RESULTADO'
                                                     TO WS-SAL-INFORME.
           WRITE WS-SAL-INFORME.
           MOVE ALL '-' TO WS-SAL-INFORME.
           WRITE WS-SAL-INFORME.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-CARGAR-DEVOLUCIONES.

           READ ENT-DEVOLUCIONES.

           IF NOT FS-DEVOLUCIONES-OK
              GO TO 2000-CARGAR-DEVOLUCIONES-FIN
           END-IF.

           ADD 1 TO WS-TOT-LEIDAS.

           IF WS-CANT-DEVOLUCIONES >= 5000
              DISPLAY 'DEMASIADAS DEVOLUCIONES PARA LA TABLA'
              STOP RUN
           END-IF.

           ADD 1 TO WS-CANT-DEVOLUCIONES.
           SET WS-IX-DEV TO WS-CANT-DEVOLUCIONES.
           MOVE WS-DVC-LOTE             TO WS-TDV-LOTE (WS-IX-DEV).
           MOVE WS-DVC-NUM-CUENTA     TO WS-TDV-NUM-CUENTA (WS-IX-DEV).
           MOVE WS-DVC-FECHA-DEVOLUCION
                                 TO WS-TDV-FECHA-DEVOLUCION (WS-IX-DEV).
           MOVE WS-DVC-MOTIVO           TO WS-TDV-MOTIVO (WS-IX-DEV).
           MOVE WS-DVC-ORIGEN           TO WS-TDV-ORIGEN (WS-IX-DEV).
           MOVE ZEROES         TO WS-TDV-FECHA-DESPACHO (WS-IX-DEV).
           MOVE SPACES         TO WS-TDV-DIRECCION (WS-IX-DEV).
           MOVE ZEROES         TO WS-TDV-COD-POSTAL (WS-IX-DEV).

       2000-CARGAR-DEVOLUCIONES-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** un solo pase por el registro de despachos: el numero de
      *    *** lote de MAILHOUS se reinicia en cada corrida, por eso
      *    *** cada devolucion se queda con el despacho mas reciente
      *    *** de su lote y cuenta que no sea posterior a la devolucion
       2100-UBICAR-DESPACHOS.

           IF WS-CANT-DEVOLUCIONES = ZEROES
              GO TO 2100-UBICAR-DESPACHOS-FIN
           END-IF.

           OPEN INPUT ENT-DESPACHOS.
           EVALUATE TRUE
               WHEN FS-DESPACHOS-OK
                    CONTINUE
               WHEN FS-DESPACHOS-NFD
                    DISPLAY 'NO EXISTE DESPACHOS-CORREO.SEQ'
                    GO TO 2100-UBICAR-DESPACHOS-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR DESPACHOS-CORREO.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-DESPACHOS
                    STOP RUN
           END-EVALUATE.

           PERFORM 2110-LEER-DESPACHO
              THRU 2110-LEER-DESPACHO-FIN
              UNTIL FS-DESPACHOS-EOF.

           CLOSE ENT-DESPACHOS.

       2100-UBICAR-DESPACHOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2110-LEER-DESPACHO.

           READ ENT-DESPACHOS.

           IF NOT FS-DESPACHOS-OK
              GO TO 2110-LEER-DESPACHO-FIN
           END-IF.

           PERFORM VARYING WS-IX-DEV FROM 1 BY 1
              UNTIL WS-IX-DEV > WS-CANT-DEVOLUCIONES
              IF WS-TDV-LOTE (WS-IX-DEV) = WS-DSP-LOTE
                 AND WS-TDV-NUM-CUENTA (WS-IX-DEV) = WS-DSP-NUM-CUENTA
                 AND WS-DSP-FECHA <= WS-TDV-FECHA-DEVOLUCION (WS-IX-DEV)
                 AND WS-DSP-FECHA >= WS-TDV-FECHA-DESPACHO (WS-IX-DEV)
                 MOVE WS-DSP-FECHA
                                 TO WS-TDV-FECHA-DESPACHO (WS-IX-DEV)
                 MOVE WS-DSP-DIRECCION TO WS-TDV-DIRECCION (WS-IX-DEV)
                 MOVE WS-DSP-COD-POSTAL
                                 TO WS-TDV-COD-POSTAL (WS-IX-DEV)
              END-IF
           END-PERFORM.

       2110-LEER-DESPACHO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2200-PROCESAR-DEVOLUCION.

           MOVE SPACES TO WS-RESULTADO.

           IF WS-TDV-FECHA-DESPACHO (WS-IX-DEV) = ZEROES
              MOVE 'SIN DESPACHO PARA LOTE Y CUENTA' TO WS-RESULTADO
              ADD 1 TO WS-TOT-SIN-DESPACHO
              GO TO 2200-INFORMAR
           END-IF.

           MOVE WS-TDV-NUM-CUENTA (WS-IX-DEV) TO WS-MAE-CUENTA.
           PERFORM 2210-BUSCAR-TITULAR
              THRU 2210-BUSCAR-TITULAR-FIN.

           IF NOT WS-MAE-HAY-CUENTA
              MOVE 'CUENTA INEXISTENTE EN EL MAESTRO' TO WS-RESULTADO
              ADD 1 TO WS-TOT-SIN-CUENTA
              GO TO 2200-INFORMAR
           END-IF.

      *    *** el sobre fue a una direccion que ya no esta: la
      *    *** devolucion no invalida la direccion nueva
           IF WS-MAE-DIRECCION <> WS-TDV-DIRECCION (WS-IX-DEV)
              OR WS-MAE-COD-POSTAL <> WS-TDV-COD-POSTAL (WS-IX-DEV)
              MOVE 'DIRECCION YA MODIFICADA, NO SE MARCA'
                                                      TO WS-RESULTADO
              ADD 1 TO WS-TOT-YA-MODIFICADAS
              GO TO 2200-INFORMAR
           END-IF.

           PERFORM 2220-MARCAR-DOMICILIO
              THRU 2220-MARCAR-DOMICILIO-FIN.

       2200-INFORMAR.

           MOVE WS-TDV-LOTE (WS-IX-DEV)       TO WS-DET-LOTE.
           MOVE WS-TDV-NUM-CUENTA (WS-IX-DEV) TO WS-DET-CUENTA.
           MOVE WS-TDV-FECHA-DEVOLUCION (WS-IX-DEV) TO WS-DET-FECHA.
           MOVE WS-TDV-MOTIVO (WS-IX-DEV)     TO WS-DET-MOTIVO.
           MOVE WS-TDV-ORIGEN (WS-IX-DEV)     TO WS-DET-ORIGEN.
           MOVE WS-RESULTADO                  TO WS-DET-RESULTADO.
           MOVE WS-LINEA-DETALLE TO WS-SAL-INFORME.
           WRITE WS-SAL-INFORME.

       2200-PROCESAR-DEVOLUCION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** direccion del titular de WS-MAE-CUENTA (la que imprime
      *    *** el resumen); si la cuenta no tiene titular se toma la
      *    *** primera tarjeta
       2210-BUSCAR-TITULAR.

           MOVE 'N'    TO WS-MAE-ENCONTRADO.
           MOVE 'N'    TO WS-FIN-CUENTA.
           MOVE SPACES TO WS-MAE-DIRECCION WS-MAE-NOMBRE.
           MOVE ZEROES TO WS-MAE-COD-POSTAL.

           MOVE WS-MAE-CUENTA TO WS-MT-NUM-CUENTA.
           START ENT-MAESTRO-TARJETAS KEY IS EQUAL WS-MT-NUM-CUENTA.
           IF NOT FS-MAESTRO-TARJETAS-OK
              GO TO 2210-BUSCAR-TITULAR-FIN
           END-IF.

           PERFORM 2215-LEER-TARJETA-CUENTA
              THRU 2215-LEER-TARJETA-CUENTA-FIN
              UNTIL WS-CUENTA-TERMINO.

       2210-BUSCAR-TITULAR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2215-LEER-TARJETA-CUENTA.

           READ ENT-MAESTRO-TARJETAS NEXT RECORD.

           IF NOT FS-MAESTRO-TARJETAS-OK
              OR WS-MT-NUM-CUENTA <> WS-MAE-CUENTA
              MOVE 'S' TO WS-FIN-CUENTA
              GO TO 2215-LEER-TARJETA-CUENTA-FIN
           END-IF.

           IF NOT WS-MAE-HAY-CUENTA
              OR WS-MT-TIPO-TARJETA <> 'A'
              MOVE 'S'                     TO WS-MAE-ENCONTRADO
              MOVE WS-MT-DIRECCION (1:38)  TO WS-MAE-DIRECCION
              MOVE WS-MT-COD-POSTAL        TO WS-MAE-COD-POSTAL
              MOVE SPACES                  TO WS-MAE-NOMBRE
              STRING WS-MT-APELLIDO DELIMITED BY '  '
                     ', '           DELIMITED BY SIZE
                     WS-MT-NOMBRE   DELIMITED BY '  '
                     INTO WS-MAE-NOMBRE
           END-IF.

           IF WS-MT-TIPO-TARJETA <> 'A'
              MOVE 'S' TO WS-FIN-CUENTA
           END-IF.

       2215-LEER-TARJETA-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** alta o reapertura de la marca: una cuenta ya corregida
      *    *** que vuelve a rebotar queda invalida otra vez
       2220-MARCAR-DOMICILIO.

           MOVE WS-TDV-NUM-CUENTA (WS-IX-DEV) TO WS-DIV-NUM-CUENTA.
           READ DOMICILIOS.

           EVALUATE TRUE
               WHEN FS-DOMICILIOS-OK
                    CONTINUE
               WHEN FS-DOMICILIOS-CLAVE-NFD
                    INITIALIZE WS-DIV-DOMICILIO-REG
                    MOVE WS-TDV-NUM-CUENTA (WS-IX-DEV)
                                              TO WS-DIV-NUM-CUENTA
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER DOMICILIOS-INVALIDOS: '
                            FS-DOMICILIOS
                    STOP RUN
           END-EVALUATE.

           IF WS-DIV-CORREGIDO
              MOVE ZEROES TO WS-DIV-FECHA-CORRECCION
              MOVE SPACES TO WS-DIV-PROGRAMA-CORRECCION
                             WS-DIV-OPERADOR-CORRECCION
           END-IF.

           SET WS-DIV-INVALIDO TO TRUE.
           MOVE WS-FECHA-HOY                      TO WS-DIV-FECHA-MARCA.
           MOVE WS-TDV-LOTE (WS-IX-DEV)           TO WS-DIV-LOTE.
           MOVE WS-TDV-FECHA-DESPACHO (WS-IX-DEV)
                                              TO WS-DIV-FECHA-DESPACHO.
           MOVE WS-TDV-MOTIVO (WS-IX-DEV)         TO WS-DIV-MOTIVO.
           MOVE WS-TDV-DIRECCION (WS-IX-DEV)      TO WS-DIV-DIRECCION.
           MOVE WS-TDV-COD-POSTAL (WS-IX-DEV)     TO WS-DIV-COD-POSTAL.
           IF WS-DIV-CANT-DEVOLUCIONES < 999
              ADD 1 TO WS-DIV-CANT-DEVOLUCIONES
           END-IF.

           IF FS-DOMICILIOS-OK
              REWRITE WS-DIV-DOMICILIO-REG
           ELSE
              WRITE WS-DIV-DOMICILIO-REG
           END-IF.

           IF NOT FS-DOMICILIOS-OK
              DISPLAY 'ERROR AL GRABAR DOMICILIOS-INVALIDOS: '
                      FS-DOMICILIOS
              STOP RUN
           END-IF.

           MOVE 'DOMICILIO MARCADO INVALIDO' TO WS-RESULTADO.
           ADD 1 TO WS-TOT-MARCADAS.

       2220-MARCAR-DOMICILIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           MOVE ALL '-' TO WS-SAL-INFORME.
           WRITE WS-SAL-INFORME.

           MOVE SPACES TO WS-SAL-INFORME.
           STRING 'LEIDAS: '            WS-TOT-LEIDAS
                  '  MARCADAS: '        WS-TOT-MARCADAS
                  '  YA MODIFICADAS: '  WS-TOT-YA-MODIFICADAS
                  DELIMITED BY SIZE INTO WS-SAL-INFORME.
           WRITE WS-SAL-INFORME.

           MOVE SPACES TO WS-SAL-INFORME.
           STRING 'SIN DESPACHO: '      WS-TOT-SIN-DESPACHO
                  '  SIN CUENTA: '      WS-TOT-SIN-CUENTA
                  '  PENDIENTES DE ACTUALIZAR: ' WS-TOT-PENDIENTES
                  DELIMITED BY SIZE INTO WS-SAL-INFORME.
           WRITE WS-SAL-INFORME.

           CLOSE ENT-DEVOLUCIONES
                 ENT-MAESTRO-TARJETAS
                 DOMICILIOS
                 SAL-INFORME
                 SAL-LISTA.

           IF WS-EXISTE-CUENTA-PERSONA
              CLOSE ENT-CUENTA-PERSONA
           END-IF.
           IF WS-EXISTEN-PERSONAS
              CLOSE ENT-PERSONAS
           END-IF.

           DISPLAY 'DEVCORR: ' WS-TOT-LEIDAS ' DEVOLUCIONES, '
                   WS-TOT-MARCADAS ' DOMICILIOS MARCADOS, '
                   WS-TOT-PENDIENTES ' PENDIENTES'.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** lista de trabajo: todas las cuentas que siguen con el
      *    *** domicilio invalido, esta corrida o anteriores
       4000-LISTA-DE-TRABAJO.

           MOVE 'CUENTAS CON DOMICILIO INVALIDO A ACTUALIZAR'
                                                       TO WS-SAL-LISTA.
           WRITE WS-SAL-LISTA.
           MOVE SPACES TO WS-SAL-LISTA.
           STRING 'CUENTA      TITULAR                        '
                  'DIRECCION DEVUELTA                     CP    '
                  'MARCADA   MOT  DEV  E-MAIL'
                  DELIMITED BY SIZE INTO WS-SAL-LISTA.
           WRITE WS-SAL-LISTA.
           MOVE ALL '-' TO WS-SAL-LISTA.
           WRITE WS-SAL-LISTA.

           MOVE ZEROES TO WS-DIV-NUM-CUENTA.
           START DOMICILIOS KEY IS NOT LESS THAN WS-DIV-NUM-CUENTA.
           IF NOT FS-DOMICILIOS-OK
              GO TO 4000-LISTA-DE-TRABAJO-FIN
           END-IF.

           PERFORM 4100-LISTAR-DOMICILIO
              THRU 4100-LISTAR-DOMICILIO-FIN
              UNTIL FS-DOMICILIOS-EOF.

       4000-LISTA-DE-TRABAJO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       4100-LISTAR-DOMICILIO.

           READ DOMICILIOS NEXT RECORD.

           IF NOT FS-DOMICILIOS-OK
              MOVE '10' TO FS-DOMICILIOS
              GO TO 4100-LISTAR-DOMICILIO-FIN
           END-IF.

           IF NOT WS-DIV-INVALIDO
              GO TO 4100-LISTAR-DOMICILIO-FIN
           END-IF.

           MOVE WS-DIV-NUM-CUENTA TO WS-MAE-CUENTA.
           PERFORM 2210-BUSCAR-TITULAR
              THRU 2210-BUSCAR-TITULAR-FIN.

           PERFORM 4110-VER-CORREO-E
              THRU 4110-VER-CORREO-E-FIN.

           MOVE WS-DIV-NUM-CUENTA         TO WS-LIS-CUENTA.
           MOVE WS-MAE-NOMBRE             TO WS-LIS-TITULAR.
           MOVE WS-DIV-DIRECCION          TO WS-LIS-DIRECCION.
           MOVE WS-DIV-COD-POSTAL         TO WS-LIS-COD-POSTAL.
           MOVE WS-DIV-FECHA-MARCA        TO WS-LIS-FECHA-MARCA.
           MOVE WS-DIV-MOTIVO             TO WS-LIS-MOTIVO.
           MOVE WS-DIV-CANT-DEVOLUCIONES  TO WS-LIS-DEVOLUCIONES.
           MOVE WS-TIENE-CORREO-E         TO WS-LIS-CORREO-E.
           MOVE WS-LINEA-LISTA TO WS-SAL-LISTA.
           WRITE WS-SAL-LISTA.

           ADD 1 TO WS-TOT-PENDIENTES.

       4100-LISTAR-DOMICILIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** con correo electronico el resumen sigue llegando (por
      *    *** ENVIOS.SEQ); sin correo queda retenido en el archivo
       4110-VER-CORREO-E.

           MOVE 'NO' TO WS-TIENE-CORREO-E.

           IF NOT WS-EXISTE-CUENTA-PERSONA
              OR NOT WS-EXISTEN-PERSONAS
              GO TO 4110-VER-CORREO-E-FIN
           END-IF.

           MOVE WS-DIV-NUM-CUENTA TO WS-CPE-CUENTA.
           READ ENT-CUENTA-PERSONA.
           IF NOT FS-CUENTA-PERSONA-OK
              GO TO 4110-VER-CORREO-E-FIN
           END-IF.

           MOVE WS-CPE-DOCUMENTO TO WS-PER-DOCUMENTO.
           READ ENT-PERSONAS.
           IF FS-PERSONAS-OK
              AND WS-PER-CORREO-E <> SPACES
              MOVE 'SI' TO WS-TIENE-CORREO-E
           END-IF.

       4110-VER-CORREO-E-FIN.
           EXIT.
