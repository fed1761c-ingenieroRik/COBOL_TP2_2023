      *          (tomado de los pies "Pagina:" de cada resumen) y rango
      *          de codigos postales, que es lo que el correo cotiza y
      *          lo que auditamos contra su factura.
      *          Cada sobre queda en DESPACHOS-CORREO.SEQ (lote,
      *          cuenta y direccion), que es contra lo que DEVCORR
      *          ubica los sobres devueltos. El resumen de una cuenta
      *          con el domicilio marcado invalido
      *          (DOMICILIOS-INVALIDOS.VSAM) no va a la imprenta: si la
      *          persona tiene correo electronico sale como resumen
      *          individual por el circuito de ENVIOS.SEQ, y si no
      *          queda retenido en el archivo de resumenes; ambos
      *          casos se listan en MAILHOUS-DESVIADOS.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT ORD-LINEAS
           ASSIGN TO WS-RUTA-SORT.

       SELECT SAL-DESPACHOS
           ASSIGN TO WS-RUTA-DESPACHOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DESPACHOS.

       SELECT ENT-DOMICILIOS
           ASSIGN TO WS-RUTA-DOMICILIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
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

      *    *** resumen desviado al correo electronico, un archivo por
      *    *** cuenta como los individuales de TP02EJ01
       SELECT SAL-RESUMEN-IND
           ASSIGN TO WS-RUTA-RESUMEN-IND
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESUMEN-IND.

       SELECT SAL-ENVIOS
           ASSIGN TO WS-RUTA-ENVIOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENVIOS.

       SELECT SAL-DESVIADOS
           ASSIGN TO WS-RUTA-DESVIADOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DESVIADOS.

      *----------------------------------------------------------------*
       DATA DIVISION.

          05 WS-ORD-LINEA-SEQ                       PIC 9(06).
          05 WS-ORD-LINEA                           PIC X(92).

       FD SAL-DESPACHOS.
           COPY DESPCORR.

       FD ENT-DOMICILIOS.
           COPY DOMINV.

       FD ENT-CUENTA-PERSONA.
       01 WS-CPE-VINCULO-REG.
          05 WS-CPE-CUENTA                          PIC 9(10).
          05 WS-CPE-DOCUMENTO                       PIC X(11).

       FD ENT-PERSONAS.
           COPY PERSONAS.

       FD SAL-RESUMEN-IND.
       01 WS-SAL-RESUMEN-IND-REG                    PIC X(92).

       FD SAL-ENVIOS.
       01 WS-SAL-ENVIOS.
          05 WS-ENV-ARCHIVO                         PIC X(60).
          05 WS-ENV-CLAVE                           PIC X(19).
          05 WS-ENV-PERIODO                         PIC 9(06).
          05 WS-ENV-ESTADO                          PIC X(01).
          05 WS-ENV-FECHA-ESTADO                    PIC 9(08).

       FD SAL-DESVIADOS.
       01 WS-SAL-DESVIADOS                          PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-RESUMENES            PIC X(60)
                                 VALUE '../MAILHOUS-MANIFIESTO.TXT'.
       01 WS-RUTA-SORT                 PIC X(60)
                                 VALUE '../MAILHOUS-SORT.TMP'.
       01 WS-RUTA-DESPACHOS            PIC X(60)
                                 VALUE '../DESPACHOS-CORREO.SEQ'.
       01 WS-RUTA-DOMICILIOS           PIC X(60)
                                 VALUE '../DOMICILIOS-INVALIDOS.VSAM'.
       01 WS-RUTA-CUENTA-PERSONA       PIC X(60)
                                 VALUE '../CUENTA-PERSONA.VSAM'.
       01 WS-RUTA-PERSONAS             PIC X(60)
                                 VALUE '../PERSONAS.VSAM'.
       01 WS-RUTA-ENVIOS               PIC X(60)
                                 VALUE '../ENVIOS.SEQ'.
       01 WS-RUTA-DESVIADOS            PIC X(60)
                                 VALUE '../MAILHOUS-DESVIADOS.TXT'.
       01 WS-RUTA-RESUMEN-IND          PIC X(60) VALUE SPACES.
       01 WS-DIR-RESUMENES             PIC X(40) VALUE '../'.
       01 WS-RUTA-ENTORNO              PIC X(60) VALUE SPACES.
       01 WS-PARAM-ENTORNO             PIC X(10) VALUE SPACES.

             88 FS-CORREO-OK                           VALUE '00'.
          05 FS-MANIFIESTO                         PIC X(2).
             88 FS-MANIFIESTO-OK                       VALUE '00'.
          05 FS-DESPACHOS                          PIC X(2).
             88 FS-DESPACHOS-OK                        VALUE '00'.
             88 FS-DESPACHOS-NFD                       VALUE '35'.
          05 FS-DOMICILIOS                         PIC X(2).
             88 FS-DOMICILIOS-OK                       VALUE '00'.
          05 FS-CUENTA-PERSONA                     PIC X(2).
             88 FS-CUENTA-PERSONA-OK                   VALUE '00'.
          05 FS-PERSONAS                           PIC X(2).
             88 FS-PERSONAS-OK                         VALUE '00'.
          05 FS-RESUMEN-IND                        PIC X(2).
             88 FS-RESUMEN-IND-OK                      VALUE '00'.
          05 FS-ENVIOS                             PIC X(2).
             88 FS-ENVIOS-OK                           VALUE '00'.
             88 FS-ENVIOS-EOF                          VALUE '10'.
             88 FS-ENVIOS-NFD                          VALUE '35'.
          05 FS-DESVIADOS                          PIC X(2).
             88 FS-DESVIADOS-OK                        VALUE '00'.

      *    *** archivos de consulta opcionales: sin domicilios
      *    *** marcados todo va a la imprenta, como siempre
       01 WS-HAY-DOMICILIOS            PIC X(01) VALUE 'N'.
          88 WS-EXISTEN-DOMICILIOS                    VALUE 'S'.
       01 WS-HAY-CUENTA-PERSONA        PIC X(01) VALUE 'N'.
          88 WS-EXISTE-CUENTA-PERSONA                 VALUE 'S'.
       01 WS-HAY-PERSONAS              PIC X(01) VALUE 'N'.
          88 WS-EXISTEN-PERSONAS                      VALUE 'S'.

      *    *** datos del resumen en curso tomados del encabezado
      *    *** (cuenta y direccion, linea 2) y del cupon (periodo)
       01 WS-CUENTA-RESUMEN            PIC X(10) VALUE SPACES.
       01 WS-CUENTA-RESUMEN-NUM        PIC 9(10) VALUE ZEROES.
       01 WS-PERIODO-RESUMEN           PIC X(06) VALUE SPACES.
       01 WS-FECHA-HOY                 PIC 9(08) VALUE ZEROES.
       01 WS-CORREO-E-RESUMEN          PIC X(50) VALUE SPACES.

      *    *** envios electronicos rebotados (ENVIOS.SEQ 'R' o 'X'):
      *    *** DELIVPOS los devuelve a RESUMENES.TXT y no se vuelven a
      *    *** mandar por correo electronico, quedan retenidos
       01 WS-CANT-REBOTES              PIC 9(05) VALUE ZEROES.
       01 WS-TABLA-REBOTES.
          05 WS-REB-ITEM OCCURS 5000 TIMES
                         INDEXED BY WS-IX-REB.
             10 WS-REB-CLAVE                PIC X(19).
             10 WS-REB-PERIODO              PIC 9(06).
       01 WS-REBOTADO                  PIC X(01) VALUE 'N'.
          88 WS-ES-REBOTADO                           VALUE 'S'.

      *    *** sobres por lote de imprenta
       01 WS-SOBRES-POR-LOTE           PIC 9(04) VALUE 500.
       01 WS-TOTALES.
          05 WS-TOT-SOBRES              PIC 9(06) VALUE ZEROES.
          05 WS-TOT-PAGINAS             PIC 9(06) VALUE ZEROES.
          05 WS-TOT-CORREO-E            PIC 9(06) VALUE ZEROES.
          05 WS-TOT-RETENIDOS           PIC 9(06) VALUE ZEROES.

       01 WS-LINEA-MANIFIESTO.
          05 FILLER                     PIC X(06) VALUE 'LOTE '.
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-MANIFIESTO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MAILHOUS_DESPACHOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-DESPACHOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MAILHOUS_DOMICILIOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-DOMICILIOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MAILHOUS_ENVIOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-ENVIOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MAILHOUS_DESVIADOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-DESVIADOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'MAILHOUS_DIR'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-DIR-RESUMENES
           END-IF.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-PARAM-ENTORNO.
           ACCEPT WS-PARAM-ENTORNO FROM ENVIRONMENT
                                        'MAILHOUS_LOTE'.
           MOVE ALL '-' TO WS-SAL-MANIFIESTO.
           WRITE WS-SAL-MANIFIESTO.

      *    *** el registro de despachos se acumula corrida tras corrida
           OPEN EXTEND SAL-DESPACHOS.
           IF FS-DESPACHOS-NFD
              OPEN OUTPUT SAL-DESPACHOS
              CLOSE SAL-DESPACHOS
              OPEN EXTEND SAL-DESPACHOS
           END-IF.
           IF NOT FS-DESPACHOS-OK
              DISPLAY 'ERROR AL ABRIR DESPACHOS-CORREO.SEQ: '
                      FS-DESPACHOS
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-DESVIADOS.
           IF NOT FS-DESVIADOS-OK
              DISPLAY 'ERROR AL ABRIR MAILHOUS-DESVIADOS.TXT: '
                      FS-DESVIADOS
              STOP RUN
           END-IF.
           MOVE 'RESUMENES DESVIADOS POR DOMICILIO INVALIDO'
                                                 TO WS-SAL-DESVIADOS.
           WRITE WS-SAL-DESVIADOS.
           MOVE ALL '-' TO WS-SAL-DESVIADOS.
           WRITE WS-SAL-DESVIADOS.

           OPEN INPUT ENT-DOMICILIOS.
           IF FS-DOMICILIOS-OK
              MOVE 'S' TO WS-HAY-DOMICILIOS
              PERFORM 1100-CARGAR-REBOTES
                 THRU 1100-CARGAR-REBOTES-FIN
           END-IF.

           OPEN INPUT ENT-CUENTA-PERSONA.
           IF FS-CUENTA-PERSONA-OK
              MOVE 'S' TO WS-HAY-CUENTA-PERSONA
           END-IF.

           OPEN INPUT ENT-PERSONAS.
           IF FS-PERSONAS-OK
              MOVE 'S' TO WS-HAY-PERSONAS
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1100-CARGAR-REBOTES.

           OPEN INPUT SAL-ENVIOS.
           IF NOT FS-ENVIOS-OK
              GO TO 1100-CARGAR-REBOTES-FIN
           END-IF.

           PERFORM 1110-LEER-ENVIO
              THRU 1110-LEER-ENVIO-FIN
              UNTIL FS-ENVIOS-EOF.

           CLOSE SAL-ENVIOS.

       1100-CARGAR-REBOTES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1110-LEER-ENVIO.

           READ SAL-ENVIOS.

           IF NOT FS-ENVIOS-OK
              MOVE '10' TO FS-ENVIOS
              GO TO 1110-LEER-ENVIO-FIN
           END-IF.

           IF (WS-ENV-ESTADO = 'R' OR WS-ENV-ESTADO = 'X')
              AND WS-CANT-REBOTES < 5000
              ADD 1 TO WS-CANT-REBOTES
              SET WS-IX-REB TO WS-CANT-REBOTES
              MOVE WS-ENV-CLAVE   TO WS-REB-CLAVE (WS-IX-REB)
              MOVE WS-ENV-PERIODO TO WS-REB-PERIODO (WS-IX-REB)
           END-IF.

       1110-LEER-ENVIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-LIBERAR-RESUMENES.


      *----------------------------------------------------------------*
      *    *** cada linea "Titular:" abre un resumen nuevo: el anterior
      *    *** ya tiene su CP y se libera al SORT ("Garante:" abre las
      *    *** cartas de CARTAMOR dirigidas al garante de la cuenta)
       2100-LEER-LINEA.

           READ ENT-RESUMENES.
           END-IF.

           IF WS-ENT-RESUMENES-REG (1:8) = 'Titular:'
              OR WS-ENT-RESUMENES-REG (1:8) = 'Garante:'
              IF WS-RESUMEN-ABIERTO
                 PERFORM 2200-LIBERAR-BUFFER
                    THRU 2200-LIBERAR-BUFFER-FIN
              MOVE 'S'    TO WS-HAY-RESUMEN-ABIERTO
              MOVE ZEROES TO WS-CANT-BUFFER
              MOVE ZEROES TO WS-CP-RESUMEN
              MOVE SPACES TO WS-CUENTA-RESUMEN
              MOVE SPACES TO WS-PERIODO-RESUMEN
              MOVE 1      TO WS-PAGINAS-RESUMEN
              ADD 1 TO WS-RESUMEN-SEQ
           END-IF.
              MOVE WS-ENT-RESUMENES-REG (5:4) TO WS-CP-RESUMEN
           END-IF.

      *    *** la cuenta sale del encabezado y el periodo del cupon;
      *    *** solo se toma la primera aparicion de cada uno
           IF WS-ENT-RESUMENES-REG (52:19) = 'Numero de cuenta : '
              AND WS-CUENTA-RESUMEN = SPACES
              MOVE WS-ENT-RESUMENES-REG (71:10) TO WS-CUENTA-RESUMEN
           END-IF.

           IF WS-ENT-RESUMENES-REG (1:8) = 'Cuenta: '
              AND WS-ENT-RESUMENES-REG (21:8) = 'Periodo:'
              AND WS-PERIODO-RESUMEN = SPACES
              MOVE WS-ENT-RESUMENES-REG (31:6) TO WS-PERIODO-RESUMEN
           END-IF.

      *    *** el pie "Pagina:" trae el numero editado (ZZ9): se
      *    *** rellena con ceros a la izquierda para poder moverlo
           IF WS-ENT-RESUMENES-REG (71:8) = 'Pagina: '
      *----------------------------------------------------------------*
       2200-LIBERAR-BUFFER.

      *    *** domicilio marcado invalido: el resumen no va al correo
           IF WS-EXISTEN-DOMICILIOS
              AND WS-CUENTA-RESUMEN IS NUMERIC
              MOVE WS-CUENTA-RESUMEN TO WS-CUENTA-RESUMEN-NUM
              MOVE WS-CUENTA-RESUMEN-NUM TO WS-DIV-NUM-CUENTA
              READ ENT-DOMICILIOS
              IF FS-DOMICILIOS-OK AND WS-DIV-INVALIDO
                 PERFORM 2300-DESVIAR-RESUMEN
                    THRU 2300-DESVIAR-RESUMEN-FIN
                 GO TO 2200-LIBERAR-BUFFER-FIN
              END-IF
           END-IF.

           IF WS-RESUMEN-SEQ <= 5000
              SET WS-IX-PAG TO WS-RESUMEN-SEQ
              MOVE WS-PAGINAS-RESUMEN TO WS-PAG-CANT (WS-IX-PAG)
       2200-LIBERAR-BUFFER-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** resumen de una cuenta con domicilio invalido: si el
      *    *** titular tiene correo electronico se graba como resumen
      *    *** individual y se encola en ENVIOS.SEQ; si no, se retiene
      *    *** (la copia ya quedo en el archivo de resumenes)
       2300-DESVIAR-RESUMEN.

           PERFORM 2310-BUSCAR-CORREO-E
              THRU 2310-BUSCAR-CORREO-E-FIN.

           MOVE SPACES TO WS-SAL-DESVIADOS.

           MOVE 'N' TO WS-REBOTADO.
           PERFORM VARYING WS-IX-REB FROM 1 BY 1
              UNTIL WS-IX-REB > WS-CANT-REBOTES
              IF WS-REB-CLAVE (WS-IX-REB) = WS-CUENTA-RESUMEN
                 AND WS-REB-PERIODO (WS-IX-REB) = WS-PERIODO-RESUMEN
                 MOVE 'S' TO WS-REBOTADO
              END-IF
           END-PERFORM.

           IF WS-ES-REBOTADO
              ADD 1 TO WS-TOT-RETENIDOS
              STRING 'CUENTA ' WS-CUENTA-RESUMEN
                     '  RETENIDO, CORREO ELECTRONICO REBOTADO'
                     DELIMITED BY SIZE INTO WS-SAL-DESVIADOS
              WRITE WS-SAL-DESVIADOS
              GO TO 2300-DESVIAR-RESUMEN-FIN
           END-IF.

           IF WS-CORREO-E-RESUMEN = SPACES
              ADD 1 TO WS-TOT-RETENIDOS
              STRING 'CUENTA ' WS-CUENTA-RESUMEN
                     '  RETENIDO, SIN CORREO ELECTRONICO'
                     DELIMITED BY SIZE INTO WS-SAL-DESVIADOS
              WRITE WS-SAL-DESVIADOS
              GO TO 2300-DESVIAR-RESUMEN-FIN
           END-IF.

           MOVE SPACES TO WS-RUTA-RESUMEN-IND.
           STRING WS-DIR-RESUMENES    DELIMITED BY SPACE
                  'RESUMEN_'          DELIMITED BY SIZE
                  WS-CUENTA-RESUMEN   DELIMITED BY SPACE
                  '.TXT'              DELIMITED BY SIZE
                  INTO WS-RUTA-RESUMEN-IND.

           OPEN OUTPUT SAL-RESUMEN-IND.
           IF NOT FS-RESUMEN-IND-OK
              DISPLAY 'ERROR AL ABRIR ' WS-RUTA-RESUMEN-IND
              DISPLAY 'FILE STATUS: ' FS-RESUMEN-IND
              STOP RUN
           END-IF.

           PERFORM VARYING WS-IX-BUF FROM 1 BY 1
              UNTIL WS-IX-BUF > WS-CANT-BUFFER
              MOVE WS-BUF-TEXTO (WS-IX-BUF) TO WS-SAL-RESUMEN-IND-REG
              WRITE WS-SAL-RESUMEN-IND-REG
           END-PERFORM.

           CLOSE SAL-RESUMEN-IND.

           OPEN EXTEND SAL-ENVIOS.
           IF FS-ENVIOS-NFD
              OPEN OUTPUT SAL-ENVIOS
              CLOSE SAL-ENVIOS
              OPEN EXTEND SAL-ENVIOS
           END-IF.
           IF NOT FS-ENVIOS-OK
              DISPLAY 'ERROR AL ABRIR ENVIOS.SEQ: ' FS-ENVIOS
              STOP RUN
           END-IF.

           MOVE WS-RUTA-RESUMEN-IND TO WS-ENV-ARCHIVO.
           MOVE WS-CUENTA-RESUMEN   TO WS-ENV-CLAVE.
           IF WS-PERIODO-RESUMEN IS NUMERIC
              MOVE WS-PERIODO-RESUMEN TO WS-ENV-PERIODO
           ELSE
              MOVE WS-FECHA-HOY (1:6) TO WS-ENV-PERIODO
           END-IF.
           MOVE 'P'                 TO WS-ENV-ESTADO.
           MOVE WS-FECHA-HOY        TO WS-ENV-FECHA-ESTADO.
           WRITE WS-SAL-ENVIOS.

           CLOSE SAL-ENVIOS.

           ADD 1 TO WS-TOT-CORREO-E.
           STRING 'CUENTA ' WS-CUENTA-RESUMEN
                  '  ENVIADO POR CORREO ELECTRONICO'
                  DELIMITED BY SIZE INTO WS-SAL-DESVIADOS.
           WRITE WS-SAL-DESVIADOS.

       2300-DESVIAR-RESUMEN-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2310-BUSCAR-CORREO-E.

           MOVE SPACES TO WS-CORREO-E-RESUMEN.

           IF NOT WS-EXISTE-CUENTA-PERSONA
              OR NOT WS-EXISTEN-PERSONAS
              GO TO 2310-BUSCAR-CORREO-E-FIN
           END-IF.

           MOVE WS-CUENTA-RESUMEN-NUM TO WS-CPE-CUENTA.
           READ ENT-CUENTA-PERSONA.
           IF NOT FS-CUENTA-PERSONA-OK
              GO TO 2310-BUSCAR-CORREO-E-FIN
           END-IF.

           MOVE WS-CPE-DOCUMENTO TO WS-PER-DOCUMENTO.
           READ ENT-PERSONAS.
           IF FS-PERSONAS-OK
              MOVE WS-PER-CORREO-E TO WS-CORREO-E-RESUMEN
           END-IF.

       2310-BUSCAR-CORREO-E-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2500-GRABAR-ORDENADO.

              MOVE WS-ORD-RESUMEN-SEQ TO WS-RESUMEN-SEQ-ANTERIOR
           END-IF.

      *    *** el encabezado con la cuenta deja constancia del
      *    *** despacho: lote, cuenta y domicilio al que se mando
           IF WS-ORD-LINEA (52:19) = 'Numero de cuenta : '
              AND WS-ORD-LINEA (71:10) IS NUMERIC
              MOVE WS-FECHA-HOY           TO WS-DSP-FECHA
              MOVE WS-LOTE-NUMERO         TO WS-DSP-LOTE
              MOVE WS-ORD-LINEA (71:10)   TO WS-DSP-NUM-CUENTA
              MOVE WS-ORD-CP              TO WS-DSP-COD-POSTAL
              MOVE WS-ORD-LINEA (1:38)    TO WS-DSP-DIRECCION
              WRITE WS-DSP-DESPACHO-REG
           END-IF.

           MOVE WS-ORD-LINEA TO WS-SAL-CORREO-REG.
           WRITE WS-SAL-CORREO-REG.

                  DELIMITED BY SIZE INTO WS-SAL-MANIFIESTO.
           WRITE WS-SAL-MANIFIESTO.

           MOVE ALL '-' TO WS-SAL-DESVIADOS.
           WRITE WS-SAL-DESVIADOS.
           MOVE SPACES TO WS-SAL-DESVIADOS.
           STRING 'POR CORREO ELECTRONICO: ' WS-TOT-CORREO-E
                  '  RETENIDOS: ' WS-TOT-RETENIDOS
                  DELIMITED BY SIZE INTO WS-SAL-DESVIADOS.
           WRITE WS-SAL-DESVIADOS.

           CLOSE ENT-RESUMENES
                 SAL-CORREO
                 SAL-MANIFIESTO
                 SAL-DESPACHOS
                 SAL-DESVIADOS.

           IF WS-EXISTEN-DOMICILIOS
              CLOSE ENT-DOMICILIOS
           END-IF.
           IF WS-EXISTE-CUENTA-PERSONA
              CLOSE ENT-CUENTA-PERSONA
           END-IF.
           IF WS-EXISTEN-PERSONAS
              CLOSE ENT-PERSONAS
           END-IF.

           DISPLAY 'MAILHOUS: ' WS-TOT-SOBRES ' SOBRES EN '
                   WS-LOTE-NUMERO ' LOTES'.
           DISPLAY 'MAILHOUS: ' WS-TOT-CORREO-E
                   ' DESVIADOS AL CORREO ELECTRONICO, '
                   WS-TOT-RETENIDOS ' RETENIDOS'.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
