      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: analisis diario de autorizaciones, armado desde la
      *          bitacora de AUTORIZA (AUTORIZACIONES.VSAM, ver
      *          AUTLOG.CPY): tasa de aprobacion y rechazos por
      *          motivo, por producto y por hora del dia; tarjetas con
      *          rechazos repetidos en el dia (ANALAUT_MIN_RECHAZOS, 3
      *          por defecto); y las presentaciones de FACTURADOS.SEQ
      *          que nunca tuvieron una aprobacion (forzadas): cada
      *          presentacion se resuelve contra HISTORIAL-CONSUMOS
      *          para saber su cuota; las cuotas 2 en adelante no se
      *          autorizan y no se controlan, la cuota 1 de un plan se
      *          compara contra la aprobacion del total (cuotas por
      *          importe) y cada aprobacion cubre una sola
      *          presentacion (ANALAUT-APROBACIONES.VSAM, archivo de
      *          trabajo rearmado en cada corrida). Dia del informe en
      *          ANALAUT_FECHA (AAAAMMDD), hoy por defecto. Sale
      *          ANALISIS-AUTORIZ.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANALAUT.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-AUT-LOG
           ASSIGN TO WS-RUTA-AUT-LOG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-ALG-CLAVE
           FILE STATUS IS FS-AUT-LOG.

       SELECT ENT-HIST-CONSUMOS
           ASSIGN TO WS-RUTA-HIST-CONSUMOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-HISC-CLAVE
           FILE STATUS IS FS-HIST-CONSUMOS.

      *    *** aprobaciones ya usadas por una presentacion (ver 2300)
       SELECT TRB-APROBACIONES
           ASSIGN TO WS-RUTA-APROBACIONES-TRABAJO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-TCI-CLAVE
           FILE STATUS IS FS-APROBACIONES-TRABAJO.

       SELECT ENT-FACTURADOS
           ASSIGN TO WS-RUTA-FACTURADOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FACTURADOS.

       SELECT SAL-REPORTE
           ASSIGN TO WS-RUTA-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-AUT-LOG.
           COPY AUTLOG.

       FD ENT-HIST-CONSUMOS.
           COPY HISTCON.

       FD TRB-APROBACIONES.
           COPY TABCICLO.

       FD ENT-FACTURADOS.
           COPY FACTUR.
       01 WS-ENT-FACTURADOS-CTL          PIC X(88).

       FD SAL-REPORTE.
       01 WS-SAL-REPORTE                            PIC X(110).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-AUT-LOG            PIC X(60)
                                     VALUE '../AUTORIZACIONES.VSAM'.
       01 WS-RUTA-HIST-CONSUMOS      PIC X(60)
                                     VALUE '../HISTORIAL-CONSUMOS.VSAM'.
       01 WS-RUTA-APROBACIONES-TRABAJO PIC X(60)
                               VALUE '../ANALAUT-APROBACIONES.VSAM'.
       01 WS-RUTA-FACTURADOS         PIC X(60)
                                     VALUE '../FACTURADOS.SEQ'.
       01 WS-RUTA-REPORTE            PIC X(60)
                                     VALUE '../ANALISIS-AUTORIZ.TXT'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
          05 FS-AUT-LOG                            PIC X(2).
             88 FS-AUT-LOG-OK                          VALUE '00'.
             88 FS-AUT-LOG-EOF                         VALUE '10'.
             88 FS-AUT-LOG-NFD                         VALUE '35'.
          05 FS-HIST-CONSUMOS                      PIC X(2).
             88 FS-HIST-CONSUMOS-OK                    VALUE '00'.
             88 FS-HIST-CONSUMOS-NFD                   VALUE '35'.
          05 FS-APROBACIONES-TRABAJO               PIC X(2).
             88 FS-APROBACIONES-TRABAJO-OK             VALUE '00'.
             88 FS-APROBACIONES-TRABAJO-NOEX           VALUE '23'.
          05 FS-FACTURADOS                         PIC X(2).
             88 FS-FACTURADOS-OK                       VALUE '00'.
             88 FS-FACTURADOS-EOF                      VALUE '10'.
             88 FS-FACTURADOS-NFD                      VALUE '35'.
          05 FS-REPORTE                            PIC X(2).
             88 FS-REPORTE-OK                          VALUE '00'.

      *    *** boveda de tokens (ver TOKENIZA): la bitacora esta
      *    *** tokenizada y FACTURADOS.SEQ lleva el PAN
       01 WS-TOKEN.
           COPY TOKENIO.

       01 WS-FECHA-INFORME           PIC 9(08) VALUE ZEROES.
       77 WS-MIN-RECHAZOS            PIC 9(03) VALUE 003.

      *    *** totales del dia
       01 WS-TOTALES.
          05 WS-TOT-CONSULTAS        PIC 9(07) VALUE ZEROES.
          05 WS-TOT-APROBADAS        PIC 9(07) VALUE ZEROES.
          05 WS-TOT-RECHAZADAS       PIC 9(07) VALUE ZEROES.
          05 WS-TOT-FACTURADOS       PIC 9(07) VALUE ZEROES.
          05 WS-TOT-FORZADOS         PIC 9(07) VALUE ZEROES.
          05 WS-TOT-CUOTAS-SIGUIENTES PIC 9(07) VALUE ZEROES.

      *    *** rechazos por motivo
       01 WS-TABLA-MOTIVOS.
          05 WS-CANT-MOTIVOS         PIC 9(03) VALUE ZEROES.
          05 WS-TMO-ITEM OCCURS 60 TIMES
                          INDEXED BY WS-IX-TMO.
             10 WS-TMO-CODIGO        PIC X(02).
             10 WS-TMO-DESCRIPCION   PIC X(40).
             10 WS-TMO-CANT          PIC 9(07).
       01 WS-MOTIVO-HALLADO          PIC X(01) VALUE 'N'.
          88 WS-HAY-MOTIVO                         VALUE 'S'.

      *    *** consultas y aprobaciones por producto
       01 WS-TABLA-PRODUCTOS.
          05 WS-CANT-PRODUCTOS       PIC 9(03) VALUE ZEROES.
          05 WS-TPD-ITEM OCCURS 60 TIMES
                          INDEXED BY WS-IX-TPD.
             10 WS-TPD-PRODUCTO      PIC X(03).
             10 WS-TPD-CONSULTAS     PIC 9(07).
             10 WS-TPD-APROBADAS     PIC 9(07).
       01 WS-PRODUCTO-HALLADO        PIC X(01) VALUE 'N'.
          88 WS-HAY-PRODUCTO                       VALUE 'S'.

      *    *** consultas y aprobaciones por hora del dia (00 a 23)
       01 WS-TABLA-HORAS.
          05 WS-THO-ITEM OCCURS 24 TIMES
                          INDEXED BY WS-IX-THO.
             10 WS-THO-CONSULTAS     PIC 9(07).
             10 WS-THO-APROBADAS     PIC 9(07).
       77 WS-HORA-CONSULTA           PIC 9(02) VALUE ZEROES.

      *    *** corte por tarjeta: la clave de la bitacora deja juntas
      *    *** las consultas de cada tarjeta
       01 WS-TARJETA-ANTERIOR        PIC X(19) VALUE SPACES.
       77 WS-RECHAZOS-TARJETA        PIC 9(05) VALUE ZEROES.
       01 WS-ULTIMO-MOTIVO-TARJETA   PIC X(40) VALUE SPACES.

      *    *** tarjetas con rechazos repetidos en el dia
       01 WS-TABLA-REPETIDOS.
          05 WS-CANT-REPETIDOS       PIC 9(04) VALUE ZEROES.
          05 WS-TRP-ITEM OCCURS 500 TIMES
                          INDEXED BY WS-IX-TRP.
             10 WS-TRP-TARJETA       PIC X(19).
             10 WS-TRP-RECHAZOS      PIC 9(05).
             10 WS-TRP-ULTIMO-MOTIVO PIC X(40).
       77 WS-REPETIDOS-SIN-LUGAR     PIC 9(05) VALUE ZEROES.

      *    *** busqueda de la aprobacion de una presentacion
       01 WS-TOKEN-FACTURADO         PIC X(19) VALUE SPACES.
       01 WS-IMPORTE-FACTURADO       PIC 9(08)V9(02) VALUE ZEROES.
      *    *** importe a autorizar: la presentacion, o cuotas por
      *    *** importe en la cuota 1 de un plan, con un centavo de
      *    *** redondeo por cuota (mismo margen que TP02EJ01 2392)
       01 WS-IMPORTE-AUTORIZAR       PIC 9(10)V9(02) VALUE ZEROES.
       01 WS-MARGEN-REDONDEO         PIC 9(01)V9(02) VALUE ZEROES.
      *    *** orden de la consulta dentro de las de su tarjeta en la
      *    *** bitacora: identifica la aprobacion en el archivo de
      *    *** trabajo
       77 WS-ORDEN-BITACORA          PIC 9(07) VALUE ZEROES.

      *    *** cuota de la presentacion segun el historico; sin
      *    *** historico se toma como pago unico
       01 WS-HAY-HISTORICO           PIC X(01) VALUE 'N'.
          88 WS-HISTORICO-ABIERTO                  VALUE 'S'.
       01 WS-CUOTA-FACTURADA         PIC 9(02) VALUE ZEROES.
       01 WS-CUOTAS-PLAN             PIC 9(02) VALUE ZEROES.
       01 WS-FIN-HISTORICO           PIC X(01) VALUE 'N'.
          88 WS-HISTORICO-TERMINADO                VALUE 'S'.

      *    *** imagen del consumo archivado, para tomar la cuota
           COPY CONSUMOS.
       01 WS-APROBACION-HALLADA      PIC X(01) VALUE 'N'.
          88 WS-HAY-APROBACION                     VALUE 'S'.
       01 WS-FIN-BUSQUEDA            PIC X(01) VALUE 'N'.
          88 WS-BUSQUEDA-TERMINADA                 VALUE 'S'.

       01 WS-PCT                     PIC 9(03)V9(02) VALUE ZEROES.
       01 WS-PCT-O                   PIC ZZ9,99.
       01 WS-CANT-O                  PIC Z.ZZZ.ZZ9.
       01 WS-CANT2-O                 PIC Z.ZZZ.ZZ9.
       01 WS-IMPORTE-O               PIC ZZ.ZZZ.ZZ9,99-.
       01 WS-HORA-O                  PIC 99.

      *    *** verificacion de las interfaces antes de leerlas
       01 WS-INTERFAZ.
           COPY INTFIO.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2100-ANALIZAR-BITACORA
              THRU 2100-ANALIZAR-BITACORA-FIN.

           PERFORM 2600-ESCRIBIR-RESUMEN
              THRU 2600-ESCRIBIR-RESUMEN-FIN.

           PERFORM 2300-BUSCAR-FORZADOS
              THRU 2300-BUSCAR-FORZADOS-FIN.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-INFORME.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'ANALAUT_FECHA'.
           IF WS-RUTA-ENTORNO (1:8) IS NUMERIC
              AND WS-RUTA-ENTORNO (1:8) <> '00000000'
              MOVE WS-RUTA-ENTORNO (1:8) TO WS-FECHA-INFORME
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ANALAUT_MIN_RECHAZOS'.
           IF WS-RUTA-ENTORNO (1:3) IS NUMERIC
              AND WS-RUTA-ENTORNO (1:3) <> '000'
              MOVE WS-RUTA-ENTORNO (1:3) TO WS-MIN-RECHAZOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'AUTORIZA_LOG_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-AUT-LOG
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'TP02EJ01_FACTURADOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-FACTURADOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ANALAUT_HISTORICO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-HIST-CONSUMOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO
                  FROM ENVIRONMENT 'ANALAUT_APROBACIONES_TRABAJO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-APROBACIONES-TRABAJO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ANALAUT_REPORTE_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REPORTE
           END-IF.

           INITIALIZE WS-TABLA-HORAS.

           OPEN INPUT ENT-AUT-LOG.
           IF NOT FS-AUT-LOG-OK
              DISPLAY 'ERROR AL ABRIR AUTORIZACIONES.VSAM: '
                      FS-AUT-LOG
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-REPORTE.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR ANALISIS-AUTORIZ.TXT: '
                      FS-REPORTE
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** barrido completo de la bitacora; cuentan solo las
      *    *** consultas del dia del informe
       2100-ANALIZAR-BITACORA.

           MOVE LOW-VALUES TO WS-ALG-CLAVE.
           START ENT-AUT-LOG KEY IS NOT LESS THAN WS-ALG-CLAVE
               INVALID KEY
                  GO TO 2100-ANALIZAR-BITACORA-FIN
           END-START.

           MOVE SPACES TO WS-TARJETA-ANTERIOR.
           MOVE ZEROES TO WS-RECHAZOS-TARJETA.

           PERFORM 2110-ANALIZAR-UNA-CONSULTA
              THRU 2110-ANALIZAR-UNA-CONSULTA-FIN
              UNTIL NOT FS-AUT-LOG-OK.

           PERFORM 2150-CERRAR-TARJETA
              THRU 2150-CERRAR-TARJETA-FIN.

       2100-ANALIZAR-BITACORA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2110-ANALIZAR-UNA-CONSULTA.

           READ ENT-AUT-LOG NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF NOT FS-AUT-LOG-OK
              GO TO 2110-ANALIZAR-UNA-CONSULTA-FIN
           END-IF.

           IF WS-ALG-TARJETA <> WS-TARJETA-ANTERIOR
              PERFORM 2150-CERRAR-TARJETA
                 THRU 2150-CERRAR-TARJETA-FIN
              MOVE WS-ALG-TARJETA TO WS-TARJETA-ANTERIOR
           END-IF.

           IF WS-ALG-FECHA <> WS-FECHA-INFORME
              GO TO 2110-ANALIZAR-UNA-CONSULTA-FIN
           END-IF.

           ADD 1 TO WS-TOT-CONSULTAS.

           MOVE WS-ALG-HORA (1:2) TO WS-HORA-CONSULTA.
           SET WS-IX-THO TO WS-HORA-CONSULTA.
           SET WS-IX-THO UP BY 1.
           ADD 1 TO WS-THO-CONSULTAS (WS-IX-THO).

           PERFORM 2120-TABULAR-PRODUCTO
              THRU 2120-TABULAR-PRODUCTO-FIN.

           IF WS-ALG-APROBADA
              ADD 1 TO WS-TOT-APROBADAS
              ADD 1 TO WS-THO-APROBADAS (WS-IX-THO)
              IF WS-HAY-PRODUCTO
                 ADD 1 TO WS-TPD-APROBADAS (WS-IX-TPD)
              END-IF
           ELSE
              ADD 1 TO WS-TOT-RECHAZADAS
              ADD 1 TO WS-RECHAZOS-TARJETA
              MOVE WS-ALG-DES-ERROR TO WS-ULTIMO-MOTIVO-TARJETA
              PERFORM 2130-TABULAR-MOTIVO
                 THRU 2130-TABULAR-MOTIVO-FIN
           END-IF.

       2110-ANALIZAR-UNA-CONSULTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** deja WS-IX-TPD apuntando a la fila del producto
       2120-TABULAR-PRODUCTO.

           MOVE 'N' TO WS-PRODUCTO-HALLADO.

           PERFORM VARYING WS-IX-TPD FROM 1 BY 1
              UNTIL WS-IX-TPD > WS-CANT-PRODUCTOS
                 OR WS-HAY-PRODUCTO
              IF WS-TPD-PRODUCTO (WS-IX-TPD) = WS-ALG-PRODUCTO
                 MOVE 'S' TO WS-PRODUCTO-HALLADO
              END-IF
           END-PERFORM.

           IF WS-HAY-PRODUCTO
              SET WS-IX-TPD DOWN BY 1
           ELSE
              IF WS-CANT-PRODUCTOS < 60
                 ADD 1 TO WS-CANT-PRODUCTOS
                 SET WS-IX-TPD TO WS-CANT-PRODUCTOS
                 MOVE WS-ALG-PRODUCTO TO WS-TPD-PRODUCTO (WS-IX-TPD)
                 MOVE ZEROES TO WS-TPD-CONSULTAS (WS-IX-TPD)
                 MOVE ZEROES TO WS-TPD-APROBADAS (WS-IX-TPD)
                 MOVE 'S' TO WS-PRODUCTO-HALLADO
              END-IF
           END-IF.

           IF WS-HAY-PRODUCTO
              ADD 1 TO WS-TPD-CONSULTAS (WS-IX-TPD)
           END-IF.

       2120-TABULAR-PRODUCTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2130-TABULAR-MOTIVO.

           MOVE 'N' TO WS-MOTIVO-HALLADO.

           PERFORM VARYING WS-IX-TMO FROM 1 BY 1
              UNTIL WS-IX-TMO > WS-CANT-MOTIVOS
                 OR WS-HAY-MOTIVO
              IF WS-TMO-CODIGO (WS-IX-TMO) = WS-ALG-COD-ERROR
                 MOVE 'S' TO WS-MOTIVO-HALLADO
              END-IF
           END-PERFORM.

           IF WS-HAY-MOTIVO
              SET WS-IX-TMO DOWN BY 1
              ADD 1 TO WS-TMO-CANT (WS-IX-TMO)
           ELSE
              IF WS-CANT-MOTIVOS < 60
                 ADD 1 TO WS-CANT-MOTIVOS
                 SET WS-IX-TMO TO WS-CANT-MOTIVOS
                 MOVE WS-ALG-COD-ERROR TO WS-TMO-CODIGO (WS-IX-TMO)
                 MOVE WS-ALG-DES-ERROR
                                   TO WS-TMO-DESCRIPCION (WS-IX-TMO)
                 MOVE 1 TO WS-TMO-CANT (WS-IX-TMO)
              END-IF
           END-IF.

       2130-TABULAR-MOTIVO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** fin de las consultas de una tarjeta: si junto el minimo
      *    *** de rechazos en el dia, va a la lista de repetidos
       2150-CERRAR-TARJETA.

           IF WS-RECHAZOS-TARJETA >= WS-MIN-RECHAZOS
              IF WS-CANT-REPETIDOS < 500
                 ADD 1 TO WS-CANT-REPETIDOS
                 SET WS-IX-TRP TO WS-CANT-REPETIDOS
                 MOVE WS-TARJETA-ANTERIOR
                                   TO WS-TRP-TARJETA (WS-IX-TRP)
                 MOVE WS-RECHAZOS-TARJETA
                                   TO WS-TRP-RECHAZOS (WS-IX-TRP)
                 MOVE WS-ULTIMO-MOTIVO-TARJETA
                                   TO WS-TRP-ULTIMO-MOTIVO (WS-IX-TRP)
              ELSE
                 ADD 1 TO WS-REPETIDOS-SIN-LUGAR
              END-IF
           END-IF.

           MOVE ZEROES TO WS-RECHAZOS-TARJETA.
           MOVE SPACES TO WS-ULTIMO-MOTIVO-TARJETA.

       2150-CERRAR-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** presentaciones sin aprobacion previa: cada consumo
      *    *** positivo de FACTURADOS.SEQ se busca en la bitacora de su
      *    *** tarjeta (cualquier dia) como aprobacion de la misma
      *    *** moneda e importe todavia no usada por otra presentacion;
      *    *** las devoluciones y las cuotas 2 en adelante no se
      *    *** autorizan
       2300-BUSCAR-FORZADOS.

           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE 'PRESENTACIONES SIN AUTORIZACION (FORZADAS)'
                                            TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE 'TARJETA (TOKEN)     ID CONSUMO MON         IMPORTE'
                                            TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

      *    *** una presentacion incompleta no se controla: quedaria
      *    *** como que no hubo forzadas
           SET WS-ICT-MODO-VERIFICAR TO TRUE.
           MOVE 'FACTURAD'         TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-FACTURADOS TO WS-ICT-RUTA-E.
           MOVE ZEROES             TO WS-ICT-PERIODO-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           IF WS-ICT-ARCHIVO-RECHAZADO
              MOVE SPACES TO WS-SAL-REPORTE
              STRING 'FACTURADOS.SEQ RECHAZADO, NO SE CONTROLO: '
                     WS-ICT-MOTIVO-O
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
              GO TO 2300-BUSCAR-FORZADOS-FIN
           END-IF.

      *    *** el archivo de trabajo se arma de cero en cada corrida
           OPEN OUTPUT TRB-APROBACIONES.
           IF NOT FS-APROBACIONES-TRABAJO-OK
              DISPLAY 'ERROR AL CREAR ANALAUT-APROBACIONES.VSAM: '
                      FS-APROBACIONES-TRABAJO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE TRB-APROBACIONES.
           OPEN I-O TRB-APROBACIONES.

           OPEN INPUT ENT-HIST-CONSUMOS.

           EVALUATE TRUE
               WHEN FS-HIST-CONSUMOS-OK
                    SET WS-HISTORICO-ABIERTO TO TRUE
               WHEN FS-HIST-CONSUMOS-NFD
                    DISPLAY 'AVISO: SIN HISTORIAL-CONSUMOS.VSAM, LAS '
                            'CUOTAS SE CONTROLAN COMO PAGO UNICO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR HISTORIAL-CONSUMOS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-HIST-CONSUMOS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           OPEN INPUT ENT-FACTURADOS.

           EVALUATE TRUE
               WHEN FS-FACTURADOS-OK
                    PERFORM 2310-VERIFICAR-UN-FACTURADO
                       THRU 2310-VERIFICAR-UN-FACTURADO-FIN
                       UNTIL FS-FACTURADOS-EOF
                    CLOSE ENT-FACTURADOS
               WHEN FS-FACTURADOS-NFD
                    MOVE 'SIN FACTURADOS.SEQ: NO SE CONTROLO'
                                            TO WS-SAL-REPORTE
                    WRITE WS-SAL-REPORTE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR FACTURADOS.SEQ: '
                            FS-FACTURADOS
           END-EVALUATE.

           IF WS-HISTORICO-ABIERTO
              CLOSE ENT-HIST-CONSUMOS
           END-IF.
           CLOSE TRB-APROBACIONES.

           MOVE WS-TOT-FACTURADOS TO WS-CANT-O.
           MOVE WS-TOT-FORZADOS   TO WS-CANT2-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'PRESENTACIONES CONTROLADAS: ' WS-CANT-O
                  '   FORZADAS: ' WS-CANT2-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-TOT-CUOTAS-SIGUIENTES TO WS-CANT-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'CUOTAS 2 EN ADELANTE, SIN AUTORIZACION PROPIA: '
                  WS-CANT-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2300-BUSCAR-FORZADOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2310-VERIFICAR-UN-FACTURADO.

           READ ENT-FACTURADOS
               AT END
                  SET FS-FACTURADOS-EOF TO TRUE
                  GO TO 2310-VERIFICAR-UN-FACTURADO-FIN
           END-READ.

           IF WS-ENT-FACTURADOS-CTL (1:1) = '*'
              GO TO 2310-VERIFICAR-UN-FACTURADO-FIN
           END-IF.

           IF WS-FAC-IMPORTE NOT > ZEROES
              GO TO 2310-VERIFICAR-UN-FACTURADO-FIN
           END-IF.

           PERFORM 2340-UBICAR-CUOTA
              THRU 2340-UBICAR-CUOTA-FIN.

           IF WS-CUOTA-FACTURADA > 1
              ADD 1 TO WS-TOT-CUOTAS-SIGUIENTES
              GO TO 2310-VERIFICAR-UN-FACTURADO-FIN
           END-IF.

           ADD 1 TO WS-TOT-FACTURADOS.

           MOVE 'T'                TO WS-TOK-MODO.
           MOVE WS-FAC-NUM-TARJETA TO WS-TOK-TARJETA-E.
           CALL 'TOKENIZA' USING WS-TOKEN.
           MOVE WS-TOK-TARJETA-S   TO WS-TOKEN-FACTURADO.
           MOVE WS-FAC-IMPORTE     TO WS-IMPORTE-FACTURADO.

           IF WS-CUOTAS-PLAN > 1
              COMPUTE WS-IMPORTE-AUTORIZAR =
                      WS-IMPORTE-FACTURADO * WS-CUOTAS-PLAN
              COMPUTE WS-MARGEN-REDONDEO = WS-CUOTAS-PLAN * 0,01
           ELSE
              MOVE WS-IMPORTE-FACTURADO TO WS-IMPORTE-AUTORIZAR
              MOVE ZEROES               TO WS-MARGEN-REDONDEO
           END-IF.

           PERFORM 2320-BUSCAR-APROBACION
              THRU 2320-BUSCAR-APROBACION-FIN.

           IF NOT WS-HAY-APROBACION
              ADD 1 TO WS-TOT-FORZADOS
              MOVE WS-FAC-IMPORTE TO WS-IMPORTE-O
              MOVE SPACES TO WS-SAL-REPORTE
              STRING WS-TOKEN-FACTURADO ' '
                     WS-FAC-ID-CONSUMO ' '
                     WS-FAC-MONEDA ' '
                     WS-IMPORTE-O
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
           END-IF.

       2310-VERIFICAR-UN-FACTURADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2320-BUSCAR-APROBACION.

           MOVE 'N' TO WS-APROBACION-HALLADA.
           MOVE 'N' TO WS-FIN-BUSQUEDA.
           MOVE ZEROES TO WS-ORDEN-BITACORA.

           MOVE LOW-VALUES         TO WS-ALG-CLAVE.
           MOVE WS-TOKEN-FACTURADO TO WS-ALG-TARJETA.
           START ENT-AUT-LOG KEY IS NOT LESS THAN WS-ALG-CLAVE
               INVALID KEY
                  GO TO 2320-BUSCAR-APROBACION-FIN
           END-START.

           PERFORM 2330-LEER-UNA-APROBACION
              THRU 2330-LEER-UNA-APROBACION-FIN
              UNTIL WS-BUSQUEDA-TERMINADA
                 OR WS-HAY-APROBACION.

       2320-BUSCAR-APROBACION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2330-LEER-UNA-APROBACION.

           READ ENT-AUT-LOG NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIN-BUSQUEDA
                  GO TO 2330-LEER-UNA-APROBACION-FIN
           END-READ.

           IF NOT FS-AUT-LOG-OK
              OR WS-ALG-TARJETA <> WS-TOKEN-FACTURADO
              MOVE 'S' TO WS-FIN-BUSQUEDA
              GO TO 2330-LEER-UNA-APROBACION-FIN
           END-IF.

           ADD 1 TO WS-ORDEN-BITACORA.

           IF NOT WS-ALG-APROBADA
              OR WS-ALG-MONEDA <> WS-FAC-MONEDA
              OR WS-ALG-IMPORTE <
                 WS-IMPORTE-AUTORIZAR - WS-MARGEN-REDONDEO
              OR WS-ALG-IMPORTE >
                 WS-IMPORTE-AUTORIZAR + WS-MARGEN-REDONDEO
              GO TO 2330-LEER-UNA-APROBACION-FIN
           END-IF.

      *    *** una aprobacion ya usada no cubre otra presentacion
           MOVE SPACES             TO WS-TCI-REG.
           MOVE 'AU'               TO WS-TCI-TIPO.
           MOVE WS-TOKEN-FACTURADO TO WS-TCI-VALOR.
           MOVE WS-ORDEN-BITACORA  TO WS-TCI-SECUENCIA.

           READ TRB-APROBACIONES KEY IS WS-TCI-CLAVE
               INVALID KEY CONTINUE
           END-READ.

           IF FS-APROBACIONES-TRABAJO-OK
              GO TO 2330-LEER-UNA-APROBACION-FIN
           END-IF.

           IF NOT FS-APROBACIONES-TRABAJO-NOEX
              DISPLAY 'ANALAUT: ERROR AL LEER EL ARCHIVO DE TRABAJO: '
                      FS-APROBACIONES-TRABAJO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES             TO WS-TCI-REG.
           MOVE 'AU'               TO WS-TCI-TIPO.
           MOVE WS-TOKEN-FACTURADO TO WS-TCI-VALOR.
           MOVE WS-ORDEN-BITACORA  TO WS-TCI-SECUENCIA.
           MOVE WS-FAC-ID-CONSUMO  TO WS-TCI-DATOS.
           WRITE WS-TCI-REG.

           IF NOT FS-APROBACIONES-TRABAJO-OK
              DISPLAY 'ANALAUT: ERROR AL GRABAR EN EL ARCHIVO DE '
                      'TRABAJO: ' FS-APROBACIONES-TRABAJO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'S' TO WS-APROBACION-HALLADA.

       2330-LEER-UNA-APROBACION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cuota de la presentacion: el historico esta por tarjeta
      *    *** + periodo + id, asi que se recorre la tarjeta hasta el
      *    *** final y queda el ultimo periodo con ese id (mismo
      *    *** criterio que RIESGCOM 2800)
       2340-UBICAR-CUOTA.

           MOVE 1 TO WS-CUOTA-FACTURADA.
           MOVE 1 TO WS-CUOTAS-PLAN.

           IF NOT WS-HISTORICO-ABIERTO
              GO TO 2340-UBICAR-CUOTA-FIN
           END-IF.

           MOVE WS-FAC-NUM-TARJETA TO WS-HISC-TARJETA.
           MOVE ZEROES             TO WS-HISC-PERIODO,
                                      WS-HISC-ID-CONSUMO.
           MOVE 'N'                TO WS-FIN-HISTORICO.

           START ENT-HIST-CONSUMOS KEY IS NOT LESS THAN WS-HISC-CLAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIN-HISTORICO
           END-START.

           PERFORM 2350-LEER-HISTORICO
              THRU 2350-LEER-HISTORICO-FIN
              UNTIL WS-HISTORICO-TERMINADO.

       2340-UBICAR-CUOTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2350-LEER-HISTORICO.

           READ ENT-HIST-CONSUMOS NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIN-HISTORICO
                  GO TO 2350-LEER-HISTORICO-FIN
           END-READ.

           IF NOT FS-HIST-CONSUMOS-OK
              OR WS-HISC-TARJETA <> WS-FAC-NUM-TARJETA
              MOVE 'S' TO WS-FIN-HISTORICO
              GO TO 2350-LEER-HISTORICO-FIN
           END-IF.

           IF WS-HISC-ID-CONSUMO = WS-FAC-ID-CONSUMO
              MOVE WS-HISC-CONSUMO TO WS-ENT-CONSUMOS
              IF WS-ENT-NUMERO-ACTUAL IS NUMERIC
                 AND WS-ENT-CANT-CUOTAS IS NUMERIC
                 AND WS-ENT-NUMERO-ACTUAL > ZEROES
                 AND WS-ENT-CANT-CUOTAS > ZEROES
                 MOVE WS-ENT-NUMERO-ACTUAL TO WS-CUOTA-FACTURADA
                 MOVE WS-ENT-CANT-CUOTAS   TO WS-CUOTAS-PLAN
              END-IF
           END-IF.

       2350-LEER-HISTORICO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2600-ESCRIBIR-RESUMEN.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'ANALISIS DE AUTORIZACIONES - DIA '
                  WS-FECHA-INFORME
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE ZEROES TO WS-PCT.
           IF WS-TOT-CONSULTAS > ZEROES
              COMPUTE WS-PCT ROUNDED =
                      WS-TOT-APROBADAS * 100 / WS-TOT-CONSULTAS
           END-IF.
           MOVE WS-TOT-CONSULTAS TO WS-CANT-O.
           MOVE WS-PCT           TO WS-PCT-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'CONSULTAS: ' WS-CANT-O
                  '   TASA DE APROBACION: ' WS-PCT-O ' %'
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

      *    *** 1) por motivo: aprobadas y cada motivo de rechazo sobre
      *    *** el total de consultas del dia
           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE 'POR MOTIVO                                     '
                                            TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-TOT-APROBADAS TO WS-CANT-O.
           MOVE WS-PCT           TO WS-PCT-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING '   APROBADA                                    '
                  WS-CANT-O ' ' WS-PCT-O ' %'
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           PERFORM VARYING WS-IX-TMO FROM 1 BY 1
              UNTIL WS-IX-TMO > WS-CANT-MOTIVOS
              COMPUTE WS-PCT ROUNDED =
                      WS-TMO-CANT (WS-IX-TMO) * 100 / WS-TOT-CONSULTAS
              MOVE WS-TMO-CANT (WS-IX-TMO) TO WS-CANT-O
              MOVE WS-PCT                  TO WS-PCT-O
              MOVE SPACES TO WS-SAL-REPORTE
              STRING WS-TMO-CODIGO (WS-IX-TMO) ' '
                     WS-TMO-DESCRIPCION (WS-IX-TMO) ' '
                     WS-CANT-O ' ' WS-PCT-O ' %'
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
           END-PERFORM.

      *    *** 2) por producto
           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE 'POR PRODUCTO    CONSULTAS APROBADAS   TASA'
                                            TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           PERFORM VARYING WS-IX-TPD FROM 1 BY 1
              UNTIL WS-IX-TPD > WS-CANT-PRODUCTOS
              COMPUTE WS-PCT ROUNDED =
                      WS-TPD-APROBADAS (WS-IX-TPD) * 100
                    / WS-TPD-CONSULTAS (WS-IX-TPD)
              MOVE WS-TPD-CONSULTAS (WS-IX-TPD) TO WS-CANT-O
              MOVE WS-TPD-APROBADAS (WS-IX-TPD) TO WS-CANT2-O
              MOVE WS-PCT                       TO WS-PCT-O
              MOVE SPACES TO WS-SAL-REPORTE
              IF WS-TPD-PRODUCTO (WS-IX-TPD) = SPACES
                 STRING '   (SIN PROD.) ' WS-CANT-O ' '
                        WS-CANT2-O ' ' WS-PCT-O ' %'
                        DELIMITED BY SIZE INTO WS-SAL-REPORTE
              ELSE
                 STRING '   ' WS-TPD-PRODUCTO (WS-IX-TPD)
                        '         ' WS-CANT-O ' '
                        WS-CANT2-O ' ' WS-PCT-O ' %'
                        DELIMITED BY SIZE INTO WS-SAL-REPORTE
              END-IF
              WRITE WS-SAL-REPORTE
           END-PERFORM.

      *    *** 3) por hora del dia (solo las horas con consultas)
           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE 'POR HORA        CONSULTAS APROBADAS   TASA'
                                            TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           PERFORM VARYING WS-IX-THO FROM 1 BY 1
              UNTIL WS-IX-THO > 24
              IF WS-THO-CONSULTAS (WS-IX-THO) > ZEROES
                 COMPUTE WS-PCT ROUNDED =
                         WS-THO-APROBADAS (WS-IX-THO) * 100
                       / WS-THO-CONSULTAS (WS-IX-THO)
                 SET WS-HORA-CONSULTA TO WS-IX-THO
                 SUBTRACT 1 FROM WS-HORA-CONSULTA
                 MOVE WS-HORA-CONSULTA             TO WS-HORA-O
                 MOVE WS-THO-CONSULTAS (WS-IX-THO) TO WS-CANT-O
                 MOVE WS-THO-APROBADAS (WS-IX-THO) TO WS-CANT2-O
                 MOVE WS-PCT                       TO WS-PCT-O
                 MOVE SPACES TO WS-SAL-REPORTE
                 STRING '   ' WS-HORA-O ' HS        ' WS-CANT-O ' '
                        WS-CANT2-O ' ' WS-PCT-O ' %'
                        DELIMITED BY SIZE INTO WS-SAL-REPORTE
                 WRITE WS-SAL-REPORTE
              END-IF
           END-PERFORM.

      *    *** 4) tarjetas con rechazos repetidos en el dia
           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE WS-MIN-RECHAZOS TO WS-CANT-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'TARJETAS CON RECHAZOS REPETIDOS (MINIMO '
                  WS-CANT-O ')'
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           PERFORM VARYING WS-IX-TRP FROM 1 BY 1
              UNTIL WS-IX-TRP > WS-CANT-REPETIDOS
              MOVE WS-TRP-RECHAZOS (WS-IX-TRP) TO WS-CANT-O
              MOVE SPACES TO WS-SAL-REPORTE
              STRING '   ' WS-TRP-TARJETA (WS-IX-TRP) ' '
                     WS-CANT-O ' RECHAZOS, ULTIMO: '
                     WS-TRP-ULTIMO-MOTIVO (WS-IX-TRP)
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
           END-PERFORM.

           IF WS-REPETIDOS-SIN-LUGAR > ZEROES
              MOVE WS-REPETIDOS-SIN-LUGAR TO WS-CANT-O
              MOVE SPACES TO WS-SAL-REPORTE
              STRING '   ... Y ' WS-CANT-O ' TARJETAS MAS'
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
           END-IF.

       2600-ESCRIBIR-RESUMEN-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           CLOSE ENT-AUT-LOG.
           CLOSE SAL-REPORTE.

           DISPLAY 'ANALISIS DE AUTORIZACIONES DEL DIA '
                   WS-FECHA-INFORME.
           DISPLAY 'CONSULTAS : ' WS-TOT-CONSULTAS
                   '  APROBADAS: ' WS-TOT-APROBADAS
                   '  RECHAZADAS: ' WS-TOT-RECHAZADAS.
           DISPLAY 'FORZADAS  : ' WS-TOT-FORZADOS
                   '  CUOTAS 2 EN ADELANTE: ' WS-TOT-CUOTAS-SIGUIENTES.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM ANALAUT.
