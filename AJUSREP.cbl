      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: reporte mensual de ajustes manuales (AJUSTES.VSAM,
      *          ver AJUSTES) por operador y motivo: cantidad e
      *          importe de los ajustes aplicados, separados en
      *          creditos y debitos por moneda, mas los que quedaron
      *          pendientes o fueron rechazados. Cierra con el total
      *          por motivo y el total general. Reporte en
      *          AJUSTES-MES.TXT. Periodo: el mes corriente, salvo
      *          AJUSREP_PERIODO (se toma la fecha de carga).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AJUSREP.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-AJUSTES
           ASSIGN TO WS-RUTA-AJUSTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WS-AJU-NUM-AJUSTE
           FILE STATUS IS FS-AJUSTES.

       SELECT SAL-REPORTE
           ASSIGN TO WS-RUTA-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-AJUSTES.
           COPY AJUSTE.

       FD SAL-REPORTE.
       01 WS-SAL-REPORTE                            PIC X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-AJUSTES            PIC X(60)
                                     VALUE '../AJUSTES.VSAM'.
       01 WS-RUTA-REPORTE            PIC X(60)
                                     VALUE '../AJUSTES-MES.TXT'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
          05 FS-AJUSTES                            PIC X(2).
             88 FS-AJUSTES-OK                          VALUE '00'.
             88 FS-AJUSTES-EOF                         VALUE '10'.
             88 FS-AJUSTES-NFD                         VALUE '35'.
          05 FS-REPORTE                            PIC X(2).
             88 FS-REPORTE-OK                          VALUE '00'.

       01 WS-PARAM-ENTORNO           PIC X(12) VALUE SPACES.

       01 WS-FECHA-HOY-X             PIC X(08).

       01 WS-PERIODO                 PIC 9(06).
       01 WS-PERIODO-X REDEFINES WS-PERIODO PIC X(06).

       01 WS-HAY-AJUSTES             PIC X(01) VALUE 'N'.
          88 WS-AJUSTES-ABIERTO                    VALUE 'S'.

           COPY AJUMOTIV.

      *    *** acumulados del periodo por operador y motivo; la clave
      *    *** 'O' lleva operador + motivo, la 'M' solo el motivo
       01 WS-TABLA-APERTURA.
          05 WS-CANT-APERTURA             PIC 9(04) VALUE ZEROES.
          05 WS-APE-ITEM OCCURS 2000 TIMES
                          INDEXED BY WS-IX-APE WS-IX-GRP.
             10 WS-APE-CLASE              PIC X(01).
             10 WS-APE-OPERADOR           PIC X(10).
             10 WS-APE-MOTIVO             PIC X(02).
             10 WS-APE-CANT-APLICADOS     PIC 9(06).
             10 WS-APE-CREDITO-ARS        PIC 9(12)V9(02).
             10 WS-APE-DEBITO-ARS         PIC 9(12)V9(02).
             10 WS-APE-CREDITO-USD        PIC 9(12)V9(02).
             10 WS-APE-DEBITO-USD         PIC 9(12)V9(02).
             10 WS-APE-CANT-PENDIENTES    PIC 9(06).
             10 WS-APE-CANT-RECHAZADOS    PIC 9(06).
             10 WS-APE-LISTADA            PIC X(01).
                88 WS-APE-YA-LISTADA          VALUE 'S'.

       01 WS-CLASE-BUSCADA               PIC X(01).
       01 WS-OPERADOR-BUSCADO            PIC X(10).
       01 WS-MOTIVO-BUSCADO              PIC X(02).
       01 WS-APERTURA-UBICADA            PIC X(01).
          88 WS-HAY-APERTURA-UBICADA         VALUE 'S'.
       01 WS-CLASE-LISTADA               PIC X(01).
       01 WS-OPERADOR-LISTADO            PIC X(10).

      *    *** subtotal del operador que se esta listando
       01 WS-SUBTOTALES.
          05 WS-SUB-CANT-APLICADOS        PIC 9(06).
          05 WS-SUB-CREDITO-ARS           PIC 9(12)V9(02).
          05 WS-SUB-DEBITO-ARS            PIC 9(12)V9(02).
          05 WS-SUB-CREDITO-USD           PIC 9(12)V9(02).
          05 WS-SUB-DEBITO-USD            PIC 9(12)V9(02).
          05 WS-SUB-CANT-PENDIENTES       PIC 9(06).
          05 WS-SUB-CANT-RECHAZADOS       PIC 9(06).

       01 WS-CONTADORES.
          05 WS-CANT-LEIDOS               PIC 9(07) VALUE ZEROES.
          05 WS-CANT-PERIODO              PIC 9(07) VALUE ZEROES.
          05 WS-CANT-DESBORDE             PIC 9(06) VALUE ZEROES.

       01 WS-TOTALES.
          05 WS-TOT-CANT-APLICADOS        PIC 9(06) VALUE ZEROES.
          05 WS-TOT-CREDITO-ARS           PIC 9(12)V9(02) VALUE ZEROES.
          05 WS-TOT-DEBITO-ARS            PIC 9(12)V9(02) VALUE ZEROES.
          05 WS-TOT-CREDITO-USD           PIC 9(12)V9(02) VALUE ZEROES.
          05 WS-TOT-DEBITO-USD            PIC 9(12)V9(02) VALUE ZEROES.
          05 WS-TOT-CANT-PENDIENTES       PIC 9(06) VALUE ZEROES.
          05 WS-TOT-CANT-RECHAZADOS       PIC 9(06) VALUE ZEROES.

       01 WS-LINEA-REPORTE.
          05 FILLER                      PIC X(02) VALUE SPACES.
          05 WS-LIN-OPERADOR             PIC X(10).
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LIN-MOTIVO               PIC X(02).
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LIN-DESCRIPCION          PIC X(25).
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LIN-APLICADOS            PIC Z(05)9.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LIN-CREDITO-ARS          PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LIN-DEBITO-ARS           PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LIN-CREDITO-USD          PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LIN-DEBITO-USD           PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LIN-PENDIENTES           PIC ZZZZ9.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LIN-RECHAZADOS           PIC ZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-ACUMULAR-AJUSTES
              THRU 2000-ACUMULAR-AJUSTES-FIN.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY-X.
           MOVE WS-FECHA-HOY-X (1:6)  TO WS-PERIODO.

           MOVE SPACES TO WS-PARAM-ENTORNO.
           ACCEPT WS-PARAM-ENTORNO FROM ENVIRONMENT 'AJUSREP_PERIODO'.
           IF WS-PARAM-ENTORNO (1:6) IS NUMERIC
              MOVE WS-PARAM-ENTORNO (1:6) TO WS-PERIODO
           END-IF.

           PERFORM 1050-LEER-RUTA-ARCHIVO
              THRU 1050-LEER-RUTA-ARCHIVO-FIN.

      *    *** sin ajustes cargados todavia el reporte sale en cero
           OPEN INPUT ENT-AJUSTES.

           EVALUATE TRUE
               WHEN FS-AJUSTES-OK
                    SET WS-AJUSTES-ABIERTO TO TRUE
               WHEN FS-AJUSTES-NFD
                    DISPLAY 'AVISO: SIN AJUSTES.VSAM, NO HAY AJUSTES '
                            'CARGADOS'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR AJUSTES.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-AJUSTES
                    STOP RUN
           END-EVALUATE.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1050-LEER-RUTA-ARCHIVO.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'AJUSREP_AJUSTES_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-AJUSTES
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'AJUSREP_REPORTE_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REPORTE
           END-IF.

       1050-LEER-RUTA-ARCHIVO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-ACUMULAR-AJUSTES.

           IF NOT WS-AJUSTES-ABIERTO
              GO TO 2000-ACUMULAR-AJUSTES-FIN
           END-IF.

           PERFORM 2010-LEER-AJUSTE
              THRU 2010-LEER-AJUSTE-FIN
              UNTIL FS-AJUSTES-EOF.

           CLOSE ENT-AJUSTES.

       2000-ACUMULAR-AJUSTES-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el periodo de un ajuste es el de su carga, aunque se
      *    *** haya aprobado o rechazado en el mes siguiente
       2010-LEER-AJUSTE.

           READ ENT-AJUSTES NEXT RECORD
               AT END
                  SET FS-AJUSTES-EOF TO TRUE
                  GO TO 2010-LEER-AJUSTE-FIN
           END-READ.

           ADD 1 TO WS-CANT-LEIDOS.

           IF WS-AJU-FECHA (1:6) <> WS-PERIODO-X
              GO TO 2010-LEER-AJUSTE-FIN
           END-IF.

           ADD 1 TO WS-CANT-PERIODO.

           MOVE 'O'             TO WS-CLASE-BUSCADA.
           MOVE WS-AJU-OPERADOR TO WS-OPERADOR-BUSCADO.
           MOVE WS-AJU-MOTIVO   TO WS-MOTIVO-BUSCADO.
           PERFORM 2020-SUMAR-AJUSTE
              THRU 2020-SUMAR-AJUSTE-FIN.

           MOVE 'M'             TO WS-CLASE-BUSCADA.
           MOVE SPACES          TO WS-OPERADOR-BUSCADO.
           PERFORM 2020-SUMAR-AJUSTE
              THRU 2020-SUMAR-AJUSTE-FIN.

           EVALUATE TRUE
               WHEN WS-AJU-PENDIENTE
                    ADD 1 TO WS-TOT-CANT-PENDIENTES
               WHEN WS-AJU-RECHAZADO
                    ADD 1 TO WS-TOT-CANT-RECHAZADOS
               WHEN WS-AJU-APLICADO
                    ADD 1 TO WS-TOT-CANT-APLICADOS
                    EVALUATE TRUE
                        WHEN WS-AJU-MONEDA = 'USD'
                         AND WS-AJU-ES-CREDITO
                             ADD WS-AJU-IMPORTE TO WS-TOT-CREDITO-USD
                        WHEN WS-AJU-MONEDA = 'USD'
                             ADD WS-AJU-IMPORTE TO WS-TOT-DEBITO-USD
                        WHEN WS-AJU-ES-CREDITO
                             ADD WS-AJU-IMPORTE TO WS-TOT-CREDITO-ARS
                        WHEN OTHER
                             ADD WS-AJU-IMPORTE TO WS-TOT-DEBITO-ARS
                    END-EVALUATE
           END-EVALUATE.

       2010-LEER-AJUSTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2020-SUMAR-AJUSTE.

           PERFORM 2900-UBICAR-APERTURA
              THRU 2900-UBICAR-APERTURA-FIN.

           IF NOT WS-HAY-APERTURA-UBICADA
              GO TO 2020-SUMAR-AJUSTE-FIN
           END-IF.

           EVALUATE TRUE
               WHEN WS-AJU-PENDIENTE
                    ADD 1 TO WS-APE-CANT-PENDIENTES (WS-IX-APE)
               WHEN WS-AJU-RECHAZADO
                    ADD 1 TO WS-APE-CANT-RECHAZADOS (WS-IX-APE)
               WHEN WS-AJU-APLICADO
                    ADD 1 TO WS-APE-CANT-APLICADOS (WS-IX-APE)
                    EVALUATE TRUE
                        WHEN WS-AJU-MONEDA = 'USD'
                         AND WS-AJU-ES-CREDITO
                             ADD WS-AJU-IMPORTE
                              TO WS-APE-CREDITO-USD (WS-IX-APE)
                        WHEN WS-AJU-MONEDA = 'USD'
                             ADD WS-AJU-IMPORTE
                              TO WS-APE-DEBITO-USD (WS-IX-APE)
                        WHEN WS-AJU-ES-CREDITO
                             ADD WS-AJU-IMPORTE
                              TO WS-APE-CREDITO-ARS (WS-IX-APE)
                        WHEN OTHER
                             ADD WS-AJU-IMPORTE
                              TO WS-APE-DEBITO-ARS (WS-IX-APE)
                    END-EVALUATE
           END-EVALUATE.

       2020-SUMAR-AJUSTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** ubica (o agrega) la fila de la apertura buscada
       2900-UBICAR-APERTURA.

           MOVE 'N' TO WS-APERTURA-UBICADA.

           SET WS-IX-APE TO 1.
           SEARCH WS-APE-ITEM
               AT END
                  ADD 1 TO WS-CANT-DESBORDE
               WHEN WS-IX-APE > WS-CANT-APERTURA
                  IF WS-CANT-APERTURA < 2000
                     ADD 1 TO WS-CANT-APERTURA
                     INITIALIZE WS-APE-ITEM (WS-IX-APE)
                     MOVE WS-CLASE-BUSCADA
                       TO WS-APE-CLASE (WS-IX-APE)
                     MOVE WS-OPERADOR-BUSCADO
                       TO WS-APE-OPERADOR (WS-IX-APE)
                     MOVE WS-MOTIVO-BUSCADO
                       TO WS-APE-MOTIVO (WS-IX-APE)
                     MOVE 'S' TO WS-APERTURA-UBICADA
                  ELSE
                     ADD 1 TO WS-CANT-DESBORDE
                  END-IF
               WHEN WS-APE-CLASE (WS-IX-APE) = WS-CLASE-BUSCADA
                AND WS-APE-OPERADOR (WS-IX-APE) = WS-OPERADOR-BUSCADO
                AND WS-APE-MOTIVO (WS-IX-APE) = WS-MOTIVO-BUSCADO
                  MOVE 'S' TO WS-APERTURA-UBICADA
           END-SEARCH.

       2900-UBICAR-APERTURA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           OPEN OUTPUT SAL-REPORTE.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR AJUSTES-MES.TXT: ' FS-REPORTE
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'AJUSTES MANUALES DE CUENTA - PERIODO ' WS-PERIODO-X
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE 'O' TO WS-CLASE-LISTADA.
           MOVE 'POR OPERADOR Y MOTIVO' TO WS-SAL-REPORTE.
           PERFORM 3100-LISTAR-CLASE
              THRU 3100-LISTAR-CLASE-FIN.

           MOVE 'M' TO WS-CLASE-LISTADA.
           MOVE 'POR MOTIVO' TO WS-SAL-REPORTE.
           PERFORM 3100-LISTAR-CLASE
              THRU 3100-LISTAR-CLASE-FIN.

           MOVE ALL '=' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           INITIALIZE WS-LINEA-REPORTE.
           MOVE 'TOTAL'                TO WS-LIN-OPERADOR.
           MOVE WS-TOT-CANT-APLICADOS  TO WS-LIN-APLICADOS.
           MOVE WS-TOT-CREDITO-ARS     TO WS-LIN-CREDITO-ARS.
           MOVE WS-TOT-DEBITO-ARS      TO WS-LIN-DEBITO-ARS.
           MOVE WS-TOT-CREDITO-USD     TO WS-LIN-CREDITO-USD.
           MOVE WS-TOT-DEBITO-USD      TO WS-LIN-DEBITO-USD.
           MOVE WS-TOT-CANT-PENDIENTES TO WS-LIN-PENDIENTES.
           MOVE WS-TOT-CANT-RECHAZADOS TO WS-LIN-RECHAZADOS.
           MOVE WS-LINEA-REPORTE       TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           CLOSE SAL-REPORTE.

           DISPLAY 'AJUSTES LEIDOS        : ' WS-CANT-LEIDOS.
           DISPLAY 'AJUSTES DEL PERIODO   : ' WS-CANT-PERIODO.
           DISPLAY 'APLICADOS             : ' WS-TOT-CANT-APLICADOS.
           DISPLAY 'PENDIENTES            : ' WS-TOT-CANT-PENDIENTES.
           DISPLAY 'RECHAZADOS            : ' WS-TOT-CANT-RECHAZADOS.
           IF WS-CANT-DESBORDE > ZEROES
              DISPLAY 'AVISO: ' WS-CANT-DESBORDE ' AJUSTES FUERA '
                      'DE TABLA'
           END-IF.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** una seccion del reporte: el titulo ya viene en la linea
       3100-LISTAR-CLASE.

           WRITE WS-SAL-REPORTE.
           MOVE ALL '=' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE '  OPERADOR   MT DESCRIPCION               APLIC'
             & '      CREDITO ARS       DEBITO ARS    CREDITO USD'
             & '     DEBITO USD  PEND RECH'
             TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

      *    *** cada operador sale agrupado: la primera fila no
      *    *** listada de la clase abre el grupo y arrastra las demas
      *    *** del mismo operador
           PERFORM 3105-LISTAR-GRUPO
              THRU 3105-LISTAR-GRUPO-FIN
              VARYING WS-IX-APE FROM 1 BY 1
              UNTIL WS-IX-APE > WS-CANT-APERTURA.

           MOVE SPACES TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       3100-LISTAR-CLASE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3105-LISTAR-GRUPO.

           IF WS-APE-CLASE (WS-IX-APE) <> WS-CLASE-LISTADA
              OR WS-APE-YA-LISTADA (WS-IX-APE)
              GO TO 3105-LISTAR-GRUPO-FIN
           END-IF.

           MOVE WS-APE-OPERADOR (WS-IX-APE) TO WS-OPERADOR-LISTADO.
           INITIALIZE WS-SUBTOTALES.

           PERFORM 3110-IMPRIMIR-APERTURA
              THRU 3110-IMPRIMIR-APERTURA-FIN
              VARYING WS-IX-GRP FROM WS-IX-APE BY 1
              UNTIL WS-IX-GRP > WS-CANT-APERTURA.

      *    *** por motivo no hay operador: no lleva subtotal
           IF WS-CLASE-LISTADA <> 'O'
              GO TO 3105-LISTAR-GRUPO-FIN
           END-IF.

           INITIALIZE WS-LINEA-REPORTE.
           MOVE 'SUBTOTAL'               TO WS-LIN-DESCRIPCION.
           MOVE WS-SUB-CANT-APLICADOS    TO WS-LIN-APLICADOS.
           MOVE WS-SUB-CREDITO-ARS       TO WS-LIN-CREDITO-ARS.
           MOVE WS-SUB-DEBITO-ARS        TO WS-LIN-DEBITO-ARS.
           MOVE WS-SUB-CREDITO-USD       TO WS-LIN-CREDITO-USD.
           MOVE WS-SUB-DEBITO-USD        TO WS-LIN-DEBITO-USD.
           MOVE WS-SUB-CANT-PENDIENTES   TO WS-LIN-PENDIENTES.
           MOVE WS-SUB-CANT-RECHAZADOS   TO WS-LIN-RECHAZADOS.
           MOVE WS-LINEA-REPORTE         TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE SPACES TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       3105-LISTAR-GRUPO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3110-IMPRIMIR-APERTURA.

           IF WS-APE-CLASE (WS-IX-GRP) <> WS-CLASE-LISTADA
              OR WS-APE-OPERADOR (WS-IX-GRP) <> WS-OPERADOR-LISTADO
              GO TO 3110-IMPRIMIR-APERTURA-FIN
           END-IF.

           SET WS-APE-YA-LISTADA (WS-IX-GRP) TO TRUE.

           INITIALIZE WS-LINEA-REPORTE.

      *    *** el operador se imprime solo en la primera fila del grupo
           IF WS-IX-GRP = WS-IX-APE
              MOVE WS-APE-OPERADOR (WS-IX-GRP) TO WS-LIN-OPERADOR
           END-IF.

           MOVE WS-APE-MOTIVO (WS-IX-GRP) TO WS-LIN-MOTIVO.
           SET WS-IX-AJM TO 1.
           SEARCH WS-AJM-ITEM
               AT END
                  MOVE 'MOTIVO DESCONOCIDO' TO WS-LIN-DESCRIPCION
               WHEN WS-AJM-CODIGO (WS-IX-AJM) =
                    WS-APE-MOTIVO (WS-IX-GRP)
                  MOVE WS-AJM-DESCRIPCION (WS-IX-AJM)
                    TO WS-LIN-DESCRIPCION
           END-SEARCH.

           MOVE WS-APE-CANT-APLICADOS (WS-IX-GRP)  TO WS-LIN-APLICADOS.
           MOVE WS-APE-CREDITO-ARS (WS-IX-GRP) TO WS-LIN-CREDITO-ARS.
           MOVE WS-APE-DEBITO-ARS (WS-IX-GRP)  TO WS-LIN-DEBITO-ARS.
           MOVE WS-APE-CREDITO-USD (WS-IX-GRP) TO WS-LIN-CREDITO-USD.
           MOVE WS-APE-DEBITO-USD (WS-IX-GRP)  TO WS-LIN-DEBITO-USD.
           MOVE WS-APE-CANT-PENDIENTES (WS-IX-GRP)
             TO WS-LIN-PENDIENTES.
           MOVE WS-APE-CANT-RECHAZADOS (WS-IX-GRP)
             TO WS-LIN-RECHAZADOS.
           MOVE WS-LINEA-REPORTE TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           ADD WS-APE-CANT-APLICADOS (WS-IX-GRP)
            TO WS-SUB-CANT-APLICADOS.
           ADD WS-APE-CREDITO-ARS (WS-IX-GRP) TO WS-SUB-CREDITO-ARS.
           ADD WS-APE-DEBITO-ARS (WS-IX-GRP)  TO WS-SUB-DEBITO-ARS.
           ADD WS-APE-CREDITO-USD (WS-IX-GRP) TO WS-SUB-CREDITO-USD.
           ADD WS-APE-DEBITO-USD (WS-IX-GRP)  TO WS-SUB-DEBITO-USD.
           ADD WS-APE-CANT-PENDIENTES (WS-IX-GRP)
            TO WS-SUB-CANT-PENDIENTES.
           ADD WS-APE-CANT-RECHAZADOS (WS-IX-GRP)
            TO WS-SUB-CANT-RECHAZADOS.

       3110-IMPRIMIR-APERTURA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM AJUSREP.
