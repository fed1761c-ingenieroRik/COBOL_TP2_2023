      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: validacion del plan de cuentas de la interfaz contable
      *          (PLANCTAS.SEQ) antes de facturar. Para cada tipo de
      *          movimiento del catalogo (PLANDEF.CPY), en cada moneda
      *          en que se asienta y, si el lote lo abre por producto,
      *          para cada producto de PRODUCTOS.SEQ, pide la cuenta a
      *          PLANCTAS y exige que salga del archivo y no de los
      *          valores por defecto. Revisa ademas cada fila del
      *          archivo (tipo desconocido, cuenta en blanco, moneda o
      *          producto inexistente). Deja el detalle en VALPLAN.TXT
      *          y termina con RETURN-CODE 8 si falta alguna cuenta,
      *          para que CICLOCTL no largue la facturacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALPLAN.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-PLAN
           ASSIGN TO WS-RUTA-PLAN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PLAN.

       SELECT ENT-PRODUCTOS
           ASSIGN TO WS-RUTA-PRODUCTOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRODUCTOS.

       SELECT SAL-REPORTE
           ASSIGN TO WS-RUTA-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-PLAN.
           COPY PLANCTAS.

       FD ENT-PRODUCTOS.
           COPY PRODUCTO.

       FD SAL-REPORTE.
       01 WS-SAL-REPORTE                            PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-PLAN               PIC X(60)
                                     VALUE '../PLANCTAS.SEQ'.
       01 WS-RUTA-PRODUCTOS          PIC X(60)
                                     VALUE '../PRODUCTOS.SEQ'.
       01 WS-RUTA-REPORTE            PIC X(60)
                                     VALUE '../VALPLAN.TXT'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
          05 FS-PLAN                               PIC X(2).
             88 FS-PLAN-OK                             VALUE '00'.
             88 FS-PLAN-EOF                            VALUE '10'.
             88 FS-PLAN-NFD                            VALUE '35'.
          05 FS-PRODUCTOS                          PIC X(2).
             88 FS-PRODUCTOS-OK                        VALUE '00'.
             88 FS-PRODUCTOS-EOF                       VALUE '10'.
             88 FS-PRODUCTOS-NFD                       VALUE '35'.
          05 FS-REPORTE                            PIC X(2).
             88 FS-REPORTE-OK                          VALUE '00'.

           COPY PLANDEF.

       01 WS-PLAN.
           COPY PLANIO.

      *    *** codigos de producto de PRODUCTOS.SEQ
       01 WS-TABLA-PRODUCTOS.
          05 WS-PROD-ITEM OCCURS 10 TIMES
                          INDEXED BY WS-IX-PROD.
             10 WS-PROD-CODIGO            PIC X(03).
       01 WS-CANT-PRODUCTOS               PIC 9(02) VALUE ZEROES.

       01 WS-CONTADORES.
          05 WS-CANT-FILAS                PIC 9(05) VALUE ZEROES.
          05 WS-CANT-FILAS-ERROR          PIC 9(05) VALUE ZEROES.
          05 WS-CANT-COMBINACIONES        PIC 9(05) VALUE ZEROES.
          05 WS-CANT-SIN-CUENTA           PIC 9(05) VALUE ZEROES.

       01 WS-IX-MON                       PIC 9(01).
       01 WS-ERROR-FILA                   PIC X(40).

       01 WS-LIN-TITULO.
          05 FILLER                  PIC X(40)
                   VALUE 'VALIDACION DEL PLAN DE CUENTAS CONTABLE'.
          05 FILLER                  PIC X(10) VALUE '   FECHA: '.
          05 WS-LTI-FECHA            PIC 9(08).

       01 WS-LIN-FILA.
          05 FILLER                  PIC X(07) VALUE 'FILA   '.
          05 WS-LFI-NUMERO           PIC ZZZZ9.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-LFI-TIPO-MOV         PIC X(12).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-LFI-PRODUCTO         PIC X(03).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-LFI-MONEDA           PIC X(03).
          05 FILLER                  PIC X(02) VALUE ': '.
          05 WS-LFI-ERROR            PIC X(40).

       01 WS-LIN-FALTANTE.
          05 FILLER                  PIC X(11) VALUE 'SIN CUENTA '.
          05 WS-LFA-TIPO-MOV         PIC X(12).
          05 FILLER                  PIC X(10) VALUE ' PRODUCTO '.
          05 WS-LFA-PRODUCTO         PIC X(03).
          05 FILLER                  PIC X(08) VALUE ' MONEDA '.
          05 WS-LFA-MONEDA           PIC X(03).

       01 WS-LIN-TOTAL.
          05 WS-LTO-DESCRIPCION      PIC X(40).
          05 WS-LTO-CANTIDAD         PIC ZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-VALIDAR-FILAS
              THRU 2000-VALIDAR-FILAS-FIN.

           PERFORM 2500-VALIDAR-COBERTURA
              THRU 2500-VALIDAR-COBERTURA-FIN.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           PERFORM 1050-LEER-RUTA-ARCHIVO
              THRU 1050-LEER-RUTA-ARCHIVO-FIN.

           OPEN OUTPUT SAL-REPORTE.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR VALPLAN.TXT'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-LTI-FECHA.
           WRITE WS-SAL-REPORTE FROM WS-LIN-TITULO.
           MOVE SPACES TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           PERFORM 1240-CARGAR-PRODUCTOS
              THRU 1240-CARGAR-PRODUCTOS-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1050-LEER-RUTA-ARCHIVO.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'PLANCTAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PLAN
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'VALPLAN_PRODUCTOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PRODUCTOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'VALPLAN_REPORTE_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REPORTE
           END-IF.

       1050-LEER-RUTA-ARCHIVO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1240-CARGAR-PRODUCTOS.

           OPEN INPUT ENT-PRODUCTOS.

           EVALUATE TRUE
               WHEN FS-PRODUCTOS-OK
                    PERFORM 1245-CARGAR-UN-PRODUCTO
                       THRU 1245-CARGAR-UN-PRODUCTO-FIN
                       UNTIL FS-PRODUCTOS-EOF
                    CLOSE ENT-PRODUCTOS
               WHEN FS-PRODUCTOS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR PRODUCTOS.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-PRODUCTOS
           END-EVALUATE.

       1240-CARGAR-PRODUCTOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1245-CARGAR-UN-PRODUCTO.

           READ ENT-PRODUCTOS.

           IF FS-PRODUCTOS-OK
              AND WS-CANT-PRODUCTOS < 10
              ADD 1 TO WS-CANT-PRODUCTOS
              SET WS-IX-PROD TO WS-CANT-PRODUCTOS
              MOVE WS-PRO-CODIGO TO WS-PROD-CODIGO (WS-IX-PROD)
           END-IF.

       1245-CARGAR-UN-PRODUCTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** fila por fila del archivo: lo que nunca va a aplicar a
      *    *** ningun asiento es un error de carga de contaduria
       2000-VALIDAR-FILAS.

           OPEN INPUT ENT-PLAN.

           IF FS-PLAN-NFD
              MOVE 'NO EXISTE EL PLAN DE CUENTAS PLANCTAS.SEQ'
                                             TO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
              ADD 1 TO WS-CANT-FILAS-ERROR
              GO TO 2000-VALIDAR-FILAS-FIN
           END-IF.

           IF NOT FS-PLAN-OK
              DISPLAY 'ERROR AL ABRIR PLANCTAS.SEQ'
              DISPLAY 'FILE STATUS: ' FS-PLAN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 2100-VALIDAR-UNA-FILA
              THRU 2100-VALIDAR-UNA-FILA-FIN
             UNTIL FS-PLAN-EOF.

           CLOSE ENT-PLAN.

       2000-VALIDAR-FILAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2100-VALIDAR-UNA-FILA.

           READ ENT-PLAN.

           IF NOT FS-PLAN-OK
              GO TO 2100-VALIDAR-UNA-FILA-FIN
           END-IF.

           IF WS-PCT-TIPO-MOV = SPACES
           OR WS-PCT-TIPO-MOV (1:1) = '*'
              GO TO 2100-VALIDAR-UNA-FILA-FIN
           END-IF.

           ADD 1 TO WS-CANT-FILAS.
           MOVE SPACES TO WS-ERROR-FILA.

           SET WS-IX-PDF TO 1.
           SEARCH WS-PDF-ITEM
               AT END
                  MOVE 'TIPO DE MOVIMIENTO DESCONOCIDO'
                                             TO WS-ERROR-FILA
               WHEN WS-PDF-TIPO-MOV (WS-IX-PDF) = WS-PCT-TIPO-MOV
                  CONTINUE
           END-SEARCH.

           IF WS-ERROR-FILA = SPACES
              IF WS-PCT-CUENTA-DEBE = SPACES
              OR WS-PCT-CUENTA-HABER = SPACES
                 MOVE 'CUENTA DEBE O HABER EN BLANCO'
                                             TO WS-ERROR-FILA
              END-IF
           END-IF.

           IF WS-ERROR-FILA = SPACES
              IF WS-PCT-MONEDA <> SPACES
              AND WS-PCT-MONEDA <> 'ARS'
              AND WS-PCT-MONEDA <> 'USD'
                 MOVE 'MONEDA INEXISTENTE' TO WS-ERROR-FILA
              END-IF
           END-IF.

           IF WS-ERROR-FILA = SPACES
              AND WS-PCT-PRODUCTO <> SPACES
              SET WS-IX-PROD TO 1
              SEARCH WS-PROD-ITEM
                  AT END
                     MOVE 'PRODUCTO INEXISTENTE' TO WS-ERROR-FILA
                  WHEN WS-IX-PROD > WS-CANT-PRODUCTOS
                     MOVE 'PRODUCTO INEXISTENTE' TO WS-ERROR-FILA
                  WHEN WS-PROD-CODIGO (WS-IX-PROD) = WS-PCT-PRODUCTO
                     CONTINUE
              END-SEARCH
           END-IF.

           IF WS-ERROR-FILA <> SPACES
              ADD 1 TO WS-CANT-FILAS-ERROR
              MOVE WS-CANT-FILAS   TO WS-LFI-NUMERO
              MOVE WS-PCT-TIPO-MOV TO WS-LFI-TIPO-MOV
              MOVE WS-PCT-PRODUCTO TO WS-LFI-PRODUCTO
              MOVE WS-PCT-MONEDA   TO WS-LFI-MONEDA
              MOVE WS-ERROR-FILA   TO WS-LFI-ERROR
              WRITE WS-SAL-REPORTE FROM WS-LIN-FILA
           END-IF.

       2100-VALIDAR-UNA-FILA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cada tipo de movimiento, en cada moneda en que se
      *    *** asienta, sin producto y (si el lote abre por producto)
      *    *** para cada producto del catalogo
       2500-VALIDAR-COBERTURA.

           PERFORM 2510-VALIDAR-TIPO
              THRU 2510-VALIDAR-TIPO-FIN
              VARYING WS-IX-PDF FROM 1 BY 1
                UNTIL WS-IX-PDF > WS-PDF-CANT-TIPOS.

       2500-VALIDAR-COBERTURA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2510-VALIDAR-TIPO.

           PERFORM 2520-VALIDAR-MONEDA
              THRU 2520-VALIDAR-MONEDA-FIN
              VARYING WS-IX-MON FROM 1 BY 1
                UNTIL WS-IX-MON > 2.

       2510-VALIDAR-TIPO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2520-VALIDAR-MONEDA.

           IF WS-PDF-MONEDA (WS-IX-PDF, WS-IX-MON) = SPACES
              GO TO 2520-VALIDAR-MONEDA-FIN
           END-IF.

           MOVE SPACES TO WS-PLC-PRODUCTO-E.
           PERFORM 2530-CONSULTAR-PLAN
              THRU 2530-CONSULTAR-PLAN-FIN.

           IF WS-PDF-ABRE-PRODUCTO (WS-IX-PDF)
              PERFORM 2525-VALIDAR-PRODUCTO
                 THRU 2525-VALIDAR-PRODUCTO-FIN
                 VARYING WS-IX-PROD FROM 1 BY 1
                   UNTIL WS-IX-PROD > WS-CANT-PRODUCTOS
           END-IF.

       2520-VALIDAR-MONEDA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2525-VALIDAR-PRODUCTO.

           MOVE WS-PROD-CODIGO (WS-IX-PROD) TO WS-PLC-PRODUCTO-E.
           PERFORM 2530-CONSULTAR-PLAN
              THRU 2530-CONSULTAR-PLAN-FIN.

       2525-VALIDAR-PRODUCTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2530-CONSULTAR-PLAN.

           ADD 1 TO WS-CANT-COMBINACIONES.

           MOVE WS-PDF-TIPO-MOV (WS-IX-PDF) TO WS-PLC-TIPO-MOV-E.
           MOVE SPACES                      TO WS-PLC-SUBTIPO-E.
           MOVE WS-PDF-MONEDA (WS-IX-PDF, WS-IX-MON)
                                            TO WS-PLC-MONEDA-E.

           CALL 'PLANCTAS' USING WS-PLAN.

           IF WS-PLC-CUENTA-MAPEADA
              AND WS-PLC-CUENTA-DEBE-O <> SPACES
              AND WS-PLC-CUENTA-HABER-O <> SPACES
              GO TO 2530-CONSULTAR-PLAN-FIN
           END-IF.

           ADD 1 TO WS-CANT-SIN-CUENTA.
           MOVE WS-PLC-TIPO-MOV-E TO WS-LFA-TIPO-MOV.
           MOVE WS-PLC-PRODUCTO-E TO WS-LFA-PRODUCTO.
           MOVE WS-PLC-MONEDA-E   TO WS-LFA-MONEDA.
           WRITE WS-SAL-REPORTE FROM WS-LIN-FALTANTE.

       2530-CONSULTAR-PLAN-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           MOVE SPACES TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE 'FILAS DEL PLAN DE CUENTAS'   TO WS-LTO-DESCRIPCION.
           MOVE WS-CANT-FILAS                 TO WS-LTO-CANTIDAD.
           WRITE WS-SAL-REPORTE FROM WS-LIN-TOTAL.

           MOVE 'FILAS CON ERROR'             TO WS-LTO-DESCRIPCION.
           MOVE WS-CANT-FILAS-ERROR           TO WS-LTO-CANTIDAD.
           WRITE WS-SAL-REPORTE FROM WS-LIN-TOTAL.

           MOVE 'COMBINACIONES VERIFICADAS'   TO WS-LTO-DESCRIPCION.
           MOVE WS-CANT-COMBINACIONES         TO WS-LTO-CANTIDAD.
           WRITE WS-SAL-REPORTE FROM WS-LIN-TOTAL.

           MOVE 'COMBINACIONES SIN CUENTA'    TO WS-LTO-DESCRIPCION.
           MOVE WS-CANT-SIN-CUENTA            TO WS-LTO-CANTIDAD.
           WRITE WS-SAL-REPORTE FROM WS-LIN-TOTAL.

           MOVE SPACES TO WS-SAL-REPORTE.
           IF WS-CANT-FILAS-ERROR > ZEROES
           OR WS-CANT-SIN-CUENTA > ZEROES
              MOVE 'RESULTADO: PLAN DE CUENTAS INCOMPLETO, NO FACTURAR'
                                             TO WS-SAL-REPORTE
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 'RESULTADO: PLAN DE CUENTAS COMPLETO'
                                             TO WS-SAL-REPORTE
              MOVE 0 TO RETURN-CODE
           END-IF.
           WRITE WS-SAL-REPORTE.
           DISPLAY WS-SAL-REPORTE (1:60).

           CLOSE SAL-REPORTE.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM VALPLAN.
