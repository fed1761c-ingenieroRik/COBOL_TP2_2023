      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: plan de cuentas de la interfaz contable. Resuelve, para
      *          un tipo de movimiento, producto y moneda, la cuenta
      *          que se debita y la que se acredita, segun el archivo
      *          PLANCTAS.SEQ que mantiene contaduria. Lo llaman todos
      *          los programas que arman lotes GL, asi una
      *          reorganizacion del plan de cuentas no pide cambiar
      *          codigo. Entre varias filas que aplican manda la mas
      *          especifica (categoria, despues producto, despues
      *          moneda). Sin PLANCTAS.SEQ devuelve las cuentas de
      *          siempre (catalogo PLANDEF.CPY); VALPLAN es la corrida
      *          que verifica, antes de facturar, que el archivo cubra
      *          todos los tipos de movimiento.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANCTAS.
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

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-PLAN.
           COPY PLANCTAS.

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-PLAN               PIC X(60)
                                     VALUE '../PLANCTAS.SEQ'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
          05 FS-PLAN                               PIC X(2).
             88 FS-PLAN-OK                             VALUE '00'.
             88 FS-PLAN-EOF                            VALUE '10'.
             88 FS-PLAN-NFD                            VALUE '35'.

      *    *** el plan se carga en la primera llamada y queda en
      *    *** memoria para el resto de la corrida del llamador
       01 WS-PLAN-CARGADO            PIC X(01) VALUE 'N'.
          88 WS-PLAN-YA-CARGADO                    VALUE 'S'.
       01 WS-PLAN-EXISTE             PIC X(01) VALUE 'N'.
          88 WS-HAY-PLAN                           VALUE 'S'.

       01 WS-TABLA-PLAN.
          05 WS-CANT-PLAN                    PIC 9(04) COMP VALUE 0.
          05 WS-TPL-ITEM OCCURS 500 INDEXED BY WS-IX-TPL.
             10 WS-TPL-TIPO-MOV              PIC X(12).
             10 WS-TPL-SUBTIPO               PIC X(15).
             10 WS-TPL-PRODUCTO              PIC X(03).
             10 WS-TPL-MONEDA                PIC X(03).
             10 WS-TPL-CUENTA-DEBE           PIC X(30).
             10 WS-TPL-CUENTA-HABER          PIC X(30).

           COPY PLANDEF.

      *    *** mejor fila encontrada: el puntaje premia la categoria
      *    *** (4), el producto (2) y la moneda (1) informados
       01 WS-BUSQUEDA.
          05 WS-PUNTAJE                      PIC 9(01).
          05 WS-PUNTAJE-MEJOR                PIC 9(01).
          05 WS-IX-MEJOR                     PIC 9(04) COMP.
          05 WS-ENCONTRO-CATALOGO            PIC X(01).
             88 WS-TIPO-EN-CATALOGO              VALUE 'S'.

      *    *** armado de la cuenta cuando lleva '*' de categoria
       01 WS-CUENTA-ARMADO.
          05 WS-CTA-TRABAJO                  PIC X(30).
          05 WS-CTA-RESTO                    PIC X(30).
          05 WS-CTA-POS                      PIC 9(02).
          05 WS-CTA-PUNTERO                  PIC 9(02).

      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01 LK-PLAN.
           COPY PLANIO.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING LK-PLAN.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-RESOLVER-CUENTAS
              THRU 2000-RESOLVER-CUENTAS-FIN.

           GOBACK.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-PLC-SALIDA.

           IF WS-PLAN-YA-CARGADO
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           MOVE 'S' TO WS-PLAN-CARGADO.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'PLANCTAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PLAN
           END-IF.

           OPEN INPUT ENT-PLAN.

           IF FS-PLAN-NFD
      *    *** sin plan de cuentas se asienta con las cuentas de siempre
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           IF NOT FS-PLAN-OK
              DISPLAY 'ERROR AL ABRIR PLANCTAS.SEQ'
              DISPLAY 'FILE STATUS: ' FS-PLAN
              GO TO 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           MOVE 'S' TO WS-PLAN-EXISTE.

           PERFORM 1100-CARGAR-PLAN
              THRU 1100-CARGAR-PLAN-FIN
             UNTIL FS-PLAN-EOF.

           CLOSE ENT-PLAN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1100-CARGAR-PLAN.

           READ ENT-PLAN.

           IF NOT FS-PLAN-OK
              GO TO 1100-CARGAR-PLAN-FIN
           END-IF.

      *    *** lineas en blanco o de comentario ('*' en la columna 1)
           IF WS-PCT-TIPO-MOV = SPACES
           OR WS-PCT-TIPO-MOV (1:1) = '*'
              GO TO 1100-CARGAR-PLAN-FIN
           END-IF.

           IF WS-CANT-PLAN >= 500
              DISPLAY 'PLANCTAS.SEQ: SE IGNORA LA FILA '
                      WS-PCT-TIPO-MOV ' (TABLA LLENA)'
              GO TO 1100-CARGAR-PLAN-FIN
           END-IF.

           ADD 1 TO WS-CANT-PLAN.
           MOVE WS-PCT-TIPO-MOV     TO WS-TPL-TIPO-MOV (WS-CANT-PLAN).
           MOVE WS-PCT-SUBTIPO      TO WS-TPL-SUBTIPO (WS-CANT-PLAN).
           MOVE WS-PCT-PRODUCTO     TO WS-TPL-PRODUCTO (WS-CANT-PLAN).
           MOVE WS-PCT-MONEDA       TO WS-TPL-MONEDA (WS-CANT-PLAN).
           MOVE WS-PCT-CUENTA-DEBE
                              TO WS-TPL-CUENTA-DEBE (WS-CANT-PLAN).
           MOVE WS-PCT-CUENTA-HABER
                              TO WS-TPL-CUENTA-HABER (WS-CANT-PLAN).

       1100-CARGAR-PLAN-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-RESOLVER-CUENTAS.

      *    *** tipo de movimiento en el catalogo del sistema
           MOVE 'N' TO WS-ENCONTRO-CATALOGO.
           SET WS-IX-PDF TO 1.
           SEARCH WS-PDF-ITEM
               AT END
                  CONTINUE
               WHEN WS-PDF-TIPO-MOV (WS-IX-PDF) = WS-PLC-TIPO-MOV-E
                  MOVE 'S' TO WS-ENCONTRO-CATALOGO
           END-SEARCH.

      *    *** fila mas especifica del plan de cuentas
           MOVE ZEROES TO WS-IX-MEJOR.
           MOVE ZEROES TO WS-PUNTAJE-MEJOR.

           IF WS-HAY-PLAN
              PERFORM 2100-EVALUAR-FILA
                 THRU 2100-EVALUAR-FILA-FIN
                 VARYING WS-IX-TPL FROM 1 BY 1
                   UNTIL WS-IX-TPL > WS-CANT-PLAN
           END-IF.

           IF WS-IX-MEJOR > ZEROES
              MOVE WS-TPL-CUENTA-DEBE (WS-IX-MEJOR)
                                        TO WS-PLC-CUENTA-DEBE-O
              MOVE WS-TPL-CUENTA-HABER (WS-IX-MEJOR)
                                        TO WS-PLC-CUENTA-HABER-O
              MOVE 'M' TO WS-PLC-ORIGEN-O
           ELSE
              IF NOT WS-TIPO-EN-CATALOGO
                 MOVE '02' TO WS-PLC-COD-ERROR-O
                 MOVE 'TIPO DE MOVIMIENTO DESCONOCIDO'
                                        TO WS-PLC-DES-ERROR-O
                 GO TO 2000-RESOLVER-CUENTAS-FIN
              END-IF
              MOVE WS-PDF-CUENTA-DEBE (WS-IX-PDF)
                                        TO WS-PLC-CUENTA-DEBE-O
              MOVE WS-PDF-CUENTA-HABER (WS-IX-PDF)
                                        TO WS-PLC-CUENTA-HABER-O
              MOVE 'D' TO WS-PLC-ORIGEN-O
              IF WS-HAY-PLAN
                 MOVE '01' TO WS-PLC-COD-ERROR-O
                 MOVE 'SIN CUENTA EN EL PLAN, VA LA DE DEFECTO'
                                        TO WS-PLC-DES-ERROR-O
              END-IF
           END-IF.

           MOVE WS-PLC-CUENTA-DEBE-O TO WS-CTA-TRABAJO.
           PERFORM 2200-COMPLETAR-CATEGORIA
              THRU 2200-COMPLETAR-CATEGORIA-FIN.
           MOVE WS-CTA-TRABAJO TO WS-PLC-CUENTA-DEBE-O.

           MOVE WS-PLC-CUENTA-HABER-O TO WS-CTA-TRABAJO.
           PERFORM 2200-COMPLETAR-CATEGORIA
              THRU 2200-COMPLETAR-CATEGORIA-FIN.
           MOVE WS-CTA-TRABAJO TO WS-PLC-CUENTA-HABER-O.

       2000-RESOLVER-CUENTAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** una fila aplica si el tipo coincide y categoria,
      *    *** producto y moneda estan en blanco o coinciden
       2100-EVALUAR-FILA.

           IF WS-TPL-TIPO-MOV (WS-IX-TPL) <> WS-PLC-TIPO-MOV-E
              GO TO 2100-EVALUAR-FILA-FIN
           END-IF.

           MOVE ZEROES TO WS-PUNTAJE.

           IF WS-TPL-SUBTIPO (WS-IX-TPL) <> SPACES
              IF WS-TPL-SUBTIPO (WS-IX-TPL) <> WS-PLC-SUBTIPO-E
                 GO TO 2100-EVALUAR-FILA-FIN
              END-IF
              ADD 4 TO WS-PUNTAJE
           END-IF.

           IF WS-TPL-PRODUCTO (WS-IX-TPL) <> SPACES
              IF WS-TPL-PRODUCTO (WS-IX-TPL) <> WS-PLC-PRODUCTO-E
                 GO TO 2100-EVALUAR-FILA-FIN
              END-IF
              ADD 2 TO WS-PUNTAJE
           END-IF.

           IF WS-TPL-MONEDA (WS-IX-TPL) <> SPACES
              IF WS-TPL-MONEDA (WS-IX-TPL) <> WS-PLC-MONEDA-E
                 GO TO 2100-EVALUAR-FILA-FIN
              END-IF
              ADD 1 TO WS-PUNTAJE
           END-IF.

      *    *** a igual puntaje queda la primera fila del archivo
           IF WS-IX-MEJOR = ZEROES
           OR WS-PUNTAJE > WS-PUNTAJE-MEJOR
              SET WS-IX-MEJOR TO WS-IX-TPL
              MOVE WS-PUNTAJE TO WS-PUNTAJE-MEJOR
           END-IF.

       2100-EVALUAR-FILA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el '*' de la cuenta se reemplaza por la categoria del
      *    *** consumo ('CONSUMOS *' -> 'CONSUMOS SUPERMERCADO')
       2200-COMPLETAR-CATEGORIA.

           MOVE ZEROES TO WS-CTA-POS.
           INSPECT WS-CTA-TRABAJO TALLYING WS-CTA-POS
               FOR CHARACTERS BEFORE INITIAL '*'.

           IF WS-CTA-POS >= 30
              GO TO 2200-COMPLETAR-CATEGORIA-FIN
           END-IF.

           MOVE SPACES TO WS-CTA-RESTO.
           IF WS-CTA-POS < 29
              MOVE WS-CTA-TRABAJO (WS-CTA-POS + 2:) TO WS-CTA-RESTO
           END-IF.

           MOVE WS-CTA-POS TO WS-CTA-PUNTERO.
           ADD 1 TO WS-CTA-PUNTERO.
           MOVE SPACES TO WS-CTA-TRABAJO (WS-CTA-PUNTERO:).

           STRING WS-PLC-SUBTIPO-E DELIMITED BY '  '
                  WS-CTA-RESTO     DELIMITED BY '  '
                  INTO WS-CTA-TRABAJO
                  WITH POINTER WS-CTA-PUNTERO
           END-STRING.

       2200-COMPLETAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM PLANCTAS.
