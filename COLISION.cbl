      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: control de actualizacion concurrente, en el molde de
      *          LATCHCTL. LATCHCTL frena a los operadores mientras
      *          corre la facturacion, pero dos operadores sobre la
      *          misma tarjeta a la vez (MANTTARJ, LIMTEMP, SEGUROS,
      *          SUSCRIP) se pisaban: el segundo REWRITE descartaba en
      *          silencio el cambio del primero. Cada programa guarda
      *          la imagen del registro al leerlo, lo relee justo antes
      *          de grabar y llama aca con las dos imagenes: si
      *          difieren hubo colision, el programa no graba, le
      *          muestra al operador lo que cambio y le pide rehacer el
      *          cambio sobre los datos vigentes. Cada colision queda
      *          asentada en el diario SEGURIDAD.SEQ (evento COLISION,
      *          con el programa y la clave) para medir cuantas hay.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLISION.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT SAL-SEGURIDAD
           ASSIGN TO WS-RUTA-SEGURIDAD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SEGURIDAD.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      *    *** mismo layout que el diario que asienta SIGNON, con el
      *    *** programa y la clave del registro a continuacion
       FD SAL-SEGURIDAD.
       01 WS-SAL-SEGURIDAD-REG.
          05 WS-SEG-FECHA               PIC 9(08).
          05 WS-SEG-HORA                PIC 9(06).
          05 WS-SEG-USUARIO             PIC X(10).
          05 WS-SEG-EVENTO              PIC X(14).
          05 WS-SEG-PROGRAMA            PIC X(08).
          05 WS-SEG-CLAVE               PIC X(19).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-SEGURIDAD          PIC X(60)
                                     VALUE '../SEGURIDAD.SEQ'.

       01 FS-STATUS.
          05 FS-SEGURIDAD                          PIC X(2).
             88 FS-SEGURIDAD-OK                        VALUE '00'.
             88 FS-SEGURIDAD-NFD                       VALUE '35'.

       01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
       01 WS-HORA-HOY                PIC 9(08) VALUE ZEROES.

      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01 LK-COLISION.
           COPY COLISIO.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING LK-COLISION.
      *----------------------------------------------------------------*

           MOVE 'N' TO WS-COL-RESULTADO-O.

           IF WS-COL-IMAGEN-LEIDA-E = WS-COL-IMAGEN-ACTUAL-E
              GOBACK
           END-IF.

           MOVE 'S' TO WS-COL-RESULTADO-O.

           PERFORM 2950-ASENTAR-SEGURIDAD
              THRU 2950-ASENTAR-SEGURIDAD-FIN.

           GOBACK.
      *----------------------------------------------------------------*
       2950-ASENTAR-SEGURIDAD.

           OPEN EXTEND SAL-SEGURIDAD.
           IF FS-SEGURIDAD-NFD
              OPEN OUTPUT SAL-SEGURIDAD
              CLOSE SAL-SEGURIDAD
              OPEN EXTEND SAL-SEGURIDAD
           END-IF.
           IF NOT FS-SEGURIDAD-OK
              GO TO 2950-ASENTAR-SEGURIDAD-FIN
           END-IF.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.
           INITIALIZE WS-SAL-SEGURIDAD-REG.
           MOVE WS-FECHA-HOY      TO WS-SEG-FECHA.
           MOVE WS-HORA-HOY (1:6) TO WS-SEG-HORA.
           MOVE WS-COL-USUARIO-E  TO WS-SEG-USUARIO.
           MOVE 'COLISION'        TO WS-SEG-EVENTO.
           MOVE WS-COL-PROGRAMA-E TO WS-SEG-PROGRAMA.
           MOVE WS-COL-CLAVE-E    TO WS-SEG-CLAVE.
           WRITE WS-SAL-SEGURIDAD-REG.

           CLOSE SAL-SEGURIDAD.

       2950-ASENTAR-SEGURIDAD-FIN.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM COLISION.
