      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: liquidacion mensual a los programas socio de las
      *          transferencias de puntos. Por cada socio de
      *          SOCIOS-PUNTOS.VSAM junta las transferencias de
      *          TRANSF-PUNTOS.VSAM que el socio confirmo en el
      *          periodo (ver RESPSOC) y emite:
      *            - LIQSOCIO.TXT: por socio, cada transferencia
      *              confirmada con sus unidades y lo que se le debe
      *              (al costo por unidad vigente al pedirla), el
      *              total a pagarle y las rechazadas del periodo;
      *            - GLSOCIOS.SEQ: lote contable de lo que se debe a
      *              los socios (tipo SOCIO-PUNTOS del plan de
      *              cuentas), mismo layout y registro de total que
      *              GLINTERF.SEQ.
      *          El periodo es el mes en curso, o LIQSOCIO_PERIODO
      *          (AAAAMM) para liquidar otro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQSOCIO.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-SOCIOS
           ASSIGN TO WS-RUTA-SOCIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WS-SOC-CODIGO
           FILE STATUS IS FS-SOCIOS.

       SELECT ENT-TRANSF
           ASSIGN TO WS-RUTA-TRANSF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-TRF-ID
           ALTERNATE RECORD KEY IS WS-TRF-SOCIO WITH DUPLICATES
           FILE STATUS IS FS-TRANSF.

       SELECT SAL-REPORTE
           ASSIGN TO WS-RUTA-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       SELECT SAL-GL
           ASSIGN TO WS-RUTA-GL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GL.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-SOCIOS.
           COPY SOCIO.

       FD ENT-TRANSF.
           COPY TRANSF.

       FD SAL-REPORTE.
       01 WS-SAL-REPORTE                              PIC X(120).

       FD SAL-GL.
       01 WS-SAL-GL-ASIENTO.
           05 WS-GL-TIPO-REG             PIC X(01).
           05 WS-GL-PERIODO              PIC 9(06).
           05 WS-GL-DEBE-HABER           PIC X(01).
           05 WS-GL-CUENTA-CONTABLE      PIC X(30).
           05 WS-GL-MONEDA               PIC X(03).
           05 WS-GL-IMPORTE              PIC S9(10)V9(02)
                                           SIGN IS TRAILING SEPARATE.
       01 WS-SAL-GL-TOTAL.
           05 WS-GLT-TIPO-REG            PIC X(01).
           05 WS-GLT-PERIODO             PIC 9(06).
           05 WS-GLT-CANT-ASIENTOS       PIC 9(06).
           05 WS-GLT-TOTAL-DEBE          PIC S9(12)V9(02)
                                           SIGN IS TRAILING SEPARATE.
           05 WS-GLT-TOTAL-HABER         PIC S9(12)V9(02)
                                           SIGN IS TRAILING SEPARATE.

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-SOCIOS             PIC X(60)
                                     VALUE '../SOCIOS-PUNTOS.VSAM'.
       01 WS-RUTA-TRANSF             PIC X(60)
                                     VALUE '../TRANSF-PUNTOS.VSAM'.
       01 WS-RUTA-REPORTE            PIC X(60)
                                     VALUE '../LIQSOCIO.TXT'.
       01 WS-RUTA-GL                 PIC X(60)
                                     VALUE '../GLSOCIOS.SEQ'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
          05 FS-SOCIOS                             PIC X(2).
             88 FS-SOCIOS-OK                           VALUE '00'.
             88 FS-SOCIOS-EOF                          VALUE '10'.
             88 FS-SOCIOS-NFD                          VALUE '35'.
      *    *** '02': la lectura por la clave alterna deja otra
      *    *** transferencia del mismo socio por leer
          05 FS-TRANSF                             PIC X(2).
             88 FS-TRANSF-OK                           VALUES '00'
                                                              '02'.
             88 FS-TRANSF-NFD                          VALUE '35'.
          05 FS-REPORTE                            PIC X(2).
             88 FS-REPORTE-OK                          VALUE '00'.
          05 FS-GL                                 PIC X(2).
             88 FS-GL-OK                               VALUE '00'.

       01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
       01 WS-FECHA-HOY-X REDEFINES WS-FECHA-HOY PIC X(08).
       01 WS-PERIODO                 PIC 9(06).
       01 WS-PERIODO-X REDEFINES WS-PERIODO PIC X(06).

       01 WS-FIN-TRANSF              PIC X(01) VALUE 'N'.
          88 WS-NO-HAY-MAS-TRANSF                  VALUE 'S'.
       01 WS-EXISTE-TRANSF           PIC X(01) VALUE 'S'.
          88 WS-HAY-TRANSFERENCIAS                 VALUE 'S'.

      *    *** totales del socio en curso
       01 WS-SOCIO-TOTALES.
          05 WS-LIQ-CANT-CONFIRMADAS PIC 9(07) VALUE ZEROES.
          05 WS-LIQ-CANT-RECHAZADAS  PIC 9(07) VALUE ZEROES.
          05 WS-LIQ-TOTAL-PUNTOS     PIC 9(12) VALUE ZEROES.
          05 WS-LIQ-TOTAL-UNIDADES   PIC 9(12) VALUE ZEROES.
          05 WS-LIQ-TOTAL-IMPORTE    PIC 9(12)V9(02) VALUE ZEROES.

       01 WS-TOTALES-GENERALES.
          05 WS-TOT-SOCIOS           PIC 9(05) VALUE ZEROES.
          05 WS-TOT-CONFIRMADAS      PIC 9(07) VALUE ZEROES.
          05 WS-TOT-RECHAZADAS       PIC 9(07) VALUE ZEROES.
          05 WS-TOT-IMPORTE          PIC 9(12)V9(02) VALUE ZEROES.

       01 WS-UNIDADES-O              PIC ZZZ.ZZZ.ZZZ.ZZ9.
       01 WS-IMPORTE-O               PIC ---.---.---.--9,99.
       01 WS-COSTO-O                 PIC ZZ9,9999.

       01 WS-GL-CANT-ASIENTOS        PIC 9(06) VALUE ZEROES.
       01 WS-GL-SUMA-DEBE            PIC S9(12)V9(02) VALUE ZEROES.
       01 WS-GL-SUMA-HABER           PIC S9(12)V9(02) VALUE ZEROES.

       01 WS-PLAN.
           COPY PLANIO.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-LIQUIDAR-SOCIO
              THRU 2000-LIQUIDAR-SOCIO-FIN
              UNTIL FS-SOCIOS-EOF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HOY-X.
           MOVE WS-FECHA-HOY-X (1:6)  TO WS-PERIODO.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'LIQSOCIO_SOCIOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-SOCIOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'LIQSOCIO_TRANSF_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-TRANSF
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'LIQSOCIO_REPORTE_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REPORTE
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'LIQSOCIO_GL_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-GL
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'LIQSOCIO_PERIODO'.
           IF WS-RUTA-ENTORNO (1:6) IS NUMERIC
              MOVE WS-RUTA-ENTORNO (1:6) TO WS-PERIODO-X
           END-IF.

           OPEN INPUT ENT-SOCIOS.

           EVALUATE TRUE
               WHEN FS-SOCIOS-OK
                    CONTINUE
               WHEN FS-SOCIOS-NFD
                    DISPLAY 'NO EXISTE SOCIOS-PUNTOS.VSAM; NADA QUE '
                            'LIQUIDAR'
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR SOCIOS-PUNTOS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-SOCIOS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

      *    *** sin transferencias todavia igual sale el reporte y el
      *    *** lote vacio, para que contaduria reciba el del periodo
           OPEN INPUT ENT-TRANSF.

           EVALUATE TRUE
               WHEN FS-TRANSF-OK
                    CONTINUE
               WHEN FS-TRANSF-NFD
                    MOVE 'N' TO WS-EXISTE-TRANSF
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR TRANSF-PUNTOS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-TRANSF
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           OPEN OUTPUT SAL-REPORTE.

           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR LIQSOCIO.TXT'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-GL.

           IF NOT FS-GL-OK
              DISPLAY 'ERROR AL ABRIR GLSOCIOS.SEQ'
              DISPLAY 'FILE STATUS: ' FS-GL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'LIQUIDACION A PROGRAMAS SOCIO DE PUNTOS - PERIODO '
                  WS-PERIODO-X
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-LIQUIDAR-SOCIO.

           READ ENT-SOCIOS NEXT RECORD
               AT END GO TO 2000-LIQUIDAR-SOCIO-FIN
           END-READ.

           INITIALIZE WS-SOCIO-TOTALES.

           IF NOT WS-HAY-TRANSFERENCIAS
              GO TO 2000-LIQUIDAR-SOCIO-FIN
           END-IF.

           MOVE WS-SOC-CODIGO TO WS-TRF-SOCIO.
           START ENT-TRANSF
               KEY IS EQUAL TO WS-TRF-SOCIO
               INVALID KEY
                  GO TO 2000-LIQUIDAR-SOCIO-FIN
           END-START.

           MOVE SPACES TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE WS-SOC-COSTO-UNIDAD TO WS-COSTO-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'SOCIO ' WS-SOC-CODIGO ' ' WS-SOC-NOMBRE
                  ' CUIT ' WS-SOC-CUIT
                  ' COSTO ACTUAL POR UNIDAD ' WS-COSTO-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING '  TRANSF.         CUENTA      NRO. SOCIO        '
                  '    CONFIRM.        UNIDADES            IMPORTE'
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE 'N' TO WS-FIN-TRANSF.
           PERFORM 2100-LEER-TRANSFERENCIA
              THRU 2100-LEER-TRANSFERENCIA-FIN
              UNTIL WS-NO-HAY-MAS-TRANSF.

           PERFORM 2200-TOTAL-SOCIO
              THRU 2200-TOTAL-SOCIO-FIN.

       2000-LIQUIDAR-SOCIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** entra lo que el socio confirmo dentro del periodo; las
      *    *** rechazadas del periodo solo se cuentan
       2100-LEER-TRANSFERENCIA.

           READ ENT-TRANSF NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIN-TRANSF
                  GO TO 2100-LEER-TRANSFERENCIA-FIN
           END-READ.

           IF WS-TRF-SOCIO <> WS-SOC-CODIGO
              MOVE 'S' TO WS-FIN-TRANSF
              GO TO 2100-LEER-TRANSFERENCIA-FIN
           END-IF.

           IF WS-TRF-FECHA-RESPUESTA (1:6) <> WS-PERIODO-X
              GO TO 2100-LEER-TRANSFERENCIA-FIN
           END-IF.

           IF WS-TRF-RECHAZADA
              ADD 1 TO WS-LIQ-CANT-RECHAZADAS
              GO TO 2100-LEER-TRANSFERENCIA-FIN
           END-IF.

           IF NOT WS-TRF-CONFIRMADA
              GO TO 2100-LEER-TRANSFERENCIA-FIN
           END-IF.

           ADD 1               TO WS-LIQ-CANT-CONFIRMADAS.
           ADD WS-TRF-PUNTOS   TO WS-LIQ-TOTAL-PUNTOS.
           ADD WS-TRF-UNIDADES TO WS-LIQ-TOTAL-UNIDADES.
           ADD WS-TRF-IMPORTE  TO WS-LIQ-TOTAL-IMPORTE.

           MOVE WS-TRF-UNIDADES TO WS-UNIDADES-O.
           MOVE WS-TRF-IMPORTE  TO WS-IMPORTE-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING '  ' WS-TRF-ID '      ' WS-TRF-CUENTA '  '
                  WS-TRF-NRO-SOCIO '  ' WS-TRF-FECHA-RESPUESTA
                  ' ' WS-UNIDADES-O ' ' WS-IMPORTE-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2100-LEER-TRANSFERENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2200-TOTAL-SOCIO.

           MOVE WS-LIQ-TOTAL-UNIDADES TO WS-UNIDADES-O.
           MOVE WS-LIQ-TOTAL-IMPORTE  TO WS-IMPORTE-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING '  CONFIRMADAS ' WS-LIQ-CANT-CONFIRMADAS
                  ' PUNTOS ' WS-LIQ-TOTAL-PUNTOS
                  ' ' WS-SOC-UNIDAD ' ' WS-UNIDADES-O
                  ' A PAGAR ' WS-IMPORTE-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING '  RECHAZADAS EN EL PERIODO (PUNTOS DEVUELTOS) '
                  WS-LIQ-CANT-RECHAZADAS
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           ADD 1                       TO WS-TOT-SOCIOS.
           ADD WS-LIQ-CANT-CONFIRMADAS TO WS-TOT-CONFIRMADAS.
           ADD WS-LIQ-CANT-RECHAZADAS  TO WS-TOT-RECHAZADAS.
           ADD WS-LIQ-TOTAL-IMPORTE    TO WS-TOT-IMPORTE.

       2200-TOTAL-SOCIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           MOVE WS-TOT-IMPORTE TO WS-IMPORTE-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'TOTAL SOCIOS ' WS-TOT-SOCIOS
                  ' CONFIRMADAS ' WS-TOT-CONFIRMADAS
                  ' RECHAZADAS ' WS-TOT-RECHAZADAS
                  ' A PAGAR ARS ' WS-IMPORTE-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           PERFORM 3400-GRABAR-ASIENTOS
              THRU 3400-GRABAR-ASIENTOS-FIN.

           CLOSE ENT-SOCIOS
                 SAL-REPORTE
                 SAL-GL.

           IF WS-HAY-TRANSFERENCIAS
              CLOSE ENT-TRANSF
           END-IF.

           DISPLAY 'PERIODO LIQUIDADO      : ' WS-PERIODO-X.
           DISPLAY 'TRANSF. CONFIRMADAS    : ' WS-TOT-CONFIRMADAS.
           DISPLAY 'TRANSF. RECHAZADAS     : ' WS-TOT-RECHAZADAS.
           DISPLAY 'A PAGAR A LOS SOCIOS   : ' WS-IMPORTE-O.
           DISPLAY 'ASIENTOS GENERADOS     : ' WS-GL-CANT-ASIENTOS.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** lote contable de lo que se debe a los socios por las
      *    *** unidades confirmadas del periodo: debe gasto del
      *    *** programa de puntos, haber programas socio a pagar
       3400-GRABAR-ASIENTOS.

           IF WS-TOT-IMPORTE > ZEROES
              PERFORM 3410-ASIENTOS-SOCIOS
                 THRU 3410-ASIENTOS-SOCIOS-FIN
           END-IF.

           IF WS-GL-SUMA-DEBE <> WS-GL-SUMA-HABER
              DISPLAY 'ERROR: EL LOTE DE SOCIOS NO BALANCEA'
              DISPLAY 'TOTAL DEBE : ' WS-GL-SUMA-DEBE
              DISPLAY 'TOTAL HABER: ' WS-GL-SUMA-HABER
              DISPLAY 'NO ENTREGAR GLSOCIOS.SEQ A CONTADURIA'
           END-IF.

           MOVE 'T'                 TO WS-GLT-TIPO-REG.
           MOVE WS-PERIODO          TO WS-GLT-PERIODO.
           MOVE WS-GL-CANT-ASIENTOS TO WS-GLT-CANT-ASIENTOS.
           MOVE WS-GL-SUMA-DEBE     TO WS-GLT-TOTAL-DEBE.
           MOVE WS-GL-SUMA-HABER    TO WS-GLT-TOTAL-HABER.
           WRITE WS-SAL-GL-TOTAL.

       3400-GRABAR-ASIENTOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3410-ASIENTOS-SOCIOS.

           INITIALIZE WS-PLC-ENTRADA.
           MOVE 'SOCIO-PUNTOS' TO WS-PLC-TIPO-MOV-E.
           MOVE 'ARS'          TO WS-PLC-MONEDA-E.
           CALL 'PLANCTAS' USING WS-PLAN.

           IF WS-PLC-COD-ERROR-O <> SPACES
              DISPLAY 'PLAN DE CUENTAS: ' WS-PLC-TIPO-MOV-E ' '
                      WS-PLC-MONEDA-E ': ' WS-PLC-DES-ERROR-O
           END-IF.

           MOVE 'ARS'          TO WS-GL-MONEDA.
           MOVE WS-TOT-IMPORTE TO WS-GL-IMPORTE.
           MOVE 'D' TO WS-GL-DEBE-HABER.
           MOVE WS-PLC-CUENTA-DEBE-O TO WS-GL-CUENTA-CONTABLE.
           PERFORM 3475-GRABAR-ASIENTO
              THRU 3475-GRABAR-ASIENTO-FIN.
           MOVE 'H' TO WS-GL-DEBE-HABER.
           MOVE WS-PLC-CUENTA-HABER-O TO WS-GL-CUENTA-CONTABLE.
           PERFORM 3475-GRABAR-ASIENTO
              THRU 3475-GRABAR-ASIENTO-FIN.

       3410-ASIENTOS-SOCIOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3475-GRABAR-ASIENTO.

           MOVE 'A'        TO WS-GL-TIPO-REG.
           MOVE WS-PERIODO TO WS-GL-PERIODO.
           WRITE WS-SAL-GL-ASIENTO.

           IF FS-GL-OK
              ADD 1 TO WS-GL-CANT-ASIENTOS
              IF WS-GL-DEBE-HABER = 'D'
                 ADD WS-GL-IMPORTE TO WS-GL-SUMA-DEBE
              ELSE
                 ADD WS-GL-IMPORTE TO WS-GL-SUMA-HABER
              END-IF
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR GLSOCIOS.SEQ'
              DISPLAY 'FILE STATUS: ' FS-GL
           END-IF.

       3475-GRABAR-ASIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
