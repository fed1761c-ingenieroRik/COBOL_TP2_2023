      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: regimen informativo de consumos con tarjeta de credito
      *          ante AFIP. Agrega por titular (CUIT/DNI) los consumos
      *          facturados del periodo (REGINFO_PERIODO, omision el mes
      *          anterior) en HISTORIAL-CONSUMOS.VSAM, llegando a la
      *          persona por CUENTA-PERSONA.VSAM y PERSONAS.VSAM, y
      *          graba REGIMEN-INFORMATIVO.SEQ (REGINFO.CPY) con
      *          cabecera, un detalle por titular y moneda, y totales.
      *          El control de la corrida queda en REGINFO.TXT y cada
      *          presentacion en REGINFO-CTL.SEQ. Un periodo ya
      *          presentado no se vuelve a generar como original:
      *          REGINFO_MODO=RECTIF (supervisor, ver SIGNON) genera la
      *          rectificativa con la secuencia siguiente y compara sus
      *          totales con los de la presentacion anterior.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGINFO.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-HIST-CONSUMOS
           ASSIGN TO WS-RUTA-HIST-CONSUMOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-HISC-CLAVE
           FILE STATUS IS FS-HIST-CONSUMOS.

       SELECT ENT-CUENTA-PERSONA
           ASSIGN TO WS-RUTA-CUENTA-PERSONA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-CPE-CUENTA
           FILE STATUS IS FS-CUENTA-PERSONA.

       SELECT ENT-PERSONAS
           ASSIGN TO WS-RUTA-PERSONAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-PER-DOCUMENTO
           FILE STATUS IS FS-PERSONAS.

       SELECT SAL-REGIMEN
           ASSIGN TO WS-RUTA-REGIMEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REGIMEN.

       SELECT CTL-REGINFO
           ASSIGN TO WS-RUTA-CONTROL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL.

       SELECT SAL-REPORTE
           ASSIGN TO WS-RUTA-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-HIST-CONSUMOS.
           COPY HISTCON.

       FD ENT-CUENTA-PERSONA.
       01 WS-CPE-VINCULO-REG.
          05 WS-CPE-CUENTA                          PIC 9(10).
          05 WS-CPE-DOCUMENTO                       PIC X(11).

       FD ENT-PERSONAS.
           COPY PERSONAS.

       FD SAL-REGIMEN.
           COPY REGINFO.

      *    *** una linea por presentacion del regimen
       FD CTL-REGINFO.
       01 WS-CTL-REGINFO-REG.
          05 WS-CTL-PERIODO                         PIC 9(06).
          05 WS-CTL-SECUENCIA                       PIC 9(02).
          05 WS-CTL-FECHA-PROCESO                   PIC 9(08).
          05 WS-CTL-CANT-DETALLES                   PIC 9(07).
          05 WS-CTL-TOTAL-ARS                       PIC S9(14)V9(02)
                                              SIGN IS TRAILING SEPARATE.
          05 WS-CTL-TOTAL-USD                       PIC S9(14)V9(02)
                                              SIGN IS TRAILING SEPARATE.
          05 WS-CTL-OPERADOR                        PIC X(10).

       FD SAL-REPORTE.
       01 WS-SAL-REPORTE                            PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-HIST-CONSUMOS      PIC X(60)
                                     VALUE '../HISTORIAL-CONSUMOS.VSAM'.
       01 WS-RUTA-CUENTA-PERSONA     PIC X(60)
                                     VALUE '../CUENTA-PERSONA.VSAM'.
       01 WS-RUTA-PERSONAS           PIC X(60)
                                     VALUE '../PERSONAS.VSAM'.
       01 WS-RUTA-REGIMEN            PIC X(60)
                                     VALUE '../REGIMEN-INFORMATIVO.SEQ'.
       01 WS-RUTA-CONTROL            PIC X(60)
                                     VALUE '../REGINFO-CTL.SEQ'.
       01 WS-RUTA-REPORTE            PIC X(60)
                                     VALUE '../REGINFO.TXT'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
          05 FS-HIST-CONSUMOS                      PIC X(2).
             88 FS-HIST-CONSUMOS-OK                    VALUE '00'.
             88 FS-HIST-CONSUMOS-NFD                   VALUE '35'.
          05 FS-CUENTA-PERSONA                     PIC X(2).
             88 FS-CUENTA-PERSONA-OK                   VALUE '00'.
          05 FS-PERSONAS                           PIC X(2).
             88 FS-PERSONAS-OK                         VALUE '00'.
          05 FS-REGIMEN                            PIC X(2).
             88 FS-REGIMEN-OK                          VALUE '00'.
          05 FS-CONTROL                            PIC X(2).
             88 FS-CONTROL-OK                          VALUE '00'.
             88 FS-CONTROL-EOF                         VALUE '10'.
             88 FS-CONTROL-NFD                         VALUE '35'.
          05 FS-REPORTE                            PIC X(2).
             88 FS-REPORTE-OK                          VALUE '00'.

      *    *** sesion del supervisor que presenta la rectificativa
       01 WS-SIGNON.
           COPY SIGNIO.

      *    *** imagen del consumo archivado en el historico
           COPY CONSUMOS.

       01 WS-MODO-EJECUCION          PIC X(10) VALUE 'ORIGINAL'.
          88 WS-ES-MODO-ORIGINAL                   VALUE 'ORIGINAL'.
          88 WS-ES-MODO-RECTIF                     VALUE 'RECTIF'.

       01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
       01 WS-PERIODO                 PIC 9(06) VALUE ZEROES.
       01 WS-PERIODO-DESG REDEFINES WS-PERIODO.
          05 WS-PRD-ANIO             PIC 9(04).
          05 WS-PRD-MES              PIC 9(02).

      *    *** CUIT de la entidad informante (REGINFO_CUIT_INFORMANTE)
       01 WS-CUIT-INFORMANTE         PIC 9(11) VALUE ZEROES.

      *    *** presentaciones anteriores del periodo
       01 WS-SECUENCIA               PIC 9(02) VALUE ZEROES.
       01 WS-PRESENTADO              PIC X(01) VALUE 'N'.
          88 WS-PERIODO-PRESENTADO                 VALUE 'S'.
       01 WS-ANTERIOR.
          05 WS-ANT-SECUENCIA        PIC 9(02) VALUE ZEROES.
          05 WS-ANT-FECHA            PIC 9(08) VALUE ZEROES.
          05 WS-ANT-CANT-DETALLES    PIC 9(07) VALUE ZEROES.
          05 WS-ANT-TOTAL-ARS        PIC S9(14)V9(02) VALUE ZEROES.
          05 WS-ANT-TOTAL-USD        PIC S9(14)V9(02) VALUE ZEROES.

      *    *** consumos del periodo por titular
       01 WS-TABLA-TITULARES.
          05 WS-CANT-TITULARES       PIC 9(05) VALUE ZEROES.
          05 WS-TTI-ITEM OCCURS 10000 TIMES
                          INDEXED BY WS-IX-TTI.
             10 WS-TTI-DOCUMENTO     PIC X(11).
             10 WS-TTI-CANT-ARS      PIC 9(07).
             10 WS-TTI-IMPORTE-ARS   PIC S9(12)V9(02).
             10 WS-TTI-CANT-USD      PIC 9(07).
             10 WS-TTI-IMPORTE-USD   PIC S9(12)V9(02).
       77 WS-TITULARES-SIN-LUGAR     PIC 9(07) VALUE ZEROES.

      *    *** ultima cuenta resuelta: el historico viene ordenado por
      *    *** tarjeta y los consumos de una cuenta llegan juntos
       01 WS-ULTIMA-CUENTA           PIC 9(10) VALUE ZEROES.
       01 WS-ULTIMA-POSICION         PIC 9(05) VALUE ZEROES.
       01 WS-POSICION-TITULAR        PIC 9(05) VALUE ZEROES.
       01 WS-TITULAR-HALLADO         PIC X(01) VALUE 'N'.
          88 WS-HAY-TITULAR                        VALUE 'S'.

       01 WS-APELLIDO-NOMBRE         PIC X(40) VALUE SPACES.

       01 WS-TOTALES.
          05 WS-CANT-LEIDOS          PIC 9(09) VALUE ZEROES.
          05 WS-CANT-PERIODO         PIC 9(09) VALUE ZEROES.
          05 WS-CANT-DETALLES        PIC 9(07) VALUE ZEROES.
          05 WS-TOTAL-ARS            PIC S9(14)V9(02) VALUE ZEROES.
          05 WS-TOTAL-USD            PIC S9(14)V9(02) VALUE ZEROES.
          05 WS-CANT-SIN-PERSONA     PIC 9(09) VALUE ZEROES.
          05 WS-SIN-PERSONA-ARS      PIC S9(14)V9(02) VALUE ZEROES.
          05 WS-SIN-PERSONA-USD      PIC S9(14)V9(02) VALUE ZEROES.
          05 WS-CANT-SIN-LEGAJO      PIC 9(07) VALUE ZEROES.
          05 WS-DIFERENCIA-ARS       PIC S9(14)V9(02) VALUE ZEROES.
          05 WS-DIFERENCIA-USD       PIC S9(14)V9(02) VALUE ZEROES.

       01 WS-IMPORTE-EDITADO         PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-IMPORTE-EDITADO-2       PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-ACUMULAR-CONSUMOS
              THRU 2000-ACUMULAR-CONSUMOS-FIN.

           PERFORM 2200-GRABAR-REGIMEN
              THRU 2200-GRABAR-REGIMEN-FIN.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY.

      *    *** por omision se informa el mes cerrado anterior
           MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO.
           IF WS-PRD-MES = 1
              MOVE 12 TO WS-PRD-MES
              SUBTRACT 1 FROM WS-PRD-ANIO
           ELSE
              SUBTRACT 1 FROM WS-PRD-MES
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'REGINFO_MODO'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO (1:10) TO WS-MODO-EJECUCION
           END-IF.

           IF NOT WS-ES-MODO-ORIGINAL
              AND NOT WS-ES-MODO-RECTIF
              DISPLAY 'REGINFO_MODO INVALIDO: ' WS-MODO-EJECUCION
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'REGINFO_PERIODO'.
           IF WS-RUTA-ENTORNO (1:6) IS NUMERIC
              AND WS-RUTA-ENTORNO (1:6) <> '000000'
              MOVE WS-RUTA-ENTORNO (1:6) TO WS-PERIODO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'REGINFO_CUIT_INFORMANTE'.
           IF WS-RUTA-ENTORNO (1:11) IS NUMERIC
              MOVE WS-RUTA-ENTORNO (1:11) TO WS-CUIT-INFORMANTE
           END-IF.

           IF WS-CUIT-INFORMANTE = ZEROES
              DISPLAY 'FALTA EL CUIT DEL INFORMANTE '
                      '(REGINFO_CUIT_INFORMANTE)'
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'REGINFO_HISTORICO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-HIST-CONSUMOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'REGINFO_SALIDA_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REGIMEN
           END-IF.

           PERFORM 1100-LEER-PRESENTACIONES
              THRU 1100-LEER-PRESENTACIONES-FIN.

           IF WS-ES-MODO-ORIGINAL
              AND WS-PERIODO-PRESENTADO
              DISPLAY 'EL PERIODO ' WS-PERIODO ' YA FUE PRESENTADO EL '
                      WS-ANT-FECHA ' (SECUENCIA ' WS-ANT-SECUENCIA ')'
              DISPLAY 'PARA RECTIFICAR USE REGINFO_MODO=RECTIF'
              STOP RUN
           END-IF.

           IF WS-ES-MODO-RECTIF
              IF NOT WS-PERIODO-PRESENTADO
                 DISPLAY 'EL PERIODO ' WS-PERIODO ' NO FUE PRESENTADO:'
                         ' NO HAY NADA QUE RECTIFICAR'
                 STOP RUN
              END-IF
              IF WS-ANT-SECUENCIA = 99
                 DISPLAY 'SE AGOTO LA SECUENCIA DE RECTIFICATIVAS DEL '
                         'PERIODO ' WS-PERIODO
                 STOP RUN
              END-IF
              MOVE 'P' TO WS-SGN-MODO
              CALL 'SIGNON' USING WS-SIGNON
              IF NOT WS-SGN-ACEPTADO
                 DISPLAY 'ACCESO DENEGADO: ' WS-SGN-DES-ERROR-O
                 STOP RUN
              END-IF
              IF NOT WS-SGN-ES-SUPERVISOR
                 DISPLAY 'LA RECTIFICATIVA REQUIERE UN SUPERVISOR'
                 STOP RUN
              END-IF
              COMPUTE WS-SECUENCIA = WS-ANT-SECUENCIA + 1
           ELSE
              MOVE 'BATCH' TO WS-SGN-USUARIO
           END-IF.

           OPEN INPUT ENT-CUENTA-PERSONA.
           IF NOT FS-CUENTA-PERSONA-OK
              DISPLAY 'ERROR AL ABRIR CUENTA-PERSONA.VSAM: '
                      FS-CUENTA-PERSONA
              STOP RUN
           END-IF.

           OPEN INPUT ENT-PERSONAS.
           IF NOT FS-PERSONAS-OK
              DISPLAY 'ERROR AL ABRIR PERSONAS.VSAM: ' FS-PERSONAS
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-REPORTE.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR REGINFO.TXT: ' FS-REPORTE
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** ultima presentacion del periodo en el registro de
      *    *** presentaciones
       1100-LEER-PRESENTACIONES.

           OPEN INPUT CTL-REGINFO.
           IF FS-CONTROL-NFD
              GO TO 1100-LEER-PRESENTACIONES-FIN
           END-IF.
           IF NOT FS-CONTROL-OK
              DISPLAY 'ERROR AL ABRIR REGINFO-CTL.SEQ: ' FS-CONTROL
              STOP RUN
           END-IF.

           PERFORM 1110-LEER-UNA-PRESENTACION
              THRU 1110-LEER-UNA-PRESENTACION-FIN
              UNTIL FS-CONTROL-EOF.

           CLOSE CTL-REGINFO.

       1100-LEER-PRESENTACIONES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1110-LEER-UNA-PRESENTACION.

           READ CTL-REGINFO
               AT END
                  GO TO 1110-LEER-UNA-PRESENTACION-FIN
           END-READ.

           IF WS-CTL-PERIODO <> WS-PERIODO
              GO TO 1110-LEER-UNA-PRESENTACION-FIN
           END-IF.

           IF WS-PERIODO-PRESENTADO
              AND WS-CTL-SECUENCIA < WS-ANT-SECUENCIA
              GO TO 1110-LEER-UNA-PRESENTACION-FIN
           END-IF.

           MOVE 'S'                  TO WS-PRESENTADO.
           MOVE WS-CTL-SECUENCIA     TO WS-ANT-SECUENCIA.
           MOVE WS-CTL-FECHA-PROCESO TO WS-ANT-FECHA.
           MOVE WS-CTL-CANT-DETALLES TO WS-ANT-CANT-DETALLES.
           MOVE WS-CTL-TOTAL-ARS     TO WS-ANT-TOTAL-ARS.
           MOVE WS-CTL-TOTAL-USD     TO WS-ANT-TOTAL-USD.

       1110-LEER-UNA-PRESENTACION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** consumos facturados del periodo, por titular y moneda
       2000-ACUMULAR-CONSUMOS.

           OPEN INPUT ENT-HIST-CONSUMOS.
           EVALUATE TRUE
               WHEN FS-HIST-CONSUMOS-OK
                    CONTINUE
               WHEN FS-HIST-CONSUMOS-NFD
                    DISPLAY 'AVISO: NO EXISTE HISTORIAL-CONSUMOS.VSAM'
                    GO TO 2000-ACUMULAR-CONSUMOS-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR HISTORIAL-CONSUMOS.VSAM: '
                            FS-HIST-CONSUMOS
                    STOP RUN
           END-EVALUATE.

           PERFORM 2010-ACUMULAR-UN-CONSUMO
              THRU 2010-ACUMULAR-UN-CONSUMO-FIN
              UNTIL NOT FS-HIST-CONSUMOS-OK.

           CLOSE ENT-HIST-CONSUMOS.

       2000-ACUMULAR-CONSUMOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2010-ACUMULAR-UN-CONSUMO.

           READ ENT-HIST-CONSUMOS NEXT RECORD
               AT END
                  GO TO 2010-ACUMULAR-UN-CONSUMO-FIN
           END-READ.

           IF NOT FS-HIST-CONSUMOS-OK
              GO TO 2010-ACUMULAR-UN-CONSUMO-FIN
           END-IF.

           ADD 1 TO WS-CANT-LEIDOS.

           IF WS-HISC-PERIODO <> WS-PERIODO
              GO TO 2010-ACUMULAR-UN-CONSUMO-FIN
           END-IF.

           ADD 1 TO WS-CANT-PERIODO.
           MOVE WS-HISC-CONSUMO TO WS-ENT-CONSUMOS.

           PERFORM 2050-UBICAR-TITULAR
              THRU 2050-UBICAR-TITULAR-FIN.

      *    *** lo que no llega a un titular queda en el control para
      *    *** que la cuadratura contra el historico cierre
           IF NOT WS-HAY-TITULAR
              ADD 1 TO WS-CANT-SIN-PERSONA
              IF WS-MT-DOLARES
                 ADD WS-ENT-IMPORTE TO WS-SIN-PERSONA-USD
              ELSE
                 ADD WS-ENT-IMPORTE TO WS-SIN-PERSONA-ARS
              END-IF
              GO TO 2010-ACUMULAR-UN-CONSUMO-FIN
           END-IF.

           SET WS-IX-TTI TO WS-POSICION-TITULAR.
           IF WS-MT-DOLARES
              ADD 1              TO WS-TTI-CANT-USD (WS-IX-TTI)
              ADD WS-ENT-IMPORTE TO WS-TTI-IMPORTE-USD (WS-IX-TTI)
           ELSE
              ADD 1              TO WS-TTI-CANT-ARS (WS-IX-TTI)
              ADD WS-ENT-IMPORTE TO WS-TTI-IMPORTE-ARS (WS-IX-TTI)
           END-IF.

       2010-ACUMULAR-UN-CONSUMO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cuenta -> documento (CUENTA-PERSONA) -> posicion en la
      *    *** tabla de titulares, que se agrega si es nuevo
       2050-UBICAR-TITULAR.

           IF WS-ENT-NUM-CUENTA = WS-ULTIMA-CUENTA
              AND WS-ULTIMA-POSICION > ZEROES
              MOVE WS-ULTIMA-POSICION TO WS-POSICION-TITULAR
              MOVE 'S' TO WS-TITULAR-HALLADO
              GO TO 2050-UBICAR-TITULAR-FIN
           END-IF.

           MOVE 'N'    TO WS-TITULAR-HALLADO.
           MOVE ZEROES TO WS-POSICION-TITULAR.

           MOVE WS-ENT-NUM-CUENTA TO WS-CPE-CUENTA.
           READ ENT-CUENTA-PERSONA KEY IS WS-CPE-CUENTA
               INVALID KEY
                  GO TO 2050-UBICAR-TITULAR-FIN
           END-READ.

           PERFORM VARYING WS-IX-TTI FROM 1 BY 1
              UNTIL WS-IX-TTI > WS-CANT-TITULARES
                 OR WS-HAY-TITULAR
              IF WS-TTI-DOCUMENTO (WS-IX-TTI) = WS-CPE-DOCUMENTO
                 MOVE 'S' TO WS-TITULAR-HALLADO
                 SET WS-POSICION-TITULAR TO WS-IX-TTI
              END-IF
           END-PERFORM.

           IF NOT WS-HAY-TITULAR
              IF WS-CANT-TITULARES NOT < 10000
                 ADD 1 TO WS-TITULARES-SIN-LUGAR
                 GO TO 2050-UBICAR-TITULAR-FIN
              END-IF
              ADD 1 TO WS-CANT-TITULARES
              SET WS-IX-TTI TO WS-CANT-TITULARES
              INITIALIZE WS-TTI-ITEM (WS-IX-TTI)
              MOVE WS-CPE-DOCUMENTO TO WS-TTI-DOCUMENTO (WS-IX-TTI)
              MOVE WS-CANT-TITULARES TO WS-POSICION-TITULAR
              MOVE 'S' TO WS-TITULAR-HALLADO
           END-IF.

           MOVE WS-ENT-NUM-CUENTA   TO WS-ULTIMA-CUENTA.
           MOVE WS-POSICION-TITULAR TO WS-ULTIMA-POSICION.

       2050-UBICAR-TITULAR-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** archivo del regimen: cabecera, detalles y totales
       2200-GRABAR-REGIMEN.

           OPEN OUTPUT SAL-REGIMEN.
           IF NOT FS-REGIMEN-OK
              DISPLAY 'ERROR AL ABRIR REGIMEN-INFORMATIVO.SEQ: '
                      FS-REGIMEN
              STOP RUN
           END-IF.

           MOVE SPACES              TO WS-RGI-REGISTRO.
           MOVE 'C'                 TO WS-RGI-TIPO-REG.
           MOVE WS-CUIT-INFORMANTE  TO WS-RGI-CUIT-INFORMANTE.
           MOVE WS-PERIODO          TO WS-RGI-PERIODO.
           MOVE WS-SECUENCIA        TO WS-RGI-SECUENCIA.
           IF WS-ES-MODO-RECTIF
              MOVE 'R'              TO WS-RGI-TIPO-PRESENTACION
           ELSE
              MOVE 'O'              TO WS-RGI-TIPO-PRESENTACION
           END-IF.
           MOVE WS-FECHA-HOY        TO WS-RGI-FECHA-GENERACION.
           WRITE WS-RGI-REGISTRO.

           PERFORM 2210-GRABAR-DETALLE
              THRU 2210-GRABAR-DETALLE-FIN
              VARYING WS-IX-TTI FROM 1 BY 1
              UNTIL WS-IX-TTI > WS-CANT-TITULARES.

           MOVE SPACES              TO WS-RGI-REGISTRO.
           MOVE 'T'                 TO WS-RGI-TIPO-REG.
           MOVE WS-CANT-DETALLES    TO WS-RGI-CANT-DETALLES.
           MOVE WS-TOTAL-ARS        TO WS-RGI-TOTAL-ARS.
           MOVE WS-TOTAL-USD        TO WS-RGI-TOTAL-USD.
           WRITE WS-RGI-REGISTRO.

           CLOSE SAL-REGIMEN.

       2200-GRABAR-REGIMEN-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2210-GRABAR-DETALLE.

           MOVE WS-TTI-DOCUMENTO (WS-IX-TTI) TO WS-PER-DOCUMENTO.
           READ ENT-PERSONAS KEY IS WS-PER-DOCUMENTO
               INVALID KEY
                  ADD 1 TO WS-CANT-SIN-LEGAJO
                  MOVE SPACES TO WS-PER-APELLIDO
                                 WS-PER-NOMBRE
           END-READ.

           MOVE SPACES TO WS-APELLIDO-NOMBRE.
           STRING WS-PER-APELLIDO DELIMITED BY '  '
                  ' '             DELIMITED BY SIZE
                  WS-PER-NOMBRE   DELIMITED BY '  '
                  INTO WS-APELLIDO-NOMBRE.

           MOVE SPACES TO WS-RGI-REGISTRO.
           MOVE 'D'    TO WS-RGI-TIPO-REG.
      *    *** un documento de 11 posiciones es CUIT; menos, DNI
           IF WS-TTI-DOCUMENTO (WS-IX-TTI) (9:3) = SPACES
              MOVE '96' TO WS-RGI-TIPO-DOCUMENTO
           ELSE
              MOVE '80' TO WS-RGI-TIPO-DOCUMENTO
           END-IF.
           MOVE WS-TTI-DOCUMENTO (WS-IX-TTI)  TO WS-RGI-DOCUMENTO.
           MOVE WS-APELLIDO-NOMBRE            TO WS-RGI-APELLIDO-NOMBRE.
           MOVE WS-TTI-CANT-ARS (WS-IX-TTI)
                                        TO WS-RGI-CANT-CONSUMOS-ARS.
           MOVE WS-TTI-IMPORTE-ARS (WS-IX-TTI) TO WS-RGI-IMPORTE-ARS.
           MOVE WS-TTI-CANT-USD (WS-IX-TTI)
                                        TO WS-RGI-CANT-CONSUMOS-USD.
           MOVE WS-TTI-IMPORTE-USD (WS-IX-TTI) TO WS-RGI-IMPORTE-USD.
           WRITE WS-RGI-REGISTRO.

           ADD 1 TO WS-CANT-DETALLES.
           ADD WS-TTI-IMPORTE-ARS (WS-IX-TTI) TO WS-TOTAL-ARS.
           ADD WS-TTI-IMPORTE-USD (WS-IX-TTI) TO WS-TOTAL-USD.

       2210-GRABAR-DETALLE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** presentacion registrada y reporte de control
       3000-FINALIZAR-PROGRAMA.

           OPEN EXTEND CTL-REGINFO.
           IF FS-CONTROL-NFD
              OPEN OUTPUT CTL-REGINFO
           END-IF.
           IF FS-CONTROL-OK
              MOVE WS-PERIODO       TO WS-CTL-PERIODO
              MOVE WS-SECUENCIA     TO WS-CTL-SECUENCIA
              MOVE WS-FECHA-HOY     TO WS-CTL-FECHA-PROCESO
              MOVE WS-CANT-DETALLES TO WS-CTL-CANT-DETALLES
              MOVE WS-TOTAL-ARS     TO WS-CTL-TOTAL-ARS
              MOVE WS-TOTAL-USD     TO WS-CTL-TOTAL-USD
              MOVE WS-SGN-USUARIO   TO WS-CTL-OPERADOR
              WRITE WS-CTL-REGINFO-REG
              CLOSE CTL-REGINFO
           ELSE
              DISPLAY 'ERROR AL GRABAR REGINFO-CTL.SEQ: ' FS-CONTROL
           END-IF.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'REGIMEN INFORMATIVO DE CONSUMOS - PERIODO '
                  WS-PERIODO ' - SECUENCIA ' WS-SECUENCIA
                  ' - EMITIDO ' WS-FECHA-HOY
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'CONSUMOS LEIDOS DEL HISTORICO : ' WS-CANT-LEIDOS
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'CONSUMOS DEL PERIODO          : ' WS-CANT-PERIODO
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'TITULARES INFORMADOS          : ' WS-CANT-DETALLES
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-TOTAL-ARS TO WS-IMPORTE-EDITADO.
           MOVE WS-TOTAL-USD TO WS-IMPORTE-EDITADO-2.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'TOTAL INFORMADO ARS / USD     : ' WS-IMPORTE-EDITADO
                  ' / ' WS-IMPORTE-EDITADO-2
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-SIN-PERSONA-ARS TO WS-IMPORTE-EDITADO.
           MOVE WS-SIN-PERSONA-USD TO WS-IMPORTE-EDITADO-2.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'SIN TITULAR VINCULADO (' WS-CANT-SIN-PERSONA
                  ')    : ' WS-IMPORTE-EDITADO ' / '
                  WS-IMPORTE-EDITADO-2
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           IF WS-CANT-SIN-LEGAJO > ZEROES
              MOVE SPACES TO WS-SAL-REPORTE
              STRING 'AVISO: ' WS-CANT-SIN-LEGAJO
                     ' TITULARES SIN LEGAJO EN PERSONAS.VSAM, '
                     'INFORMADOS SIN NOMBRE'
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
           END-IF.

           IF WS-TITULARES-SIN-LUGAR > ZEROES
              MOVE SPACES TO WS-SAL-REPORTE
              STRING 'AVISO: ' WS-TITULARES-SIN-LUGAR
                     ' CONSUMOS SIN LUGAR EN LA TABLA DE TITULARES'
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
           END-IF.

      *    *** la rectificativa se compara contra lo ya presentado
           IF WS-ES-MODO-RECTIF
              MOVE ALL '-' TO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
              MOVE SPACES TO WS-SAL-REPORTE
              STRING 'RECTIFICA LA SECUENCIA ' WS-ANT-SECUENCIA
                     ' DEL ' WS-ANT-FECHA ' (' WS-ANT-CANT-DETALLES
                     ' TITULARES) - SUPERVISOR ' WS-SGN-USUARIO
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
              MOVE WS-ANT-TOTAL-ARS TO WS-IMPORTE-EDITADO
              MOVE WS-ANT-TOTAL-USD TO WS-IMPORTE-EDITADO-2
              MOVE SPACES TO WS-SAL-REPORTE
              STRING 'PRESENTADO ANTES ARS / USD    : '
                     WS-IMPORTE-EDITADO ' / ' WS-IMPORTE-EDITADO-2
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
              COMPUTE WS-DIFERENCIA-ARS = WS-TOTAL-ARS
                                        - WS-ANT-TOTAL-ARS
              COMPUTE WS-DIFERENCIA-USD = WS-TOTAL-USD
                                        - WS-ANT-TOTAL-USD
              MOVE WS-DIFERENCIA-ARS TO WS-IMPORTE-EDITADO
              MOVE WS-DIFERENCIA-USD TO WS-IMPORTE-EDITADO-2
              MOVE SPACES TO WS-SAL-REPORTE
              STRING 'DIFERENCIA ARS / USD          : '
                     WS-IMPORTE-EDITADO ' / ' WS-IMPORTE-EDITADO-2
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
           END-IF.

           CLOSE SAL-REPORTE
                 ENT-CUENTA-PERSONA
                 ENT-PERSONAS.

           DISPLAY 'REGINFO: PERIODO ' WS-PERIODO ' SECUENCIA '
                   WS-SECUENCIA ', ' WS-CANT-DETALLES ' TITULARES'.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM REGINFO.
