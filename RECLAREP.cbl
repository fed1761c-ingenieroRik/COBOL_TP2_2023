      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: estadistica mensual de reclamos de clientes
      *          (RECLAMOS.VSAM, ver RECLAMOS) e informe al regulador.
      *          Para el periodo (RECLAREP_PERIODO, omision el mes
      *          anterior) cuenta por categoria y canal los reclamos
      *          recibidos, los resueltos (en y fuera del plazo, a
      *          favor del cliente y dias promedio de respuesta) y los
      *          pendientes y vencidos a la fecha de corte (ultimo dia
      *          del periodo, u hoy si el periodo esta en curso). El
      *          reporte RECLAMOS-MES.TXT lista primero cada reclamo
      *          vencido o resuelto fuera de plazo y cierra con los
      *          cuadros por categoria y por canal. El informe para el
      *          regulador queda en RECLAMOS-REGULADOR.SEQ
      *          (RECLREG.CPY): cabecera con el CUIT informante
      *          (RECLAREP_CUIT_INFORMANTE), un detalle por categoria y
      *          canal con movimiento y totales de control.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLAREP.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-RECLAMOS
           ASSIGN TO WS-RUTA-RECLAMOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WS-RCL-NUMERO
           ALTERNATE RECORD KEY IS WS-RCL-NUM-CUENTA WITH DUPLICATES
           FILE STATUS IS FS-RECLAMOS.

       SELECT SAL-REPORTE
           ASSIGN TO WS-RUTA-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       SELECT SAL-REGULADOR
           ASSIGN TO WS-RUTA-REGULADOR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REGULADOR.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-RECLAMOS.
           COPY RECLAMO.

       FD SAL-REPORTE.
       01 WS-SAL-REPORTE                            PIC X(132).

       FD SAL-REGULADOR.
           COPY RECLREG.

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-RECLAMOS           PIC X(60)
                                     VALUE '../RECLAMOS.VSAM'.
       01 WS-RUTA-REPORTE            PIC X(60)
                                     VALUE '../RECLAMOS-MES.TXT'.
       01 WS-RUTA-REGULADOR          PIC X(60)
                                 VALUE '../RECLAMOS-REGULADOR.SEQ'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
          05 FS-RECLAMOS                           PIC X(2).
             88 FS-RECLAMOS-OK                         VALUES '00' '02'.
             88 FS-RECLAMOS-EOF                        VALUE '10'.
             88 FS-RECLAMOS-NFD                        VALUE '35'.
          05 FS-REPORTE                            PIC X(2).
             88 FS-REPORTE-OK                          VALUE '00'.
          05 FS-REGULADOR                          PIC X(2).
             88 FS-REGULADOR-OK                        VALUE '00'.

       01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
       01 WS-PERIODO                 PIC 9(06) VALUE ZEROES.
       01 WS-PERIODO-DESG REDEFINES WS-PERIODO.
          05 WS-PRD-ANIO             PIC 9(04).
          05 WS-PRD-MES              PIC 9(02).
       01 WS-PERIODO-SIGUIENTE       PIC 9(06) VALUE ZEROES.
       01 WS-PERIODO-SIG-DESG REDEFINES WS-PERIODO-SIGUIENTE.
          05 WS-PSG-ANIO             PIC 9(04).
          05 WS-PSG-MES              PIC 9(02).

      *    *** fecha de corte para pendientes y vencidos: el ultimo
      *    *** dia del periodo, o hoy si el periodo esta en curso
       01 WS-FECHA-CORTE             PIC 9(08) VALUE ZEROES.

      *    *** CUIT de la entidad informante (RECLAREP_CUIT_INFORMANTE)
       01 WS-CUIT-INFORMANTE         PIC 9(11) VALUE ZEROES.

       01 WS-HAY-RECLAMOS            PIC X(01) VALUE 'N'.
          88 WS-RECLAMOS-ABIERTO                   VALUE 'S'.

      *    *** categorias y canales de RECLAMO.CPY, en el orden en que
      *    *** salen en el reporte y en el informe
       01 WS-TABLA-CATEGORIAS-VAL.
          05 FILLER     PIC X(21) VALUE 'IINTERESES           '.
          05 FILLER     PIC X(21) VALUE 'DDOBLE COBRO         '.
          05 FILLER     PIC X(21) VALUE 'RRESUMEN NO RECIBIDO '.
          05 FILLER     PIC X(21) VALUE 'ADEBITO AUTOMATICO   '.
          05 FILLER     PIC X(21) VALUE 'OOTROS               '.
       01 WS-TABLA-CATEGORIAS REDEFINES WS-TABLA-CATEGORIAS-VAL.
          05 WS-CAT-ITEM OCCURS 5 TIMES
                         INDEXED BY WS-IX-CAT.
             10 WS-CAT-CODIGO        PIC X(01).
             10 WS-CAT-DESCRIPCION   PIC X(20).

       01 WS-TABLA-CANALES-VAL.
          05 FILLER     PIC X(21) VALUE 'SSUCURSAL            '.
          05 FILLER     PIC X(21) VALUE 'TTELEFONO            '.
          05 FILLER     PIC X(21) VALUE 'WWEB / HOME BANKING  '.
          05 FILLER     PIC X(21) VALUE 'NNOTA ESCRITA        '.
       01 WS-TABLA-CANALES REDEFINES WS-TABLA-CANALES-VAL.
          05 WS-CAN-ITEM OCCURS 4 TIMES
                         INDEXED BY WS-IX-CAN.
             10 WS-CAN-CODIGO        PIC X(01).
             10 WS-CAN-DESCRIPCION   PIC X(20).

       77 WS-POS-CAT                 PIC 9(02) VALUE ZEROES.
       77 WS-POS-CAN                 PIC 9(02) VALUE ZEROES.

      *    *** acumulados por categoria y canal
       01 WS-TABLA-CELDAS.
          05 WS-CEL-CATEGORIA OCCURS 5 TIMES.
             10 WS-CEL-CANAL OCCURS 4 TIMES.
                15 WS-CEL-RECIBIDOS             PIC 9(07).
                15 WS-CEL-RESUELTOS             PIC 9(07).
                15 WS-CEL-EN-PLAZO              PIC 9(07).
                15 WS-CEL-FUERA-PLAZO           PIC 9(07).
                15 WS-CEL-FAVOR-CLIENTE         PIC 9(07).
                15 WS-CEL-PENDIENTES            PIC 9(07).
                15 WS-CEL-VENCIDOS              PIC 9(07).
                15 WS-CEL-DIAS-RESPUESTA        PIC 9(09).

      *    *** una fila del cuadro (una categoria, un canal o el
      *    *** total), sumada desde las celdas
       01 WS-FILA.
          05 WS-FIL-RECIBIDOS        PIC 9(07).
          05 WS-FIL-RESUELTOS        PIC 9(07).
          05 WS-FIL-EN-PLAZO         PIC 9(07).
          05 WS-FIL-FUERA-PLAZO      PIC 9(07).
          05 WS-FIL-FAVOR-CLIENTE    PIC 9(07).
          05 WS-FIL-PENDIENTES       PIC 9(07).
          05 WS-FIL-VENCIDOS         PIC 9(07).
          05 WS-FIL-DIAS-RESPUESTA   PIC 9(09).
       01 WS-DIAS-PROMEDIO           PIC 9(03) VALUE ZEROES.

       01 WS-CONTADORES.
          05 WS-CANT-LEIDOS          PIC 9(07) VALUE ZEROES.
          05 WS-CANT-LISTADOS        PIC 9(07) VALUE ZEROES.
          05 WS-CANT-INCONSISTENTES  PIC 9(07) VALUE ZEROES.
          05 WS-CANT-DETALLES        PIC 9(07) VALUE ZEROES.

       77 WS-ENTERO-ALTA             PIC S9(08) COMP VALUE ZEROES.
       77 WS-ENTERO-RESOL            PIC S9(08) COMP VALUE ZEROES.
       77 WS-ENTERO-VTO              PIC S9(08) COMP VALUE ZEROES.
       77 WS-ENTERO-CORTE            PIC S9(08) COMP VALUE ZEROES.
       77 WS-DIAS-CALCULO            PIC S9(05) VALUE ZEROES.

       01 WS-PENDIENTE-AL-CORTE      PIC X(01) VALUE 'N'.
          88 WS-ES-PENDIENTE                       VALUE 'S'.

      *    *** renglon de reclamo vencido o resuelto fuera de plazo
       01 WS-LINEA-VENCIDO.
          05 WS-LVE-NUMERO           PIC 9(10).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-LVE-CUENTA           PIC 9(10).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-LVE-CATEGORIA        PIC X(20).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-LVE-CANAL            PIC X(20).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-LVE-ALTA             PIC 9(08).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-LVE-VENCIMIENTO      PIC 9(08).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-LVE-DIAS-ATRASO      PIC ZZZZ9.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-LVE-SITUACION        PIC X(24).

      *    *** renglon de los cuadros por categoria y por canal
       01 WS-LINEA-CUADRO.
          05 WS-LCU-DESCRIPCION      PIC X(20).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-LCU-RECIBIDOS        PIC ZZZ.ZZ9.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-LCU-RESUELTOS        PIC ZZZ.ZZ9.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-LCU-EN-PLAZO         PIC ZZZ.ZZ9.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-LCU-FUERA-PLAZO      PIC ZZZ.ZZ9.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-LCU-FAVOR-CLIENTE    PIC ZZZ.ZZ9.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-LCU-PENDIENTES       PIC ZZZ.ZZ9.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-LCU-VENCIDOS         PIC ZZZ.ZZ9.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WS-LCU-DIAS-PROMEDIO    PIC ZZ9.

       01 WS-ENCABEZADO-CUADRO.
          05 FILLER                  PIC X(21) VALUE SPACES.
          05 FILLER                  PIC X(48) VALUE
             'RECIBID RESUELT EN PLAZ FUERA P A FAVOR PENDIEN '.
          05 FILLER                  PIC X(16) VALUE
             'VENCIDO DIAS PR.'.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-RECLAMOS-ABIERTO
              PERFORM 2000-PROCESAR-RECLAMO
                 THRU 2000-PROCESAR-RECLAMO-FIN
                 UNTIL FS-RECLAMOS-EOF
           END-IF.

           PERFORM 2500-IMPRIMIR-CUADROS
              THRU 2500-IMPRIMIR-CUADROS-FIN.

           PERFORM 2600-GRABAR-REGULADOR
              THRU 2600-GRABAR-REGULADOR-FIN.

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
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'RECLAREP_PERIODO'.
           IF WS-RUTA-ENTORNO (1:6) IS NUMERIC
              AND WS-RUTA-ENTORNO (1:6) <> '000000'
              MOVE WS-RUTA-ENTORNO (1:6) TO WS-PERIODO
           END-IF.

      *    *** ultimo dia del periodo: el dia anterior al primero
      *    *** del mes siguiente
           MOVE WS-PERIODO TO WS-PERIODO-SIGUIENTE.
           IF WS-PSG-MES = 12
              MOVE 01 TO WS-PSG-MES
              ADD 1 TO WS-PSG-ANIO
           ELSE
              ADD 1 TO WS-PSG-MES
           END-IF.
           MOVE WS-PERIODO-SIGUIENTE TO WS-FECHA-CORTE (1:6).
           MOVE '01'                 TO WS-FECHA-CORTE (7:2).
           COMPUTE WS-ENTERO-CORTE =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-CORTE) - 1.
           MOVE FUNCTION DATE-OF-INTEGER (WS-ENTERO-CORTE)
                                        TO WS-FECHA-CORTE.
           IF WS-FECHA-HOY < WS-FECHA-CORTE
              MOVE WS-FECHA-HOY TO WS-FECHA-CORTE
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RECLAREP_CUIT_INFORMANTE'.
           IF WS-RUTA-ENTORNO (1:11) IS NUMERIC
              MOVE WS-RUTA-ENTORNO (1:11) TO WS-CUIT-INFORMANTE
           END-IF.

           IF WS-CUIT-INFORMANTE = ZEROES
              DISPLAY 'FALTA EL CUIT DEL INFORMANTE '
                      '(RECLAREP_CUIT_INFORMANTE)'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RECLAREP_RECLAMOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-RECLAMOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RECLAREP_REPORTE_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REPORTE
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RECLAREP_REGULADOR_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REGULADOR
           END-IF.

           INITIALIZE WS-TABLA-CELDAS.
           MOVE FUNCTION INTEGER-OF-DATE (WS-FECHA-CORTE)
                                        TO WS-ENTERO-CORTE.

      *    *** sin registro todavia el informe sale igual, en cero
           OPEN INPUT ENT-RECLAMOS.

           EVALUATE TRUE
               WHEN FS-RECLAMOS-OK
                    MOVE 'S' TO WS-HAY-RECLAMOS
               WHEN FS-RECLAMOS-NFD
                    DISPLAY 'RECLAMOS.VSAM NO EXISTE; INFORME EN CERO'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR RECLAMOS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-RECLAMOS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           OPEN OUTPUT SAL-REPORTE.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR RECLAMOS-MES.TXT'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'RECLAMOS DE CLIENTES - PERIODO ' WS-PERIODO
                  ' - CORTE ' WS-FECHA-CORTE
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE SPACES TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE 'RECLAMOS VENCIDOS AL CORTE O RESUELTOS FUERA DE PLAZO'
                                        TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'NUMERO     CUENTA     CATEGORIA            '
                  'CANAL                ALTA     VENCIM.  ATRASO '
                  'SITUACION'
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** un reclamo: recibido en el periodo, resuelto en el
      *    *** periodo, y pendiente/vencido a la fecha de corte
       2000-PROCESAR-RECLAMO.

           READ ENT-RECLAMOS NEXT RECORD
               AT END
                  GO TO 2000-PROCESAR-RECLAMO-FIN
           END-READ.

           IF NOT FS-RECLAMOS-OK
              DISPLAY 'ERROR AL LEER RECLAMOS.VSAM: ' FS-RECLAMOS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-CANT-LEIDOS.

      *    *** los reclamos dados de alta despues del corte no
      *    *** cuentan para este periodo
           IF WS-RCL-FECHA-ALTA > WS-FECHA-CORTE
              GO TO 2000-PROCESAR-RECLAMO-FIN
           END-IF.

           SET WS-IX-CAT TO 1.
           SEARCH WS-CAT-ITEM
               AT END
                  MOVE ZEROES TO WS-POS-CAT
               WHEN WS-CAT-CODIGO (WS-IX-CAT) = WS-RCL-CATEGORIA
                  SET WS-POS-CAT TO WS-IX-CAT
           END-SEARCH.

           SET WS-IX-CAN TO 1.
           SEARCH WS-CAN-ITEM
               AT END
                  MOVE ZEROES TO WS-POS-CAN
               WHEN WS-CAN-CODIGO (WS-IX-CAN) = WS-RCL-CANAL
                  SET WS-POS-CAN TO WS-IX-CAN
           END-SEARCH.

           IF WS-POS-CAT = ZEROES OR WS-POS-CAN = ZEROES
              DISPLAY 'RECLAMO ' WS-RCL-NUMERO ' CON CATEGORIA/CANAL '
                      'INVALIDO: ' WS-RCL-CATEGORIA WS-RCL-CANAL
              ADD 1 TO WS-CANT-INCONSISTENTES
              GO TO 2000-PROCESAR-RECLAMO-FIN
           END-IF.

           IF WS-RCL-FECHA-ALTA (1:6) = WS-PERIODO
              ADD 1 TO WS-CEL-RECIBIDOS (WS-POS-CAT, WS-POS-CAN)
           END-IF.

           MOVE 'N' TO WS-PENDIENTE-AL-CORTE.

           IF WS-RCL-RESUELTO
              AND WS-RCL-FECHA-RESOLUCION (1:6) = WS-PERIODO
              PERFORM 2100-CONTAR-RESUELTO
                 THRU 2100-CONTAR-RESUELTO-FIN
           END-IF.

           IF WS-RCL-ABIERTO
              OR WS-RCL-FECHA-RESOLUCION > WS-FECHA-CORTE
              MOVE 'S' TO WS-PENDIENTE-AL-CORTE
              ADD 1 TO WS-CEL-PENDIENTES (WS-POS-CAT, WS-POS-CAN)
           END-IF.

           IF WS-ES-PENDIENTE
              AND WS-RCL-FECHA-VENCIMIENTO < WS-FECHA-CORTE
              ADD 1 TO WS-CEL-VENCIDOS (WS-POS-CAT, WS-POS-CAN)
              MOVE FUNCTION INTEGER-OF-DATE (WS-RCL-FECHA-VENCIMIENTO)
                                        TO WS-ENTERO-VTO
              SUBTRACT WS-ENTERO-VTO FROM WS-ENTERO-CORTE
                                        GIVING WS-DIAS-CALCULO
              PERFORM 2200-LISTAR-VENCIDO
                 THRU 2200-LISTAR-VENCIDO-FIN
           END-IF.

       2000-PROCESAR-RECLAMO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** resuelto en el periodo: plazo, resultado y dias
      *    *** corridos de respuesta; el que vencio se lista
       2100-CONTAR-RESUELTO.

           ADD 1 TO WS-CEL-RESUELTOS (WS-POS-CAT, WS-POS-CAN).

           IF WS-RCL-RES-FAVOR-CLIENTE OR WS-RCL-RES-PARCIAL
              ADD 1 TO WS-CEL-FAVOR-CLIENTE (WS-POS-CAT, WS-POS-CAN)
           END-IF.

           MOVE FUNCTION INTEGER-OF-DATE (WS-RCL-FECHA-ALTA)
                                        TO WS-ENTERO-ALTA.
           MOVE FUNCTION INTEGER-OF-DATE (WS-RCL-FECHA-RESOLUCION)
                                        TO WS-ENTERO-RESOL.
           SUBTRACT WS-ENTERO-ALTA FROM WS-ENTERO-RESOL
                                        GIVING WS-DIAS-CALCULO.
           ADD WS-DIAS-CALCULO
                 TO WS-CEL-DIAS-RESPUESTA (WS-POS-CAT, WS-POS-CAN).

           IF WS-RCL-FECHA-RESOLUCION > WS-RCL-FECHA-VENCIMIENTO
              ADD 1 TO WS-CEL-FUERA-PLAZO (WS-POS-CAT, WS-POS-CAN)
              MOVE FUNCTION INTEGER-OF-DATE (WS-RCL-FECHA-VENCIMIENTO)
                                        TO WS-ENTERO-VTO
              SUBTRACT WS-ENTERO-VTO FROM WS-ENTERO-RESOL
                                        GIVING WS-DIAS-CALCULO
              PERFORM 2200-LISTAR-VENCIDO
                 THRU 2200-LISTAR-VENCIDO-FIN
           ELSE
              ADD 1 TO WS-CEL-EN-PLAZO (WS-POS-CAT, WS-POS-CAN)
           END-IF.

       2100-CONTAR-RESUELTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** WS-DIAS-CALCULO trae los dias corridos de atraso
       2200-LISTAR-VENCIDO.

           INITIALIZE WS-LINEA-VENCIDO.
           MOVE WS-RCL-NUMERO                  TO WS-LVE-NUMERO.
           MOVE WS-RCL-NUM-CUENTA              TO WS-LVE-CUENTA.
           MOVE WS-CAT-DESCRIPCION (WS-POS-CAT) TO WS-LVE-CATEGORIA.
           MOVE WS-CAN-DESCRIPCION (WS-POS-CAN) TO WS-LVE-CANAL.
           MOVE WS-RCL-FECHA-ALTA              TO WS-LVE-ALTA.
           MOVE WS-RCL-FECHA-VENCIMIENTO       TO WS-LVE-VENCIMIENTO.
           MOVE WS-DIAS-CALCULO                TO WS-LVE-DIAS-ATRASO.

           IF WS-ES-PENDIENTE
              MOVE 'PENDIENTE, PLAZO VENCIDO' TO WS-LVE-SITUACION
           ELSE
              MOVE 'RESUELTO FUERA DE PLAZO'  TO WS-LVE-SITUACION
           END-IF.

           MOVE WS-LINEA-VENCIDO TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           ADD 1 TO WS-CANT-LISTADOS.

       2200-LISTAR-VENCIDO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cuadro por categoria, cuadro por canal y total
       2500-IMPRIMIR-CUADROS.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'LISTADOS: ' WS-CANT-LISTADOS
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE SPACES TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE 'POR CATEGORIA' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE WS-ENCABEZADO-CUADRO TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           PERFORM 2510-FILA-CATEGORIA
              THRU 2510-FILA-CATEGORIA-FIN
              VARYING WS-POS-CAT FROM 1 BY 1
              UNTIL WS-POS-CAT > 5.

           MOVE SPACES TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE 'POR CANAL' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE WS-ENCABEZADO-CUADRO TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           PERFORM 2520-FILA-CANAL
              THRU 2520-FILA-CANAL-FIN
              VARYING WS-POS-CAN FROM 1 BY 1
              UNTIL WS-POS-CAN > 4.

      *    *** total general: todas las celdas
           INITIALIZE WS-FILA.
           PERFORM VARYING WS-POS-CAT FROM 1 BY 1 UNTIL WS-POS-CAT > 5
              PERFORM 2550-SUMAR-CELDA
                 THRU 2550-SUMAR-CELDA-FIN
                 VARYING WS-POS-CAN FROM 1 BY 1
                 UNTIL WS-POS-CAN > 4
           END-PERFORM.
           MOVE SPACES  TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE 'TOTAL' TO WS-LCU-DESCRIPCION.
           PERFORM 2560-IMPRIMIR-FILA
              THRU 2560-IMPRIMIR-FILA-FIN.

           IF WS-CANT-INCONSISTENTES > ZEROES
              MOVE SPACES TO WS-SAL-REPORTE
              STRING 'RECLAMOS CON CATEGORIA O CANAL INVALIDO '
                     '(NO INFORMADOS): ' WS-CANT-INCONSISTENTES
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
           END-IF.

           MOVE SPACES TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'DIAS PR. = DIAS CORRIDOS PROMEDIO DE RESPUESTA DE '
                  'LOS RESUELTOS EN EL PERIODO'
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2500-IMPRIMIR-CUADROS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2510-FILA-CATEGORIA.

           INITIALIZE WS-FILA.
           PERFORM 2550-SUMAR-CELDA
              THRU 2550-SUMAR-CELDA-FIN
              VARYING WS-POS-CAN FROM 1 BY 1
              UNTIL WS-POS-CAN > 4.

           MOVE WS-CAT-DESCRIPCION (WS-POS-CAT) TO WS-LCU-DESCRIPCION.
           PERFORM 2560-IMPRIMIR-FILA
              THRU 2560-IMPRIMIR-FILA-FIN.

       2510-FILA-CATEGORIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2520-FILA-CANAL.

           INITIALIZE WS-FILA.
           PERFORM 2550-SUMAR-CELDA
              THRU 2550-SUMAR-CELDA-FIN
              VARYING WS-POS-CAT FROM 1 BY 1
              UNTIL WS-POS-CAT > 5.

           MOVE WS-CAN-DESCRIPCION (WS-POS-CAN) TO WS-LCU-DESCRIPCION.
           PERFORM 2560-IMPRIMIR-FILA
              THRU 2560-IMPRIMIR-FILA-FIN.

       2520-FILA-CANAL-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2550-SUMAR-CELDA.

           ADD WS-CEL-RECIBIDOS (WS-POS-CAT, WS-POS-CAN)
                                        TO WS-FIL-RECIBIDOS.
           ADD WS-CEL-RESUELTOS (WS-POS-CAT, WS-POS-CAN)
                                        TO WS-FIL-RESUELTOS.
           ADD WS-CEL-EN-PLAZO (WS-POS-CAT, WS-POS-CAN)
                                        TO WS-FIL-EN-PLAZO.
           ADD WS-CEL-FUERA-PLAZO (WS-POS-CAT, WS-POS-CAN)
                                        TO WS-FIL-FUERA-PLAZO.
           ADD WS-CEL-FAVOR-CLIENTE (WS-POS-CAT, WS-POS-CAN)
                                        TO WS-FIL-FAVOR-CLIENTE.
           ADD WS-CEL-PENDIENTES (WS-POS-CAT, WS-POS-CAN)
                                        TO WS-FIL-PENDIENTES.
           ADD WS-CEL-VENCIDOS (WS-POS-CAT, WS-POS-CAN)
                                        TO WS-FIL-VENCIDOS.
           ADD WS-CEL-DIAS-RESPUESTA (WS-POS-CAT, WS-POS-CAN)
                                        TO WS-FIL-DIAS-RESPUESTA.

       2550-SUMAR-CELDA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** WS-LCU-DESCRIPCION ya cargada por quien llama
       2560-IMPRIMIR-FILA.

           PERFORM 2570-CALCULAR-PROMEDIO
              THRU 2570-CALCULAR-PROMEDIO-FIN.

           MOVE WS-FIL-RECIBIDOS      TO WS-LCU-RECIBIDOS.
           MOVE WS-FIL-RESUELTOS      TO WS-LCU-RESUELTOS.
           MOVE WS-FIL-EN-PLAZO       TO WS-LCU-EN-PLAZO.
           MOVE WS-FIL-FUERA-PLAZO    TO WS-LCU-FUERA-PLAZO.
           MOVE WS-FIL-FAVOR-CLIENTE  TO WS-LCU-FAVOR-CLIENTE.
           MOVE WS-FIL-PENDIENTES     TO WS-LCU-PENDIENTES.
           MOVE WS-FIL-VENCIDOS       TO WS-LCU-VENCIDOS.
           MOVE WS-DIAS-PROMEDIO      TO WS-LCU-DIAS-PROMEDIO.

           MOVE WS-LINEA-CUADRO TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2560-IMPRIMIR-FILA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2570-CALCULAR-PROMEDIO.

           MOVE ZEROES TO WS-DIAS-PROMEDIO.
           IF WS-FIL-RESUELTOS > ZEROES
              DIVIDE WS-FIL-DIAS-RESPUESTA BY WS-FIL-RESUELTOS
                 GIVING WS-DIAS-PROMEDIO ROUNDED
                 ON SIZE ERROR MOVE 999 TO WS-DIAS-PROMEDIO
              END-DIVIDE
           END-IF.

       2570-CALCULAR-PROMEDIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** informe al regulador: cabecera, un detalle por celda
      *    *** con movimiento y totales de control
       2600-GRABAR-REGULADOR.

           OPEN OUTPUT SAL-REGULADOR.
           IF NOT FS-REGULADOR-OK
              DISPLAY 'ERROR AL ABRIR RECLAMOS-REGULADOR.SEQ'
              DISPLAY 'FILE STATUS: ' FS-REGULADOR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES              TO WS-RRG-REGISTRO.
           MOVE 'C'                 TO WS-RRG-TIPO-REG.
           MOVE WS-CUIT-INFORMANTE  TO WS-RRG-CUIT-INFORMANTE.
           MOVE WS-PERIODO          TO WS-RRG-PERIODO.
           MOVE WS-FECHA-CORTE      TO WS-RRG-FECHA-CORTE.
           MOVE WS-FECHA-HOY        TO WS-RRG-FECHA-GENERACION.
           WRITE WS-RRG-REGISTRO.

           INITIALIZE WS-FILA.
           MOVE ZEROES TO WS-CANT-DETALLES.
           PERFORM VARYING WS-POS-CAT FROM 1 BY 1 UNTIL WS-POS-CAT > 5
              PERFORM 2610-GRABAR-DETALLE
                 THRU 2610-GRABAR-DETALLE-FIN
                 VARYING WS-POS-CAN FROM 1 BY 1
                 UNTIL WS-POS-CAN > 4
           END-PERFORM.

           MOVE SPACES                TO WS-RRG-REGISTRO.
           MOVE 'T'                   TO WS-RRG-TIPO-REG.
           MOVE WS-CANT-DETALLES      TO WS-RRG-CANT-DETALLES.
           MOVE WS-FIL-RECIBIDOS      TO WS-RRG-TOT-RECIBIDOS.
           MOVE WS-FIL-RESUELTOS      TO WS-RRG-TOT-RESUELTOS.
           MOVE WS-FIL-FUERA-PLAZO    TO WS-RRG-TOT-FUERA-PLAZO.
           MOVE WS-FIL-PENDIENTES     TO WS-RRG-TOT-PENDIENTES.
           MOVE WS-FIL-VENCIDOS       TO WS-RRG-TOT-VENCIDOS.
           WRITE WS-RRG-REGISTRO.

           CLOSE SAL-REGULADOR.

       2600-GRABAR-REGULADOR-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** WS-FILA acumula los totales de control mientras se
      *    *** graban los detalles
       2610-GRABAR-DETALLE.

           IF WS-CEL-RECIBIDOS (WS-POS-CAT, WS-POS-CAN) = ZEROES
              AND WS-CEL-RESUELTOS (WS-POS-CAT, WS-POS-CAN) = ZEROES
              AND WS-CEL-PENDIENTES (WS-POS-CAT, WS-POS-CAN) = ZEROES
              GO TO 2610-GRABAR-DETALLE-FIN
           END-IF.

           PERFORM 2550-SUMAR-CELDA
              THRU 2550-SUMAR-CELDA-FIN.

           MOVE ZEROES TO WS-DIAS-PROMEDIO.
           IF WS-CEL-RESUELTOS (WS-POS-CAT, WS-POS-CAN) > ZEROES
              DIVIDE WS-CEL-DIAS-RESPUESTA (WS-POS-CAT, WS-POS-CAN)
                 BY WS-CEL-RESUELTOS (WS-POS-CAT, WS-POS-CAN)
                 GIVING WS-DIAS-PROMEDIO ROUNDED
                 ON SIZE ERROR MOVE 999 TO WS-DIAS-PROMEDIO
              END-DIVIDE
           END-IF.

           MOVE SPACES                TO WS-RRG-REGISTRO.
           MOVE 'D'                   TO WS-RRG-TIPO-REG.
           MOVE WS-CAT-CODIGO (WS-POS-CAT) TO WS-RRG-CATEGORIA.
           MOVE WS-CAN-CODIGO (WS-POS-CAN) TO WS-RRG-CANAL.
           MOVE WS-CEL-RECIBIDOS (WS-POS-CAT, WS-POS-CAN)
                                        TO WS-RRG-RECIBIDOS.
           MOVE WS-CEL-RESUELTOS (WS-POS-CAT, WS-POS-CAN)
                                        TO WS-RRG-RESUELTOS.
           MOVE WS-CEL-EN-PLAZO (WS-POS-CAT, WS-POS-CAN)
                                        TO WS-RRG-EN-PLAZO.
           MOVE WS-CEL-FUERA-PLAZO (WS-POS-CAT, WS-POS-CAN)
                                        TO WS-RRG-FUERA-PLAZO.
           MOVE WS-CEL-FAVOR-CLIENTE (WS-POS-CAT, WS-POS-CAN)
                                        TO WS-RRG-FAVOR-CLIENTE.
           MOVE WS-CEL-PENDIENTES (WS-POS-CAT, WS-POS-CAN)
                                        TO WS-RRG-PENDIENTES.
           MOVE WS-CEL-VENCIDOS (WS-POS-CAT, WS-POS-CAN)
                                        TO WS-RRG-VENCIDOS.
           MOVE WS-DIAS-PROMEDIO      TO WS-RRG-DIAS-PROMEDIO.
           WRITE WS-RRG-REGISTRO.

           ADD 1 TO WS-CANT-DETALLES.

       2610-GRABAR-DETALLE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-RECLAMOS-ABIERTO
              CLOSE ENT-RECLAMOS
           END-IF.

           CLOSE SAL-REPORTE.

           DISPLAY 'RECLAREP: PERIODO ' WS-PERIODO ' CORTE '
                   WS-FECHA-CORTE.
           DISPLAY 'RECLAMOS LEIDOS      : ' WS-CANT-LEIDOS.
           DISPLAY 'VENCIDOS LISTADOS    : ' WS-CANT-LISTADOS.
           DISPLAY 'DETALLES AL REGULADOR: ' WS-CANT-DETALLES.
           IF WS-CANT-INCONSISTENTES > ZEROES
              DISPLAY 'CON CATEGORIA/CANAL INVALIDO: '
                      WS-CANT-INCONSISTENTES
              MOVE 4 TO RETURN-CODE
           END-IF.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM RECLAREP.
