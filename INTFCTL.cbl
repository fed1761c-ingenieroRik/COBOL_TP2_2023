      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: registros de cabecera y de totales en los archivos que
      *          se pasan entre nuestros propios programas (MINIMOS,
      *          SALDOS-CIERRE, VENCIMIENTO, FACTURADOS, PAGOS-APLICADOS
      *          y SALDOS-PENDIENTES), en el molde de LATCHCTL. Un
      *          archivo cortado por disco lleno, o el de la corrida
      *          anterior que quedo en el directorio, se procesaba como
      *          si nada. El productor graba una cabecera (programa,
      *          corrida y periodo) apenas abre el archivo y unos
      *          totales (cantidad de registros y total hash de los
      *          importes) antes de cerrarlo; los totales quedan
      *          anotados en INTERFACES-CTL.VSAM como la ultima entrega
      *          de esa ruta. El consumidor, antes de abrir el archivo,
      *          pide aca la verificacion: se recorre el archivo entero
      *          y se rechaza si le falta la cabecera o los totales, si
      *          la cantidad o el total hash no coinciden con lo leido,
      *          si es de otro periodo o si no es la ultima entrega del
      *          productor. Un archivo puede traer varios lotes
      *          cabecera-detalle-totales seguidos (los que se abren en
      *          EXTEND): cada lote se controla por separado y el
      *          periodo esperado se controla contra el ultimo lote.
      *          El modo 'R' le dice al productor que retoma una
      *          corrida cortada si quedo un lote sin totales y con
      *          que cantidad y total hash seguirlo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTFCTL.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-INTERFAZ
           ASSIGN TO WS-RUTA-INTERFAZ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INTERFAZ.

       SELECT REG-INTERFACES
           ASSIGN TO WS-RUTA-REGISTRO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-RIN-RUTA
           FILE STATUS IS FS-REGISTRO.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      *    *** se lee cualquiera de las interfaces como texto
       FD ENT-INTERFAZ.
       01 WS-ENT-LINEA                              PIC X(300).

      *    *** ultima entrega (los totales grabados) de cada ruta
       FD REG-INTERFACES.
       01 WS-REG-INTERFACES-REG.
          05 WS-RIN-RUTA                            PIC X(60).
          05 WS-RIN-INTERFAZ                        PIC X(08).
          05 WS-RIN-PROGRAMA                        PIC X(08).
          05 WS-RIN-RUN-ID                          PIC X(15).
          05 WS-RIN-PERIODO                         PIC 9(06).
          05 WS-RIN-FECHA                           PIC 9(08).
          05 WS-RIN-HORA                            PIC 9(06).
          05 WS-RIN-CANT-REGISTROS                  PIC 9(09).
          05 WS-RIN-TOTAL-HASH                      PIC 9(16)V99.

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-INTERFAZ           PIC X(60) VALUE SPACES.
       01 WS-RUTA-REGISTRO           PIC X(60)
                                     VALUE '../INTERFACES-CTL.VSAM'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
          05 FS-INTERFAZ                           PIC X(2).
             88 FS-INTERFAZ-OK                         VALUE '00'.
             88 FS-INTERFAZ-EOF                        VALUE '10'.
             88 FS-INTERFAZ-NFD                        VALUE '35'.
          05 FS-REGISTRO                           PIC X(2).
             88 FS-REGISTRO-OK                         VALUE '00'.
             88 FS-REGISTRO-NFD                        VALUE '35'.

      *    *** registro de control: cabecera y totales comparten el
      *    *** layout; ningun registro de detalle empieza con '*'
       01 WS-REG-CONTROL.
          05 WS-CTL-MARCA                          PIC X(10).
             88 WS-CTL-ES-CABECERA                     VALUE
                                                        '*CABECERA*'.
             88 WS-CTL-ES-TOTALES                      VALUE
                                                        '*TOTALES**'.
          05 WS-CTL-INTERFAZ                       PIC X(08).
          05 WS-CTL-PROGRAMA                       PIC X(08).
          05 WS-CTL-RUN-ID                         PIC X(15).
          05 WS-CTL-PERIODO                        PIC 9(06).
          05 WS-CTL-FECHA                          PIC 9(08).
          05 WS-CTL-HORA                           PIC 9(06).
          05 WS-CTL-CANT-REGISTROS                 PIC 9(09).
          05 WS-CTL-TOTAL-HASH                     PIC 9(16)V99.

      *    *** campos del detalle que suman al total hash: posicion y
      *    *** largo dentro del registro y decimales implicitos
       01 WS-CAMPOS-HASH.
          05 WS-HASH-POS-1                         PIC 9(03).
          05 WS-HASH-LARGO-1                       PIC 9(03).
          05 WS-HASH-POS-2                         PIC 9(03).
          05 WS-HASH-LARGO-2                       PIC 9(03).
          05 WS-HASH-DECIMALES                     PIC 9(01).
          05 WS-HASH-POS-ACTUAL                    PIC 9(03).
          05 WS-HASH-LARGO-ACTUAL                  PIC 9(03).
          05 WS-HASH-POS-FIN                       PIC 9(03).

       01 WS-VALOR-CAMPO             PIC 9(18) VALUE ZEROES.
       01 WS-DIGITO-X                PIC X(01) VALUE '0'.
       01 WS-DIGITO REDEFINES WS-DIGITO-X
                                     PIC 9(01).
       01 WS-IX-POS                  PIC 9(03) VALUE ZEROES.

      *    *** estado del lote que se esta recorriendo
       01 WS-LOTE-ABIERTO            PIC X(01) VALUE 'N'.
          88 WS-EN-LOTE                             VALUE 'S'.
       01 WS-CAB-PROGRAMA            PIC X(08) VALUE SPACES.
       01 WS-CAB-RUN-ID              PIC X(15) VALUE SPACES.
       01 WS-CAB-PERIODO             PIC 9(06) VALUE ZEROES.
       01 WS-CANT-LOTE               PIC 9(09) VALUE ZEROES.
       01 WS-HASH-LOTE               PIC 9(16)V99 VALUE ZEROES.
       01 WS-ULT-PROGRAMA            PIC X(08) VALUE SPACES.
       01 WS-ULT-CANT                PIC 9(09) VALUE ZEROES.
       01 WS-ULT-HASH                PIC 9(16)V99 VALUE ZEROES.
       01 WS-CANT-EDIT-A             PIC Z(08)9.
       01 WS-CANT-EDIT-B             PIC Z(08)9.

       01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
       01 WS-HORA-HOY                PIC 9(08) VALUE ZEROES.

      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01 LK-INTERFAZ.
           COPY INTFIO.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING LK-INTERFAZ.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           EVALUATE TRUE
               WHEN WS-ICT-MODO-CABECERA
                    PERFORM 2100-ARMAR-CABECERA
                       THRU 2100-ARMAR-CABECERA-FIN
               WHEN WS-ICT-MODO-TOTALES
                    PERFORM 2200-ARMAR-TOTALES
                       THRU 2200-ARMAR-TOTALES-FIN
               WHEN WS-ICT-MODO-VERIFICAR
                    PERFORM 2300-VERIFICAR-ARCHIVO
                       THRU 2300-VERIFICAR-ARCHIVO-FIN
               WHEN WS-ICT-MODO-RETOMAR
                    PERFORM 2400-BUSCAR-LOTE-ABIERTO
                       THRU 2400-BUSCAR-LOTE-ABIERTO-FIN
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           GOBACK.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-ICT-SALIDA.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'INTFCTL_REGISTRO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REGISTRO
           END-IF.

           MOVE WS-ICT-RUTA-E TO WS-RUTA-INTERFAZ.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2100-ARMAR-CABECERA.

           INITIALIZE WS-REG-CONTROL.
           SET WS-CTL-ES-CABECERA   TO TRUE.
           MOVE WS-ICT-INTERFAZ-E   TO WS-CTL-INTERFAZ.
           MOVE WS-ICT-PROGRAMA-E   TO WS-CTL-PROGRAMA.
           MOVE WS-ICT-RUN-ID-E     TO WS-CTL-RUN-ID.
           MOVE WS-ICT-PERIODO-E    TO WS-CTL-PERIODO.
           MOVE WS-FECHA-HOY        TO WS-CTL-FECHA.
           MOVE WS-HORA-HOY (1:6)   TO WS-CTL-HORA.
           MOVE WS-REG-CONTROL      TO WS-ICT-REGISTRO-O.
           MOVE 'S'                 TO WS-ICT-RESULTADO-O.

       2100-ARMAR-CABECERA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2200-ARMAR-TOTALES.

           INITIALIZE WS-REG-CONTROL.
           SET WS-CTL-ES-TOTALES    TO TRUE.
           MOVE WS-ICT-INTERFAZ-E   TO WS-CTL-INTERFAZ.
           MOVE WS-ICT-PROGRAMA-E   TO WS-CTL-PROGRAMA.
           MOVE WS-ICT-RUN-ID-E     TO WS-CTL-RUN-ID.
           MOVE WS-ICT-PERIODO-E    TO WS-CTL-PERIODO.
           MOVE WS-FECHA-HOY        TO WS-CTL-FECHA.
           MOVE WS-HORA-HOY (1:6)   TO WS-CTL-HORA.
           MOVE WS-ICT-CANT-REGISTROS-E
                                    TO WS-CTL-CANT-REGISTROS.
           MOVE WS-ICT-TOTAL-HASH-E TO WS-CTL-TOTAL-HASH.
           MOVE WS-REG-CONTROL      TO WS-ICT-REGISTRO-O.
           MOVE 'S'                 TO WS-ICT-RESULTADO-O.

           PERFORM 2250-ANOTAR-ENTREGA
              THRU 2250-ANOTAR-ENTREGA-FIN.

       2200-ARMAR-TOTALES-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** los totales que arma el productor quedan como la ultima
      *    *** entrega de la ruta; si no se pueden anotar el archivo
      *    *** igual sale (solo se pierde el control de "ultima
      *    *** entrega" para esa ruta)
       2250-ANOTAR-ENTREGA.

           OPEN I-O REG-INTERFACES.
           IF FS-REGISTRO-NFD
              OPEN OUTPUT REG-INTERFACES
              CLOSE REG-INTERFACES
              OPEN I-O REG-INTERFACES
           END-IF.
           IF NOT FS-REGISTRO-OK
              DISPLAY 'INTFCTL: NO SE PUDO ANOTAR LA ENTREGA DE '
                      WS-RUTA-INTERFAZ
              DISPLAY 'FILE STATUS: ' FS-REGISTRO
              GO TO 2250-ANOTAR-ENTREGA-FIN
           END-IF.

           INITIALIZE WS-REG-INTERFACES-REG.
           MOVE WS-RUTA-INTERFAZ      TO WS-RIN-RUTA.
           MOVE WS-CTL-INTERFAZ       TO WS-RIN-INTERFAZ.
           MOVE WS-CTL-PROGRAMA       TO WS-RIN-PROGRAMA.
           MOVE WS-CTL-RUN-ID         TO WS-RIN-RUN-ID.
           MOVE WS-CTL-PERIODO        TO WS-RIN-PERIODO.
           MOVE WS-CTL-FECHA          TO WS-RIN-FECHA.
           MOVE WS-CTL-HORA           TO WS-RIN-HORA.
           MOVE WS-CTL-CANT-REGISTROS TO WS-RIN-CANT-REGISTROS.
           MOVE WS-CTL-TOTAL-HASH     TO WS-RIN-TOTAL-HASH.

           WRITE WS-REG-INTERFACES-REG
              INVALID KEY
                 REWRITE WS-REG-INTERFACES-REG
           END-WRITE.

           CLOSE REG-INTERFACES.

       2250-ANOTAR-ENTREGA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2300-VERIFICAR-ARCHIVO.

           PERFORM 2305-DEFINIR-CAMPOS-HASH
              THRU 2305-DEFINIR-CAMPOS-HASH-FIN.

           OPEN INPUT ENT-INTERFAZ.

           EVALUATE TRUE
               WHEN FS-INTERFAZ-OK
                    CONTINUE
               WHEN FS-INTERFAZ-NFD
                    MOVE 'F' TO WS-ICT-RESULTADO-O
                    MOVE 'ARCHIVO INEXISTENTE' TO WS-ICT-MOTIVO-O
                    GO TO 2300-VERIFICAR-ARCHIVO-FIN
               WHEN OTHER
                    MOVE 'N' TO WS-ICT-RESULTADO-O
                    STRING 'ERROR AL ABRIR, FILE STATUS '
                           FS-INTERFAZ
                           DELIMITED BY SIZE INTO WS-ICT-MOTIVO-O
                    GO TO 2300-VERIFICAR-ARCHIVO-FIN
           END-EVALUATE.

           MOVE 'S'    TO WS-ICT-RESULTADO-O.
           MOVE 'N'    TO WS-LOTE-ABIERTO.

           PERFORM 2310-LEER-LINEA
              THRU 2310-LEER-LINEA-FIN
              UNTIL FS-INTERFAZ-EOF
                 OR WS-ICT-ARCHIVO-RECHAZADO.

           CLOSE ENT-INTERFAZ.

           IF WS-ICT-ARCHIVO-RECHAZADO
              GO TO 2300-VERIFICAR-ARCHIVO-FIN
           END-IF.

           IF WS-EN-LOTE
              MOVE 'N' TO WS-ICT-RESULTADO-O
              MOVE 'FALTAN LOS TOTALES: EL ARCHIVO ESTA INCOMPLETO'
                       TO WS-ICT-MOTIVO-O
              GO TO 2300-VERIFICAR-ARCHIVO-FIN
           END-IF.

           IF WS-ICT-CANT-LOTES-O = ZEROES
              MOVE 'N' TO WS-ICT-RESULTADO-O
              MOVE 'ARCHIVO SIN CABECERA NI TOTALES'
                       TO WS-ICT-MOTIVO-O
              GO TO 2300-VERIFICAR-ARCHIVO-FIN
           END-IF.

           IF WS-ICT-PERIODO-E <> ZEROES AND
              WS-ICT-PERIODO-O <> WS-ICT-PERIODO-E
              MOVE 'N' TO WS-ICT-RESULTADO-O
              STRING 'ARCHIVO DEL PERIODO ' WS-ICT-PERIODO-O
                     ', SE ESPERABA EL ' WS-ICT-PERIODO-E
                     DELIMITED BY SIZE INTO WS-ICT-MOTIVO-O
              GO TO 2300-VERIFICAR-ARCHIVO-FIN
           END-IF.

           PERFORM 2350-CONTROLAR-ENTREGA
              THRU 2350-CONTROLAR-ENTREGA-FIN.

       2300-VERIFICAR-ARCHIVO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** posiciones de los importes en cada layout (MINIMOS.CPY,
      *    *** SALDOS-CIERRE / SALDOS-PENDIENTES, FACTUR.CPY,
      *    *** PAGOSAPL.CPY); el vencimiento suma la fecha
       2305-DEFINIR-CAMPOS-HASH.

           INITIALIZE WS-CAMPOS-HASH.
           MOVE 2 TO WS-HASH-DECIMALES.

           EVALUATE WS-ICT-INTERFAZ-E
               WHEN 'MINIMOS'
                    MOVE 26 TO WS-HASH-POS-1
                    MOVE 10 TO WS-HASH-LARGO-1
               WHEN 'SALDCIER'
               WHEN 'SALDPEND'
                    MOVE 27 TO WS-HASH-POS-1
                    MOVE 11 TO WS-HASH-LARGO-1
                    MOVE 38 TO WS-HASH-POS-2
                    MOVE 11 TO WS-HASH-LARGO-2
               WHEN 'FACTURAD'
                    MOVE 33 TO WS-HASH-POS-1
                    MOVE 11 TO WS-HASH-LARGO-1
               WHEN 'PAGOSAPL'
                    MOVE 43 TO WS-HASH-POS-1
                    MOVE 11 TO WS-HASH-LARGO-1
               WHEN 'VENCIMTO'
                    MOVE 1  TO WS-HASH-POS-1
                    MOVE 8  TO WS-HASH-LARGO-1
                    MOVE 0  TO WS-HASH-DECIMALES
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       2305-DEFINIR-CAMPOS-HASH-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2310-LEER-LINEA.

           READ ENT-INTERFAZ
               AT END
                  SET FS-INTERFAZ-EOF TO TRUE
               NOT AT END
                  EVALUATE WS-ENT-LINEA (1:10)
                      WHEN '*CABECERA*'
                           PERFORM 2320-CONTROLAR-CABECERA
                              THRU 2320-CONTROLAR-CABECERA-FIN
                      WHEN '*TOTALES**'
                           PERFORM 2330-CONTROLAR-TOTALES
                              THRU 2330-CONTROLAR-TOTALES-FIN
                      WHEN OTHER
                           PERFORM 2340-SUMAR-DETALLE
                              THRU 2340-SUMAR-DETALLE-FIN
                  END-EVALUATE
           END-READ.

       2310-LEER-LINEA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2320-CONTROLAR-CABECERA.

           IF WS-EN-LOTE
              MOVE 'N' TO WS-ICT-RESULTADO-O
              MOVE 'CABECERA SIN LOS TOTALES DEL LOTE ANTERIOR'
                       TO WS-ICT-MOTIVO-O
              GO TO 2320-CONTROLAR-CABECERA-FIN
           END-IF.

           MOVE WS-ENT-LINEA (1:88) TO WS-REG-CONTROL.

           IF WS-CTL-PERIODO IS NOT NUMERIC
              MOVE 'N' TO WS-ICT-RESULTADO-O
              MOVE 'CABECERA ILEGIBLE' TO WS-ICT-MOTIVO-O
              GO TO 2320-CONTROLAR-CABECERA-FIN
           END-IF.

           IF WS-CTL-INTERFAZ <> WS-ICT-INTERFAZ-E
              MOVE 'N' TO WS-ICT-RESULTADO-O
              STRING 'EL ARCHIVO ES DE LA INTERFAZ '
                     WS-CTL-INTERFAZ
                     DELIMITED BY SIZE INTO WS-ICT-MOTIVO-O
              GO TO 2320-CONTROLAR-CABECERA-FIN
           END-IF.

           MOVE WS-CTL-PROGRAMA TO WS-CAB-PROGRAMA.
           MOVE WS-CTL-RUN-ID   TO WS-CAB-RUN-ID.
           MOVE WS-CTL-PERIODO  TO WS-CAB-PERIODO.
           MOVE ZEROES          TO WS-CANT-LOTE
                                   WS-HASH-LOTE.
           MOVE 'S'             TO WS-LOTE-ABIERTO.
           ADD 1                TO WS-ICT-CANT-LOTES-O.

       2320-CONTROLAR-CABECERA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2330-CONTROLAR-TOTALES.

           IF NOT WS-EN-LOTE
              MOVE 'N' TO WS-ICT-RESULTADO-O
              MOVE 'TOTALES SIN CABECERA' TO WS-ICT-MOTIVO-O
              GO TO 2330-CONTROLAR-TOTALES-FIN
           END-IF.

           MOVE WS-ENT-LINEA (1:88) TO WS-REG-CONTROL.

           IF WS-CTL-PERIODO        IS NOT NUMERIC OR
              WS-CTL-CANT-REGISTROS IS NOT NUMERIC OR
              WS-CTL-TOTAL-HASH     IS NOT NUMERIC
              MOVE 'N' TO WS-ICT-RESULTADO-O
              MOVE 'TOTALES ILEGIBLES' TO WS-ICT-MOTIVO-O
              GO TO 2330-CONTROLAR-TOTALES-FIN
           END-IF.

           IF WS-CTL-PROGRAMA <> WS-CAB-PROGRAMA OR
              WS-CTL-RUN-ID   <> WS-CAB-RUN-ID   OR
              WS-CTL-PERIODO  <> WS-CAB-PERIODO
              MOVE 'N' TO WS-ICT-RESULTADO-O
              MOVE 'LOS TOTALES SON DE OTRA CORRIDA QUE LA CABECERA'
                       TO WS-ICT-MOTIVO-O
              GO TO 2330-CONTROLAR-TOTALES-FIN
           END-IF.

           IF WS-CTL-CANT-REGISTROS <> WS-CANT-LOTE
              MOVE WS-CTL-CANT-REGISTROS TO WS-CANT-EDIT-A
              MOVE WS-CANT-LOTE          TO WS-CANT-EDIT-B
              MOVE 'N' TO WS-ICT-RESULTADO-O
              STRING 'REGISTROS SEGUN TOTALES ' WS-CANT-EDIT-A
                     ', LEIDOS ' WS-CANT-EDIT-B
                     DELIMITED BY SIZE INTO WS-ICT-MOTIVO-O
              GO TO 2330-CONTROLAR-TOTALES-FIN
           END-IF.

           IF WS-CTL-TOTAL-HASH <> WS-HASH-LOTE
              MOVE 'N' TO WS-ICT-RESULTADO-O
              MOVE 'EL TOTAL HASH NO COINCIDE CON LOS IMPORTES LEIDOS'
                       TO WS-ICT-MOTIVO-O
              GO TO 2330-CONTROLAR-TOTALES-FIN
           END-IF.

           MOVE 'N'                   TO WS-LOTE-ABIERTO.
           MOVE WS-CTL-PROGRAMA       TO WS-ULT-PROGRAMA.
           MOVE WS-CTL-RUN-ID         TO WS-ICT-RUN-ID-O.
           MOVE WS-CTL-PERIODO        TO WS-ICT-PERIODO-O.
           MOVE WS-CTL-CANT-REGISTROS TO WS-ULT-CANT.
           MOVE WS-CTL-TOTAL-HASH     TO WS-ULT-HASH.
           MOVE WS-CTL-TOTAL-HASH     TO WS-ICT-TOTAL-HASH-O.
           ADD WS-CTL-CANT-REGISTROS  TO WS-ICT-CANT-REGISTROS-O.

       2330-CONTROLAR-TOTALES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2340-SUMAR-DETALLE.

           IF NOT WS-EN-LOTE
              MOVE 'N' TO WS-ICT-RESULTADO-O
              MOVE 'REGISTROS ANTES DE LA CABECERA' TO WS-ICT-MOTIVO-O
              GO TO 2340-SUMAR-DETALLE-FIN
           END-IF.

           ADD 1 TO WS-CANT-LOTE.

           IF WS-HASH-LARGO-1 > ZEROES
              MOVE WS-HASH-POS-1   TO WS-HASH-POS-ACTUAL
              MOVE WS-HASH-LARGO-1 TO WS-HASH-LARGO-ACTUAL
              PERFORM 2345-SUMAR-CAMPO
                 THRU 2345-SUMAR-CAMPO-FIN
           END-IF.

           IF WS-HASH-LARGO-2 > ZEROES
              MOVE WS-HASH-POS-2   TO WS-HASH-POS-ACTUAL
              MOVE WS-HASH-LARGO-2 TO WS-HASH-LARGO-ACTUAL
              PERFORM 2345-SUMAR-CAMPO
                 THRU 2345-SUMAR-CAMPO-FIN
           END-IF.

       2340-SUMAR-DETALLE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el importe se toma por sus digitos: el signo (separado
      *    *** o no) no cuenta, el total hash es de valores absolutos
       2345-SUMAR-CAMPO.

           MOVE ZEROES TO WS-VALOR-CAMPO.
           COMPUTE WS-HASH-POS-FIN = WS-HASH-POS-ACTUAL
                                   + WS-HASH-LARGO-ACTUAL - 1.

           PERFORM 2346-SUMAR-DIGITO
              THRU 2346-SUMAR-DIGITO-FIN
              VARYING WS-IX-POS FROM WS-HASH-POS-ACTUAL BY 1
              UNTIL WS-IX-POS > WS-HASH-POS-FIN.

           IF WS-HASH-DECIMALES = 2
              COMPUTE WS-HASH-LOTE = WS-HASH-LOTE
                                   + WS-VALOR-CAMPO / 100
           ELSE
              ADD WS-VALOR-CAMPO TO WS-HASH-LOTE
           END-IF.

       2345-SUMAR-CAMPO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2346-SUMAR-DIGITO.

           IF WS-ENT-LINEA (WS-IX-POS:1) IS NUMERIC
              MOVE WS-ENT-LINEA (WS-IX-POS:1) TO WS-DIGITO-X
              COMPUTE WS-VALOR-CAMPO = WS-VALOR-CAMPO * 10
                                     + WS-DIGITO
           END-IF.

       2346-SUMAR-DIGITO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el ultimo lote del archivo tiene que ser la ultima
      *    *** entrega anotada para esa ruta; si la ruta no tiene
      *    *** entrega anotada (archivo anterior al control) no se
      *    *** rechaza
       2350-CONTROLAR-ENTREGA.

           OPEN INPUT REG-INTERFACES.
           IF NOT FS-REGISTRO-OK
              GO TO 2350-CONTROLAR-ENTREGA-FIN
           END-IF.

           MOVE WS-RUTA-INTERFAZ TO WS-RIN-RUTA.
           READ REG-INTERFACES
              INVALID KEY
                 CLOSE REG-INTERFACES
                 GO TO 2350-CONTROLAR-ENTREGA-FIN
           END-READ.

           CLOSE REG-INTERFACES.

           IF WS-RIN-PROGRAMA       <> WS-ULT-PROGRAMA  OR
              WS-RIN-RUN-ID         <> WS-ICT-RUN-ID-O  OR
              WS-RIN-PERIODO        <> WS-ICT-PERIODO-O OR
              WS-RIN-CANT-REGISTROS <> WS-ULT-CANT      OR
              WS-RIN-TOTAL-HASH     <> WS-ULT-HASH
              MOVE 'N' TO WS-ICT-RESULTADO-O
              STRING 'NO ES LA ULTIMA ENTREGA: ' WS-RIN-PROGRAMA
                     ' GRABO LA CORRIDA ' WS-RIN-RUN-ID
                     DELIMITED BY SIZE INTO WS-ICT-MOTIVO-O
           END-IF.

       2350-CONTROLAR-ENTREGA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** recorre el archivo como la verificacion; si termina con
      *    *** un lote sin totales devuelve su corrida, su periodo y lo
      *    *** que lleva acumulado. Un archivo inexistente o rechazado
      *    *** no tiene lote para retomar: el productor graba una
      *    *** cabecera nueva
       2400-BUSCAR-LOTE-ABIERTO.

           MOVE 'N' TO WS-ICT-LOTE-ABIERTO-O.

           PERFORM 2305-DEFINIR-CAMPOS-HASH
              THRU 2305-DEFINIR-CAMPOS-HASH-FIN.

           OPEN INPUT ENT-INTERFAZ.

           IF NOT FS-INTERFAZ-OK
              MOVE 'F' TO WS-ICT-RESULTADO-O
              GO TO 2400-BUSCAR-LOTE-ABIERTO-FIN
           END-IF.

           MOVE 'S'    TO WS-ICT-RESULTADO-O.
           MOVE 'N'    TO WS-LOTE-ABIERTO.

           PERFORM 2310-LEER-LINEA
              THRU 2310-LEER-LINEA-FIN
              UNTIL FS-INTERFAZ-EOF
                 OR WS-ICT-ARCHIVO-RECHAZADO.

           CLOSE ENT-INTERFAZ.

           IF WS-EN-LOTE AND WS-ICT-ARCHIVO-OK
              MOVE 'S'             TO WS-ICT-LOTE-ABIERTO-O
              MOVE WS-CAB-RUN-ID   TO WS-ICT-RUN-ID-O
              MOVE WS-CAB-PERIODO  TO WS-ICT-PERIODO-O
              MOVE WS-CANT-LOTE    TO WS-ICT-CANT-REGISTROS-O
              MOVE WS-HASH-LOTE    TO WS-ICT-TOTAL-HASH-O
           END-IF.

       2400-BUSCAR-LOTE-ABIERTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM INTFCTL.
