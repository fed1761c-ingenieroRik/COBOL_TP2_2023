      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: entidad emisora, para procesar en una misma
      *          instalacion las carteras de varios bancos. La tabla
      *          ENTIDADES.SEQ (ver ENTIDAD.CPY) da por cada entidad su
      *          nombre y leyenda para el resumen y el directorio de
      *          sus archivos propios; CUENTA-ENTIDAD.VSAM liga cada
      *          cuenta con su entidad, en el molde de CUENTA-PERSONA
      *          (el maestro de tarjetas no cambia de largo). La
      *          entidad de la corrida sale de ENTIDAD_PROCESO o la
      *          fija SIGNON para el operador de una sola entidad: con
      *          ella cada proceso lee los parametros, productos y
      *          feriados de esa entidad, graba sus salidas en su
      *          directorio y deja afuera las cuentas de las otras, de
      *          modo que cada banco corre y cuadra por separado. Sin
      *          ENTIDADES.SEQ la instalacion es de una sola entidad y
      *          todo sigue como siempre. La tabla se carga una vez
      *          por corrida; el vinculo se abre y cierra por
      *          operacion, como BLOQCTRL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTIDCTL.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-ENTIDADES
           ASSIGN TO WS-RUTA-ENTIDADES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENTIDADES.

       SELECT ENT-CUENTA-ENTIDAD
           ASSIGN TO WS-RUTA-CUENTA-ENTIDAD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-CEN-CUENTA
           FILE STATUS IS FS-CUENTA-ENTIDAD.

      *    *** solo para saber si la entidad tiene su propia copia de
      *    *** un archivo de parametros
       SELECT ENT-PRUEBA
           ASSIGN TO WS-RUTA-PRUEBA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRUEBA.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-ENTIDADES.
           COPY ENTIDAD.

       FD ENT-CUENTA-ENTIDAD.
       01 WS-CEN-VINCULO-REG.
          05 WS-CEN-CUENTA                          PIC 9(10).
          05 WS-CEN-ENTIDAD                         PIC X(03).
          05 WS-CEN-FECHA                           PIC 9(08).

       FD ENT-PRUEBA.
       01 WS-PRU-REG                                PIC X(01).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-ENTIDADES          PIC X(60)
                                     VALUE '../ENTIDADES.SEQ'.
       01 WS-RUTA-CUENTA-ENTIDAD     PIC X(60)
                                     VALUE '../CUENTA-ENTIDAD.VSAM'.
       01 WS-RUTA-PRUEBA             PIC X(60) VALUE SPACES.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
          05 FS-ENTIDADES                          PIC X(2).
             88 FS-ENTIDADES-OK                        VALUE '00'.
             88 FS-ENTIDADES-EOF                       VALUE '10'.
             88 FS-ENTIDADES-NFD                       VALUE '35'.
          05 FS-CUENTA-ENTIDAD                     PIC X(2).
             88 FS-CUENTA-ENTIDAD-OK                   VALUE '00'.
             88 FS-CUENTA-ENTIDAD-NFD                  VALUE '35'.
             88 FS-CUENTA-ENTIDAD-CLAVE-DUP            VALUE '22'.
          05 FS-PRUEBA                             PIC X(2).
             88 FS-PRUEBA-OK                           VALUE '00'.

      *    *** la tabla de entidades se carga una sola vez por corrida,
      *    *** igual criterio que la tabla de BINes de CLVALPAN; la
      *    *** entidad de la corrida queda fijada para todos los
      *    *** programas que llamen a este modulo
       01 WS-ENTIDADES-CARGADAS      PIC X(01) VALUE 'N'.
          88 WS-YA-CARGADO                         VALUE 'S'.

       01 WS-ENTIDAD-PROCESO         PIC X(03) VALUE SPACES.
       01 WS-ENTIDAD-PRINCIPAL       PIC X(03) VALUE SPACES.

       01 WS-TABLA-ENTIDADES.
          05 WS-CANT-ENTIDADES       PIC 9(02) VALUE ZEROES.
          05 WS-TEN-ITEM OCCURS 20 TIMES
                          INDEXED BY WS-IX-TEN.
             10 WS-TEN-CODIGO        PIC X(03).
             10 WS-TEN-NOMBRE        PIC X(30).
             10 WS-TEN-LEYENDA       PIC X(60).
             10 WS-TEN-DIRECTORIO    PIC X(40).

       01 WS-CODIGO-BUSCADO          PIC X(03) VALUE SPACES.
       01 WS-ENTIDAD-HALLADA         PIC X(01) VALUE 'N'.
          88 WS-HAY-ENTIDAD                        VALUE 'S'.

      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01 LK-ENTIDAD.
           COPY ENTIDIO.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING LK-ENTIDAD.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           EVALUATE TRUE
               WHEN WS-EMI-MODO-DATOS
                    PERFORM 2100-DATOS-ENTIDAD
                       THRU 2100-DATOS-ENTIDAD-FIN
               WHEN WS-EMI-MODO-CUENTA
                    PERFORM 2200-ENTIDAD-CUENTA
                       THRU 2200-ENTIDAD-CUENTA-FIN
               WHEN WS-EMI-MODO-VERIFICAR
                    PERFORM 2300-VERIFICAR-CUENTA
                       THRU 2300-VERIFICAR-CUENTA-FIN
               WHEN WS-EMI-MODO-ASIGNAR
                    PERFORM 2400-ASIGNAR-CUENTA
                       THRU 2400-ASIGNAR-CUENTA-FIN
               WHEN WS-EMI-MODO-RUTA
                    PERFORM 2500-RUTA-ENTIDAD
                       THRU 2500-RUTA-ENTIDAD-FIN
               WHEN WS-EMI-MODO-RUTA-PARAM
                    PERFORM 2600-RUTA-PARAMETROS
                       THRU 2600-RUTA-PARAMETROS-FIN
               WHEN WS-EMI-MODO-FIJAR
                    PERFORM 2700-FIJAR-ENTIDAD
                       THRU 2700-FIJAR-ENTIDAD-FIN
               WHEN OTHER
                    MOVE '01'                TO WS-EMI-COD-ERROR-O
                    MOVE 'MODO DE ENTIDAD INVALIDO'
                                             TO WS-EMI-DES-ERROR-O
           END-EVALUATE.

           GOBACK.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-EMI-SALIDA.

           IF NOT WS-YA-CARGADO
              PERFORM 1100-CARGAR-ENTIDADES
                 THRU 1100-CARGAR-ENTIDADES-FIN
              SET WS-YA-CARGADO TO TRUE
           END-IF.

           IF WS-CANT-ENTIDADES > ZEROES
              MOVE 'S' TO WS-EMI-MULTIENTIDAD-O
           ELSE
              MOVE 'N' TO WS-EMI-MULTIENTIDAD-O
           END-IF.

           MOVE WS-ENTIDAD-PROCESO   TO WS-EMI-PROCESO-O.
           MOVE WS-ENTIDAD-PRINCIPAL TO WS-EMI-PRINCIPAL-O.
           MOVE WS-EMI-RUTA-E        TO WS-EMI-RUTA-O.
           MOVE 'S'                  TO WS-EMI-PERTENECE-O.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** una entidad de la corrida que no figura en la tabla es un
      *    *** error de operacion: se avisa y se corre como si no se
      *    *** hubiera pedido ninguna (nunca con los archivos de otra)
       1100-CARGAR-ENTIDADES.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ENTIDCTL_ENTIDADES_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-ENTIDADES
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ENTIDCTL_CUENTA_ENTIDAD_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CUENTA-ENTIDAD
           END-IF.

           MOVE ZEROES TO WS-CANT-ENTIDADES.
           MOVE SPACES TO WS-ENTIDAD-PRINCIPAL.

           OPEN INPUT ENT-ENTIDADES.

           IF FS-ENTIDADES-OK
              PERFORM 1150-CARGAR-UNA-ENTIDAD
                 THRU 1150-CARGAR-UNA-ENTIDAD-FIN
                 UNTIL FS-ENTIDADES-EOF
              CLOSE ENT-ENTIDADES
           END-IF.

           IF WS-ENTIDAD-PRINCIPAL = SPACES
              AND WS-CANT-ENTIDADES > ZEROES
              MOVE WS-TEN-CODIGO (1) TO WS-ENTIDAD-PRINCIPAL
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'ENTIDAD_PROCESO'.
           MOVE WS-RUTA-ENTORNO (1:3) TO WS-ENTIDAD-PROCESO.

           IF WS-ENTIDAD-PROCESO <> SPACES
              MOVE WS-ENTIDAD-PROCESO TO WS-CODIGO-BUSCADO
              PERFORM 2050-BUSCAR-ENTIDAD
                 THRU 2050-BUSCAR-ENTIDAD-FIN
              IF NOT WS-HAY-ENTIDAD
                 DISPLAY 'AVISO: ENTIDAD_PROCESO ' WS-ENTIDAD-PROCESO
                         ' NO FIGURA EN ENTIDADES.SEQ; SE IGNORA'
                 MOVE SPACES TO WS-ENTIDAD-PROCESO
              END-IF
           END-IF.

       1100-CARGAR-ENTIDADES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1150-CARGAR-UNA-ENTIDAD.

           READ ENT-ENTIDADES
               AT END SET FS-ENTIDADES-EOF TO TRUE
               NOT AT END
                  IF WS-CANT-ENTIDADES < 20
                     AND WS-ETD-CODIGO <> SPACES
                     ADD 1 TO WS-CANT-ENTIDADES
                     SET WS-IX-TEN TO WS-CANT-ENTIDADES
                     MOVE WS-ETD-CODIGO
                       TO WS-TEN-CODIGO (WS-IX-TEN)
                     MOVE WS-ETD-NOMBRE
                       TO WS-TEN-NOMBRE (WS-IX-TEN)
                     MOVE WS-ETD-LEYENDA
                       TO WS-TEN-LEYENDA (WS-IX-TEN)
                     MOVE WS-ETD-DIRECTORIO
                       TO WS-TEN-DIRECTORIO (WS-IX-TEN)
                     IF WS-ETD-ES-PRINCIPAL
                        AND WS-ENTIDAD-PRINCIPAL = SPACES
                        MOVE WS-ETD-CODIGO TO WS-ENTIDAD-PRINCIPAL
                     END-IF
                  END-IF
           END-READ.

       1150-CARGAR-UNA-ENTIDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2050-BUSCAR-ENTIDAD.

           MOVE 'N' TO WS-ENTIDAD-HALLADA.

           PERFORM VARYING WS-IX-TEN FROM 1 BY 1
              UNTIL WS-IX-TEN > WS-CANT-ENTIDADES
                 OR WS-HAY-ENTIDAD
              IF WS-TEN-CODIGO (WS-IX-TEN) = WS-CODIGO-BUSCADO
                 MOVE 'S' TO WS-ENTIDAD-HALLADA
              END-IF
           END-PERFORM.

      *    *** el PERFORM deja el indice una fila despues del hallazgo
           IF WS-HAY-ENTIDAD
              SET WS-IX-TEN DOWN BY 1
              MOVE WS-TEN-CODIGO (WS-IX-TEN)     TO WS-EMI-CODIGO-O
              MOVE WS-TEN-NOMBRE (WS-IX-TEN)     TO WS-EMI-NOMBRE-O
              MOVE WS-TEN-LEYENDA (WS-IX-TEN)    TO WS-EMI-LEYENDA-O
              MOVE WS-TEN-DIRECTORIO (WS-IX-TEN) TO WS-EMI-DIRECTORIO-O
           END-IF.

       2050-BUSCAR-ENTIDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2100-DATOS-ENTIDAD.

           IF WS-CANT-ENTIDADES = ZEROES
              GO TO 2100-DATOS-ENTIDAD-FIN
           END-IF.

           IF WS-EMI-CODIGO-E = SPACES
              MOVE WS-ENTIDAD-PROCESO TO WS-CODIGO-BUSCADO
           ELSE
              MOVE WS-EMI-CODIGO-E    TO WS-CODIGO-BUSCADO
           END-IF.

           IF WS-CODIGO-BUSCADO = SPACES
              GO TO 2100-DATOS-ENTIDAD-FIN
           END-IF.

           PERFORM 2050-BUSCAR-ENTIDAD
              THRU 2050-BUSCAR-ENTIDAD-FIN.

           IF NOT WS-HAY-ENTIDAD
              MOVE '02'                      TO WS-EMI-COD-ERROR-O
              MOVE 'ENTIDAD INEXISTENTE'     TO WS-EMI-DES-ERROR-O
           END-IF.

       2100-DATOS-ENTIDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** una cuenta sin vinculo es de la entidad principal (toda
      *    *** la cartera anterior al multi-emisor)
       2200-ENTIDAD-CUENTA.

           IF WS-CANT-ENTIDADES = ZEROES
              GO TO 2200-ENTIDAD-CUENTA-FIN
           END-IF.

           MOVE WS-ENTIDAD-PRINCIPAL TO WS-CODIGO-BUSCADO.

           OPEN INPUT ENT-CUENTA-ENTIDAD.

           IF FS-CUENTA-ENTIDAD-OK
              MOVE WS-EMI-CUENTA-E TO WS-CEN-CUENTA
              READ ENT-CUENTA-ENTIDAD KEY IS WS-CEN-CUENTA
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE WS-CEN-ENTIDAD TO WS-CODIGO-BUSCADO
              END-READ
              CLOSE ENT-CUENTA-ENTIDAD
           END-IF.

           PERFORM 2050-BUSCAR-ENTIDAD
              THRU 2050-BUSCAR-ENTIDAD-FIN.

           IF NOT WS-HAY-ENTIDAD
              MOVE WS-CODIGO-BUSCADO         TO WS-EMI-CODIGO-O
           END-IF.

       2200-ENTIDAD-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** corrida de toda la instalacion: todas las cuentas valen
       2300-VERIFICAR-CUENTA.

           IF WS-CANT-ENTIDADES = ZEROES
              OR WS-ENTIDAD-PROCESO = SPACES
              GO TO 2300-VERIFICAR-CUENTA-FIN
           END-IF.

           PERFORM 2200-ENTIDAD-CUENTA
              THRU 2200-ENTIDAD-CUENTA-FIN.

           IF WS-EMI-CODIGO-O <> WS-ENTIDAD-PROCESO
              MOVE 'N' TO WS-EMI-PERTENECE-O
           END-IF.

       2300-VERIFICAR-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el vinculo se graba aun para la principal, asi una
      *    *** reasignacion posterior de la principal no arrastra las
      *    *** cuentas dadas de alta despues del multi-emisor
       2400-ASIGNAR-CUENTA.

           IF WS-CANT-ENTIDADES = ZEROES
              GO TO 2400-ASIGNAR-CUENTA-FIN
           END-IF.

           EVALUATE TRUE
               WHEN WS-EMI-CODIGO-E <> SPACES
                    MOVE WS-EMI-CODIGO-E      TO WS-CODIGO-BUSCADO
               WHEN WS-ENTIDAD-PROCESO <> SPACES
                    MOVE WS-ENTIDAD-PROCESO   TO WS-CODIGO-BUSCADO
               WHEN OTHER
                    MOVE WS-ENTIDAD-PRINCIPAL TO WS-CODIGO-BUSCADO
           END-EVALUATE.

           PERFORM 2050-BUSCAR-ENTIDAD
              THRU 2050-BUSCAR-ENTIDAD-FIN.

           IF NOT WS-HAY-ENTIDAD
              MOVE '02'                      TO WS-EMI-COD-ERROR-O
              MOVE 'ENTIDAD INEXISTENTE'     TO WS-EMI-DES-ERROR-O
              GO TO 2400-ASIGNAR-CUENTA-FIN
           END-IF.

           OPEN I-O ENT-CUENTA-ENTIDAD.

           IF FS-CUENTA-ENTIDAD-NFD
              OPEN OUTPUT ENT-CUENTA-ENTIDAD
              CLOSE ENT-CUENTA-ENTIDAD
              OPEN I-O ENT-CUENTA-ENTIDAD
           END-IF.

           IF NOT FS-CUENTA-ENTIDAD-OK
              MOVE '03'                      TO WS-EMI-COD-ERROR-O
              MOVE 'ERROR AL ABRIR CUENTA-ENTIDAD.VSAM'
                                             TO WS-EMI-DES-ERROR-O
              GO TO 2400-ASIGNAR-CUENTA-FIN
           END-IF.

           INITIALIZE WS-CEN-VINCULO-REG.
           MOVE WS-EMI-CUENTA-E             TO WS-CEN-CUENTA.
           MOVE WS-CODIGO-BUSCADO           TO WS-CEN-ENTIDAD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CEN-FECHA.

           WRITE WS-CEN-VINCULO-REG.

           IF FS-CUENTA-ENTIDAD-CLAVE-DUP
              REWRITE WS-CEN-VINCULO-REG
           END-IF.

           IF NOT FS-CUENTA-ENTIDAD-OK
              MOVE '04'                      TO WS-EMI-COD-ERROR-O
              MOVE 'ERROR AL ASIGNAR LA ENTIDAD DE LA CUENTA'
                                             TO WS-EMI-DES-ERROR-O
           END-IF.

           CLOSE ENT-CUENTA-ENTIDAD.

       2400-ASIGNAR-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** solo se mueve una ruta relativa al directorio de trabajo
      *    *** ('../ARCHIVO'): una ruta puesta a mano por variable de
      *    *** entorno manda sobre la entidad
       2500-RUTA-ENTIDAD.

           IF WS-CANT-ENTIDADES = ZEROES
              OR WS-ENTIDAD-PROCESO = SPACES
              OR WS-EMI-RUTA-E (1:3) <> '../'
              GO TO 2500-RUTA-ENTIDAD-FIN
           END-IF.

           MOVE WS-ENTIDAD-PROCESO TO WS-CODIGO-BUSCADO.
           PERFORM 2050-BUSCAR-ENTIDAD
              THRU 2050-BUSCAR-ENTIDAD-FIN.

           IF NOT WS-HAY-ENTIDAD
              OR WS-EMI-DIRECTORIO-O = SPACES
              GO TO 2500-RUTA-ENTIDAD-FIN
           END-IF.

           MOVE SPACES TO WS-EMI-RUTA-O.
           STRING WS-EMI-DIRECTORIO-O   DELIMITED BY SPACE
                  WS-EMI-RUTA-E (4:57)  DELIMITED BY SPACE
             INTO WS-EMI-RUTA-O
           END-STRING.

       2500-RUTA-ENTIDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2600-RUTA-PARAMETROS.

           PERFORM 2500-RUTA-ENTIDAD
              THRU 2500-RUTA-ENTIDAD-FIN.

           IF WS-EMI-RUTA-O = WS-EMI-RUTA-E
              GO TO 2600-RUTA-PARAMETROS-FIN
           END-IF.

           MOVE WS-EMI-RUTA-O TO WS-RUTA-PRUEBA.
           OPEN INPUT ENT-PRUEBA.

           IF FS-PRUEBA-OK
              CLOSE ENT-PRUEBA
           ELSE
              MOVE WS-EMI-RUTA-E TO WS-EMI-RUTA-O
           END-IF.

       2600-RUTA-PARAMETROS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la sesion de un operador habilitado para una sola
      *    *** entidad queda fijada en ella; una corrida ya lanzada
      *    *** para otra entidad no se cambia
       2700-FIJAR-ENTIDAD.

           IF WS-CANT-ENTIDADES = ZEROES
              GO TO 2700-FIJAR-ENTIDAD-FIN
           END-IF.

           MOVE WS-EMI-CODIGO-E TO WS-CODIGO-BUSCADO.
           PERFORM 2050-BUSCAR-ENTIDAD
              THRU 2050-BUSCAR-ENTIDAD-FIN.

           IF NOT WS-HAY-ENTIDAD
              MOVE '02'                      TO WS-EMI-COD-ERROR-O
              MOVE 'ENTIDAD INEXISTENTE'     TO WS-EMI-DES-ERROR-O
              GO TO 2700-FIJAR-ENTIDAD-FIN
           END-IF.

           IF WS-ENTIDAD-PROCESO <> SPACES
              AND WS-ENTIDAD-PROCESO <> WS-EMI-CODIGO-E
              MOVE '05'                      TO WS-EMI-COD-ERROR-O
              MOVE 'LA CORRIDA ES DE OTRA ENTIDAD'
                                             TO WS-EMI-DES-ERROR-O
              GO TO 2700-FIJAR-ENTIDAD-FIN
           END-IF.

           MOVE WS-EMI-CODIGO-E TO WS-ENTIDAD-PROCESO.
           MOVE WS-EMI-CODIGO-E TO WS-EMI-PROCESO-O.

       2700-FIJAR-ENTIDAD-FIN.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM ENTIDCTL.
