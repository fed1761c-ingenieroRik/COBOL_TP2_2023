      *          con su propio codigo, en lugar de rebotar como
      *          "tarjeta inexistente" en el maestro. El numero puede
      *          venir con guiones, que se ignoran. Sin BINES.SEQ solo
      *          se controla el digito verificador. Con varias
      *          entidades emisoras cada rango dice de que entidad es
      *          (devuelta al llamador) y en la corrida de una entidad
      *          el BIN de otra se rechaza.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-ENT-BIN-REG.
          05 WS-BIN-DESDE                           PIC 9(06).
          05 WS-BIN-HASTA                           PIC 9(06).
      *    *** entidad emisora duenia del rango (ver ENTIDCTL); en
      *    *** blanco = la entidad principal de la instalacion
          05 WS-BIN-ENTIDAD                         PIC X(03).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
                          INDEXED BY WS-IX-BIN.
             10 WS-TBI-DESDE         PIC 9(06).
             10 WS-TBI-HASTA         PIC 9(06).
             10 WS-TBI-ENTIDAD       PIC X(03).

      *    *** PAN con solo los digitos (sin guiones ni espacios)
       01 WS-PAN-DIGITOS             PIC X(19) VALUE SPACES.
       01 WS-BIN-HALLADO             PIC X(01) VALUE 'N'.
          88 WS-BIN-ES-PROPIO                      VALUE 'S'.

      *    *** entidad de la corrida y principal (ver ENTIDCTL)
       01 WS-ENTIDAD-PROCESO         PIC X(03) VALUE SPACES.
       01 WS-ENTIDAD-PRINCIPAL       PIC X(03) VALUE SPACES.

       01 WS-ENTIDAD-AREA.
           COPY ENTIDIO.

      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01 LK-VALIDACION-PAN.
           MOVE 'S'    TO WS-PAN-VALIDACION-O.
           MOVE SPACES TO WS-PAN-COD-ERROR-O.
           MOVE SPACES TO WS-PAN-DES-ERROR-O.
           MOVE SPACES TO WS-PAN-ENTIDAD-O.

      *    *** la entidad de la corrida se pide en cada llamada: SIGNON
      *    *** puede haberla fijado despues de la primera
           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-DATOS TO TRUE.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.
           MOVE WS-EMI-PROCESO-O   TO WS-ENTIDAD-PROCESO.
           MOVE WS-EMI-PRINCIPAL-O TO WS-ENTIDAD-PRINCIPAL.

           IF NOT WS-YA-CARGADO
              MOVE SPACES TO WS-RUTA-ENTORNO
                     SET WS-IX-BIN TO WS-CANT-BINES
                     MOVE WS-BIN-DESDE TO WS-TBI-DESDE (WS-IX-BIN)
                     MOVE WS-BIN-HASTA TO WS-TBI-HASTA (WS-IX-BIN)
                     MOVE WS-BIN-ENTIDAD
                       TO WS-TBI-ENTIDAD (WS-IX-BIN)
                     IF WS-BIN-ENTIDAD = SPACES
                        MOVE WS-ENTIDAD-PRINCIPAL
                          TO WS-TBI-ENTIDAD (WS-IX-BIN)
                     END-IF
                  END-IF
           END-READ.

                 IF WS-BIN-PAN >= WS-TBI-DESDE (WS-IX-BIN)
                    AND WS-BIN-PAN <= WS-TBI-HASTA (WS-IX-BIN)
                    MOVE 'S' TO WS-BIN-HALLADO
                    MOVE WS-TBI-ENTIDAD (WS-IX-BIN)
                      TO WS-PAN-ENTIDAD-O
                 END-IF
              END-PERFORM
              IF NOT WS-BIN-ES-PROPIO
                 MOVE '33' TO WS-PAN-COD-ERROR-O
                 MOVE 'BIN AJENO: TARJETA NO EMITIDA POR ESTA CASA'
                           TO WS-PAN-DES-ERROR-O
                 GO TO 2000-VALIDAR-PAN-FIN
              END-IF
           END-IF.

      *    *** 4) en la corrida de una entidad, el BIN tiene que ser de
      *    *** esa entidad: la tarjeta de otro banco de la instalacion
      *    *** no se mezcla en su proceso
           IF WS-ENTIDAD-PROCESO <> SPACES
              AND WS-PAN-ENTIDAD-O <> SPACES
              AND WS-PAN-ENTIDAD-O <> WS-ENTIDAD-PROCESO
              MOVE 'N'  TO WS-PAN-VALIDACION-O
              MOVE '34' TO WS-PAN-COD-ERROR-O
              MOVE 'BIN DE OTRA ENTIDAD DE LA INSTALACION'
                        TO WS-PAN-DES-ERROR-O
           END-IF.

       2000-VALIDAR-PAN-FIN.
           EXIT.
      *----------------------------------------------------------------*
