      *          solo por su vigencia, que la corrida depura con su
      *          reporte. El alta exige operador identificado (ver
      *          SIGNON) con rol operador o supervisor, y el operador
      *          queda asentado en el registro. Si otro operador
      *          carga o cambia el limite de la misma tarjeta y moneda
      *          mientras se edita, el alta no lo pisa: se muestra lo
      *          que cambio y se pide rehacerla (ver COLISION).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          88 WS-SESION-PUEDE-MODIFICAR             VALUES 'O', 'S'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

      *    *** control de actualizacion concurrente (ver COLISION): el
      *    *** limite vigente al empezar el alta (espacios si no habia)
      *    *** y el que se va a grabar
       01 WS-COLISION.
           COPY COLISIO.
       01 WS-VIG-IMAGEN-LEIDA        PIC X(58) VALUE SPACES.
       01 WS-VIG-LEIDA REDEFINES WS-VIG-IMAGEN-LEIDA.
          05 WS-VGL-CLAVE            PIC X(22).
          05 WS-VGL-IMPORTE          PIC 9(08)V9(02).
          05 WS-VGL-VIG-DESDE        PIC 9(08).
          05 WS-VGL-VIG-HASTA        PIC 9(08).
          05 WS-VGL-OPERADOR         PIC X(10).
       01 WS-VIG-IMAGEN-NUEVA        PIC X(58) VALUE SPACES.
       01 WS-VIG-CLAVE               PIC X(22) VALUE SPACES.

       01 FS-STATUS.
          05 FS-LIMITES-TEMP                       PIC X(2).
             88 FS-LIMITES-TEMP-OK                     VALUE '00'.
              GO TO 2100-ALTA-LIMITE-FIN
           END-IF.

           PERFORM 2110-LEER-VIGENTE
              THRU 2110-LEER-VIGENTE-FIN.

           DISPLAY 'IMPORTE DEL LIMITE TEMPORAL: ' WITH NO ADVANCING.
           ACCEPT WS-LTM-IMPORTE.
           DISPLAY 'VIGENCIA DESDE (AAAAMMDD): ' WITH NO ADVANCING.

           MOVE WS-OPERADOR-SESION TO WS-LTM-OPERADOR.

           PERFORM 2120-VERIFICAR-COLISION
              THRU 2120-VERIFICAR-COLISION-FIN.
           IF WS-COL-HUBO-COLISION
              GO TO 2100-ALTA-LIMITE-FIN
           END-IF.

           WRITE WS-LTM-LIMITE-TEMP-REG
               INVALID KEY
      *    *** ya habia un limite temporal para esa tarjeta y moneda:
       2100-ALTA-LIMITE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** limite vigente para la tarjeta y moneda al empezar el
      *    *** alta: se muestra (el alta lo reemplaza) y se guarda su
      *    *** imagen para detectar si otro operador lo toca mientras
       2110-LEER-VIGENTE.

           MOVE WS-LTM-CLAVE TO WS-VIG-CLAVE.
           MOVE SPACES       TO WS-VIG-IMAGEN-LEIDA.

           READ ENT-LIMITES-TEMP KEY IS WS-LTM-CLAVE
               INVALID KEY CONTINUE
           END-READ.

           IF FS-LIMITES-TEMP-OK
              MOVE WS-LTM-LIMITE-TEMP-REG TO WS-VIG-IMAGEN-LEIDA
              MOVE WS-LTM-IMPORTE TO WS-IMPORTE-EDIT
              DISPLAY 'YA HAY UN LIMITE TEMPORAL DE ' WS-IMPORTE-EDIT
                      ' (' WS-LTM-VIG-DESDE '-' WS-LTM-VIG-HASTA
                      ', ' WS-LTM-OPERADOR '): EL ALTA LO REEMPLAZA'
           END-IF.

           INITIALIZE WS-LTM-LIMITE-TEMP-REG.
           MOVE WS-VIG-CLAVE TO WS-LTM-CLAVE.

       2110-LEER-VIGENTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** antes de grabar se relee el limite: si otro operador lo
      *    *** cargo, cambio o dio de baja desde 2110, no se graba; el
      *    *** operador ve que cambio y rehace el alta sobre los datos
      *    *** vigentes. Sin colision el area vuelve a tener el alta
       2120-VERIFICAR-COLISION.

           MOVE WS-LTM-LIMITE-TEMP-REG TO WS-VIG-IMAGEN-NUEVA.

           READ ENT-LIMITES-TEMP KEY IS WS-LTM-CLAVE
               INVALID KEY CONTINUE
           END-READ.

           INITIALIZE WS-COLISION.
           MOVE 'LIMTEMP'           TO WS-COL-PROGRAMA-E.
           MOVE WS-OPERADOR-SESION  TO WS-COL-USUARIO-E.
           MOVE WS-VIG-CLAVE (1:19) TO WS-COL-CLAVE-E.
           MOVE WS-VIG-IMAGEN-LEIDA TO WS-COL-IMAGEN-LEIDA-E.
           IF FS-LIMITES-TEMP-OK
              MOVE WS-LTM-LIMITE-TEMP-REG TO WS-COL-IMAGEN-ACTUAL-E
           END-IF.
           CALL 'COLISION' USING WS-COLISION.

           IF WS-COL-SIN-CAMBIOS
              MOVE WS-VIG-IMAGEN-NUEVA TO WS-LTM-LIMITE-TEMP-REG
              GO TO 2120-VERIFICAR-COLISION-FIN
           END-IF.

           DISPLAY 'OTRO OPERADOR MODIFICO EL LIMITE TEMPORAL MIENTRAS '
                   'SE EDITABA: EL ALTA NO SE GRABO'.

           EVALUATE TRUE
               WHEN NOT FS-LIMITES-TEMP-OK
                    MOVE WS-VGL-IMPORTE TO WS-IMPORTE-EDIT
                    DISPLAY '  EL LIMITE DE ' WS-IMPORTE-EDIT
                            ' (' WS-VGL-OPERADOR ') FUE DADO DE BAJA'
               WHEN WS-VIG-IMAGEN-LEIDA = SPACES
                    MOVE WS-LTM-IMPORTE TO WS-IMPORTE-EDIT
                    DISPLAY '  SE CARGO UN LIMITE DE ' WS-IMPORTE-EDIT
                            ' (' WS-LTM-VIG-DESDE '-' WS-LTM-VIG-HASTA
                            ', ' WS-LTM-OPERADOR ')'
               WHEN OTHER
                    MOVE WS-VGL-IMPORTE TO WS-IMPORTE-EDIT
                    DISPLAY '  ANTES: ' WS-IMPORTE-EDIT
                            ' (' WS-VGL-VIG-DESDE '-' WS-VGL-VIG-HASTA
                            ', ' WS-VGL-OPERADOR ')'
                    MOVE WS-LTM-IMPORTE TO WS-IMPORTE-EDIT
                    DISPLAY '  AHORA: ' WS-IMPORTE-EDIT
                            ' (' WS-LTM-VIG-DESDE '-' WS-LTM-VIG-HASTA
                            ', ' WS-LTM-OPERADOR ')'
           END-EVALUATE.

           DISPLAY 'VUELVA A CARGAR EL ALTA SOBRE LOS DATOS VIGENTES'.

       2120-VERIFICAR-COLISION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2200-BAJA-LIMITE.

