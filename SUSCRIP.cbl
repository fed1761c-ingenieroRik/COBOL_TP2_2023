      *          debitos automaticos SUSCRIPCIONES.VSAM, al estilo de
      *          MANTTARJ para el maestro de tarjetas. El alta valida
      *          la tarjeta contra el maestro via MAESTARJ; GENDEB es
      *          quien emite los consumos mensuales. La baja muestra
      *          la suscripcion y pide confirmacion; si otro operador
      *          la cambio en el medio, la baja no lo pisa: se muestra
      *          lo que cambio y se pide rehacerla (ver COLISION).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-CONTADORES.
          05 WS-CANT-LISTADAS                 PIC 9(04) VALUE ZEROES.

       01 WS-CONFIRMA                PIC X(01) VALUE SPACE.

      *    *** control de actualizacion concurrente (ver COLISION): la
      *    *** suscripcion al leerla y la que se va a grabar
       01 WS-COLISION.
           COPY COLISIO.
       01 WS-VIG-IMAGEN-LEIDA        PIC X(86) VALUE SPACES.
       01 WS-VIG-LEIDA REDEFINES WS-VIG-IMAGEN-LEIDA.
          05 WS-VGL-TARJETA          PIC X(19).
          05 WS-VGL-DETALLE          PIC X(32).
          05 WS-VGL-MONEDA           PIC X(03).
          05 WS-VGL-IMPORTE          PIC S9(08)V9(02)
                                     SIGN IS TRAILING SEPARATE.
          05 WS-VGL-DIA-MES          PIC 9(02).
          05 WS-VGL-VIG-DESDE        PIC 9(08).
          05 WS-VGL-VIG-HASTA        PIC 9(08).
          05 WS-VGL-CANT-CUOTAS      PIC 9(02).
          05 WS-VGL-ESTADO           PIC X(01).
       01 WS-VIG-IMAGEN-NUEVA        PIC X(86) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           EVALUATE TRUE
               WHEN FS-SUSCRIPCIONES-OK
                    MOVE WS-SUS-SUSCRIPCION-REG TO WS-VIG-IMAGEN-LEIDA
                    DISPLAY 'MONEDA / IMPORTE : ' WS-SUS-MONEDA ' '
                                                  WS-SUS-IMPORTE
                    DISPLAY 'VIGENCIA         : ' WS-SUS-VIG-DESDE
                            ' A ' WS-SUS-VIG-HASTA
                    DISPLAY 'ESTADO           : ' WS-SUS-ESTADO
                    DISPLAY 'CONFIRMA LA BAJA (S/N): '
                            WITH NO ADVANCING
                    MOVE SPACE TO WS-CONFIRMA
                    ACCEPT WS-CONFIRMA
                    IF WS-CONFIRMA <> 'S'
                       DISPLAY 'BAJA CANCELADA'
                       GO TO 2200-BAJA-SUSCRIPCION-FIN
                    END-IF
                    SET WS-SUS-DADA-DE-BAJA TO TRUE
                    PERFORM 2250-VERIFICAR-COLISION
                       THRU 2250-VERIFICAR-COLISION-FIN
                    IF WS-COL-HUBO-COLISION
                       GO TO 2200-BAJA-SUSCRIPCION-FIN
                    END-IF
                    REWRITE WS-SUS-SUSCRIPCION-REG
                    IF FS-SUSCRIPCIONES-OK
                       DISPLAY 'SUSCRIPCION DADA DE BAJA CORRECTAMENTE'
       2200-BAJA-SUSCRIPCION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** antes de grabar se relee la suscripcion: si otro
      *    *** operador (o SUSPSUSC) la cambio desde que se leyo, no se
      *    *** graba; el operador ve que cambio y rehace la baja sobre
      *    *** los datos vigentes. Sin colision el area vuelve a tener
      *    *** la baja a grabar
       2250-VERIFICAR-COLISION.

           MOVE WS-SUS-SUSCRIPCION-REG TO WS-VIG-IMAGEN-NUEVA.

           READ ENT-SUSCRIPCIONES KEY IS WS-SUS-CLAVE
               INVALID KEY CONTINUE
           END-READ.

           INITIALIZE WS-COLISION.
           MOVE 'SUSCRIP'           TO WS-COL-PROGRAMA-E.
           MOVE WS-OPERADOR-SESION  TO WS-COL-USUARIO-E.
           MOVE WS-VGL-TARJETA      TO WS-COL-CLAVE-E.
           MOVE WS-VIG-IMAGEN-LEIDA TO WS-COL-IMAGEN-LEIDA-E.
           IF FS-SUSCRIPCIONES-OK
              MOVE WS-SUS-SUSCRIPCION-REG TO WS-COL-IMAGEN-ACTUAL-E
           END-IF.
           CALL 'COLISION' USING WS-COLISION.

           IF WS-COL-SIN-CAMBIOS
              MOVE WS-VIG-IMAGEN-NUEVA TO WS-SUS-SUSCRIPCION-REG
              GO TO 2250-VERIFICAR-COLISION-FIN
           END-IF.

           DISPLAY 'OTRO OPERADOR MODIFICO LA SUSCRIPCION MIENTRAS SE '
                   'EDITABA: LA BAJA NO SE GRABO'.

           IF NOT FS-SUSCRIPCIONES-OK
              DISPLAY '  LA SUSCRIPCION YA NO FIGURA EN EL MAESTRO'
              GO TO 2250-VERIFICAR-COLISION-FIN
           END-IF.

           IF WS-VGL-MONEDA <> WS-SUS-MONEDA
              OR WS-VGL-IMPORTE <> WS-SUS-IMPORTE
              DISPLAY '  MONEDA / IMPORTE: ' WS-VGL-MONEDA ' '
                      WS-VGL-IMPORTE ' -> ' WS-SUS-MONEDA ' '
                      WS-SUS-IMPORTE
           END-IF.
           IF WS-VGL-DIA-MES <> WS-SUS-DIA-MES
              OR WS-VGL-VIG-DESDE <> WS-SUS-VIG-DESDE
              OR WS-VGL-VIG-HASTA <> WS-SUS-VIG-HASTA
              OR WS-VGL-CANT-CUOTAS <> WS-SUS-CANT-CUOTAS
              DISPLAY '  DIA / VIGENCIA / CUOTAS: ' WS-VGL-DIA-MES ' '
                      WS-VGL-VIG-DESDE '-' WS-VGL-VIG-HASTA ' '
                      WS-VGL-CANT-CUOTAS
              DISPLAY '                        -> ' WS-SUS-DIA-MES ' '
                      WS-SUS-VIG-DESDE '-' WS-SUS-VIG-HASTA ' '
                      WS-SUS-CANT-CUOTAS
           END-IF.
           IF WS-VGL-ESTADO <> WS-SUS-ESTADO
              DISPLAY '  ESTADO: ' WS-VGL-ESTADO ' -> ' WS-SUS-ESTADO
           END-IF.

           DISPLAY 'VUELVA A HACER LA BAJA SOBRE LOS DATOS VIGENTES'.

       2250-VERIFICAR-COLISION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** recorre desde la primera suscripcion de la tarjeta hasta
      *    *** que el READ NEXT sale de la tarjeta consultada
