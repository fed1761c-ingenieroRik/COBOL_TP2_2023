      *          el cambio de password por el propio operador. Todo
      *          ingreso, rechazo, bloqueo, cambio y desbloqueo queda
      *          asentado en el diario SEGURIDAD.SEQ para auditoria.
      *          En una instalacion de varias entidades emisoras el
      *          operador solo entra a las que tiene habilitadas; el de
      *          una sola entidad deja la sesion fijada en ella (ver
      *          ENTIDCTL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          05 WS-OPE-FECHA-BAJA                      PIC 9(08).
          05 WS-OPE-INTENTOS                        PIC 9(02).
          05 WS-OPE-BLOQUEADO                       PIC X(01).
      *    *** entidades emisoras que puede operar (hasta cinco codigos
      *    *** de ENTIDADES.SEQ seguidos); en blanco = todas
          05 WS-OPE-ENTIDADES                       PIC X(15).

      *    *** diario de seguridad para los auditores
       FD SAL-SEGURIDAD.
             10 WS-TOP-FECHA-BAJA    PIC 9(08).
             10 WS-TOP-INTENTOS      PIC 9(02).
             10 WS-TOP-BLOQUEADO     PIC X(01).
             10 WS-TOP-ENTIDADES     PIC X(15).

       01 WS-OPERADOR-HALLADO        PIC X(01) VALUE 'N'.
          88 WS-HAY-OPERADOR                       VALUE 'S'.
       01 WS-USUARIO-OBJETIVO        PIC X(10) VALUE SPACES.
       01 WS-EVENTO                  PIC X(14) VALUE SPACES.

      *    *** entidades habilitadas del operador, una por casillero
       01 WS-LISTA-ENTIDADES         PIC X(15) VALUE SPACES.
       01 WS-LISTA-ENTIDADES-R REDEFINES WS-LISTA-ENTIDADES.
          05 WS-LEN-CODIGO           PIC X(03) OCCURS 5 TIMES
                                      INDEXED BY WS-IX-LEN.
       77 WS-CANT-HABILITADAS        PIC 9(01) VALUE ZEROES.
       01 WS-ENTIDAD-UNICA           PIC X(03) VALUE SPACES.
       01 WS-ENTIDAD-VALIDA          PIC X(01) VALUE 'N'.
          88 WS-ENTIDAD-ES-VALIDA                  VALUE 'S'.

       01 WS-ENTIDAD-AREA.
           COPY ENTIDIO.

      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01 LK-SIGNON.

           MOVE 'N'    TO WS-SGN-RESULTADO.
           MOVE SPACES TO WS-SGN-ROL, WS-SGN-DES-ERROR-O.
           MOVE SPACES TO WS-SGN-ENTIDAD-O.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY.
           MOVE FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY)
                     END-IF
                     MOVE WS-OPE-BLOQUEADO
                       TO WS-TOP-BLOQUEADO (WS-IX-TOP)
                     MOVE WS-OPE-ENTIDADES
                       TO WS-TOP-ENTIDADES (WS-IX-TOP)
                  END-IF
           END-READ.

              END-IF
           END-IF.

      *    *** entidad emisora: el operador solo entra a las carteras
      *    *** para las que esta habilitado
           PERFORM 2100-VALIDAR-ENTIDAD
              THRU 2100-VALIDAR-ENTIDAD-FIN.

           IF NOT WS-ENTIDAD-ES-VALIDA
              MOVE 'RECH-ENTIDAD' TO WS-EVENTO
              PERFORM 2950-ASENTAR-SEGURIDAD
                 THRU 2950-ASENTAR-SEGURIDAD-FIN
              GO TO 2000-VALIDAR-CREDENCIAL-FIN
           END-IF.

           MOVE 'S' TO WS-CREDENCIAL-VALIDA.
           MOVE 'S' TO WS-SGN-RESULTADO.
           MOVE WS-TOP-ROL (WS-IX-TOP) TO WS-SGN-ROL.
       2000-VALIDAR-CREDENCIAL-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** sin ENTIDADES.SEQ o con el operador sin restriccion no
      *    *** hay nada que controlar. Con una entidad de corrida, el
      *    *** operador tiene que estar habilitado para ella; sin
      *    *** entidad de corrida, el operador de una sola entidad
      *    *** fija la sesion en ella (todo lo que corra despues queda
      *    *** en esa cartera) y el de varias tiene que elegir una
       2100-VALIDAR-ENTIDAD.

           MOVE 'N'    TO WS-ENTIDAD-VALIDA.
           MOVE SPACES TO WS-SGN-ENTIDAD-O.

           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-DATOS TO TRUE.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.

           IF NOT WS-EMI-HAY-MULTIENTIDAD
              MOVE 'S' TO WS-ENTIDAD-VALIDA
              GO TO 2100-VALIDAR-ENTIDAD-FIN
           END-IF.

           MOVE WS-TOP-ENTIDADES (WS-IX-TOP) TO WS-LISTA-ENTIDADES.

           IF WS-LISTA-ENTIDADES = SPACES
              MOVE 'S'              TO WS-ENTIDAD-VALIDA
              MOVE WS-EMI-PROCESO-O TO WS-SGN-ENTIDAD-O
              GO TO 2100-VALIDAR-ENTIDAD-FIN
           END-IF.

           MOVE ZEROES TO WS-CANT-HABILITADAS.
           MOVE SPACES TO WS-ENTIDAD-UNICA.

           PERFORM VARYING WS-IX-LEN FROM 1 BY 1
              UNTIL WS-IX-LEN > 5
              IF WS-LEN-CODIGO (WS-IX-LEN) <> SPACES
                 ADD 1 TO WS-CANT-HABILITADAS
                 MOVE WS-LEN-CODIGO (WS-IX-LEN) TO WS-ENTIDAD-UNICA
                 IF WS-LEN-CODIGO (WS-IX-LEN) = WS-EMI-PROCESO-O
                    MOVE 'S' TO WS-ENTIDAD-VALIDA
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-EMI-PROCESO-O <> SPACES
              IF WS-ENTIDAD-ES-VALIDA
                 MOVE WS-EMI-PROCESO-O TO WS-SGN-ENTIDAD-O
              ELSE
                 MOVE 'OPERADOR NO HABILITADO PARA LA ENTIDAD'
                                          TO WS-SGN-DES-ERROR-O
              END-IF
              GO TO 2100-VALIDAR-ENTIDAD-FIN
           END-IF.

      *    *** la firma 'V' no abre sesion: no puede fijar la entidad
           IF WS-CANT-HABILITADAS > 1
              OR WS-SGN-MODO-VALIDAR
              MOVE 'ELEGIR ENTIDAD: DEFINIR ENTIDAD_PROCESO'
                                          TO WS-SGN-DES-ERROR-O
              GO TO 2100-VALIDAR-ENTIDAD-FIN
           END-IF.

           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-FIJAR TO TRUE.
           MOVE WS-ENTIDAD-UNICA TO WS-EMI-CODIGO-E.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.

           IF WS-EMI-COD-ERROR-O <> SPACES
              MOVE WS-EMI-DES-ERROR-O     TO WS-SGN-DES-ERROR-O
              GO TO 2100-VALIDAR-ENTIDAD-FIN
           END-IF.

           MOVE 'S'              TO WS-ENTIDAD-VALIDA.
           MOVE WS-ENTIDAD-UNICA TO WS-SGN-ENTIDAD-O.

       2100-VALIDAR-ENTIDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2050-BUSCAR-OPERADOR.

                                         TO WS-OPE-FECHA-BAJA
              MOVE WS-TOP-INTENTOS (WS-IX-TOP)  TO WS-OPE-INTENTOS
              MOVE WS-TOP-BLOQUEADO (WS-IX-TOP) TO WS-OPE-BLOQUEADO
              MOVE WS-TOP-ENTIDADES (WS-IX-TOP) TO WS-OPE-ENTIDADES
              WRITE WS-ENT-OPERADORES
           END-PERFORM.

