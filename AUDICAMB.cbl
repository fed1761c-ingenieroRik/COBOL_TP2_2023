          05 WS-CAM-IMAGEN-ANTES                    PIC X(179).
          05 WS-CAM-IMAGEN-DESPUES                  PIC X(179).
          05 WS-CAM-OPERADOR                        PIC X(10).
          05 WS-CAM-DETALLE                         PIC X(40).
          05 WS-CAM-APROBADOR                       PIC X(10).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
           MOVE WS-AUD-IMAGEN-ANTES     TO WS-CAM-IMAGEN-ANTES.
           MOVE WS-AUD-IMAGEN-DESPUES   TO WS-CAM-IMAGEN-DESPUES.
           MOVE WS-AUD-OPERADOR         TO WS-CAM-OPERADOR.
           MOVE WS-AUD-DETALLE          TO WS-CAM-DETALLE.
           MOVE WS-AUD-APROBADOR        TO WS-CAM-APROBADOR.
           WRITE WS-SAL-CAMBIOS.

           IF NOT FS-CAMBIOS-OK
