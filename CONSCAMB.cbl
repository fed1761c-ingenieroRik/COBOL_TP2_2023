      *          cada cambio con fecha, hora, programa de origen,
      *          operacion y el antes/despues de los campos sensibles
      *          (estado, limites y saldos), decodificados de las
      *          imagenes completas del registro, y el supervisor
      *          que lo aprobo cuando paso por la cola de APROBCAM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          05 WS-CAM-IMAGEN-ANTES                    PIC X(179).
          05 WS-CAM-IMAGEN-DESPUES                  PIC X(179).
          05 WS-CAM-OPERADOR                        PIC X(10).
          05 WS-CAM-DETALLE                         PIC X(40).
          05 WS-CAM-APROBADOR                       PIC X(10).

       FD SAL-REPORTE.
       01 WS-SAL-REPORTE                            PIC X(120).
           END-IF.
           WRITE WS-SAL-REPORTE.

           IF WS-CAM-DETALLE <> SPACES
              MOVE SPACES TO WS-SAL-REPORTE
              STRING '   ' WS-CAM-DETALLE
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
           END-IF.

           IF WS-CAM-APROBADOR <> SPACES
              MOVE SPACES TO WS-SAL-REPORTE
              STRING '   APROBADO POR: ' WS-CAM-APROBADOR
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
           END-IF.

           IF WS-CAM-OPERACION <> 'W'
              PERFORM 2100-DETALLAR-IMPORTES
                 THRU 2100-DETALLAR-IMPORTES-FIN
