      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: pedido de transferencia de puntos a un programa de
      *          fidelidad socio (millas de aerolinea y otros), al
      *          estilo de CANJEPUN. Los puntos se transfieren de a
      *          bloques enteros del socio (SOCIOS-PUNTOS.VSAM, ver
      *          SOCIOS) y se convierten a las unidades del socio
      *          segun sus condiciones. Los puntos se descuentan en el
      *          acto del saldo de PUNTOS.VSAM (pendientes de informar
      *          como canjeados en el proximo resumen) y la
      *          transferencia queda pendiente en TRANSF-PUNTOS.VSAM
      *          hasta que ENVSOCIO la manda al socio; si el socio la
      *          rechaza, RESPSOC devuelve los puntos. Exige operador
      *          con rol operador o supervisor (ver SIGNON).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSPUN.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-PUNTOS
           ASSIGN TO WS-RUTA-PUNTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-PTS-CUENTA
           FILE STATUS IS FS-PUNTOS.

       SELECT ENT-SOCIOS
           ASSIGN TO WS-RUTA-SOCIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-SOC-CODIGO
           FILE STATUS IS FS-SOCIOS.

       SELECT SAL-TRANSF
           ASSIGN TO WS-RUTA-TRANSF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-TRF-ID
           ALTERNATE RECORD KEY IS WS-TRF-SOCIO WITH DUPLICATES
           FILE STATUS IS FS-TRANSF.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-PUNTOS.
           COPY PUNTOS.

       FD ENT-SOCIOS.
           COPY SOCIO.

       FD SAL-TRANSF.
           COPY TRANSF.

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-PUNTOS             PIC X(60)
                                     VALUE '../PUNTOS.VSAM'.
       01 WS-RUTA-SOCIOS             PIC X(60)
                                     VALUE '../SOCIOS-PUNTOS.VSAM'.
       01 WS-RUTA-TRANSF             PIC X(60)
                                     VALUE '../TRANSF-PUNTOS.VSAM'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

      *    *** sesion de operador (ver SIGNON)
       01 WS-SIGNON.
           COPY SIGNIO.
       01 WS-OPERADOR-SESION         PIC X(10) VALUE SPACES.
       01 WS-ROL-SESION              PIC X(01) VALUE SPACES.
          88 WS-SESION-PUEDE-MODIFICAR             VALUES 'O', 'S'.

       01 FS-STATUS.
          05 FS-PUNTOS                             PIC X(2).
             88 FS-PUNTOS-OK                           VALUE '00'.
             88 FS-PUNTOS-NFD                          VALUE '35'.
          05 FS-SOCIOS                             PIC X(2).
             88 FS-SOCIOS-OK                           VALUE '00'.
             88 FS-SOCIOS-NFD                          VALUE '35'.
          05 FS-TRANSF                             PIC X(2).
             88 FS-TRANSF-OK                           VALUE '00'.
             88 FS-TRANSF-NFD                          VALUE '35'.

       01 WS-CONTINUAR               PIC X(01) VALUE 'S'.
          88 WS-SEGUIR-PROCESANDO                  VALUE 'S'.
          88 WS-FIN-PROCESO                        VALUE 'N'.

       01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
       01 WS-CUENTA-TRANSF           PIC 9(10) VALUE ZEROES.
       01 WS-SOCIO-TRANSF            PIC X(05) VALUE SPACES.
       01 WS-NRO-SOCIO-TRANSF        PIC X(20) VALUE SPACES.
       01 WS-PUNTOS-A-TRANSFERIR     PIC 9(09) VALUE ZEROES.
       01 WS-CANT-BLOQUES            PIC 9(09) VALUE ZEROES.
       01 WS-RESTO-BLOQUE            PIC 9(07) VALUE ZEROES.
       01 WS-UNIDADES-TRANSF         PIC 9(09) VALUE ZEROES.
       01 WS-IMPORTE-TRANSF          PIC 9(10)V9(02) VALUE ZEROES.
       01 WS-CONFIRMA                PIC X(01) VALUE SPACE.
          88 WS-CONFIRMADO                         VALUES 'S', 's'.

      *    *** id de la transferencia pedido a la serie central
       01 WS-NUMERADOR.
           COPY NUMERIO.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-PROCESAR-TRANSFERENCIA
              THRU 2000-PROCESAR-TRANSFERENCIA-FIN
              UNTIL WS-FIN-PROCESO.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY.

           MOVE 'P' TO WS-SGN-MODO.
           CALL 'SIGNON' USING WS-SIGNON.

           IF NOT WS-SGN-ACEPTADO
              DISPLAY 'ACCESO DENEGADO: ' WS-SGN-DES-ERROR-O
              STOP RUN
           END-IF.

           MOVE WS-SGN-USUARIO TO WS-OPERADOR-SESION.
           MOVE WS-SGN-ROL     TO WS-ROL-SESION.
           IF NOT WS-SESION-PUEDE-MODIFICAR
              DISPLAY 'SU ROL NO PERMITE REGISTRAR TRANSFERENCIAS'
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'TRANSPUN_SOCIOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-SOCIOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'TRANSPUN_TRANSF_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-TRANSF
           END-IF.

           OPEN I-O ENT-PUNTOS.

           EVALUATE TRUE
               WHEN FS-PUNTOS-OK
                    CONTINUE
               WHEN FS-PUNTOS-NFD
                    DISPLAY 'NO EXISTE PUNTOS.VSAM (TODAVIA NO SE '
                            'ACREDITO NINGUN PUNTO)'
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR PUNTOS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-PUNTOS
                    STOP RUN
           END-EVALUATE.

           OPEN INPUT ENT-SOCIOS.

           EVALUATE TRUE
               WHEN FS-SOCIOS-OK
                    CONTINUE
               WHEN FS-SOCIOS-NFD
                    DISPLAY 'NO EXISTE SOCIOS-PUNTOS.VSAM (NO HAY '
                            'PROGRAMAS SOCIO DADOS DE ALTA)'
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR SOCIOS-PUNTOS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-SOCIOS
                    STOP RUN
           END-EVALUATE.

      *    *** la primera transferencia crea el archivo
           OPEN I-O SAL-TRANSF.

           IF FS-TRANSF-NFD
              OPEN OUTPUT SAL-TRANSF
              CLOSE SAL-TRANSF
              OPEN I-O SAL-TRANSF
           END-IF.

           IF NOT FS-TRANSF-OK
              DISPLAY 'ERROR AL ABRIR TRANSF-PUNTOS.VSAM'
              DISPLAY 'FILE STATUS: ' FS-TRANSF
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESAR-TRANSFERENCIA.

           DISPLAY '-------------------------------------------------'.
           DISPLAY 'CUENTA QUE TRANSFIERE (0 PARA SALIR): '
                   WITH NO ADVANCING.
           MOVE ZEROES TO WS-CUENTA-TRANSF.
           ACCEPT WS-CUENTA-TRANSF.

           IF WS-CUENTA-TRANSF = ZEROES
              SET WS-FIN-PROCESO TO TRUE
              GO TO 2000-PROCESAR-TRANSFERENCIA-FIN
           END-IF.

           MOVE WS-CUENTA-TRANSF TO WS-PTS-CUENTA.
           READ ENT-PUNTOS KEY IS WS-PTS-CUENTA
               INVALID KEY
                  DISPLAY 'LA CUENTA NO TIENE PUNTOS ACREDITADOS'
                  GO TO 2000-PROCESAR-TRANSFERENCIA-FIN
           END-READ.

           DISPLAY 'SALDO DE PUNTOS: ' WS-PTS-SALDO.
           DISPLAY 'PROGRAMA SOCIO: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-SOCIO-TRANSF.
           ACCEPT WS-SOCIO-TRANSF.

           MOVE WS-SOCIO-TRANSF TO WS-SOC-CODIGO.
           READ ENT-SOCIOS KEY IS WS-SOC-CODIGO
               INVALID KEY
                  DISPLAY 'EL PROGRAMA SOCIO NO EXISTE'
                  GO TO 2000-PROCESAR-TRANSFERENCIA-FIN
           END-READ.

           IF NOT WS-SOC-ACTIVO
              DISPLAY 'EL PROGRAMA SOCIO ESTA DADO DE BAJA'
              GO TO 2000-PROCESAR-TRANSFERENCIA-FIN
           END-IF.

           DISPLAY WS-SOC-NOMBRE ': ' WS-SOC-UNIDADES-BLOQUE ' '
                   WS-SOC-UNIDAD ' CADA ' WS-SOC-BLOQUE-PUNTOS
                   ' PUNTOS'.

           DISPLAY 'NUMERO DE SOCIO DEL CLIENTE: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-NRO-SOCIO-TRANSF.
           ACCEPT WS-NRO-SOCIO-TRANSF.

           IF WS-NRO-SOCIO-TRANSF = SPACES
              DISPLAY 'TRANSFERENCIA CANCELADA: FALTA EL NUMERO DE '
                      'SOCIO'
              GO TO 2000-PROCESAR-TRANSFERENCIA-FIN
           END-IF.

           DISPLAY 'PUNTOS A TRANSFERIR: ' WITH NO ADVANCING.
           MOVE ZEROES TO WS-PUNTOS-A-TRANSFERIR.
           ACCEPT WS-PUNTOS-A-TRANSFERIR.

           IF WS-PUNTOS-A-TRANSFERIR NOT > ZEROES
              DISPLAY 'TRANSFERENCIA CANCELADA: CANTIDAD INVALIDA'
              GO TO 2000-PROCESAR-TRANSFERENCIA-FIN
           END-IF.

      *    *** solo bloques enteros, y al menos uno
           DIVIDE WS-PUNTOS-A-TRANSFERIR BY WS-SOC-BLOQUE-PUNTOS
                  GIVING WS-CANT-BLOQUES
                  REMAINDER WS-RESTO-BLOQUE.

           IF WS-CANT-BLOQUES = ZEROES
              OR WS-RESTO-BLOQUE <> ZEROES
              DISPLAY 'TRANSFERENCIA RECHAZADA: SE TRANSFIERE DE A '
                      WS-SOC-BLOQUE-PUNTOS ' PUNTOS'
              GO TO 2000-PROCESAR-TRANSFERENCIA-FIN
           END-IF.

           IF WS-PUNTOS-A-TRANSFERIR > WS-PTS-SALDO
              DISPLAY 'TRANSFERENCIA RECHAZADA: SALDO DE PUNTOS '
                      'INSUFICIENTE'
              GO TO 2000-PROCESAR-TRANSFERENCIA-FIN
           END-IF.

           COMPUTE WS-UNIDADES-TRANSF =
                   WS-CANT-BLOQUES * WS-SOC-UNIDADES-BLOQUE.
           COMPUTE WS-IMPORTE-TRANSF ROUNDED =
                   WS-UNIDADES-TRANSF * WS-SOC-COSTO-UNIDAD.

           DISPLAY 'SE ACREDITAN ' WS-UNIDADES-TRANSF ' '
                   WS-SOC-UNIDAD ' EN EL SOCIO '
                   WS-NRO-SOCIO-TRANSF.
           DISPLAY 'CONFIRMA LA TRANSFERENCIA (S/N): '
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.

           IF NOT WS-CONFIRMADO
              DISPLAY 'TRANSFERENCIA CANCELADA'
              GO TO 2000-PROCESAR-TRANSFERENCIA-FIN
           END-IF.

           PERFORM 2100-GRABAR-TRANSFERENCIA
              THRU 2100-GRABAR-TRANSFERENCIA-FIN.

           IF NOT FS-TRANSF-OK
              GO TO 2000-PROCESAR-TRANSFERENCIA-FIN
           END-IF.

           SUBTRACT WS-PUNTOS-A-TRANSFERIR FROM WS-PTS-SALDO.
           ADD WS-PUNTOS-A-TRANSFERIR TO WS-PTS-CANJEADOS-CICLO.
           MOVE WS-FECHA-HOY TO WS-PTS-FECHA-ULT-MOV.

           REWRITE WS-PTS-PUNTOS-REG.

           IF FS-PUNTOS-OK
              DISPLAY 'TRANSFERENCIA ' WS-TRF-ID ' REGISTRADA; SE '
                      'ENVIA AL SOCIO EN EL PROXIMO ARCHIVO DIARIO'
           ELSE
              DISPLAY 'ERROR AL REGRABAR PUNTOS.VSAM: ' FS-PUNTOS
           END-IF.

       2000-PROCESAR-TRANSFERENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la transferencia queda pendiente de envio con las
      *    *** unidades y el importe de las condiciones de hoy
       2100-GRABAR-TRANSFERENCIA.

           INITIALIZE WS-NUMERADOR.
           MOVE 'TRANSPUN' TO WS-NUM-PROGRAMA-E.
           CALL 'NUMERADOR' USING WS-NUMERADOR.
           IF WS-NUM-COD-ERROR-O <> SPACES
              DISPLAY 'NO SE PUDO NUMERAR LA TRANSFERENCIA: '
                      WS-NUM-DES-ERROR-O
              MOVE '99' TO FS-TRANSF
              GO TO 2100-GRABAR-TRANSFERENCIA-FIN
           END-IF.

           INITIALIZE WS-TRF-TRANSF-REG.
           MOVE WS-NUM-ID-O            TO WS-TRF-ID.
           MOVE WS-SOCIO-TRANSF        TO WS-TRF-SOCIO.
           MOVE WS-CUENTA-TRANSF       TO WS-TRF-CUENTA.
           MOVE WS-NRO-SOCIO-TRANSF    TO WS-TRF-NRO-SOCIO.
           MOVE WS-PUNTOS-A-TRANSFERIR TO WS-TRF-PUNTOS.
           MOVE WS-UNIDADES-TRANSF     TO WS-TRF-UNIDADES.
           MOVE WS-IMPORTE-TRANSF      TO WS-TRF-IMPORTE.
           MOVE WS-FECHA-HOY           TO WS-TRF-FECHA-SOLICITUD.
           MOVE WS-OPERADOR-SESION     TO WS-TRF-OPERADOR.
           SET WS-TRF-PENDIENTE        TO TRUE.

           WRITE WS-TRF-TRANSF-REG.

           IF NOT FS-TRANSF-OK
              DISPLAY 'ERROR AL GRABAR TRANSF-PUNTOS.VSAM: ' FS-TRANSF
           END-IF.

       2100-GRABAR-TRANSFERENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           CLOSE ENT-PUNTOS
                 ENT-SOCIOS
                 SAL-TRANSF.

           IF NOT FS-PUNTOS-OK
              DISPLAY 'ERROR AL CERRAR PUNTOS.VSAM: ' FS-PUNTOS
           END-IF.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM TRANSPUN.
