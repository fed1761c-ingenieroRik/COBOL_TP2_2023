      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: ajustes manuales de cuenta con motivo. Reemplaza la
      *          carga de condonaciones, reversiones de comisiones y
      *          bonificaciones como consumos sueltos por CORRSUB. El
      *          operador (SIGNON, rol operador o supervisor) carga un
      *          debito o credito contra una tarjeta con un motivo del
      *          catalogo AJUMOTIV; cada rol tiene un importe maximo
      *          (AJUSTES_LIMITE_OPER_ARS / _USD y
      *          AJUSTES_LIMITE_SUPER_ARS / _USD). Dentro del limite
      *          el ajuste se envia en el acto a REPROCESO.SEQ como
      *          consumo tipo 'J' con el id de NUMERADOR; por encima
      *          queda pendiente en AJUSTES.VSAM hasta que un
      *          supervisor distinto del que lo cargo lo apruebe o
      *          rechace desde este mismo programa. La facturacion
      *          asienta cada motivo en su propia cuenta de gastos.
      *          El reporte mensual por operador y motivo es AJUSREP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AJUSTES.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-AJUSTES
           ASSIGN TO WS-RUTA-AJUSTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-AJU-NUM-AJUSTE
           FILE STATUS IS FS-AJUSTES.

       SELECT ENT-MAESTRO-TARJETAS
           ASSIGN TO WS-RUTA-MAESTRO-TARJETAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS-MAESTRO-TARJETAS
           RECORD KEY IS WS-MT-NUM-TARJETA
           ALTERNATE RECORD KEY IS WS-MT-NUM-CUENTA
                                          WITH DUPLICATES.

       SELECT SAL-REPROCESO
           ASSIGN TO WS-RUTA-REPROCESO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPROCESO.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-AJUSTES.
           COPY AJUSTE.

       FD ENT-MAESTRO-TARJETAS.
       01 WS-ENT-MAESTRO-TARJETAS-REG.
          05 WS-MT-NUM-CUENTA                       PIC 9(10).
          05 WS-MT-NUM-TARJETA                      PIC X(19).
          05 WS-MT-NOMBRE                           PIC X(20).
          05 WS-MT-APELLIDO                         PIC X(20).
          05 WS-MT-DIRECCION                        PIC X(40).
          05 WS-MT-COD-POSTAL                       PIC 9(04).
          05 WS-MT-MONEDA-TARJETA                   PIC X(03).
          05 WS-MT-LIMITE-TARJETA                   PIC 9(08)V9(02).
          05 WS-MT-ESTADO                           PIC X(01).
             88 WS-MT-ACTIVA                           VALUE 'A'.
             88 WS-MT-INACTIVA                         VALUE 'I'.
          05 WS-MT-SALDO-ANTERIOR-ARS               PIC S9(08)V9(02).
          05 WS-MT-SALDO-ANTERIOR-USD               PIC S9(08)V9(02).
          05 WS-MT-DIA-CIERRE                       PIC 9(02).
          05 WS-MT-TIPO-TARJETA                     PIC X(01).
          05 WS-MT-NUM-TARJETA-TITULAR              PIC X(19).
          05 WS-MT-LIMITE-TARJETA-USD               PIC 9(08)V9(02).

       FD SAL-REPROCESO.
           COPY CONSUMOS.

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-AJUSTES            PIC X(60)
                                     VALUE '../AJUSTES.VSAM'.
       01 WS-RUTA-MAESTRO-TARJETAS   PIC X(60)
                                 VALUE '../MAESTRO-TARJETAS.VSAM'.
       01 WS-RUTA-REPROCESO          PIC X(60)
                                     VALUE '../REPROCESO.SEQ'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.
       01 WS-PARAM-ENTORNO           PIC X(12) VALUE SPACES.

      *    *** sesion de operador (ver SIGNON)
       01 WS-SIGNON.
           COPY SIGNIO.
       01 WS-OPERADOR-SESION         PIC X(10) VALUE SPACES.
       01 WS-ROL-SESION              PIC X(01) VALUE SPACES.
          88 WS-SESION-PUEDE-MODIFICAR             VALUES 'O', 'S'.
          88 WS-SESION-ES-SUPERVISOR               VALUE 'S'.

       01 WS-NUMERADOR.
           COPY NUMERIO.

           COPY AJUMOTIV.

      *    *** importe maximo que cada rol aplica sin aprobacion
       01 WS-LIMITES-ROL.
          05 WS-LIM-OPER-ARS         PIC 9(08)V9(02) VALUE 20000.
          05 WS-LIM-OPER-USD         PIC 9(08)V9(02) VALUE 20.
          05 WS-LIM-SUPER-ARS        PIC 9(08)V9(02) VALUE 200000.
          05 WS-LIM-SUPER-USD        PIC 9(08)V9(02) VALUE 200.
       01 WS-LIMITE-APLICABLE        PIC 9(08)V9(02) VALUE ZEROES.

       01 FS-STATUS.
          05 FS-AJUSTES                            PIC X(2).
             88 FS-AJUSTES-OK                          VALUE '00'.
             88 FS-AJUSTES-EOF                         VALUE '10'.
             88 FS-AJUSTES-NFD                         VALUE '35'.
             88 FS-AJUSTES-CLAVE-NFD                   VALUE '23'.
          05 FS-MAESTRO-TARJETAS                   PIC X(2).
             88 FS-MAESTRO-TARJETAS-OK                 VALUE '00'.
          05 FS-REPROCESO                          PIC X(2).
             88 FS-REPROCESO-OK                        VALUE '00'.
             88 FS-REPROCESO-NFD                       VALUE '35'.

       01 WS-OPCION                                PIC X(01).
          88 WS-OPC-CARGAR                              VALUE '1'.
          88 WS-OPC-LISTAR                              VALUE '2'.
          88 WS-OPC-APROBAR                             VALUE '3'.
          88 WS-OPC-RECHAZAR                            VALUE '4'.
          88 WS-OPC-SALIR                               VALUE '5'.

       01 WS-CONTINUAR                             PIC X(01) VALUE 'S'.
          88 WS-SEGUIR-PROCESANDO                       VALUE 'S'.
          88 WS-FIN-PROCESO                             VALUE 'N'.

       01 WS-FIN-LISTADO               PIC X(01) VALUE 'N'.
          88 WS-LISTADO-TERMINADO                      VALUE 'S'.

       01 WS-FECHA-HOY                 PIC 9(08) VALUE ZEROES.
       01 WS-FECHA-HOY-X REDEFINES WS-FECHA-HOY PIC X(08).
       01 WS-HORA-HOY                  PIC 9(08) VALUE ZEROES.

       01 WS-NUM-AJUSTE                PIC 9(10) VALUE ZEROES.
       01 WS-CONFIRMA                  PIC X(01) VALUE 'N'.
          88 WS-CONFIRMADO                         VALUES 'S', 's'.
       01 WS-MOTIVO-VALIDO             PIC X(01) VALUE 'N'.
          88 WS-HAY-MOTIVO-VALIDO                  VALUE 'S'.
       01 WS-ENVIO                     PIC X(01) VALUE 'N'.
          88 WS-ENVIADO                            VALUE 'S'.

       01 WS-CONTADORES.
          05 WS-CANT-APLICADOS         PIC 9(06) VALUE ZEROES.
          05 WS-CANT-PENDIENTES        PIC 9(06) VALUE ZEROES.
          05 WS-CANT-RECHAZADOS        PIC 9(06) VALUE ZEROES.

       01 WS-IMPORTE-EDIT              PIC ZZ.ZZZ.ZZ9,99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-PROCESAR-MENU
              THRU 2000-PROCESAR-MENU-FIN
              UNTIL WS-FIN-PROCESO.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           PERFORM 1050-LEER-RUTA-ARCHIVO
              THRU 1050-LEER-RUTA-ARCHIVO-FIN.

           PERFORM 1060-LEER-LIMITES
              THRU 1060-LEER-LIMITES-FIN.

           PERFORM 1070-IDENTIFICAR-OPERADOR
              THRU 1070-IDENTIFICAR-OPERADOR-FIN.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.

           OPEN I-O ENT-AJUSTES.
           IF FS-AJUSTES-NFD
              OPEN OUTPUT ENT-AJUSTES
              CLOSE ENT-AJUSTES
              OPEN I-O ENT-AJUSTES
           END-IF.
           IF NOT FS-AJUSTES-OK
              DISPLAY 'ERROR AL ABRIR AJUSTES.VSAM: ' FS-AJUSTES
              STOP RUN
           END-IF.

           OPEN INPUT ENT-MAESTRO-TARJETAS.
           IF NOT FS-MAESTRO-TARJETAS-OK
              DISPLAY 'ERROR AL ABRIR EL MAESTRO DE TARJETAS'
              DISPLAY 'FILE STATUS: ' FS-MAESTRO-TARJETAS
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1050-LEER-RUTA-ARCHIVO.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'AJUSTES_AJUSTES_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-AJUSTES
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MAESTRO_TARJETAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-MAESTRO-TARJETAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'AJUSTES_REPROCESO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REPROCESO
           END-IF.

       1050-LEER-RUTA-ARCHIVO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** limites por rol; sin variable de entorno quedan los de
      *    *** siempre (enteros, sin centavos)
       1060-LEER-LIMITES.

           MOVE SPACES TO WS-PARAM-ENTORNO.
           ACCEPT WS-PARAM-ENTORNO FROM ENVIRONMENT
                                        'AJUSTES_LIMITE_OPER_ARS'.
           IF WS-PARAM-ENTORNO (1:8) IS NUMERIC
              MOVE WS-PARAM-ENTORNO (1:8) TO WS-LIM-OPER-ARS
           END-IF.

           MOVE SPACES TO WS-PARAM-ENTORNO.
           ACCEPT WS-PARAM-ENTORNO FROM ENVIRONMENT
                                        'AJUSTES_LIMITE_OPER_USD'.
           IF WS-PARAM-ENTORNO (1:8) IS NUMERIC
              MOVE WS-PARAM-ENTORNO (1:8) TO WS-LIM-OPER-USD
           END-IF.

           MOVE SPACES TO WS-PARAM-ENTORNO.
           ACCEPT WS-PARAM-ENTORNO FROM ENVIRONMENT
                                        'AJUSTES_LIMITE_SUPER_ARS'.
           IF WS-PARAM-ENTORNO (1:8) IS NUMERIC
              MOVE WS-PARAM-ENTORNO (1:8) TO WS-LIM-SUPER-ARS
           END-IF.

           MOVE SPACES TO WS-PARAM-ENTORNO.
           ACCEPT WS-PARAM-ENTORNO FROM ENVIRONMENT
                                        'AJUSTES_LIMITE_SUPER_USD'.
           IF WS-PARAM-ENTORNO (1:8) IS NUMERIC
              MOVE WS-PARAM-ENTORNO (1:8) TO WS-LIM-SUPER-USD
           END-IF.

       1060-LEER-LIMITES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1070-IDENTIFICAR-OPERADOR.

           MOVE 'P' TO WS-SGN-MODO.
           CALL 'SIGNON' USING WS-SIGNON.

           IF NOT WS-SGN-ACEPTADO
              DISPLAY 'ACCESO DENEGADO: ' WS-SGN-DES-ERROR-O
              STOP RUN
           END-IF.

           MOVE WS-SGN-USUARIO TO WS-OPERADOR-SESION.
           MOVE WS-SGN-ROL     TO WS-ROL-SESION.

      *    *** cargar ajustes exige rol operador o supervisor
           IF NOT WS-SESION-PUEDE-MODIFICAR
              DISPLAY 'SU ROL NO PERMITE CARGAR AJUSTES'
              STOP RUN
           END-IF.

       1070-IDENTIFICAR-OPERADOR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESAR-MENU.

           DISPLAY ' '.
           DISPLAY 'AJUSTES MANUALES DE CUENTA'.
           DISPLAY '1 - CARGAR AJUSTE'.
           DISPLAY '2 - LISTAR AJUSTES PENDIENTES DE APROBACION'.
           DISPLAY '3 - APROBAR AJUSTE'.
           DISPLAY '4 - RECHAZAR AJUSTE'.
           DISPLAY '5 - SALIR'.
           DISPLAY 'OPCION: ' WITH NO ADVANCING.
           ACCEPT WS-OPCION.

      *    *** la cola de pendientes la resuelve un supervisor
           IF (WS-OPC-APROBAR OR WS-OPC-RECHAZAR)
              AND NOT WS-SESION-ES-SUPERVISOR
              DISPLAY 'SOLO UN SUPERVISOR PUEDE RESOLVER AJUSTES '
                      'PENDIENTES'
              GO TO 2000-PROCESAR-MENU-FIN
           END-IF.

           EVALUATE TRUE
               WHEN WS-OPC-CARGAR
                    PERFORM 2100-CARGAR-AJUSTE
                       THRU 2100-CARGAR-AJUSTE-FIN
               WHEN WS-OPC-LISTAR
                    PERFORM 2200-LISTAR-PENDIENTES
                       THRU 2200-LISTAR-PENDIENTES-FIN
               WHEN WS-OPC-APROBAR
                    PERFORM 2300-APROBAR-AJUSTE
                       THRU 2300-APROBAR-AJUSTE-FIN
               WHEN WS-OPC-RECHAZAR
                    PERFORM 2400-RECHAZAR-AJUSTE
                       THRU 2400-RECHAZAR-AJUSTE-FIN
               WHEN WS-OPC-SALIR
                    MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       2000-PROCESAR-MENU-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** alta de un ajuste: tarjeta existente, motivo del
      *    *** catalogo, signo admitido por el motivo e importe. Dentro
      *    *** del limite del rol se envia en el acto; por encima queda
      *    *** pendiente de un supervisor
       2100-CARGAR-AJUSTE.

           INITIALIZE WS-AJU-AJUSTE-REG.

           DISPLAY 'NUMERO DE TARJETA: ' WITH NO ADVANCING.
           ACCEPT WS-AJU-TARJETA.

           MOVE WS-AJU-TARJETA TO WS-MT-NUM-TARJETA.
           READ ENT-MAESTRO-TARJETAS KEY IS WS-MT-NUM-TARJETA
               INVALID KEY CONTINUE
           END-READ.
           IF NOT FS-MAESTRO-TARJETAS-OK
              DISPLAY 'LA TARJETA NO EXISTE'
              GO TO 2100-CARGAR-AJUSTE-FIN
           END-IF.
           MOVE WS-MT-NUM-CUENTA TO WS-AJU-NUM-CUENTA.

           DISPLAY 'MOTIVOS:'.
           PERFORM VARYING WS-IX-AJM FROM 1 BY 1
                   UNTIL WS-IX-AJM > WS-AJM-CANT-MOTIVOS
              DISPLAY '  ' WS-AJM-CODIGO (WS-IX-AJM) ' - '
                      WS-AJM-DESCRIPCION (WS-IX-AJM)
           END-PERFORM.
           DISPLAY 'MOTIVO: ' WITH NO ADVANCING.
           ACCEPT WS-AJU-MOTIVO.

           PERFORM 2110-UBICAR-MOTIVO
              THRU 2110-UBICAR-MOTIVO-FIN.
           IF NOT WS-HAY-MOTIVO-VALIDO
              DISPLAY 'MOTIVO INEXISTENTE'
              GO TO 2100-CARGAR-AJUSTE-FIN
           END-IF.

           IF WS-AJM-ADMITE-SOLO-CREDITO (WS-IX-AJM)
              MOVE 'C' TO WS-AJU-SIGNO
           ELSE
              DISPLAY '(C)REDITO O (D)EBITO AL CLIENTE: '
                      WITH NO ADVANCING
              ACCEPT WS-AJU-SIGNO
           END-IF.
           IF NOT WS-AJU-ES-CREDITO AND NOT WS-AJU-ES-DEBITO
              DISPLAY 'SIGNO INVALIDO'
              GO TO 2100-CARGAR-AJUSTE-FIN
           END-IF.

           DISPLAY 'MONEDA (ARS/USD): ' WITH NO ADVANCING.
           ACCEPT WS-AJU-MONEDA.
           IF WS-AJU-MONEDA <> 'ARS' AND WS-AJU-MONEDA <> 'USD'
              DISPLAY 'MONEDA INVALIDA'
              GO TO 2100-CARGAR-AJUSTE-FIN
           END-IF.

           DISPLAY 'IMPORTE: ' WITH NO ADVANCING.
           ACCEPT WS-AJU-IMPORTE.
           IF WS-AJU-IMPORTE = ZEROES
              DISPLAY 'EL IMPORTE DEBE SER MAYOR A CERO'
              GO TO 2100-CARGAR-AJUSTE-FIN
           END-IF.

           DISPLAY 'ACLARACION (16 CARACTERES): ' WITH NO ADVANCING.
           ACCEPT WS-AJU-OBSERVACION.

           MOVE WS-AJU-IMPORTE TO WS-IMPORTE-EDIT.
           DISPLAY WS-AJM-DESCRIPCION (WS-IX-AJM) ' ' WS-AJU-SIGNO
                   ' ' WS-AJU-MONEDA ' ' WS-IMPORTE-EDIT
                   ' A ' WS-MT-NOMBRE ' ' WS-MT-APELLIDO.
           DISPLAY 'CONFIRMA EL AJUSTE (S/N): ' WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF NOT WS-CONFIRMADO
              DISPLAY 'AJUSTE CANCELADO'
              GO TO 2100-CARGAR-AJUSTE-FIN
           END-IF.

           INITIALIZE WS-NUMERADOR.
           MOVE 'AJUSTES' TO WS-NUM-PROGRAMA-E.
           CALL 'NUMERADOR' USING WS-NUMERADOR.
           IF WS-NUM-COD-ERROR-O <> SPACES
              DISPLAY 'NO SE PUDO NUMERAR EL AJUSTE: '
                      WS-NUM-DES-ERROR-O
              GO TO 2100-CARGAR-AJUSTE-FIN
           END-IF.

           MOVE WS-NUM-ID-O        TO WS-AJU-NUM-AJUSTE.
           MOVE WS-OPERADOR-SESION TO WS-AJU-OPERADOR.
           MOVE WS-ROL-SESION      TO WS-AJU-ROL-OPERADOR.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE WS-FECHA-HOY       TO WS-AJU-FECHA.
           MOVE WS-HORA-HOY (1:6)  TO WS-AJU-HORA.

           PERFORM 2120-DETERMINAR-LIMITE
              THRU 2120-DETERMINAR-LIMITE-FIN.

           IF WS-AJU-IMPORTE > WS-LIMITE-APLICABLE
              SET WS-AJU-PENDIENTE TO TRUE
              WRITE WS-AJU-AJUSTE-REG
              IF FS-AJUSTES-OK
                 ADD 1 TO WS-CANT-PENDIENTES
                 DISPLAY 'SUPERA EL LIMITE DE SU ROL: AJUSTE NRO '
                         WS-AJU-NUM-AJUSTE ' PENDIENTE DE '
                         'APROBACION DE UN SUPERVISOR'
              ELSE
                 DISPLAY 'ERROR AL GRABAR EL AJUSTE: ' FS-AJUSTES
              END-IF
              GO TO 2100-CARGAR-AJUSTE-FIN
           END-IF.

           PERFORM 2500-ENVIAR-REPROCESO
              THRU 2500-ENVIAR-REPROCESO-FIN.
           IF NOT WS-ENVIADO
              GO TO 2100-CARGAR-AJUSTE-FIN
           END-IF.

           SET WS-AJU-APLICADO TO TRUE.
           MOVE WS-FECHA-HOY   TO WS-AJU-FECHA-RESOLUCION.
           WRITE WS-AJU-AJUSTE-REG.
           IF FS-AJUSTES-OK
              ADD 1 TO WS-CANT-APLICADOS
              DISPLAY 'AJUSTE NRO ' WS-AJU-NUM-AJUSTE
                      ' ENVIADO A REPROCESO.SEQ'
           ELSE
              DISPLAY 'AVISO: AJUSTE ENVIADO PERO NO REGISTRADO EN '
                      'AJUSTES.VSAM: ' FS-AJUSTES
           END-IF.

       2100-CARGAR-AJUSTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2110-UBICAR-MOTIVO.

           MOVE 'N' TO WS-MOTIVO-VALIDO.

           SET WS-IX-AJM TO 1.
           SEARCH WS-AJM-ITEM
               AT END
                  CONTINUE
               WHEN WS-AJM-CODIGO (WS-IX-AJM) = WS-AJU-MOTIVO
                  MOVE 'S' TO WS-MOTIVO-VALIDO
           END-SEARCH.

       2110-UBICAR-MOTIVO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2120-DETERMINAR-LIMITE.

           EVALUATE TRUE
               WHEN WS-SESION-ES-SUPERVISOR AND WS-AJU-MONEDA = 'USD'
                    MOVE WS-LIM-SUPER-USD TO WS-LIMITE-APLICABLE
               WHEN WS-SESION-ES-SUPERVISOR
                    MOVE WS-LIM-SUPER-ARS TO WS-LIMITE-APLICABLE
               WHEN WS-AJU-MONEDA = 'USD'
                    MOVE WS-LIM-OPER-USD  TO WS-LIMITE-APLICABLE
               WHEN OTHER
                    MOVE WS-LIM-OPER-ARS  TO WS-LIMITE-APLICABLE
           END-EVALUATE.

       2120-DETERMINAR-LIMITE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2200-LISTAR-PENDIENTES.

           MOVE ZEROES TO WS-AJU-NUM-AJUSTE.
           START ENT-AJUSTES KEY IS NOT LESS THAN WS-AJU-NUM-AJUSTE
               INVALID KEY
                  DISPLAY 'NO HAY AJUSTES REGISTRADOS'
                  GO TO 2200-LISTAR-PENDIENTES-FIN
           END-START.

           MOVE 'N' TO WS-FIN-LISTADO.
           DISPLAY 'AJUSTE     TARJETA             MT S MON'
                   '       IMPORTE OPERADOR   FECHA'.

           PERFORM 2210-LISTAR-UNO
              THRU 2210-LISTAR-UNO-FIN
              UNTIL WS-LISTADO-TERMINADO.

       2200-LISTAR-PENDIENTES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2210-LISTAR-UNO.

           READ ENT-AJUSTES NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIN-LISTADO
                  GO TO 2210-LISTAR-UNO-FIN
           END-READ.

           IF NOT FS-AJUSTES-OK
              MOVE 'S' TO WS-FIN-LISTADO
              GO TO 2210-LISTAR-UNO-FIN
           END-IF.

           IF NOT WS-AJU-PENDIENTE
              GO TO 2210-LISTAR-UNO-FIN
           END-IF.

           MOVE WS-AJU-IMPORTE TO WS-IMPORTE-EDIT.
           DISPLAY WS-AJU-NUM-AJUSTE ' ' WS-AJU-TARJETA ' '
                   WS-AJU-MOTIVO ' ' WS-AJU-SIGNO ' '
                   WS-AJU-MONEDA ' ' WS-IMPORTE-EDIT ' '
                   WS-AJU-OPERADOR ' ' WS-AJU-FECHA.

       2210-LISTAR-UNO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** aprobacion de un pendiente: un supervisor distinto del
      *    *** que lo cargo; recien ahi se envia a REPROCESO.SEQ
       2300-APROBAR-AJUSTE.

           PERFORM 2310-LEER-PENDIENTE
              THRU 2310-LEER-PENDIENTE-FIN.
           IF NOT FS-AJUSTES-OK
              GO TO 2300-APROBAR-AJUSTE-FIN
           END-IF.

           DISPLAY 'CONFIRMA LA APROBACION (S/N): ' WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF NOT WS-CONFIRMADO
              DISPLAY 'APROBACION CANCELADA'
              GO TO 2300-APROBAR-AJUSTE-FIN
           END-IF.

           PERFORM 2110-UBICAR-MOTIVO
              THRU 2110-UBICAR-MOTIVO-FIN.

           PERFORM 2500-ENVIAR-REPROCESO
              THRU 2500-ENVIAR-REPROCESO-FIN.
           IF NOT WS-ENVIADO
              GO TO 2300-APROBAR-AJUSTE-FIN
           END-IF.

           SET WS-AJU-APLICADO     TO TRUE.
           MOVE WS-OPERADOR-SESION TO WS-AJU-APROBADOR.
           MOVE WS-FECHA-HOY       TO WS-AJU-FECHA-RESOLUCION.
           REWRITE WS-AJU-AJUSTE-REG.

           IF FS-AJUSTES-OK
              ADD 1 TO WS-CANT-APLICADOS
              DISPLAY 'AJUSTE APROBADO Y ENVIADO A REPROCESO.SEQ'
           ELSE
              DISPLAY 'AVISO: AJUSTE ENVIADO PERO NO ACTUALIZADO EN '
                      'AJUSTES.VSAM: ' FS-AJUSTES
           END-IF.

       2300-APROBAR-AJUSTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2310-LEER-PENDIENTE.

           DISPLAY 'NUMERO DE AJUSTE: ' WITH NO ADVANCING.
           ACCEPT WS-NUM-AJUSTE.

           MOVE WS-NUM-AJUSTE TO WS-AJU-NUM-AJUSTE.
           READ ENT-AJUSTES KEY IS WS-AJU-NUM-AJUSTE
               INVALID KEY CONTINUE
           END-READ.

           IF FS-AJUSTES-CLAVE-NFD
              DISPLAY 'EL AJUSTE NO EXISTE'
              GO TO 2310-LEER-PENDIENTE-FIN
           END-IF.

           IF NOT FS-AJUSTES-OK
              DISPLAY 'ERROR AL LEER EL AJUSTE: ' FS-AJUSTES
              GO TO 2310-LEER-PENDIENTE-FIN
           END-IF.

           IF NOT WS-AJU-PENDIENTE
              DISPLAY 'EL AJUSTE NO ESTA PENDIENTE (ESTADO '
                      WS-AJU-ESTADO ')'
              MOVE '23' TO FS-AJUSTES
              GO TO 2310-LEER-PENDIENTE-FIN
           END-IF.

           IF WS-AJU-OPERADOR = WS-OPERADOR-SESION
              DISPLAY 'EL AJUSTE LO DEBE RESOLVER UN SUPERVISOR '
                      'DISTINTO DEL QUE LO CARGO'
              MOVE '23' TO FS-AJUSTES
              GO TO 2310-LEER-PENDIENTE-FIN
           END-IF.

           MOVE WS-AJU-IMPORTE TO WS-IMPORTE-EDIT.
           DISPLAY 'AJUSTE NRO ' WS-AJU-NUM-AJUSTE ' DE '
                   WS-AJU-OPERADOR ' DEL ' WS-AJU-FECHA.
           DISPLAY 'TARJETA ' WS-AJU-TARJETA ' MOTIVO '
                   WS-AJU-MOTIVO ' ' WS-AJU-SIGNO ' '
                   WS-AJU-MONEDA ' ' WS-IMPORTE-EDIT.
           DISPLAY 'ACLARACION: ' WS-AJU-OBSERVACION.

       2310-LEER-PENDIENTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2400-RECHAZAR-AJUSTE.

           PERFORM 2310-LEER-PENDIENTE
              THRU 2310-LEER-PENDIENTE-FIN.
           IF NOT FS-AJUSTES-OK
              GO TO 2400-RECHAZAR-AJUSTE-FIN
           END-IF.

           DISPLAY 'MOTIVO DEL RECHAZO: ' WITH NO ADVANCING.
           ACCEPT WS-AJU-MOTIVO-RECHAZO.
           IF WS-AJU-MOTIVO-RECHAZO = SPACES
              DISPLAY 'EL RECHAZO EXIGE UN MOTIVO'
              GO TO 2400-RECHAZAR-AJUSTE-FIN
           END-IF.

           SET WS-AJU-RECHAZADO    TO TRUE.
           MOVE WS-OPERADOR-SESION TO WS-AJU-APROBADOR.
           MOVE WS-FECHA-HOY       TO WS-AJU-FECHA-RESOLUCION.
           REWRITE WS-AJU-AJUSTE-REG.

           IF FS-AJUSTES-OK
              ADD 1 TO WS-CANT-RECHAZADOS
              DISPLAY 'AJUSTE RECHAZADO'
           ELSE
              DISPLAY 'ERROR AL ACTUALIZAR EL AJUSTE: ' FS-AJUSTES
           END-IF.

       2400-RECHAZAR-AJUSTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el ajuste viaja como consumo tipo 'J' con el numero del
      *    *** ajuste como id: credito en negativo, debito en positivo.
      *    *** El detalle empieza con la categoria del motivo, que es
      *    *** lo que la facturacion usa para asentarlo
       2500-ENVIAR-REPROCESO.

           MOVE 'N' TO WS-ENVIO.

           OPEN EXTEND SAL-REPROCESO.
           IF FS-REPROCESO-NFD
              OPEN OUTPUT SAL-REPROCESO
              CLOSE SAL-REPROCESO
              OPEN EXTEND SAL-REPROCESO
           END-IF.
           IF NOT FS-REPROCESO-OK
              DISPLAY 'ERROR AL ABRIR REPROCESO.SEQ: ' FS-REPROCESO
              GO TO 2500-ENVIAR-REPROCESO-FIN
           END-IF.

           MOVE WS-AJU-NUM-AJUSTE  TO WS-ENT-ID-CONSUMO.
           MOVE WS-AJU-NUM-CUENTA  TO WS-ENT-NUM-CUENTA.
           MOVE WS-AJU-TARJETA     TO WS-ENT-NUM-TARJETA.
           MOVE WS-FECHA-HOY-X (1:4) TO WS-ENT-ANIO.
           MOVE WS-FECHA-HOY-X (5:2) TO WS-ENT-MES.
           MOVE WS-FECHA-HOY-X (7:2) TO WS-ENT-DIA.
           MOVE SPACES             TO WS-ENT-DETALLE.
           STRING WS-AJM-CATEGORIA (WS-IX-AJM) ' ' WS-AJU-OBSERVACION
                  DELIMITED BY SIZE INTO WS-ENT-DETALLE.
           MOVE 01                 TO WS-ENT-NUMERO-ACTUAL.
           MOVE 01                 TO WS-ENT-CANT-CUOTAS.
           MOVE WS-AJU-MONEDA      TO WS-ENT-MONEDA.
           IF WS-AJU-ES-CREDITO
              SUBTRACT WS-AJU-IMPORTE FROM ZEROES
                                      GIVING WS-ENT-IMPORTE
           ELSE
              MOVE WS-AJU-IMPORTE  TO WS-ENT-IMPORTE
           END-IF.
           SET WS-ENT-ES-AJUSTE    TO TRUE.
           MOVE SPACES             TO WS-ENT-COD-COMERCIO.

           WRITE WS-ENT-CONSUMOS.

           IF FS-REPROCESO-OK
              MOVE 'S' TO WS-ENVIO
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR REPROCESO.SEQ: ' FS-REPROCESO
           END-IF.

           CLOSE SAL-REPROCESO.

       2500-ENVIAR-REPROCESO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           CLOSE ENT-AJUSTES
                 ENT-MAESTRO-TARJETAS.

           DISPLAY 'AJUSTES: ' WS-CANT-APLICADOS ' APLICADOS, '
                   WS-CANT-PENDIENTES ' PENDIENTES, '
                   WS-CANT-RECHAZADOS ' RECHAZADOS'.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
