      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: proteccion de datos personales (Ley 25.326).
      *          DATOSPER_MODO=ACCESO (omision): dado un documento,
      *          reune en DATOS-PERSONALES.TXT todo lo que se guarda de
      *          la persona: PERSONAS.VSAM, sus cuentas y tarjetas del
      *          maestro con bloqueo y mora, los cambios del maestro
      *          (CAMBIOS-MAESTRO.SEQ), los consumos archivados
      *          (HISTORIAL-CONSUMOS.VSAM), los resumenes emitidos
      *          (ARCHIVO-RESUMENES.VSAM), las disputas (DISPUTAS.VSAM)
      *          y los pagos aplicados (PAGOS-APLICADOS.SEQ). Acceso con
      *          SIGNON, rol operador o supervisor.
      *          DATOSPER_MODO=ANONIMIZAR: personas cuyas cuentas estan
      *          todas dadas de baja (motivo 'B' de BLOQCTRL, sin saldo)
      *          hace mas de DATOSPER_RETENCION_ANIOS (omision 10): se
      *          blanquean nombre, direccion y actividad en PERSONAS y
      *          en el maestro, y el documento se reemplaza por un
      *          seudonimo ('A' + primera cuenta) en PERSONAS y en
      *          CUENTA-PERSONA. Cuentas, tarjetas e importes no se
      *          tocan, asi que reportes y conciliaciones siguen
      *          cerrando. Quien sigue siendo codeudor o garante
      *          vigente de una cuenta (CUENTA-COOBLIGADO.VSAM) no se
      *          anonimiza. Las imagenes de esas tarjetas se depuran
      *          tambien en CAMBIOS-MAESTRO.SEQ. DATOSPER_MODO=SIMULAR
      *          lista los candidatos sin modificar nada. Detalle de
      *          la corrida en DATOSPER.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATOSPER.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-PERSONAS
           ASSIGN TO WS-RUTA-PERSONAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-PER-DOCUMENTO
           FILE STATUS IS FS-PERSONAS.

       SELECT ENT-CUENTA-PERSONA
           ASSIGN TO WS-RUTA-CUENTA-PERSONA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-CPE-CUENTA
           FILE STATUS IS FS-CUENTA-PERSONA.

       SELECT ENT-MAESTRO-TARJETAS
           ASSIGN TO WS-RUTA-MAESTRO-TARJETAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-MAESTRO-TARJETAS
           RECORD KEY IS WS-MT-NUM-TARJETA
           ALTERNATE RECORD KEY IS WS-MT-NUM-CUENTA
                                          WITH DUPLICATES.

       SELECT ENT-MOROSIDAD
           ASSIGN TO WS-RUTA-MOROSIDAD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-MOR-CLAVE
           FILE STATUS IS FS-MOROSIDAD.

       SELECT ENT-CAMBIOS
           ASSIGN TO WS-RUTA-CAMBIOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CAMBIOS.

       SELECT TMP-CAMBIOS
           ASSIGN TO WS-RUTA-CAMBIOS-TMP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CAMBIOS-TMP.

       SELECT ENT-HIST-CONSUMOS
           ASSIGN TO WS-RUTA-HIST-CONSUMOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-HISC-CLAVE
           FILE STATUS IS FS-HIST-CONSUMOS.

       SELECT ENT-ARCHIVO-RES
           ASSIGN TO WS-RUTA-ARCHIVO-RES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-ARC-CLAVE
           FILE STATUS IS FS-ARCHIVO-RES.

       SELECT ENT-DISPUTAS
           ASSIGN TO WS-RUTA-DISPUTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-DIS-CLAVE
           FILE STATUS IS FS-DISPUTAS.

      *    *** codeudores y garantes; opcional
       SELECT ENT-COOBLIGADOS
           ASSIGN TO WS-RUTA-COOBLIGADOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-COB-CLAVE
           ALTERNATE RECORD KEY IS WS-COB-DOCUMENTO
                                          WITH DUPLICATES
           FILE STATUS IS FS-COOBLIGADOS.

       SELECT ENT-PAGOS-APLICADOS
           ASSIGN TO WS-RUTA-PAGOS-APLICADOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAGOS-APLICADOS.

       SELECT SAL-REPORTE
           ASSIGN TO WS-RUTA-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-PERSONAS.
           COPY PERSONAS.

       FD ENT-CUENTA-PERSONA.
       01 WS-CPE-VINCULO-REG.
          05 WS-CPE-CUENTA                          PIC 9(10).
          05 WS-CPE-DOCUMENTO                       PIC X(11).

       FD ENT-COOBLIGADOS.
           COPY COOBLIG.

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
             88 WS-MT-ACTIVA                            VALUE 'A'.
             88 WS-MT-INACTIVA                          VALUE 'I'.
          05 WS-MT-SALDO-ANTERIOR-ARS               PIC S9(08)V9(02).
          05 WS-MT-SALDO-ANTERIOR-USD               PIC S9(08)V9(02).
          05 WS-MT-DIA-CIERRE                       PIC 9(02).
          05 WS-MT-TIPO-TARJETA                     PIC X(01).
          05 WS-MT-NUM-TARJETA-TITULAR              PIC X(19).
          05 WS-MT-LIMITE-TARJETA-USD               PIC 9(08)V9(02).

       FD ENT-MOROSIDAD.
           COPY MOROSIDAD.

      *    *** bitacora de AUDICAMB; en las imagenes del maestro el
      *    *** nombre, apellido y direccion ocupan las posiciones 30 a
      *    *** 109
       FD ENT-CAMBIOS.
       01 WS-CAM-CAMBIO-REG.
          05 WS-CAM-FECHA                           PIC 9(08).
          05 WS-CAM-HORA                            PIC 9(06).
          05 WS-CAM-PROGRAMA                        PIC X(08).
          05 WS-CAM-OPERACION                       PIC X(01).
          05 WS-CAM-TARJETA                         PIC X(19).
          05 WS-CAM-IMAGEN-ANTES                    PIC X(179).
          05 WS-CAM-IMAGEN-DESPUES                  PIC X(179).
          05 WS-CAM-OPERADOR                        PIC X(10).
          05 WS-CAM-DETALLE                         PIC X(40).
          05 WS-CAM-APROBADOR                       PIC X(10).

       FD TMP-CAMBIOS.
       01 WS-TMP-CAMBIO-REG                         PIC X(450).

       FD ENT-HIST-CONSUMOS.
           COPY HISTCON.

       FD ENT-ARCHIVO-RES.
           COPY ARCHRES.

       FD ENT-DISPUTAS.
       01 WS-DIS-DISPUTA-REG.
          05 WS-DIS-CLAVE.
             10 WS-DIS-TARJETA                       PIC X(19).
             10 WS-DIS-ID-CONSUMO                    PIC 9(10).
          05 WS-DIS-NUM-CUENTA                       PIC 9(10).
          05 WS-DIS-DETALLE                          PIC X(32).
          05 WS-DIS-MONEDA                           PIC X(03).
          05 WS-DIS-IMPORTE                          PIC S9(08)V9(02)
                                            SIGN IS TRAILING SEPARATE.
          05 WS-DIS-FECHA-ALTA                       PIC 9(08).
          05 WS-DIS-ETAPA                            PIC X(01).
          05 WS-DIS-FECHA-ETAPA                      PIC 9(08).
          05 WS-DIS-RESOLUCION                       PIC X(01).
          05 WS-DIS-OPERADOR                         PIC X(10).

       FD ENT-PAGOS-APLICADOS.
           COPY PAGOSAPL.
       01 WS-ENT-PAGOS-APLICADOS-CTL     PIC X(88).

       FD SAL-REPORTE.
       01 WS-SAL-REPORTE                            PIC X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-PERSONAS           PIC X(60)
                                     VALUE '../PERSONAS.VSAM'.
       01 WS-RUTA-CUENTA-PERSONA     PIC X(60)
                                     VALUE '../CUENTA-PERSONA.VSAM'.
       01 WS-RUTA-MAESTRO-TARJETAS   PIC X(60)
                                     VALUE '../MAESTRO-TARJETAS.VSAM'.
       01 WS-RUTA-MOROSIDAD          PIC X(60)
                                     VALUE '../MOROSIDAD.VSAM'.
       01 WS-RUTA-CAMBIOS            PIC X(60)
                                     VALUE '../CAMBIOS-MAESTRO.SEQ'.
       01 WS-RUTA-CAMBIOS-TMP        PIC X(60)
                                     VALUE '../CAMBIOS-MAESTRO.TMP'.
       01 WS-RUTA-HIST-CONSUMOS      PIC X(60)
                                     VALUE '../HISTORIAL-CONSUMOS.VSAM'.
       01 WS-RUTA-ARCHIVO-RES        PIC X(60)
                                     VALUE '../ARCHIVO-RESUMENES.VSAM'.
       01 WS-RUTA-DISPUTAS           PIC X(60)
                                     VALUE '../DISPUTAS.VSAM'.
       01 WS-RUTA-COOBLIGADOS        PIC X(60)
                                     VALUE '../CUENTA-COOBLIGADO.VSAM'.
       01 WS-RUTA-PAGOS-APLICADOS    PIC X(60)
                                     VALUE '../PAGOS-APLICADOS.SEQ'.
       01 WS-RUTA-REPORTE            PIC X(60)
                                     VALUE '../DATOSPER.TXT'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
          05 FS-PERSONAS                           PIC X(2).
             88 FS-PERSONAS-OK                         VALUE '00'.
             88 FS-PERSONAS-EOF                        VALUE '10'.
          05 FS-CUENTA-PERSONA                     PIC X(2).
             88 FS-CUENTA-PERSONA-OK                   VALUE '00'.
             88 FS-CUENTA-PERSONA-EOF                  VALUE '10'.
          05 FS-MAESTRO-TARJETAS                   PIC X(2).
             88 FS-MAESTRO-TARJETAS-FILE-OK            VALUE '00'.
          05 FS-MOROSIDAD                          PIC X(2).
             88 FS-MOROSIDAD-OK                        VALUE '00'.
          05 FS-CAMBIOS                            PIC X(2).
             88 FS-CAMBIOS-OK                          VALUE '00'.
             88 FS-CAMBIOS-EOF                         VALUE '10'.
             88 FS-CAMBIOS-NFD                         VALUE '35'.
          05 FS-CAMBIOS-TMP                        PIC X(2).
             88 FS-CAMBIOS-TMP-OK                      VALUE '00'.
             88 FS-CAMBIOS-TMP-EOF                     VALUE '10'.
          05 FS-HIST-CONSUMOS                      PIC X(2).
             88 FS-HIST-CONSUMOS-OK                    VALUE '00'.
          05 FS-ARCHIVO-RES                        PIC X(2).
             88 FS-ARCHIVO-RES-OK                      VALUE '00'.
          05 FS-DISPUTAS                           PIC X(2).
             88 FS-DISPUTAS-OK                         VALUE '00'.
          05 FS-COOBLIGADOS                        PIC X(2).
             88 FS-COOBLIGADOS-OK                      VALUES '00' '02'.
          05 FS-PAGOS-APLICADOS                    PIC X(2).
             88 FS-PAGOS-APLICADOS-OK                  VALUE '00'.
             88 FS-PAGOS-APLICADOS-EOF                 VALUE '10'.
          05 FS-REPORTE                            PIC X(2).
             88 FS-REPORTE-OK                          VALUE '00'.

      *    *** archivos opcionales de la extraccion: el que no existe
      *    *** se informa como sin datos
       01 WS-ARCHIVOS-ABIERTOS.
          05 WS-HAY-MOROSIDAD        PIC X(01) VALUE 'N'.
             88 WS-EXISTE-MOROSIDAD                VALUE 'S'.
          05 WS-HAY-HISTORIAL        PIC X(01) VALUE 'N'.
             88 WS-EXISTE-HISTORIAL                VALUE 'S'.
          05 WS-HAY-ARCHIVO-RES      PIC X(01) VALUE 'N'.
             88 WS-EXISTE-ARCHIVO-RES              VALUE 'S'.
          05 WS-HAY-DISPUTAS         PIC X(01) VALUE 'N'.
             88 WS-EXISTE-DISPUTAS                 VALUE 'S'.

      *    *** sesion de operador (ver SIGNON)
       01 WS-SIGNON.
           COPY SIGNIO.

       01 WS-AUDITORIA.
           COPY AUDICIO.

      *    *** consulta del motivo de bloqueo de cada tarjeta
       01 WS-BLOQUEO.
           COPY BLOQIO.

      *    *** imagen del consumo archivado en el historico
           COPY CONSUMOS.

       01 WS-MODO-EJECUCION          PIC X(10) VALUE 'ACCESO'.
          88 WS-ES-MODO-ACCESO                     VALUE 'ACCESO'.
          88 WS-ES-MODO-ANONIMIZAR                 VALUE 'ANONIMIZAR'.
          88 WS-ES-MODO-SIMULAR                    VALUE 'SIMULAR'.

       01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.

      *    *** retencion legal: baja anterior a la fecha de corte
       01 WS-RETENCION-ANIOS         PIC 9(02) VALUE 10.
       01 WS-FECHA-CORTE             PIC 9(08) VALUE ZEROES.
       01 WS-FECHA-CORTE-DESG REDEFINES WS-FECHA-CORTE.
          05 WS-COR-ANIO             PIC 9(04).
          05 WS-COR-MESDIA           PIC 9(04).

      *----------------------------------------------------------------*
      *    *** extraccion de acceso: cuentas y tarjetas de la persona
      *----------------------------------------------------------------*
       01 WS-DOCUMENTO-PEDIDO        PIC X(11) VALUE SPACES.
       01 WS-TABLA-CUENTAS.
          05 WS-CANT-CUENTAS         PIC 9(02) VALUE ZEROES.
          05 WS-TCU-CUENTA OCCURS 20 TIMES
                                     PIC 9(10).
       01 WS-TABLA-TARJETAS.
          05 WS-CANT-TARJETAS        PIC 9(02) VALUE ZEROES.
          05 WS-TTA-TARJETA OCCURS 60 TIMES
                                     PIC X(19).
       77 WS-IX-CUENTA               PIC 9(02) VALUE ZEROES.
       77 WS-IX-TARJETA              PIC 9(02) VALUE ZEROES.
       01 WS-CUENTA-LEIDA            PIC 9(10) VALUE ZEROES.
       01 WS-CUENTA-CONSULTA         PIC 9(10) VALUE ZEROES.
       01 WS-CLAVE-CONSULTA          PIC X(19) VALUE SPACES.
       01 WS-PERIODO-RESUMEN         PIC 9(06) VALUE ZEROES.
       01 WS-LINEAS-RESUMEN          PIC 9(05) VALUE ZEROES.
       01 WS-TARJETA-ENMASCARADA     PIC X(19) VALUE SPACES.
       01 WS-TARJETA-PROPIA          PIC X(01) VALUE 'N'.
          88 WS-ES-TARJETA-PROPIA                  VALUE 'S'.
       01 WS-CUENTA-PROPIA           PIC X(01) VALUE 'N'.
          88 WS-ES-CUENTA-PROPIA                   VALUE 'S'.
       01 WS-IMPORTE-EDITADO         PIC -ZZ.ZZZ.ZZ9,99.
       01 WS-CANT-SECCION            PIC 9(07) VALUE ZEROES.

      *----------------------------------------------------------------*
      *    *** anonimizacion: personas candidatas de la corrida
      *----------------------------------------------------------------*
       01 WS-TABLA-CANDIDATOS.
          05 WS-CANT-CANDIDATOS      PIC 9(04) VALUE ZEROES.
          05 WS-TCA-ITEM OCCURS 2000 TIMES
                          INDEXED BY WS-IX-TCA.
             10 WS-TCA-DOCUMENTO     PIC X(11).
             10 WS-TCA-ELEGIBLE      PIC X(01).
                88 WS-TCA-ES-ELEGIBLE              VALUE 'S'.
             10 WS-TCA-CANT-CUENTAS  PIC 9(02).
             10 WS-TCA-CUENTA OCCURS 10 TIMES
                                     PIC 9(10).
       77 WS-CANDIDATOS-SIN-LUGAR    PIC 9(07) VALUE ZEROES.

      *    *** tarjetas anonimizadas, para depurar la bitacora
       01 WS-TABLA-ANONIMAS.
          05 WS-CANT-ANONIMAS        PIC 9(05) VALUE ZEROES.
          05 WS-TAN-TARJETA OCCURS 20000 TIMES
                          INDEXED BY WS-IX-TAN
                                     PIC X(19).

       01 WS-CUENTA-EVAL             PIC 9(10) VALUE ZEROES.
       01 WS-RESULTADO-EVAL          PIC X(01) VALUE 'N'.
          88 WS-CUENTA-VENCIDA                     VALUE 'S'.
       01 WS-HAY-TARJETAS-EVAL       PIC X(01) VALUE 'N'.
          88 WS-CUENTA-CON-TARJETAS                VALUE 'S'.
       01 WS-CANDIDATO-HALLADO       PIC X(01) VALUE 'N'.
          88 WS-HAY-CANDIDATO                      VALUE 'S'.
       01 WS-SEUDONIMO               PIC X(11) VALUE SPACES.
       01 WS-IMAGEN-ANONIMA          PIC X(179) VALUE SPACES.
       01 WS-TARJETA-ANONIMA         PIC X(01) VALUE 'N'.
          88 WS-ES-TARJETA-ANONIMA                 VALUE 'S'.

       01 WS-CONTADORES.
          05 WS-CANT-PERSONAS-ANON   PIC 9(07) VALUE ZEROES.
          05 WS-CANT-CUENTAS-ANON    PIC 9(07) VALUE ZEROES.
          05 WS-CANT-NO-ELEGIBLES    PIC 9(07) VALUE ZEROES.
          05 WS-CANT-MUCHAS-CUENTAS  PIC 9(07) VALUE ZEROES.
          05 WS-CANT-OBLIGADAS       PIC 9(07) VALUE ZEROES.
          05 WS-CANT-ERRORES         PIC 9(07) VALUE ZEROES.
          05 WS-CANT-CAMBIOS-DEPUR   PIC 9(07) VALUE ZEROES.

      *    *** verificacion de las interfaces antes de leerlas
       01 WS-INTERFAZ.
           COPY INTFIO.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-ES-MODO-ACCESO
              PERFORM 2000-EXTRAER-DATOS
                 THRU 2000-EXTRAER-DATOS-FIN
           ELSE
              PERFORM 2600-SELECCIONAR-CANDIDATOS
                 THRU 2600-SELECCIONAR-CANDIDATOS-FIN
              PERFORM 2650-CONFIRMAR-CANDIDATOS
                 THRU 2650-CONFIRMAR-CANDIDATOS-FIN
              PERFORM 2700-ANONIMIZAR-PERSONA
                 THRU 2700-ANONIMIZAR-PERSONA-FIN
                 VARYING WS-IX-TCA FROM 1 BY 1
                 UNTIL WS-IX-TCA > WS-CANT-CANDIDATOS
              IF WS-ES-MODO-ANONIMIZAR
                 AND WS-CANT-ANONIMAS > ZEROES
                 PERFORM 2900-DEPURAR-BITACORA
                    THRU 2900-DEPURAR-BITACORA-FIN
              END-IF
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'DATOSPER_MODO'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO (1:10) TO WS-MODO-EJECUCION
           END-IF.

           IF NOT WS-ES-MODO-ACCESO
              AND NOT WS-ES-MODO-ANONIMIZAR
              AND NOT WS-ES-MODO-SIMULAR
              DISPLAY 'DATOSPER_MODO INVALIDO: ' WS-MODO-EJECUCION
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'DATOSPER_RETENCION_ANIOS'.
           IF WS-RUTA-ENTORNO (1:2) IS NUMERIC
              AND WS-RUTA-ENTORNO (1:2) <> '00'
              MOVE WS-RUTA-ENTORNO (1:2) TO WS-RETENCION-ANIOS
           END-IF.

           MOVE WS-FECHA-HOY TO WS-FECHA-CORTE.
           SUBTRACT WS-RETENCION-ANIOS FROM WS-COR-ANIO.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MAESTRO_TARJETAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-MAESTRO-TARJETAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'AUDICAMB_CAMBIOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CAMBIOS
           END-IF.

           IF WS-ES-MODO-ACCESO
              MOVE 'P' TO WS-SGN-MODO
              CALL 'SIGNON' USING WS-SIGNON
              IF NOT WS-SGN-ACEPTADO
                 DISPLAY 'ACCESO DENEGADO: ' WS-SGN-DES-ERROR-O
                 STOP RUN
              END-IF
              IF WS-SGN-ES-CONSULTA
                 DISPLAY 'SU ROL NO PERMITE EXTRAER DATOS PERSONALES'
                 STOP RUN
              END-IF
           END-IF.

           IF WS-ES-MODO-ANONIMIZAR
              OPEN I-O ENT-PERSONAS
                       ENT-CUENTA-PERSONA
                       ENT-MAESTRO-TARJETAS
           ELSE
              OPEN INPUT ENT-PERSONAS
                         ENT-CUENTA-PERSONA
                         ENT-MAESTRO-TARJETAS
           END-IF.

           IF NOT FS-PERSONAS-OK
              DISPLAY 'ERROR AL ABRIR PERSONAS.VSAM: ' FS-PERSONAS
              STOP RUN
           END-IF.
           IF NOT FS-CUENTA-PERSONA-OK
              DISPLAY 'ERROR AL ABRIR CUENTA-PERSONA.VSAM: '
                      FS-CUENTA-PERSONA
              STOP RUN
           END-IF.
           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              DISPLAY 'ERROR AL ABRIR MAESTRO-TARJETAS.VSAM: '
                      FS-MAESTRO-TARJETAS
              STOP RUN
           END-IF.

           IF WS-ES-MODO-ACCESO
              MOVE '../DATOS-PERSONALES.TXT' TO WS-RUTA-REPORTE
              OPEN INPUT ENT-MOROSIDAD
              IF FS-MOROSIDAD-OK
                 MOVE 'S' TO WS-HAY-MOROSIDAD
              END-IF
              OPEN INPUT ENT-HIST-CONSUMOS
              IF FS-HIST-CONSUMOS-OK
                 MOVE 'S' TO WS-HAY-HISTORIAL
              END-IF
              OPEN INPUT ENT-ARCHIVO-RES
              IF FS-ARCHIVO-RES-OK
                 MOVE 'S' TO WS-HAY-ARCHIVO-RES
              END-IF
              OPEN INPUT ENT-DISPUTAS
              IF FS-DISPUTAS-OK
                 MOVE 'S' TO WS-HAY-DISPUTAS
              END-IF
           END-IF.

           OPEN OUTPUT SAL-REPORTE.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR EL REPORTE: ' FS-REPORTE
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** extraccion de acceso a los datos de una persona
       2000-EXTRAER-DATOS.

           DISPLAY 'DOCUMENTO DEL TITULAR DE LOS DATOS: '
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-DOCUMENTO-PEDIDO.
           ACCEPT WS-DOCUMENTO-PEDIDO.

           IF WS-DOCUMENTO-PEDIDO = SPACES
              DISPLAY 'SIN DOCUMENTO, NO SE EXTRAE NADA'
              GO TO 2000-EXTRAER-DATOS-FIN
           END-IF.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'INFORME DE DATOS PERSONALES (LEY 25.326) - '
                  'DOCUMENTO ' WS-DOCUMENTO-PEDIDO
                  ' - EMITIDO ' WS-FECHA-HOY ' POR ' WS-SGN-USUARIO
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE ALL '=' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           PERFORM 2010-DATOS-PERSONA
              THRU 2010-DATOS-PERSONA-FIN.

           PERFORM 2050-DATOS-CUENTAS
              THRU 2050-DATOS-CUENTAS-FIN.

           PERFORM 2100-DATOS-CAMBIOS
              THRU 2100-DATOS-CAMBIOS-FIN.

           PERFORM 2200-DATOS-CONSUMOS
              THRU 2200-DATOS-CONSUMOS-FIN.

           PERFORM 2300-DATOS-RESUMENES
              THRU 2300-DATOS-RESUMENES-FIN.

           PERFORM 2400-DATOS-DISPUTAS
              THRU 2400-DATOS-DISPUTAS-FIN.

           PERFORM 2500-DATOS-PAGOS
              THRU 2500-DATOS-PAGOS-FIN.

           MOVE ALL '=' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE 'FIN DEL INFORME' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           DISPLAY 'INFORME GENERADO EN DATOS-PERSONALES.TXT: '
                   WS-CANT-CUENTAS ' CUENTAS, ' WS-CANT-TARJETAS
                   ' TARJETAS'.

       2000-EXTRAER-DATOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2010-DATOS-PERSONA.

           MOVE 'DATOS DE LA PERSONA (PERSONAS.VSAM)' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-DOCUMENTO-PEDIDO TO WS-PER-DOCUMENTO.
           READ ENT-PERSONAS KEY IS WS-PER-DOCUMENTO
               INVALID KEY
                  MOVE '  SIN LEGAJO EN EL MAESTRO DE PERSONAS'
                    TO WS-SAL-REPORTE
                  WRITE WS-SAL-REPORTE
                  GO TO 2010-DATOS-PERSONA-FIN
           END-READ.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING '  NOMBRE Y APELLIDO : ' WS-PER-NOMBRE ' '
                  WS-PER-APELLIDO
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING '  DIRECCION         : ' WS-PER-DIRECCION ' CP '
                  WS-PER-COD-POSTAL
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING '  CORREO ELECTRONICO: ' WS-PER-CORREO-E
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING '  FECHA DE ALTA     : ' WS-PER-FECHA-ALTA
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE WS-PER-PERFIL-MENSUAL TO WS-IMPORTE-EDITADO.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING '  PERFIL DECLARADO  : ' WS-IMPORTE-EDITADO
                  ' MENSUAL, ' WS-PER-ACTIVIDAD ' (DECLARADO EL '
                  WS-PER-FECHA-PERFIL ')'
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2010-DATOS-PERSONA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cuentas vinculadas y sus tarjetas; quedan en tabla para
      *    *** las secciones siguientes
       2050-DATOS-CUENTAS.

           MOVE SPACES TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE 'CUENTAS Y TARJETAS (MAESTRO-TARJETAS.VSAM)'
             TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE ZEROES TO WS-CANT-CUENTAS
                          WS-CANT-TARJETAS.

           MOVE ZEROES TO WS-CPE-CUENTA.
           START ENT-CUENTA-PERSONA
               KEY IS NOT LESS THAN WS-CPE-CUENTA
               INVALID KEY
                  GO TO 2050-DATOS-CUENTAS-FIN
           END-START.

           PERFORM 2060-REVISAR-UN-VINCULO
              THRU 2060-REVISAR-UN-VINCULO-FIN
              UNTIL NOT FS-CUENTA-PERSONA-OK.

           IF WS-CANT-CUENTAS = ZEROES
              MOVE '  SIN CUENTAS VINCULADAS' TO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
           END-IF.

       2050-DATOS-CUENTAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2060-REVISAR-UN-VINCULO.

           READ ENT-CUENTA-PERSONA NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF NOT FS-CUENTA-PERSONA-OK
              OR WS-CPE-DOCUMENTO <> WS-DOCUMENTO-PEDIDO
              GO TO 2060-REVISAR-UN-VINCULO-FIN
           END-IF.

           IF WS-CANT-CUENTAS NOT < 20
              GO TO 2060-REVISAR-UN-VINCULO-FIN
           END-IF.

           ADD 1 TO WS-CANT-CUENTAS.
           MOVE WS-CPE-CUENTA TO WS-TCU-CUENTA (WS-CANT-CUENTAS).
           MOVE WS-CPE-CUENTA TO WS-CUENTA-CONSULTA.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING '  CUENTA ' WS-CUENTA-CONSULTA
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-CUENTA-CONSULTA TO WS-MT-NUM-CUENTA.
           START ENT-MAESTRO-TARJETAS
               KEY IS EQUAL TO WS-MT-NUM-CUENTA
               INVALID KEY
                  MOVE '    (SIN TARJETAS EN EL MAESTRO)'
                    TO WS-SAL-REPORTE
                  WRITE WS-SAL-REPORTE
                  GO TO 2060-REVISAR-UN-VINCULO-FIN
           END-START.

           MOVE WS-CUENTA-CONSULTA TO WS-CUENTA-LEIDA.
           PERFORM 2070-DATOS-UNA-TARJETA
              THRU 2070-DATOS-UNA-TARJETA-FIN
              UNTIL NOT FS-MAESTRO-TARJETAS-FILE-OK
                 OR WS-CUENTA-LEIDA <> WS-CUENTA-CONSULTA.

      *    *** el barrido del maestro no mueve el puntero del vinculo
           MOVE '00' TO FS-CUENTA-PERSONA.

       2060-REVISAR-UN-VINCULO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2070-DATOS-UNA-TARJETA.

           READ ENT-MAESTRO-TARJETAS NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              GO TO 2070-DATOS-UNA-TARJETA-FIN
           END-IF.

           MOVE WS-MT-NUM-CUENTA TO WS-CUENTA-LEIDA.
           IF WS-CUENTA-LEIDA <> WS-CUENTA-CONSULTA
              GO TO 2070-DATOS-UNA-TARJETA-FIN
           END-IF.

           IF WS-CANT-TARJETAS < 60
              ADD 1 TO WS-CANT-TARJETAS
              MOVE WS-MT-NUM-TARJETA
                TO WS-TTA-TARJETA (WS-CANT-TARJETAS)
           END-IF.

      *    *** el PAN sale enmascarado, solo los ultimos 4
           MOVE WS-MT-NUM-TARJETA TO WS-TARJETA-ENMASCARADA.
           MOVE '***************' TO WS-TARJETA-ENMASCARADA (1:15).

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING '    TARJETA ' WS-TARJETA-ENMASCARADA
                  ' TIPO ' WS-MT-TIPO-TARJETA
                  ' MONEDA ' WS-MT-MONEDA-TARJETA
                  ' ESTADO ' WS-MT-ESTADO
                  ' CIERRE DIA ' WS-MT-DIA-CIERRE
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING '      A NOMBRE DE ' WS-MT-NOMBRE ' ' WS-MT-APELLIDO
                  ' - ' WS-MT-DIRECCION ' CP ' WS-MT-COD-POSTAL
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING '      LIMITE ARS ' WS-MT-LIMITE-TARJETA
                  ' USD ' WS-MT-LIMITE-TARJETA-USD
                  ' SALDO ARS ' WS-MT-SALDO-ANTERIOR-ARS
                  ' USD ' WS-MT-SALDO-ANTERIOR-USD
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           IF NOT WS-MT-ACTIVA
              SET WS-BLQ-MODO-CONSULTAR TO TRUE
              MOVE WS-MT-NUM-TARJETA TO WS-BLQ-TARJETA-E
              CALL 'BLOQCTRL' USING WS-BLOQUEO
              IF NOT WS-BLQ-SIN-MOTIVO
                 MOVE SPACES TO WS-SAL-REPORTE
                 STRING '      BLOQUEADA: ' WS-BLQ-DES-MOTIVO-O
                        ' DESDE ' WS-BLQ-FECHA-O
                        DELIMITED BY SIZE INTO WS-SAL-REPORTE
                 WRITE WS-SAL-REPORTE
              END-IF
           END-IF.

           IF WS-EXISTE-MOROSIDAD
              MOVE WS-MT-NUM-TARJETA TO WS-MOR-CLAVE
              READ ENT-MOROSIDAD KEY IS WS-MOR-CLAVE
                  INVALID KEY CONTINUE
              END-READ
              IF FS-MOROSIDAD-OK
                 AND NOT WS-MOR-AL-DIA
                 MOVE SPACES TO WS-SAL-REPORTE
                 STRING '      MORA: CICLOS INCUMPLIDOS '
                        WS-MOR-CICLOS-INCUMPLIDOS
                        ' DEUDA 30/60/90 '
                        WS-MOR-DEUDA-30 ' / '
                        WS-MOR-DEUDA-60 ' / '
                        WS-MOR-DEUDA-90
                        DELIMITED BY SIZE INTO WS-SAL-REPORTE
                 WRITE WS-SAL-REPORTE
              END-IF
           END-IF.

       2070-DATOS-UNA-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cambios del maestro sobre las tarjetas de la persona,
      *    *** con los datos personales que quedaron registrados
       2100-DATOS-CAMBIOS.

           MOVE SPACES TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE 'CAMBIOS DEL MAESTRO (CAMBIOS-MAESTRO.SEQ)'
             TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE ZEROES TO WS-CANT-SECCION.

           IF WS-CANT-TARJETAS = ZEROES
              GO TO 2100-DATOS-CAMBIOS-FIN
           END-IF.

           OPEN INPUT ENT-CAMBIOS.
           IF NOT FS-CAMBIOS-OK
              MOVE '  SIN BITACORA DE CAMBIOS' TO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
              GO TO 2100-DATOS-CAMBIOS-FIN
           END-IF.

           PERFORM 2110-DATOS-UN-CAMBIO
              THRU 2110-DATOS-UN-CAMBIO-FIN
              UNTIL NOT FS-CAMBIOS-OK.

           CLOSE ENT-CAMBIOS.

       2100-DATOS-CAMBIOS-FIN.
           IF WS-CANT-SECCION = ZEROES
              MOVE '  SIN REGISTROS' TO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
       2110-DATOS-UN-CAMBIO.

           READ ENT-CAMBIOS
               AT END
                  GO TO 2110-DATOS-UN-CAMBIO-FIN
           END-READ.

           MOVE WS-CAM-TARJETA TO WS-CLAVE-CONSULTA.
           PERFORM 2090-ES-TARJETA-PROPIA
              THRU 2090-ES-TARJETA-PROPIA-FIN.
           IF NOT WS-ES-TARJETA-PROPIA
              GO TO 2110-DATOS-UN-CAMBIO-FIN
           END-IF.

           ADD 1 TO WS-CANT-SECCION.
           MOVE WS-CAM-TARJETA TO WS-TARJETA-ENMASCARADA.
           MOVE '***************' TO WS-TARJETA-ENMASCARADA (1:15).

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING '  ' WS-CAM-FECHA ' ' WS-CAM-HORA ' '
                  WS-CAM-PROGRAMA ' OP ' WS-CAM-OPERACION
                  ' TARJETA ' WS-TARJETA-ENMASCARADA
                  ' OPERADOR ' WS-CAM-OPERADOR
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING '    DATOS REGISTRADOS: '
                  WS-CAM-IMAGEN-DESPUES (30:20) ' '
                  WS-CAM-IMAGEN-DESPUES (50:20) ' - '
                  WS-CAM-IMAGEN-DESPUES (70:40)
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2110-DATOS-UN-CAMBIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** WS-CLAVE-CONSULTA es alguna de las tarjetas de la persona
       2090-ES-TARJETA-PROPIA.

           MOVE 'N' TO WS-TARJETA-PROPIA.
           PERFORM VARYING WS-IX-TARJETA FROM 1 BY 1
              UNTIL WS-IX-TARJETA > WS-CANT-TARJETAS
                 OR WS-ES-TARJETA-PROPIA
              IF WS-TTA-TARJETA (WS-IX-TARJETA) = WS-CLAVE-CONSULTA
                 MOVE 'S' TO WS-TARJETA-PROPIA
              END-IF
           END-PERFORM.

       2090-ES-TARJETA-PROPIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** consumos archivados de cada tarjeta
       2200-DATOS-CONSUMOS.

           MOVE SPACES TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE 'CONSUMOS FACTURADOS (HISTORIAL-CONSUMOS.VSAM)'
             TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE ZEROES TO WS-CANT-SECCION.

           IF WS-EXISTE-HISTORIAL
              PERFORM 2210-CONSUMOS-TARJETA
                 THRU 2210-CONSUMOS-TARJETA-FIN
                 VARYING WS-IX-TARJETA FROM 1 BY 1
                 UNTIL WS-IX-TARJETA > WS-CANT-TARJETAS
           END-IF.

           IF WS-CANT-SECCION = ZEROES
              MOVE '  SIN REGISTROS' TO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
           END-IF.

       2200-DATOS-CONSUMOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2210-CONSUMOS-TARJETA.

           MOVE WS-TTA-TARJETA (WS-IX-TARJETA) TO WS-CLAVE-CONSULTA.
           MOVE WS-CLAVE-CONSULTA TO WS-HISC-TARJETA.
           MOVE ZEROES            TO WS-HISC-PERIODO
                                     WS-HISC-ID-CONSUMO.
           START ENT-HIST-CONSUMOS
               KEY IS NOT LESS THAN WS-HISC-CLAVE
               INVALID KEY
                  GO TO 2210-CONSUMOS-TARJETA-FIN
           END-START.

           PERFORM 2220-LISTAR-UN-CONSUMO
              THRU 2220-LISTAR-UN-CONSUMO-FIN
              UNTIL NOT FS-HIST-CONSUMOS-OK.

       2210-CONSUMOS-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2220-LISTAR-UN-CONSUMO.

           READ ENT-HIST-CONSUMOS NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF NOT FS-HIST-CONSUMOS-OK
              GO TO 2220-LISTAR-UN-CONSUMO-FIN
           END-IF.

           IF WS-HISC-TARJETA <> WS-CLAVE-CONSULTA
              MOVE '10' TO FS-HIST-CONSUMOS
              GO TO 2220-LISTAR-UN-CONSUMO-FIN
           END-IF.

           ADD 1 TO WS-CANT-SECCION.
           MOVE WS-HISC-CONSUMO TO WS-ENT-CONSUMOS.
           MOVE WS-ENT-IMPORTE  TO WS-IMPORTE-EDITADO.
           MOVE WS-HISC-TARJETA TO WS-TARJETA-ENMASCARADA.
           MOVE '***************' TO WS-TARJETA-ENMASCARADA (1:15).

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING '  ' WS-HISC-PERIODO ' ' WS-ENT-FECHA ' '
                  WS-TARJETA-ENMASCARADA ' ' WS-ENT-DETALLE ' '
                  WS-ENT-MONEDA WS-IMPORTE-EDITADO
                  ' CUOTA ' WS-ENT-NUMERO-ACTUAL '/'
                  WS-ENT-CANT-CUOTAS
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2220-LISTAR-UN-CONSUMO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** resumenes emitidos: la clave de corte es la tarjeta o,
      *    *** en las corridas con rollup, la cuenta; se informa un
      *    *** renglon por resumen (RESRECUP lo reextrae completo)
       2300-DATOS-RESUMENES.

           MOVE SPACES TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE 'RESUMENES EMITIDOS (ARCHIVO-RESUMENES.VSAM)'
             TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE ZEROES TO WS-CANT-SECCION.

           IF WS-EXISTE-ARCHIVO-RES
              PERFORM 2310-RESUMENES-TARJETA
                 THRU 2310-RESUMENES-TARJETA-FIN
                 VARYING WS-IX-TARJETA FROM 1 BY 1
                 UNTIL WS-IX-TARJETA > WS-CANT-TARJETAS
              PERFORM 2320-RESUMENES-CUENTA
                 THRU 2320-RESUMENES-CUENTA-FIN
                 VARYING WS-IX-CUENTA FROM 1 BY 1
                 UNTIL WS-IX-CUENTA > WS-CANT-CUENTAS
           END-IF.

           IF WS-CANT-SECCION = ZEROES
              MOVE '  SIN REGISTROS' TO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
           END-IF.

       2300-DATOS-RESUMENES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2310-RESUMENES-TARJETA.

           MOVE WS-TTA-TARJETA (WS-IX-TARJETA) TO WS-CLAVE-CONSULTA.
           PERFORM 2330-RESUMENES-CLAVE
              THRU 2330-RESUMENES-CLAVE-FIN.

       2310-RESUMENES-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2320-RESUMENES-CUENTA.

           MOVE WS-TCU-CUENTA (WS-IX-CUENTA) TO WS-CLAVE-CONSULTA.
           PERFORM 2330-RESUMENES-CLAVE
              THRU 2330-RESUMENES-CLAVE-FIN.

       2320-RESUMENES-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2330-RESUMENES-CLAVE.

           MOVE WS-CLAVE-CONSULTA TO WS-ARC-RESUMEN.
           MOVE ZEROES            TO WS-ARC-PERIODO
                                     WS-ARC-LINEA.
           START ENT-ARCHIVO-RES
               KEY IS NOT LESS THAN WS-ARC-CLAVE
               INVALID KEY
                  GO TO 2330-RESUMENES-CLAVE-FIN
           END-START.

           MOVE ZEROES TO WS-PERIODO-RESUMEN
                          WS-LINEAS-RESUMEN.

           PERFORM 2340-LEER-LINEA-RESUMEN
              THRU 2340-LEER-LINEA-RESUMEN-FIN
              UNTIL NOT FS-ARCHIVO-RES-OK.

           IF WS-LINEAS-RESUMEN > ZEROES
              PERFORM 2350-INFORMAR-RESUMEN
                 THRU 2350-INFORMAR-RESUMEN-FIN
           END-IF.

       2330-RESUMENES-CLAVE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2340-LEER-LINEA-RESUMEN.

           READ ENT-ARCHIVO-RES NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF NOT FS-ARCHIVO-RES-OK
              GO TO 2340-LEER-LINEA-RESUMEN-FIN
           END-IF.

           IF WS-ARC-RESUMEN <> WS-CLAVE-CONSULTA
              MOVE '10' TO FS-ARCHIVO-RES
              GO TO 2340-LEER-LINEA-RESUMEN-FIN
           END-IF.

           IF WS-ARC-PERIODO <> WS-PERIODO-RESUMEN
              IF WS-LINEAS-RESUMEN > ZEROES
                 PERFORM 2350-INFORMAR-RESUMEN
                    THRU 2350-INFORMAR-RESUMEN-FIN
              END-IF
              MOVE WS-ARC-PERIODO TO WS-PERIODO-RESUMEN
              MOVE ZEROES         TO WS-LINEAS-RESUMEN
           END-IF.

           ADD 1 TO WS-LINEAS-RESUMEN.

       2340-LEER-LINEA-RESUMEN-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2350-INFORMAR-RESUMEN.

           ADD 1 TO WS-CANT-SECCION.
           MOVE WS-CLAVE-CONSULTA TO WS-TARJETA-ENMASCARADA.
           IF WS-CLAVE-CONSULTA (11:9) <> SPACES
              MOVE '***************' TO WS-TARJETA-ENMASCARADA (1:15)
           END-IF.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING '  RESUMEN ' WS-TARJETA-ENMASCARADA
                  ' PERIODO ' WS-PERIODO-RESUMEN
                  ' (' WS-LINEAS-RESUMEN ' LINEAS)'
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2350-INFORMAR-RESUMEN-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** disputas abiertas o cerradas de cada tarjeta
       2400-DATOS-DISPUTAS.

           MOVE SPACES TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE 'DISPUTAS DE CONSUMOS (DISPUTAS.VSAM)'
             TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE ZEROES TO WS-CANT-SECCION.

           IF WS-EXISTE-DISPUTAS
              PERFORM 2410-DISPUTAS-TARJETA
                 THRU 2410-DISPUTAS-TARJETA-FIN
                 VARYING WS-IX-TARJETA FROM 1 BY 1
                 UNTIL WS-IX-TARJETA > WS-CANT-TARJETAS
           END-IF.

           IF WS-CANT-SECCION = ZEROES
              MOVE '  SIN REGISTROS' TO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
           END-IF.

       2400-DATOS-DISPUTAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2410-DISPUTAS-TARJETA.

           MOVE WS-TTA-TARJETA (WS-IX-TARJETA) TO WS-CLAVE-CONSULTA.
           MOVE WS-CLAVE-CONSULTA TO WS-DIS-TARJETA.
           MOVE ZEROES            TO WS-DIS-ID-CONSUMO.
           START ENT-DISPUTAS
               KEY IS NOT LESS THAN WS-DIS-CLAVE
               INVALID KEY
                  GO TO 2410-DISPUTAS-TARJETA-FIN
           END-START.

           PERFORM 2420-LISTAR-UNA-DISPUTA
              THRU 2420-LISTAR-UNA-DISPUTA-FIN
              UNTIL NOT FS-DISPUTAS-OK.

       2410-DISPUTAS-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2420-LISTAR-UNA-DISPUTA.

           READ ENT-DISPUTAS NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF NOT FS-DISPUTAS-OK
              GO TO 2420-LISTAR-UNA-DISPUTA-FIN
           END-IF.

           IF WS-DIS-TARJETA <> WS-CLAVE-CONSULTA
              MOVE '10' TO FS-DISPUTAS
              GO TO 2420-LISTAR-UNA-DISPUTA-FIN
           END-IF.

           ADD 1 TO WS-CANT-SECCION.
           MOVE WS-DIS-IMPORTE TO WS-IMPORTE-EDITADO.
           MOVE WS-DIS-TARJETA TO WS-TARJETA-ENMASCARADA.
           MOVE '***************' TO WS-TARJETA-ENMASCARADA (1:15).

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING '  ' WS-DIS-FECHA-ALTA ' ' WS-TARJETA-ENMASCARADA
                  ' ' WS-DIS-DETALLE ' ' WS-DIS-MONEDA
                  WS-IMPORTE-EDITADO ' ETAPA ' WS-DIS-ETAPA
                  ' DEL ' WS-DIS-FECHA-ETAPA
                  ' RESOLUCION ' WS-DIS-RESOLUCION
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2420-LISTAR-UNA-DISPUTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** pagos aplicados a las cuentas de la persona
       2500-DATOS-PAGOS.

           MOVE SPACES TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE 'PAGOS APLICADOS (PAGOS-APLICADOS.SEQ)'
             TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE ZEROES TO WS-CANT-SECCION.

           IF WS-CANT-CUENTAS = ZEROES
              GO TO 2500-DATOS-PAGOS-FIN
           END-IF.

      *    *** un archivo incompleto no se lista: el titular veria
      *    *** solo parte de sus pagos; queda la constancia del motivo
           SET WS-ICT-MODO-VERIFICAR TO TRUE.
           MOVE 'PAGOSAPL'              TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-PAGOS-APLICADOS TO WS-ICT-RUTA-E.
           MOVE ZEROES                  TO WS-ICT-PERIODO-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           IF WS-ICT-ARCHIVO-RECHAZADO
              MOVE SPACES TO WS-SAL-REPORTE
              STRING '  ARCHIVO RECHAZADO, NO SE LISTA: '
                     WS-ICT-MOTIVO-O
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
              ADD 1 TO WS-CANT-SECCION
              GO TO 2500-DATOS-PAGOS-FIN
           END-IF.

           OPEN INPUT ENT-PAGOS-APLICADOS.
           IF NOT FS-PAGOS-APLICADOS-OK
              GO TO 2500-DATOS-PAGOS-FIN
           END-IF.

           PERFORM 2510-LISTAR-UN-PAGO
              THRU 2510-LISTAR-UN-PAGO-FIN
              UNTIL FS-PAGOS-APLICADOS-EOF.

           CLOSE ENT-PAGOS-APLICADOS.

       2500-DATOS-PAGOS-FIN.
           IF WS-CANT-SECCION = ZEROES
              MOVE '  SIN REGISTROS' TO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
       2510-LISTAR-UN-PAGO.

           READ ENT-PAGOS-APLICADOS
               AT END
                  GO TO 2510-LISTAR-UN-PAGO-FIN
           END-READ.

           IF WS-ENT-PAGOS-APLICADOS-CTL (1:1) = '*'
              GO TO 2510-LISTAR-UN-PAGO-FIN
           END-IF.

           MOVE 'N' TO WS-CUENTA-PROPIA.
           PERFORM VARYING WS-IX-CUENTA FROM 1 BY 1
              UNTIL WS-IX-CUENTA > WS-CANT-CUENTAS
                 OR WS-ES-CUENTA-PROPIA
              IF WS-TCU-CUENTA (WS-IX-CUENTA) = WS-PAPL-NUM-CUENTA
                 MOVE 'S' TO WS-CUENTA-PROPIA
              END-IF
           END-PERFORM.

           IF NOT WS-ES-CUENTA-PROPIA
              GO TO 2510-LISTAR-UN-PAGO-FIN
           END-IF.

           ADD 1 TO WS-CANT-SECCION.
           MOVE WS-PAPL-IMPORTE TO WS-IMPORTE-EDITADO.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING '  ' WS-PAPL-FECHA ' CUENTA ' WS-PAPL-NUM-CUENTA
                  ' ' WS-PAPL-MONEDA WS-IMPORTE-EDITADO
                  ' CANAL ' WS-PAPL-CANAL
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2510-LISTAR-UN-PAGO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** primera pasada por los vinculos: personas con alguna
      *    *** cuenta dada de baja antes del corte. Una persona ya
      *    *** anonimizada lleva seudonimo ('A...') y no se repite
       2600-SELECCIONAR-CANDIDATOS.

           MOVE ZEROES TO WS-CPE-CUENTA.
           START ENT-CUENTA-PERSONA
               KEY IS NOT LESS THAN WS-CPE-CUENTA
               INVALID KEY
                  GO TO 2600-SELECCIONAR-CANDIDATOS-FIN
           END-START.

           PERFORM 2610-SELECCIONAR-UN-VINCULO
              THRU 2610-SELECCIONAR-UN-VINCULO-FIN
              UNTIL NOT FS-CUENTA-PERSONA-OK.

       2600-SELECCIONAR-CANDIDATOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2610-SELECCIONAR-UN-VINCULO.

           READ ENT-CUENTA-PERSONA NEXT RECORD
               AT END
                  GO TO 2610-SELECCIONAR-UN-VINCULO-FIN
           END-READ.

           IF NOT FS-CUENTA-PERSONA-OK
              OR WS-CPE-DOCUMENTO (1:1) = 'A'
              GO TO 2610-SELECCIONAR-UN-VINCULO-FIN
           END-IF.

           PERFORM 2690-BUSCAR-CANDIDATO
              THRU 2690-BUSCAR-CANDIDATO-FIN.

           MOVE WS-CPE-CUENTA TO WS-CUENTA-EVAL.
           PERFORM 2800-EVALUAR-CUENTA
              THRU 2800-EVALUAR-CUENTA-FIN.

           IF NOT WS-CUENTA-VENCIDA
              IF WS-HAY-CANDIDATO
                 MOVE 'N' TO WS-TCA-ELEGIBLE (WS-IX-TCA)
              END-IF
              GO TO 2610-SELECCIONAR-UN-VINCULO-FIN
           END-IF.

           IF NOT WS-HAY-CANDIDATO
              IF WS-CANT-CANDIDATOS NOT < 2000
                 ADD 1 TO WS-CANDIDATOS-SIN-LUGAR
                 GO TO 2610-SELECCIONAR-UN-VINCULO-FIN
              END-IF
              ADD 1 TO WS-CANT-CANDIDATOS
              SET WS-IX-TCA TO WS-CANT-CANDIDATOS
              INITIALIZE WS-TCA-ITEM (WS-IX-TCA)
              MOVE WS-CPE-DOCUMENTO TO WS-TCA-DOCUMENTO (WS-IX-TCA)
              MOVE 'S'              TO WS-TCA-ELEGIBLE (WS-IX-TCA)
           END-IF.

      *    *** una persona con mas de diez cuentas se deja para
      *    *** revision manual
           IF WS-TCA-CANT-CUENTAS (WS-IX-TCA) NOT < 10
              IF WS-TCA-ES-ELEGIBLE (WS-IX-TCA)
                 ADD 1 TO WS-CANT-MUCHAS-CUENTAS
              END-IF
              MOVE 'N' TO WS-TCA-ELEGIBLE (WS-IX-TCA)
              GO TO 2610-SELECCIONAR-UN-VINCULO-FIN
           END-IF.

           ADD 1 TO WS-TCA-CANT-CUENTAS (WS-IX-TCA).
           MOVE WS-CPE-CUENTA
             TO WS-TCA-CUENTA (WS-IX-TCA, WS-TCA-CANT-CUENTAS
                                                      (WS-IX-TCA)).

       2610-SELECCIONAR-UN-VINCULO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** segunda pasada: una cuenta viva o reciente vista antes
      *    *** de que la persona entrara en la tabla la descarta
       2650-CONFIRMAR-CANDIDATOS.

           IF WS-CANT-CANDIDATOS = ZEROES
              GO TO 2650-CONFIRMAR-CANDIDATOS-FIN
           END-IF.

           MOVE ZEROES TO WS-CPE-CUENTA.
           START ENT-CUENTA-PERSONA
               KEY IS NOT LESS THAN WS-CPE-CUENTA
               INVALID KEY
                  GO TO 2650-CONFIRMAR-CANDIDATOS-FIN
           END-START.

           PERFORM 2660-CONFIRMAR-UN-VINCULO
              THRU 2660-CONFIRMAR-UN-VINCULO-FIN
              UNTIL NOT FS-CUENTA-PERSONA-OK.

      *    *** quien responde como codeudor o garante por una cuenta
      *    *** viva sigue necesitando sus datos (cartas de CARTAMOR,
      *    *** informe de DEUDORES)
           OPEN INPUT ENT-COOBLIGADOS.
           IF FS-COOBLIGADOS-OK
              PERFORM 2670-EXCLUIR-OBLIGADO
                 THRU 2670-EXCLUIR-OBLIGADO-FIN
                 VARYING WS-IX-TCA FROM 1 BY 1
                 UNTIL WS-IX-TCA > WS-CANT-CANDIDATOS
              CLOSE ENT-COOBLIGADOS
           END-IF.

       2650-CONFIRMAR-CANDIDATOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2660-CONFIRMAR-UN-VINCULO.

           READ ENT-CUENTA-PERSONA NEXT RECORD
               AT END
                  GO TO 2660-CONFIRMAR-UN-VINCULO-FIN
           END-READ.

           IF NOT FS-CUENTA-PERSONA-OK
              GO TO 2660-CONFIRMAR-UN-VINCULO-FIN
           END-IF.

           PERFORM 2690-BUSCAR-CANDIDATO
              THRU 2690-BUSCAR-CANDIDATO-FIN.
           IF NOT WS-HAY-CANDIDATO
              GO TO 2660-CONFIRMAR-UN-VINCULO-FIN
           END-IF.
           IF NOT WS-TCA-ES-ELEGIBLE (WS-IX-TCA)
              GO TO 2660-CONFIRMAR-UN-VINCULO-FIN
           END-IF.

           MOVE WS-CPE-CUENTA TO WS-CUENTA-EVAL.
           PERFORM 2800-EVALUAR-CUENTA
              THRU 2800-EVALUAR-CUENTA-FIN.
           IF NOT WS-CUENTA-VENCIDA
              MOVE 'N' TO WS-TCA-ELEGIBLE (WS-IX-TCA)
           END-IF.

       2660-CONFIRMAR-UN-VINCULO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** descarta al candidato con algun vinculo vigente como
      *    *** codeudor o garante (clave alternativa documento)
       2670-EXCLUIR-OBLIGADO.

           IF NOT WS-TCA-ES-ELEGIBLE (WS-IX-TCA)
              GO TO 2670-EXCLUIR-OBLIGADO-FIN
           END-IF.

           MOVE WS-TCA-DOCUMENTO (WS-IX-TCA) TO WS-COB-DOCUMENTO.
           START ENT-COOBLIGADOS
               KEY IS EQUAL TO WS-COB-DOCUMENTO
               INVALID KEY
                  GO TO 2670-EXCLUIR-OBLIGADO-FIN
           END-START.

           PERFORM 2680-REVISAR-UN-OBLIGADO
              THRU 2680-REVISAR-UN-OBLIGADO-FIN
              UNTIL NOT FS-COOBLIGADOS-OK
                 OR NOT WS-TCA-ES-ELEGIBLE (WS-IX-TCA).

       2670-EXCLUIR-OBLIGADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2680-REVISAR-UN-OBLIGADO.

           READ ENT-COOBLIGADOS NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF NOT FS-COOBLIGADOS-OK
              GO TO 2680-REVISAR-UN-OBLIGADO-FIN
           END-IF.

           IF WS-COB-DOCUMENTO <> WS-TCA-DOCUMENTO (WS-IX-TCA)
              MOVE '10' TO FS-COOBLIGADOS
              GO TO 2680-REVISAR-UN-OBLIGADO-FIN
           END-IF.

           IF WS-COB-VIGENTE
              MOVE 'N' TO WS-TCA-ELEGIBLE (WS-IX-TCA)
              ADD 1 TO WS-CANT-OBLIGADAS
           END-IF.

       2680-REVISAR-UN-OBLIGADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** posiciona WS-IX-TCA en el candidato del documento del
      *    *** vinculo leido
       2690-BUSCAR-CANDIDATO.

           MOVE 'N' TO WS-CANDIDATO-HALLADO.
           PERFORM VARYING WS-IX-TCA FROM 1 BY 1
              UNTIL WS-IX-TCA > WS-CANT-CANDIDATOS
                 OR WS-HAY-CANDIDATO
              IF WS-TCA-DOCUMENTO (WS-IX-TCA) = WS-CPE-DOCUMENTO
                 MOVE 'S' TO WS-CANDIDATO-HALLADO
              END-IF
           END-PERFORM.
           IF WS-HAY-CANDIDATO
              SET WS-IX-TCA DOWN BY 1
           END-IF.

       2690-BUSCAR-CANDIDATO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** anonimizacion de una persona elegible: seudonimo en
      *    *** PERSONAS y en sus vinculos, datos personales en blanco
      *    *** en PERSONAS y en cada tarjeta del maestro
       2700-ANONIMIZAR-PERSONA.

           IF NOT WS-TCA-ES-ELEGIBLE (WS-IX-TCA)
              ADD 1 TO WS-CANT-NO-ELEGIBLES
              GO TO 2700-ANONIMIZAR-PERSONA-FIN
           END-IF.

      *    *** la bitacora se depura en memoria: sin lugar para mas
      *    *** tarjetas, el resto queda para la proxima corrida
           IF WS-CANT-ANONIMAS > 19900
              ADD 1 TO WS-CANDIDATOS-SIN-LUGAR
              GO TO 2700-ANONIMIZAR-PERSONA-FIN
           END-IF.

           MOVE SPACES TO WS-SEUDONIMO.
           STRING 'A' WS-TCA-CUENTA (WS-IX-TCA, 1)
                  DELIMITED BY SIZE INTO WS-SEUDONIMO.

           IF WS-ES-MODO-SIMULAR
              ADD 1 TO WS-CANT-PERSONAS-ANON
              ADD WS-TCA-CANT-CUENTAS (WS-IX-TCA)
                TO WS-CANT-CUENTAS-ANON
              MOVE SPACES TO WS-SAL-REPORTE
              STRING 'CANDIDATO ' WS-TCA-DOCUMENTO (WS-IX-TCA)
                     ' -> ' WS-SEUDONIMO ' CUENTAS '
                     WS-TCA-CANT-CUENTAS (WS-IX-TCA)
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
              GO TO 2700-ANONIMIZAR-PERSONA-FIN
           END-IF.

           MOVE WS-TCA-DOCUMENTO (WS-IX-TCA) TO WS-PER-DOCUMENTO.
           READ ENT-PERSONAS KEY IS WS-PER-DOCUMENTO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                  DELETE ENT-PERSONAS RECORD
                  MOVE WS-SEUDONIMO TO WS-PER-DOCUMENTO
                  MOVE SPACES       TO WS-PER-NOMBRE
                                       WS-PER-APELLIDO
                                       WS-PER-DIRECCION
                                       WS-PER-ACTIVIDAD
                                       WS-PER-CORREO-E
                  WRITE WS-PER-PERSONA-REG
                  IF NOT FS-PERSONAS-OK
                     ADD 1 TO WS-CANT-ERRORES
                     DISPLAY 'ERROR AL GRABAR EL SEUDONIMO '
                             WS-SEUDONIMO ': ' FS-PERSONAS
                  END-IF
           END-READ.

           PERFORM 2710-ANONIMIZAR-CUENTA
              THRU 2710-ANONIMIZAR-CUENTA-FIN
              VARYING WS-IX-CUENTA FROM 1 BY 1
              UNTIL WS-IX-CUENTA > WS-TCA-CANT-CUENTAS (WS-IX-TCA).

           ADD 1 TO WS-CANT-PERSONAS-ANON.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'ANONIMIZADA ' WS-SEUDONIMO ' CUENTAS '
                  WS-TCA-CANT-CUENTAS (WS-IX-TCA)
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2700-ANONIMIZAR-PERSONA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2710-ANONIMIZAR-CUENTA.

           MOVE WS-TCA-CUENTA (WS-IX-TCA, WS-IX-CUENTA)
             TO WS-CUENTA-CONSULTA.
           ADD 1 TO WS-CANT-CUENTAS-ANON.

           MOVE WS-CUENTA-CONSULTA TO WS-CPE-CUENTA.
           READ ENT-CUENTA-PERSONA KEY IS WS-CPE-CUENTA
               INVALID KEY CONTINUE
               NOT INVALID KEY
                  MOVE WS-SEUDONIMO TO WS-CPE-DOCUMENTO
                  REWRITE WS-CPE-VINCULO-REG
                  IF NOT FS-CUENTA-PERSONA-OK
                     ADD 1 TO WS-CANT-ERRORES
                     DISPLAY 'ERROR AL REGRABAR EL VINCULO DE '
                             WS-CUENTA-CONSULTA ': ' FS-CUENTA-PERSONA
                  END-IF
           END-READ.

           MOVE WS-CUENTA-CONSULTA TO WS-MT-NUM-CUENTA.
           START ENT-MAESTRO-TARJETAS
               KEY IS EQUAL TO WS-MT-NUM-CUENTA
               INVALID KEY
                  GO TO 2710-ANONIMIZAR-CUENTA-FIN
           END-START.

           MOVE WS-CUENTA-CONSULTA TO WS-CUENTA-LEIDA.
           PERFORM 2720-ANONIMIZAR-TARJETA
              THRU 2720-ANONIMIZAR-TARJETA-FIN
              UNTIL NOT FS-MAESTRO-TARJETAS-FILE-OK
                 OR WS-CUENTA-LEIDA <> WS-CUENTA-CONSULTA.

       2710-ANONIMIZAR-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la auditoria del cambio lleva las dos imagenes ya sin
      *    *** datos personales: queda constancia de la anonimizacion
      *    *** sin volver a grabar lo que se borra
       2720-ANONIMIZAR-TARJETA.

           READ ENT-MAESTRO-TARJETAS NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              GO TO 2720-ANONIMIZAR-TARJETA-FIN
           END-IF.

           MOVE WS-MT-NUM-CUENTA TO WS-CUENTA-LEIDA.
           IF WS-CUENTA-LEIDA <> WS-CUENTA-CONSULTA
              GO TO 2720-ANONIMIZAR-TARJETA-FIN
           END-IF.

           MOVE SPACES TO WS-MT-NOMBRE
                          WS-MT-APELLIDO
                          WS-MT-DIRECCION.
           REWRITE WS-ENT-MAESTRO-TARJETAS-REG.
           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              ADD 1 TO WS-CANT-ERRORES
              DISPLAY 'ERROR AL REGRABAR EL MAESTRO: '
                      FS-MAESTRO-TARJETAS
              GO TO 2720-ANONIMIZAR-TARJETA-FIN
           END-IF.

           MOVE WS-ENT-MAESTRO-TARJETAS-REG TO WS-IMAGEN-ANONIMA.
           INITIALIZE WS-AUD-ENTRADA.
           MOVE 'DATOSPER'        TO WS-AUD-PROGRAMA.
           MOVE 'R'               TO WS-AUD-OPERACION.
           MOVE WS-MT-NUM-TARJETA TO WS-AUD-TARJETA.
           MOVE WS-IMAGEN-ANONIMA TO WS-AUD-IMAGEN-ANTES
                                     WS-AUD-IMAGEN-DESPUES.
           CALL 'AUDICAMB' USING WS-AUDITORIA.

           IF WS-CANT-ANONIMAS < 20000
              ADD 1 TO WS-CANT-ANONIMAS
              MOVE WS-MT-NUM-TARJETA
                TO WS-TAN-TARJETA (WS-CANT-ANONIMAS)
           END-IF.

       2720-ANONIMIZAR-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** una cuenta esta vencida para la retencion si tiene
      *    *** tarjetas, todas inactivas sin saldo y dadas de baja
      *    *** (motivo 'B') antes de la fecha de corte
       2800-EVALUAR-CUENTA.

           MOVE 'S' TO WS-RESULTADO-EVAL.
           MOVE 'N' TO WS-HAY-TARJETAS-EVAL.

           MOVE WS-CUENTA-EVAL TO WS-MT-NUM-CUENTA.
           START ENT-MAESTRO-TARJETAS
               KEY IS EQUAL TO WS-MT-NUM-CUENTA
               INVALID KEY
                  MOVE 'N' TO WS-RESULTADO-EVAL
                  GO TO 2800-EVALUAR-CUENTA-FIN
           END-START.

           MOVE WS-CUENTA-EVAL TO WS-CUENTA-LEIDA.
           PERFORM 2810-EVALUAR-TARJETA
              THRU 2810-EVALUAR-TARJETA-FIN
              UNTIL NOT FS-MAESTRO-TARJETAS-FILE-OK
                 OR WS-CUENTA-LEIDA <> WS-CUENTA-EVAL
                 OR NOT WS-CUENTA-VENCIDA.

           IF NOT WS-CUENTA-CON-TARJETAS
              MOVE 'N' TO WS-RESULTADO-EVAL
           END-IF.

       2800-EVALUAR-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2810-EVALUAR-TARJETA.

           READ ENT-MAESTRO-TARJETAS NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              GO TO 2810-EVALUAR-TARJETA-FIN
           END-IF.

           MOVE WS-MT-NUM-CUENTA TO WS-CUENTA-LEIDA.
           IF WS-CUENTA-LEIDA <> WS-CUENTA-EVAL
              GO TO 2810-EVALUAR-TARJETA-FIN
           END-IF.

           MOVE 'S' TO WS-HAY-TARJETAS-EVAL.

           IF NOT WS-MT-INACTIVA
              OR WS-MT-SALDO-ANTERIOR-ARS <> ZEROES
              OR WS-MT-SALDO-ANTERIOR-USD <> ZEROES
              MOVE 'N' TO WS-RESULTADO-EVAL
              GO TO 2810-EVALUAR-TARJETA-FIN
           END-IF.

           SET WS-BLQ-MODO-CONSULTAR TO TRUE.
           MOVE WS-MT-NUM-TARJETA TO WS-BLQ-TARJETA-E.
           CALL 'BLOQCTRL' USING WS-BLOQUEO.

           IF NOT WS-BLQ-BLOQUEO-CIERRE
              OR WS-BLQ-FECHA-O NOT < WS-FECHA-CORTE
              MOVE 'N' TO WS-RESULTADO-EVAL
           END-IF.

       2810-EVALUAR-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la bitacora del maestro se copia depurada a un archivo
      *    *** de trabajo y se vuelve a cargar: las imagenes de las
      *    *** tarjetas anonimizadas pierden nombre, apellido y
      *    *** direccion; el resto de la bitacora queda igual
       2900-DEPURAR-BITACORA.

           OPEN INPUT ENT-CAMBIOS.
           IF NOT FS-CAMBIOS-OK
              GO TO 2900-DEPURAR-BITACORA-FIN
           END-IF.

           OPEN OUTPUT TMP-CAMBIOS.
           IF NOT FS-CAMBIOS-TMP-OK
              DISPLAY 'ERROR AL ABRIR CAMBIOS-MAESTRO.TMP: '
                      FS-CAMBIOS-TMP
              CLOSE ENT-CAMBIOS
              GO TO 2900-DEPURAR-BITACORA-FIN
           END-IF.

           PERFORM 2910-DEPURAR-UN-CAMBIO
              THRU 2910-DEPURAR-UN-CAMBIO-FIN
              UNTIL NOT FS-CAMBIOS-OK.

           CLOSE ENT-CAMBIOS
                 TMP-CAMBIOS.

           OPEN INPUT TMP-CAMBIOS.
           OPEN OUTPUT ENT-CAMBIOS.
           IF NOT FS-CAMBIOS-TMP-OK
              OR NOT FS-CAMBIOS-OK
              DISPLAY 'ERROR AL RECARGAR CAMBIOS-MAESTRO.SEQ, LA '
                      'BITACORA DEPURADA QUEDA EN CAMBIOS-MAESTRO.TMP'
              GO TO 2900-DEPURAR-BITACORA-FIN
           END-IF.

           PERFORM 2920-RECARGAR-UN-CAMBIO
              THRU 2920-RECARGAR-UN-CAMBIO-FIN
              UNTIL NOT FS-CAMBIOS-TMP-OK.

           CLOSE ENT-CAMBIOS
                 TMP-CAMBIOS.

       2900-DEPURAR-BITACORA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2910-DEPURAR-UN-CAMBIO.

           READ ENT-CAMBIOS
               AT END
                  GO TO 2910-DEPURAR-UN-CAMBIO-FIN
           END-READ.

           MOVE 'N' TO WS-TARJETA-ANONIMA.
           PERFORM VARYING WS-IX-TAN FROM 1 BY 1
              UNTIL WS-IX-TAN > WS-CANT-ANONIMAS
                 OR WS-ES-TARJETA-ANONIMA
              IF WS-TAN-TARJETA (WS-IX-TAN) = WS-CAM-TARJETA
                 MOVE 'S' TO WS-TARJETA-ANONIMA
              END-IF
           END-PERFORM.

           IF WS-ES-TARJETA-ANONIMA
              AND (WS-CAM-IMAGEN-ANTES (30:80) <> SPACES
                   OR WS-CAM-IMAGEN-DESPUES (30:80) <> SPACES)
              MOVE SPACES TO WS-CAM-IMAGEN-ANTES (30:80)
                             WS-CAM-IMAGEN-DESPUES (30:80)
              ADD 1 TO WS-CANT-CAMBIOS-DEPUR
           END-IF.

           WRITE WS-TMP-CAMBIO-REG FROM WS-CAM-CAMBIO-REG.

       2910-DEPURAR-UN-CAMBIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2920-RECARGAR-UN-CAMBIO.

           READ TMP-CAMBIOS
               AT END
                  GO TO 2920-RECARGAR-UN-CAMBIO-FIN
           END-READ.

           WRITE WS-CAM-CAMBIO-REG FROM WS-TMP-CAMBIO-REG.

       2920-RECARGAR-UN-CAMBIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF NOT WS-ES-MODO-ACCESO
              MOVE ALL '-' TO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
              MOVE SPACES TO WS-SAL-REPORTE
              STRING 'MODO ' WS-MODO-EJECUCION
                     ' - BAJAS ANTERIORES AL ' WS-FECHA-CORTE
                     ' (' WS-RETENCION-ANIOS ' ANIOS)'
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
              MOVE SPACES TO WS-SAL-REPORTE
              STRING 'PERSONAS: ' WS-CANT-PERSONAS-ANON
                     '  CUENTAS: ' WS-CANT-CUENTAS-ANON
                     '  TARJETAS: ' WS-CANT-ANONIMAS
                     '  DESCARTADAS: ' WS-CANT-NO-ELEGIBLES
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
              MOVE SPACES TO WS-SAL-REPORTE
              STRING 'CON MAS DE 10 CUENTAS (REVISION MANUAL): '
                     WS-CANT-MUCHAS-CUENTAS
                     '  PENDIENTES PARA LA PROXIMA CORRIDA: '
                     WS-CANDIDATOS-SIN-LUGAR
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
              MOVE SPACES TO WS-SAL-REPORTE
              STRING 'CODEUDORES O GARANTES VIGENTES (SE CONSERVAN): '
                     WS-CANT-OBLIGADAS
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
              MOVE SPACES TO WS-SAL-REPORTE
              STRING 'CAMBIOS DEL MAESTRO DEPURADOS: '
                     WS-CANT-CAMBIOS-DEPUR
                     '  ERRORES: ' WS-CANT-ERRORES
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
              DISPLAY 'DATOSPER ' WS-MODO-EJECUCION ': '
                      WS-CANT-PERSONAS-ANON ' PERSONAS'
           END-IF.

           CLOSE SAL-REPORTE
                 ENT-PERSONAS
                 ENT-CUENTA-PERSONA
                 ENT-MAESTRO-TARJETAS.

           IF WS-EXISTE-MOROSIDAD
              CLOSE ENT-MOROSIDAD
           END-IF.
           IF WS-EXISTE-HISTORIAL
              CLOSE ENT-HIST-CONSUMOS
           END-IF.
           IF WS-EXISTE-ARCHIVO-RES
              CLOSE ENT-ARCHIVO-RES
           END-IF.
           IF WS-EXISTE-DISPUTAS
              CLOSE ENT-DISPUTAS
           END-IF.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM DATOSPER.
