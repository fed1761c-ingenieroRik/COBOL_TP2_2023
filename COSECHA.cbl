      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: analisis de mora por cosecha (mes de alta de la
      *          cuenta) y producto, para ver si las campanias de un
      *          periodo trajeron clientes peores que las de otro.
      *          Cada corrida toma la foto del mes de DEUDORES.SEQ y la
      *          guarda en la historia COSECHAS-HIST.VSAM con la
      *          cosecha (fecha de alta de la persona, PERSONAS.VSAM
      *          via CUENTA-PERSONA.VSAM) y el producto de la titular
      *          (TARJPROD.VSAM); las cuentas castigadas en
      *          CASTIGOS.VSAM siguen en la foto aunque ya no vengan en
      *          DEUDORES, para que el castigo acumulado no baje. Con
      *          toda la historia arma, por cosecha, producto y meses
      *          desde el alta (MOB), el reparto de cuentas y de saldo
      *          por situacion de DEUDORES (al dia, 0-30, 30-60, 90 o
      *          mas, irrecuperable) y el castigo acumulado, en el
      *          reporte COSECHAS.TXT y en COSECHAS.CSV (separado por
      *          ';', como el CSV de TP02EJ01) para graficar las
      *          curvas. COSECHA_DESDE=AAAAMM deja afuera las cosechas
      *          anteriores. Con ENTIDAD_PROCESO (ver ENTIDCTL) la
      *          historia y los listados son los de esa entidad.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSECHA.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-DEUDORES
           ASSIGN TO WS-RUTA-DEUDORES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEUDORES.

       SELECT ENT-MAESTRO-TARJETAS
           ASSIGN TO WS-RUTA-MAESTRO-TARJETAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-MAESTRO-TARJETAS
           RECORD KEY IS WS-MT-NUM-TARJETA
           ALTERNATE RECORD KEY IS WS-MT-NUM-CUENTA
                                          WITH DUPLICATES.

       SELECT ENT-TARJETA-PROD
           ASSIGN TO WS-RUTA-TARJETA-PROD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-TPR-TARJETA
           FILE STATUS IS FS-TARJETA-PROD.

       SELECT ENT-CUENTA-PERSONA
           ASSIGN TO WS-RUTA-CUENTA-PERSONA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-CPE-CUENTA
           FILE STATUS IS FS-CUENTA-PERSONA.

       SELECT ENT-PERSONAS
           ASSIGN TO WS-RUTA-PERSONAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-PER-DOCUMENTO
           FILE STATUS IS FS-PERSONAS.

       SELECT ENT-CASTIGOS
           ASSIGN TO WS-RUTA-CASTIGOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-CAS-CUENTA
           FILE STATUS IS FS-CASTIGOS.

       SELECT ENT-PARAMETROS
           ASSIGN TO WS-RUTA-PARAMETROS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

       SELECT ACT-HISTORIA
           ASSIGN TO WS-RUTA-HISTORIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-COH-CLAVE
           FILE STATUS IS FS-HISTORIA.

      *    *** celdas cosecha/producto/MOB, sin tope de cantidad; se
      *    *** arma de cero en cada corrida
       SELECT TRB-COSECHA
           ASSIGN TO WS-RUTA-TRABAJO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-TCI-CLAVE
           FILE STATUS IS FS-TRABAJO.

       SELECT SAL-REPORTE
           ASSIGN TO WS-RUTA-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       SELECT SAL-CSV
           ASSIGN TO WS-RUTA-CSV
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CSV.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-DEUDORES.
       01 WS-ENT-DEUDORES-REG.
          05 WS-DEU-CUENTA                          PIC 9(10).
          05 WS-DEU-PERIODO                         PIC 9(06).
          05 WS-DEU-SITUACION                       PIC 9(01).
          05 WS-DEU-DEUDA-ARS                       PIC S9(10)V9(02)
                                            SIGN IS TRAILING SEPARATE.
          05 WS-DEU-DEUDA-USD                       PIC S9(10)V9(02)
                                            SIGN IS TRAILING SEPARATE.
          05 WS-DEU-REFINANCIADO                    PIC X(01).
          05 WS-DEU-CICLOS-INCUMPL                  PIC 9(02).
      *    *** una fila por obligado: 'T' (o blanco, archivos
      *    *** anteriores) la del titular, 'C'/'G' las de codeudores y
      *    *** garantes, que repiten la deuda de la cuenta
          05 WS-DEU-ROL                             PIC X(01).
             88 WS-DEU-FILA-TITULAR                     VALUES ' ' 'T'.
          05 WS-DEU-DOCUMENTO                       PIC X(11).

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
          05 WS-MT-SALDO-ANTERIOR-ARS               PIC S9(08)V9(02).
          05 WS-MT-SALDO-ANTERIOR-USD               PIC S9(08)V9(02).
          05 WS-MT-DIA-CIERRE                       PIC 9(02).
          05 WS-MT-TIPO-TARJETA                     PIC X(01).
          05 WS-MT-NUM-TARJETA-TITULAR              PIC X(19).
          05 WS-MT-LIMITE-TARJETA-USD               PIC 9(08)V9(02).

       FD ENT-TARJETA-PROD.
           COPY TARJPROD.

       FD ENT-CUENTA-PERSONA.
       01 WS-CPE-VINCULO-REG.
          05 WS-CPE-CUENTA                          PIC 9(10).
          05 WS-CPE-DOCUMENTO                       PIC X(11).

       FD ENT-PERSONAS.
           COPY PERSONAS.

       FD ENT-CASTIGOS.
           COPY CASTIGOS.

       FD ENT-PARAMETROS.
           COPY PARAMETROS.

       FD ACT-HISTORIA.
           COPY COSECHA.

       FD TRB-COSECHA.
           COPY TABCICLO.

       FD SAL-REPORTE.
       01 WS-SAL-REPORTE                            PIC X(132).

       FD SAL-CSV.
       01 WS-SAL-CSV                                PIC X(160).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-DEUDORES           PIC X(60)
                                     VALUE '../DEUDORES.SEQ'.
       01 WS-RUTA-MAESTRO-TARJETAS   PIC X(60)
                                     VALUE '../MAESTRO-TARJETAS.VSAM'.
       01 WS-RUTA-TARJETA-PROD       PIC X(60)
                                     VALUE '../TARJPROD.VSAM'.
       01 WS-RUTA-CUENTA-PERSONA     PIC X(60)
                                     VALUE '../CUENTA-PERSONA.VSAM'.
       01 WS-RUTA-PERSONAS           PIC X(60)
                                     VALUE '../PERSONAS.VSAM'.
       01 WS-RUTA-CASTIGOS           PIC X(60)
                                     VALUE '../CASTIGOS.VSAM'.
       01 WS-RUTA-PARAMETROS         PIC X(60)
                                     VALUE '../PARAMETROS.SEQ'.
       01 WS-RUTA-HISTORIA           PIC X(60)
                                     VALUE '../COSECHAS-HIST.VSAM'.
       01 WS-RUTA-TRABAJO            PIC X(60)
                                     VALUE '../COSECHAS-TRABAJO.VSAM'.
       01 WS-RUTA-REPORTE            PIC X(60)
                                     VALUE '../COSECHAS.TXT'.
       01 WS-RUTA-CSV                PIC X(60)
                                     VALUE '../COSECHAS.CSV'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 WS-ENTIDAD-AREA.
           COPY ENTIDIO.
       01 WS-VER-CUENTA              PIC 9(10) VALUE ZEROES.

       01 FS-STATUS.
          05 FS-DEUDORES                           PIC X(2).
             88 FS-DEUDORES-OK                         VALUE '00'.
             88 FS-DEUDORES-EOF                        VALUE '10'.
             88 FS-DEUDORES-NFD                        VALUE '35'.
          05 FS-MAESTRO-TARJETAS                   PIC X(2).
             88 FS-MAESTRO-TARJETAS-FILE-OK            VALUE '00'.
          05 FS-TARJETA-PROD                       PIC X(2).
             88 FS-TARJETA-PROD-OK                     VALUE '00'.
             88 FS-TARJETA-PROD-NFD                    VALUE '35'.
          05 FS-CUENTA-PERSONA                     PIC X(2).
             88 FS-CUENTA-PERSONA-OK                   VALUE '00'.
             88 FS-CUENTA-PERSONA-NFD                  VALUE '35'.
          05 FS-PERSONAS                           PIC X(2).
             88 FS-PERSONAS-OK                         VALUE '00'.
             88 FS-PERSONAS-NFD                        VALUE '35'.
          05 FS-CASTIGOS                           PIC X(2).
             88 FS-CASTIGOS-OK                         VALUE '00'.
             88 FS-CASTIGOS-NFD                        VALUE '35'.
          05 FS-PARAMETROS                         PIC X(2).
             88 FS-PARAMETROS-OK                       VALUE '00'.
             88 FS-PARAMETROS-EOF                      VALUE '10'.
          05 FS-HISTORIA                           PIC X(2).
             88 FS-HISTORIA-OK                         VALUE '00'.
             88 FS-HISTORIA-CLAVE-DUP                  VALUE '22'.
             88 FS-HISTORIA-NFD                        VALUE '35'.
          05 FS-TRABAJO                            PIC X(2).
             88 FS-TRABAJO-OK                          VALUE '00'.
             88 FS-TRABAJO-CLAVE-DUP                   VALUE '22'.
          05 FS-REPORTE                            PIC X(2).
             88 FS-REPORTE-OK                          VALUE '00'.
          05 FS-CSV                                PIC X(2).
             88 FS-CSV-OK                              VALUE '00'.

       01 WS-HAY-TARJETA-PROD        PIC X(01) VALUE 'N'.
          88 WS-EXISTE-TARJETA-PROD              VALUE 'S'.
       01 WS-HAY-PERSONAS            PIC X(01) VALUE 'N'.
          88 WS-EXISTEN-PERSONAS                 VALUE 'S'.
       01 WS-HAY-CASTIGOS            PIC X(01) VALUE 'N'.
          88 WS-EXISTE-CASTIGOS                  VALUE 'S'.
       01 WS-HAY-FOTO                PIC X(01) VALUE 'N'.
          88 WS-SE-TOMA-FOTO                     VALUE 'S'.
       01 WS-FIN-HISTORIA            PIC X(01) VALUE 'N'.
          88 WS-NO-HAY-MAS-HISTORIA              VALUE 'S'.
       01 WS-FIN-TARJETAS            PIC X(01) VALUE 'N'.
          88 WS-NO-HAY-MAS-TARJETAS              VALUE 'S'.
       01 WS-FIN-TRABAJO             PIC X(01) VALUE 'N'.
          88 WS-NO-HAY-MAS-TRABAJO               VALUE 'S'.

      *    *** periodo de la foto (el de DEUDORES.SEQ) y vistas
      *    *** anio/mes para contar los meses desde el alta
       01 WS-PERIODO-FOTO            PIC 9(06) VALUE ZEROES.
       01 WS-PERIODO-ANTERIOR        PIC 9(06) VALUE ZEROES.
       01 WS-FECHA-CORTE             PIC 9(08) VALUE ZEROES.
       01 WS-PERIODO-AUX             PIC 9(06) VALUE ZEROES.
       01 WS-PERIODO-AUX-R REDEFINES WS-PERIODO-AUX.
          05 WS-PERIODO-AUX-ANIO                    PIC 9(04).
          05 WS-PERIODO-AUX-MES                     PIC 9(02).
       01 WS-COSECHA-AUX             PIC 9(06) VALUE ZEROES.
       01 WS-COSECHA-AUX-R REDEFINES WS-COSECHA-AUX.
          05 WS-COSECHA-AUX-ANIO                    PIC 9(04).
          05 WS-COSECHA-AUX-MES                     PIC 9(02).
       01 WS-FECHA-ALTA-AUX          PIC 9(08) VALUE ZEROES.
       01 WS-FECHA-ALTA-AUX-R REDEFINES WS-FECHA-ALTA-AUX.
          05 WS-FECHA-ALTA-PERIODO                  PIC 9(06).
          05 WS-FECHA-ALTA-DIA                      PIC 9(02).
       01 WS-MESES                   PIC S9(05) VALUE ZEROES.

      *    *** cosechas anteriores a esta no se listan (cero = todas)
       01 WS-COSECHA-DESDE           PIC 9(06) VALUE ZEROES.

      *    *** cotizacion del dolar (parametro CAMBIO USD) del periodo
       01 WS-TIPO-DE-CAMBIO          PIC 9(06)V9(04) VALUE ZEROES.

      *    *** cuenta en curso y lo que se resolvio para ella
       01 WS-CUENTA-ACTUAL           PIC 9(10) VALUE ZEROES.
       01 WS-COSECHA-CUENTA          PIC 9(06) VALUE ZEROES.
       01 WS-PRODUCTO-CUENTA         PIC X(03) VALUE SPACES.
       01 WS-TARJETA-CUENTA          PIC X(19) VALUE SPACES.

      *    *** celda cosecha/producto/MOB del archivo de trabajo
       01 WS-CLAVE-CELDA.
          05 WS-CCE-COSECHA                         PIC 9(06).
          05 WS-CCE-PRODUCTO                        PIC X(03).
          05 WS-CCE-MOB                             PIC 9(03).
       01 WS-CLAVE-GRUPO-ANT         PIC X(09) VALUE SPACES.
       01 WS-TRB-CELDA.
          05 WS-CEL-CUENTAS                         PIC 9(07).
          05 WS-CEL-SALDO                           PIC S9(12)V9(02).
      *    *** por situacion de DEUDORES 1-5
          05 WS-CEL-FRANJA OCCURS 5 TIMES.
             10 WS-CEL-CANT-FRANJA                  PIC 9(07).
             10 WS-CEL-SALDO-FRANJA                 PIC S9(12)V9(02).
          05 WS-CEL-CASTIGADAS                      PIC 9(07).
          05 WS-CEL-CASTIGADO                       PIC S9(12)V9(02).
       01 WS-IX-FRANJA               PIC 9(01) VALUE ZEROES.
       01 WS-DEUDA-POSITIVA          PIC S9(12)V9(02) VALUE ZEROES.
       01 WS-PORCENTAJE              PIC 9(03)V9(02) VALUE ZEROES.
       01 WS-BASE-CASTIGO            PIC S9(12)V9(02) VALUE ZEROES.

      *    *** totales de la corrida
       01 WS-TOTALES.
          05 WS-CANT-FOTO            PIC 9(07) VALUE ZEROES.
          05 WS-CANT-REEMPLAZADAS    PIC 9(07) VALUE ZEROES.
          05 WS-CANT-CASTIGADAS-FOTO PIC 9(07) VALUE ZEROES.
          05 WS-CANT-SIN-COSECHA     PIC 9(07) VALUE ZEROES.
          05 WS-CANT-FILAS-HIST      PIC 9(09) VALUE ZEROES.
          05 WS-CANT-FILAS-SIN-COS   PIC 9(09) VALUE ZEROES.
          05 WS-CANT-CELDAS          PIC 9(07) VALUE ZEROES.
          05 WS-PERIODO-MIN          PIC 9(06) VALUE 999999.
          05 WS-PERIODO-MAX          PIC 9(06) VALUE ZEROES.

      *    *** lineas del reporte
       01 WS-TIT-FRANJAS-1.
          05 FILLER                  PIC X(13) VALUE SPACES.
          05 FILLER                  PIC X(44)
                          VALUE '% CUENTAS POR SITUACION Y CASTIGADAS'.
          05 FILLER                  PIC X(19) VALUE SPACES.
          05 FILLER                  PIC X(42)
                          VALUE '% SALDO POR SITUACION Y CASTIGADO'.
       01 WS-TIT-FRANJAS-2.
          05 FILLER                  PIC X(05) VALUE 'MOB  '.
          05 FILLER                  PIC X(08) VALUE 'CUENTAS '.
          05 FILLER                  PIC X(35) VALUE
             'AL DIA   0-30  30-60    90+  IRREC '.
          05 FILLER                  PIC X(09) VALUE '  CAST.  '.
          05 FILLER                  PIC X(19) VALUE
             '             SALDO '.
          05 FILLER                  PIC X(35) VALUE
             'AL DIA   0-30  30-60    90+  IRREC '.
          05 FILLER                  PIC X(07) VALUE '  CAST.'.
       01 WS-LIN-MOB.
          05 WS-LMO-MOB                             PIC ZZ9.
          05 FILLER                                 PIC X(02).
          05 WS-LMO-CUENTAS                         PIC ZZZ.ZZ9.
          05 FILLER                                 PIC X(01).
          05 WS-LMO-CUENTAS-FRANJA OCCURS 5 TIMES.
             10 WS-LMO-PCT-CUENTAS                  PIC ZZ9,99.
             10 FILLER                              PIC X(01).
          05 FILLER                                 PIC X(01).
          05 WS-LMO-PCT-CASTIGADAS                  PIC ZZ9,99.
          05 FILLER                                 PIC X(02).
          05 WS-LMO-SALDO                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                                 PIC X(01).
          05 WS-LMO-SALDO-FRANJA OCCURS 5 TIMES.
             10 WS-LMO-PCT-SALDO                    PIC ZZ9,99.
             10 FILLER                              PIC X(01).
          05 FILLER                                 PIC X(01).
          05 WS-LMO-PCT-CASTIGADO                   PIC ZZ9,99.

      *    *** fila del CSV: una por celda cosecha/producto/MOB
       01 WS-LIN-CSV.
          05 WS-CSV-COSECHA                         PIC 9(06).
          05 FILLER                     PIC X(01) VALUE ';'.
          05 WS-CSV-PRODUCTO                        PIC X(03).
          05 FILLER                     PIC X(01) VALUE ';'.
          05 WS-CSV-MOB                             PIC 9(03).
          05 FILLER                     PIC X(01) VALUE ';'.
          05 WS-CSV-CUENTAS                         PIC 9(07).
          05 FILLER                     PIC X(01) VALUE ';'.
          05 WS-CSV-SALDO                           PIC -(12)9,99.
          05 WS-CSV-CUENTAS-FRANJA OCCURS 5 TIMES.
             10 FILLER                  PIC X(01) VALUE ';'.
             10 WS-CSV-PCT-CUENTAS                  PIC ZZ9,99.
          05 FILLER                     PIC X(01) VALUE ';'.
          05 WS-CSV-PCT-CASTIGADAS                  PIC ZZ9,99.
          05 WS-CSV-SALDO-FRANJA OCCURS 5 TIMES.
             10 FILLER                  PIC X(01) VALUE ';'.
             10 WS-CSV-PCT-SALDO                    PIC ZZ9,99.
          05 FILLER                     PIC X(01) VALUE ';'.
          05 WS-CSV-PCT-CASTIGADO                   PIC ZZ9,99.

       01 WS-CANT-O                  PIC ZZZ.ZZZ.ZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-TOMAR-FOTO
              THRU 2000-TOMAR-FOTO-FIN.

           PERFORM 2500-AGRUPAR-HISTORIA
              THRU 2500-AGRUPAR-HISTORIA-FIN.

           PERFORM 2700-LISTAR-COSECHAS
              THRU 2700-LISTAR-COSECHAS-FIN.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'COSECHA_DESDE'.
           IF WS-RUTA-ENTORNO (1:6) IS NUMERIC
              MOVE WS-RUTA-ENTORNO (1:6) TO WS-COSECHA-DESDE
           END-IF.

           PERFORM 1050-LEER-RUTA-ARCHIVO
              THRU 1050-LEER-RUTA-ARCHIVO-FIN.

           PERFORM 1100-ABRIR-ARCHIVOS
              THRU 1100-ABRIR-ARCHIVOS-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1050-LEER-RUTA-ARCHIVO.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'COSECHA_DEUDORES_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-DEUDORES
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MAESTRO_TARJETAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-MAESTRO-TARJETAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'COSECHA_TARJPROD_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-TARJETA-PROD
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'COSECHA_CUENTA_PERSONA_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CUENTA-PERSONA
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'COSECHA_PERSONAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PERSONAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'COSECHA_CASTIGOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CASTIGOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'COSECHA_PARAMETROS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PARAMETROS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'COSECHA_HIST_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-HISTORIA
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'COSECHA_TRABAJO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-TRABAJO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'COSECHA_REPORTE_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REPORTE
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'COSECHA_CSV_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CSV
           END-IF.

      *    *** corrida de una entidad emisora: DEUDORES, la historia,
      *    *** el trabajo y las salidas estan en su directorio; los
      *    *** parametros, los suyos si tiene
           MOVE WS-RUTA-DEUDORES TO WS-EMI-RUTA-E.
           PERFORM 1060-RUTA-ENTIDAD
              THRU 1060-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-DEUDORES.

           MOVE WS-RUTA-HISTORIA TO WS-EMI-RUTA-E.
           PERFORM 1060-RUTA-ENTIDAD
              THRU 1060-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-HISTORIA.

           MOVE WS-RUTA-TRABAJO TO WS-EMI-RUTA-E.
           PERFORM 1060-RUTA-ENTIDAD
              THRU 1060-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-TRABAJO.

           MOVE WS-RUTA-REPORTE TO WS-EMI-RUTA-E.
           PERFORM 1060-RUTA-ENTIDAD
              THRU 1060-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-REPORTE.

           MOVE WS-RUTA-CSV TO WS-EMI-RUTA-E.
           PERFORM 1060-RUTA-ENTIDAD
              THRU 1060-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-CSV.

           MOVE WS-RUTA-PARAMETROS TO WS-EMI-RUTA-E.
           PERFORM 1065-RUTA-PARAMETROS
              THRU 1065-RUTA-PARAMETROS-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-PARAMETROS.

       1050-LEER-RUTA-ARCHIVO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1060-RUTA-ENTIDAD.

           MOVE WS-EMI-RUTA-E TO WS-RUTA-ENTORNO.
           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-RUTA TO TRUE.
           MOVE WS-RUTA-ENTORNO TO WS-EMI-RUTA-E.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.

       1060-RUTA-ENTIDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1065-RUTA-PARAMETROS.

           MOVE WS-EMI-RUTA-E TO WS-RUTA-ENTORNO.
           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-RUTA-PARAM TO TRUE.
           MOVE WS-RUTA-ENTORNO TO WS-EMI-RUTA-E.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.

       1065-RUTA-PARAMETROS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** 'S' en WS-EMI-PERTENECE-O si WS-VER-CUENTA es de la
      *    *** entidad de la corrida (siempre, sin entidad de corrida)
       1070-VERIFICAR-CUENTA.

           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-VERIFICAR TO TRUE.
           MOVE WS-VER-CUENTA TO WS-EMI-CUENTA-E.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.

       1070-VERIFICAR-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1100-ABRIR-ARCHIVOS.

           OPEN INPUT ENT-MAESTRO-TARJETAS.
           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              DISPLAY 'ERROR AL ABRIR MAESTRO-TARJETAS.VSAM'
              DISPLAY 'FILE STATUS: ' FS-MAESTRO-TARJETAS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    *** sin asignaciones de producto las cuentas quedan en
      *    *** "sin producto"
           OPEN INPUT ENT-TARJETA-PROD.
           EVALUATE TRUE
               WHEN FS-TARJETA-PROD-OK
                    SET WS-EXISTE-TARJETA-PROD TO TRUE
               WHEN FS-TARJETA-PROD-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR TARJPROD.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-TARJETA-PROD
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

      *    *** la fecha de alta sale de la persona de la cuenta; sin
      *    *** el maestro de personas solo se conoce la cosecha de las
      *    *** cuentas que ya estaban en la foto anterior
           OPEN INPUT ENT-CUENTA-PERSONA.
           EVALUATE TRUE
               WHEN FS-CUENTA-PERSONA-OK
                    OPEN INPUT ENT-PERSONAS
                    EVALUATE TRUE
                        WHEN FS-PERSONAS-OK
                             SET WS-EXISTEN-PERSONAS TO TRUE
                        WHEN FS-PERSONAS-NFD
                             CLOSE ENT-CUENTA-PERSONA
                        WHEN OTHER
                             DISPLAY 'ERROR AL ABRIR PERSONAS.VSAM'
                             DISPLAY 'FILE STATUS: ' FS-PERSONAS
                             MOVE 8 TO RETURN-CODE
                             STOP RUN
                    END-EVALUATE
               WHEN FS-CUENTA-PERSONA-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR CUENTA-PERSONA.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-CUENTA-PERSONA
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           OPEN INPUT ENT-CASTIGOS.
           EVALUATE TRUE
               WHEN FS-CASTIGOS-OK
                    SET WS-EXISTE-CASTIGOS TO TRUE
               WHEN FS-CASTIGOS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR CASTIGOS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-CASTIGOS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

      *    *** la historia se crea en la primera corrida
           OPEN I-O ACT-HISTORIA.
           IF FS-HISTORIA-NFD
              OPEN OUTPUT ACT-HISTORIA
              CLOSE ACT-HISTORIA
              OPEN I-O ACT-HISTORIA
           END-IF.
           IF NOT FS-HISTORIA-OK
              DISPLAY 'ERROR AL ABRIR COSECHAS-HIST.VSAM'
              DISPLAY 'FILE STATUS: ' FS-HISTORIA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    *** el archivo de trabajo se arma de cero en cada corrida
           OPEN OUTPUT TRB-COSECHA.
           IF FS-TRABAJO-OK
              CLOSE TRB-COSECHA
              OPEN I-O TRB-COSECHA
           END-IF.
           IF NOT FS-TRABAJO-OK
              DISPLAY 'ERROR AL ABRIR COSECHAS-TRABAJO.VSAM: '
                      FS-TRABAJO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-REPORTE.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR COSECHAS.TXT'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-CSV.
           IF NOT FS-CSV-OK
              DISPLAY 'ERROR AL ABRIR COSECHAS.CSV'
              DISPLAY 'FILE STATUS: ' FS-CSV
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1100-ABRIR-ARCHIVOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cotizacion del dolar vigente al cierre del periodo de
      *    *** la foto (la ultima fila vigente es la que rige)
       1200-LEER-PARAMETROS.

           OPEN INPUT ENT-PARAMETROS.

           IF NOT FS-PARAMETROS-OK
              DISPLAY 'COSECHA: SIN PARAMETROS.SEQ, LA DEUDA EN '
                      'DOLARES NO SE VALORIZA'
              GO TO 1200-LEER-PARAMETROS-FIN
           END-IF.

           PERFORM 1210-LEER-UN-PARAMETRO
              THRU 1210-LEER-UN-PARAMETRO-FIN
              UNTIL FS-PARAMETROS-EOF.

           CLOSE ENT-PARAMETROS.

           IF WS-TIPO-DE-CAMBIO = ZEROES
              DISPLAY 'COSECHA: SIN PARAMETRO CAMBIO USD, LA DEUDA '
                      'EN DOLARES NO SE VALORIZA'
           END-IF.

       1200-LEER-PARAMETROS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1210-LEER-UN-PARAMETRO.

           READ ENT-PARAMETROS
               AT END
                  SET FS-PARAMETROS-EOF TO TRUE
                  GO TO 1210-LEER-UN-PARAMETRO-FIN
           END-READ.

           IF (WS-PAR-VIGENCIA > ZEROES
               AND WS-PAR-VIGENCIA > WS-FECHA-CORTE)
              OR (WS-PAR-VIGENCIA-HASTA > ZEROES
               AND WS-PAR-VIGENCIA-HASTA < WS-FECHA-CORTE)
              GO TO 1210-LEER-UN-PARAMETRO-FIN
           END-IF.

           IF WS-PAR-TIPO = 'CAMBIO'
              AND WS-PAR-MONEDA = 'USD'
              MOVE WS-PAR-VALOR TO WS-TIPO-DE-CAMBIO
           END-IF.

       1210-LEER-UN-PARAMETRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** una clave repetida reemplaza a la anterior; cualquier
      *    *** otro error frena la corrida: no se informa con una
      *    *** tabla incompleta
       1395-GRABAR-TRABAJO.

           WRITE WS-TCI-REG.

           IF FS-TRABAJO-CLAVE-DUP
              REWRITE WS-TCI-REG
           END-IF.

           IF NOT FS-TRABAJO-OK
              DISPLAY 'ERROR AL GRABAR EN COSECHAS-TRABAJO.VSAM, TIPO '
                      WS-TCI-TIPO ' CLAVE ' WS-TCI-VALOR
              DISPLAY 'FILE STATUS: ' FS-TRABAJO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1395-GRABAR-TRABAJO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** foto del mes: una fila de historia por cuenta de
      *    *** DEUDORES.SEQ, mas las castigadas que ya no vienen; sin
      *    *** DEUDORES.SEQ solo se lista la historia que hay
       2000-TOMAR-FOTO.

           OPEN INPUT ENT-DEUDORES.

           EVALUATE TRUE
               WHEN FS-DEUDORES-OK
                    CONTINUE
               WHEN FS-DEUDORES-NFD
                    DISPLAY 'COSECHA: SIN DEUDORES.SEQ, NO SE TOMA '
                            'FOTO; SE LISTA LA HISTORIA'
                    GO TO 2000-TOMAR-FOTO-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR DEUDORES.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-DEUDORES
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

           READ ENT-DEUDORES
               AT END
                  SET FS-DEUDORES-EOF TO TRUE
           END-READ.

           IF FS-DEUDORES-EOF
              DISPLAY 'COSECHA: DEUDORES.SEQ VACIO, NO SE TOMA FOTO; '
                      'SE LISTA LA HISTORIA'
              CLOSE ENT-DEUDORES
              GO TO 2000-TOMAR-FOTO-FIN
           END-IF.

           SET WS-SE-TOMA-FOTO TO TRUE.
           MOVE WS-DEU-PERIODO TO WS-PERIODO-FOTO.
           COMPUTE WS-FECHA-CORTE = WS-PERIODO-FOTO * 100 + 31.

           MOVE WS-PERIODO-FOTO TO WS-PERIODO-AUX.
           IF WS-PERIODO-AUX-MES = 1
              SUBTRACT 1 FROM WS-PERIODO-AUX-ANIO
              MOVE 12 TO WS-PERIODO-AUX-MES
           ELSE
              SUBTRACT 1 FROM WS-PERIODO-AUX-MES
           END-IF.
           MOVE WS-PERIODO-AUX TO WS-PERIODO-ANTERIOR.

           PERFORM 1200-LEER-PARAMETROS
              THRU 1200-LEER-PARAMETROS-FIN.

           PERFORM 2050-BORRAR-FOTO-ANTERIOR
              THRU 2050-BORRAR-FOTO-ANTERIOR-FIN.

           PERFORM 2100-FOTO-UNA-CUENTA
              THRU 2100-FOTO-UNA-CUENTA-FIN
              UNTIL FS-DEUDORES-EOF.

           CLOSE ENT-DEUDORES.

           IF WS-EXISTE-CASTIGOS
              PERFORM 2300-FOTO-CASTIGADAS
                 THRU 2300-FOTO-CASTIGADAS-FIN
           END-IF.

       2000-TOMAR-FOTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** volver a correr un periodo reemplaza su foto: primero
      *    *** se borra la que haya
       2050-BORRAR-FOTO-ANTERIOR.

           MOVE WS-PERIODO-FOTO TO WS-COH-PERIODO.
           MOVE ZEROES          TO WS-COH-CUENTA.
           MOVE 'N'             TO WS-FIN-HISTORIA.

           START ACT-HISTORIA KEY IS >= WS-COH-CLAVE
               INVALID KEY
                  GO TO 2050-BORRAR-FOTO-ANTERIOR-FIN
           END-START.

           PERFORM 2060-BORRAR-UNA-FILA
              THRU 2060-BORRAR-UNA-FILA-FIN
              UNTIL WS-NO-HAY-MAS-HISTORIA.

           IF WS-CANT-REEMPLAZADAS > ZEROES
              DISPLAY 'COSECHA: EL PERIODO ' WS-PERIODO-FOTO
                      ' YA TENIA FOTO (' WS-CANT-REEMPLAZADAS
                      ' CUENTAS), SE REEMPLAZA'
           END-IF.

       2050-BORRAR-FOTO-ANTERIOR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2060-BORRAR-UNA-FILA.

           READ ACT-HISTORIA NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIN-HISTORIA
                  GO TO 2060-BORRAR-UNA-FILA-FIN
           END-READ.

           IF WS-COH-PERIODO <> WS-PERIODO-FOTO
              MOVE 'S' TO WS-FIN-HISTORIA
              GO TO 2060-BORRAR-UNA-FILA-FIN
           END-IF.

           DELETE ACT-HISTORIA RECORD
               INVALID KEY
                  DISPLAY 'ERROR AL BORRAR DE COSECHAS-HIST.VSAM, '
                          'CUENTA ' WS-COH-CUENTA
                  DISPLAY 'FILE STATUS: ' FS-HISTORIA
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
           END-DELETE.

           ADD 1 TO WS-CANT-REEMPLAZADAS.

       2060-BORRAR-UNA-FILA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la fila de DEUDORES en mano pasa a la historia; deja
      *    *** leida la siguiente
       2100-FOTO-UNA-CUENTA.

      *    *** las filas de codeudores y garantes repiten la cuenta
           IF NOT WS-DEU-FILA-TITULAR
              READ ENT-DEUDORES
                  AT END
                     SET FS-DEUDORES-EOF TO TRUE
              END-READ
              GO TO 2100-FOTO-UNA-CUENTA-FIN
           END-IF.

           MOVE WS-DEU-CUENTA TO WS-CUENTA-ACTUAL.

           PERFORM 2150-COSECHA-Y-PRODUCTO
              THRU 2150-COSECHA-Y-PRODUCTO-FIN.

           INITIALIZE WS-COH-FOTO-REG.
           MOVE WS-PERIODO-FOTO    TO WS-COH-PERIODO.
           MOVE WS-CUENTA-ACTUAL   TO WS-COH-CUENTA.
           MOVE WS-COSECHA-CUENTA  TO WS-COH-COSECHA.
           MOVE WS-PRODUCTO-CUENTA TO WS-COH-PRODUCTO.
           MOVE WS-DEU-SITUACION   TO WS-COH-SITUACION.
           IF WS-COH-SITUACION < 1
              OR WS-COH-SITUACION > 5
              MOVE 1 TO WS-COH-SITUACION
           END-IF.
           COMPUTE WS-COH-DEUDA ROUNDED = WS-DEU-DEUDA-ARS
                   + WS-DEU-DEUDA-USD * WS-TIPO-DE-CAMBIO.
           MOVE WS-DEU-REFINANCIADO TO WS-COH-REFINANCIADO.
           MOVE 'N'                 TO WS-COH-CASTIGADA.

           IF WS-EXISTE-CASTIGOS
              MOVE WS-CUENTA-ACTUAL TO WS-CAS-CUENTA
              READ ENT-CASTIGOS KEY IS WS-CAS-CUENTA
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     IF WS-CAS-PERIODO <= WS-PERIODO-FOTO
                        PERFORM 2170-MARCAR-CASTIGO
                           THRU 2170-MARCAR-CASTIGO-FIN
                     END-IF
              END-READ
           END-IF.

           PERFORM 2190-GRABAR-FOTO
              THRU 2190-GRABAR-FOTO-FIN.

           READ ENT-DEUDORES
               AT END
                  SET FS-DEUDORES-EOF TO TRUE
           END-READ.

       2100-FOTO-UNA-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cosecha: el mes de alta de la persona de la cuenta; si
      *    *** no se conoce, la que tenia la cuenta en la foto del mes
      *    *** anterior. Producto: el de la tarjeta titular (o la
      *    *** primera de la cuenta), o el de la foto anterior
       2150-COSECHA-Y-PRODUCTO.

           MOVE ZEROES TO WS-COSECHA-CUENTA.
           MOVE SPACES TO WS-PRODUCTO-CUENTA.

           IF WS-EXISTEN-PERSONAS
              MOVE WS-CUENTA-ACTUAL TO WS-CPE-CUENTA
              READ ENT-CUENTA-PERSONA KEY IS WS-CPE-CUENTA
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE WS-CPE-DOCUMENTO TO WS-PER-DOCUMENTO
                     READ ENT-PERSONAS KEY IS WS-PER-DOCUMENTO
                         INVALID KEY CONTINUE
                         NOT INVALID KEY
                            IF WS-PER-FECHA-ALTA IS NUMERIC
                               MOVE WS-PER-FECHA-ALTA
                                 TO WS-FECHA-ALTA-AUX
                               MOVE WS-FECHA-ALTA-PERIODO
                                 TO WS-COSECHA-CUENTA
                            END-IF
                     END-READ
              END-READ
           END-IF.

           PERFORM 2160-TARJETA-DE-LA-CUENTA
              THRU 2160-TARJETA-DE-LA-CUENTA-FIN.

           IF WS-TARJETA-CUENTA <> SPACES
              AND WS-EXISTE-TARJETA-PROD
              MOVE WS-TARJETA-CUENTA TO WS-TPR-TARJETA
              READ ENT-TARJETA-PROD KEY IS WS-TPR-TARJETA
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE WS-TPR-PRODUCTO TO WS-PRODUCTO-CUENTA
              END-READ
           END-IF.

           IF WS-COSECHA-CUENTA = ZEROES
              OR WS-PRODUCTO-CUENTA = SPACES
              MOVE WS-PERIODO-ANTERIOR TO WS-COH-PERIODO
              MOVE WS-CUENTA-ACTUAL    TO WS-COH-CUENTA
              READ ACT-HISTORIA KEY IS WS-COH-CLAVE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     IF WS-COSECHA-CUENTA = ZEROES
                        MOVE WS-COH-COSECHA TO WS-COSECHA-CUENTA
                     END-IF
                     IF WS-PRODUCTO-CUENTA = SPACES
                        MOVE WS-COH-PRODUCTO TO WS-PRODUCTO-CUENTA
                     END-IF
              END-READ
           END-IF.

           IF WS-COSECHA-CUENTA = ZEROES
              ADD 1 TO WS-CANT-SIN-COSECHA
           END-IF.

       2150-COSECHA-Y-PRODUCTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2160-TARJETA-DE-LA-CUENTA.

           MOVE SPACES           TO WS-TARJETA-CUENTA.
           MOVE 'N'              TO WS-FIN-TARJETAS.
           MOVE WS-CUENTA-ACTUAL TO WS-MT-NUM-CUENTA.

           START ENT-MAESTRO-TARJETAS
               KEY IS EQUAL TO WS-MT-NUM-CUENTA
               INVALID KEY
                  GO TO 2160-TARJETA-DE-LA-CUENTA-FIN
           END-START.

           PERFORM 2165-LEER-TARJETA-CUENTA
              THRU 2165-LEER-TARJETA-CUENTA-FIN
              UNTIL WS-NO-HAY-MAS-TARJETAS.

       2160-TARJETA-DE-LA-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2165-LEER-TARJETA-CUENTA.

           READ ENT-MAESTRO-TARJETAS NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIN-TARJETAS
                  GO TO 2165-LEER-TARJETA-CUENTA-FIN
           END-READ.

           IF WS-MT-NUM-CUENTA <> WS-CUENTA-ACTUAL
              MOVE 'S' TO WS-FIN-TARJETAS
              GO TO 2165-LEER-TARJETA-CUENTA-FIN
           END-IF.

           IF WS-TARJETA-CUENTA = SPACES
              MOVE WS-MT-NUM-TARJETA TO WS-TARJETA-CUENTA
           END-IF.

           IF WS-MT-TIPO-TARJETA = 'T'
              MOVE WS-MT-NUM-TARJETA TO WS-TARJETA-CUENTA
              MOVE 'S' TO WS-FIN-TARJETAS
           END-IF.

       2165-LEER-TARJETA-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2170-MARCAR-CASTIGO.

           MOVE 'S' TO WS-COH-CASTIGADA.
           COMPUTE WS-COH-CASTIGADO ROUNDED = WS-CAS-CASTIGADO-ARS
                   + WS-CAS-CASTIGADO-USD * WS-TIPO-DE-CAMBIO.
           ADD 1 TO WS-CANT-CASTIGADAS-FOTO.

       2170-MARCAR-CASTIGO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2190-GRABAR-FOTO.

           WRITE WS-COH-FOTO-REG.

           IF FS-HISTORIA-CLAVE-DUP
              REWRITE WS-COH-FOTO-REG
           END-IF.

           IF NOT FS-HISTORIA-OK
              DISPLAY 'ERROR AL GRABAR EN COSECHAS-HIST.VSAM, CUENTA '
                      WS-COH-CUENTA
              DISPLAY 'FILE STATUS: ' FS-HISTORIA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-CANT-FOTO.

       2190-GRABAR-FOTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** las cuentas castigadas hasta el periodo que no vinieron
      *    *** en DEUDORES entran igual a la foto, en situacion de
      *    *** castigo y sin deuda: si no, el castigo acumulado de su
      *    *** cosecha bajaria al mes siguiente
       2300-FOTO-CASTIGADAS.

           MOVE ZEROES TO WS-CAS-CUENTA.
           START ENT-CASTIGOS KEY IS >= WS-CAS-CUENTA
               INVALID KEY
                  GO TO 2300-FOTO-CASTIGADAS-FIN
           END-START.

           PERFORM 2350-FOTO-UNA-CASTIGADA
              THRU 2350-FOTO-UNA-CASTIGADA-FIN
              UNTIL NOT FS-CASTIGOS-OK.

       2300-FOTO-CASTIGADAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2350-FOTO-UNA-CASTIGADA.

           READ ENT-CASTIGOS NEXT RECORD
               AT END
                  GO TO 2350-FOTO-UNA-CASTIGADA-FIN
           END-READ.

           IF WS-CAS-PERIODO > WS-PERIODO-FOTO
              GO TO 2350-FOTO-UNA-CASTIGADA-FIN
           END-IF.

           MOVE WS-CAS-CUENTA TO WS-VER-CUENTA.
           PERFORM 1070-VERIFICAR-CUENTA
              THRU 1070-VERIFICAR-CUENTA-FIN.
           IF NOT WS-EMI-CUENTA-PROPIA
              GO TO 2350-FOTO-UNA-CASTIGADA-FIN
           END-IF.

           MOVE WS-PERIODO-FOTO TO WS-COH-PERIODO.
           MOVE WS-CAS-CUENTA   TO WS-COH-CUENTA.
           READ ACT-HISTORIA KEY IS WS-COH-CLAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                  GO TO 2350-FOTO-UNA-CASTIGADA-FIN
           END-READ.

           MOVE WS-CAS-CUENTA TO WS-CUENTA-ACTUAL.
           PERFORM 2150-COSECHA-Y-PRODUCTO
              THRU 2150-COSECHA-Y-PRODUCTO-FIN.

           INITIALIZE WS-COH-FOTO-REG.
           MOVE WS-PERIODO-FOTO    TO WS-COH-PERIODO.
           MOVE WS-CUENTA-ACTUAL   TO WS-COH-CUENTA.
           MOVE WS-COSECHA-CUENTA  TO WS-COH-COSECHA.
           MOVE WS-PRODUCTO-CUENTA TO WS-COH-PRODUCTO.
           MOVE 5                  TO WS-COH-SITUACION.
           MOVE ZEROES             TO WS-COH-DEUDA.
           MOVE SPACES             TO WS-COH-REFINANCIADO.
           PERFORM 2170-MARCAR-CASTIGO
              THRU 2170-MARCAR-CASTIGO-FIN.

           PERFORM 2190-GRABAR-FOTO
              THRU 2190-GRABAR-FOTO-FIN.

       2350-FOTO-UNA-CASTIGADA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** suma toda la historia en celdas cosecha/producto/MOB
       2500-AGRUPAR-HISTORIA.

           MOVE ZEROES TO WS-COH-CLAVE.
           MOVE 'N'    TO WS-FIN-HISTORIA.

           START ACT-HISTORIA KEY IS >= WS-COH-CLAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIN-HISTORIA
           END-START.

           PERFORM 2550-AGRUPAR-UNA-FILA
              THRU 2550-AGRUPAR-UNA-FILA-FIN
              UNTIL WS-NO-HAY-MAS-HISTORIA.

       2500-AGRUPAR-HISTORIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2550-AGRUPAR-UNA-FILA.

           READ ACT-HISTORIA NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIN-HISTORIA
                  GO TO 2550-AGRUPAR-UNA-FILA-FIN
           END-READ.

           ADD 1 TO WS-CANT-FILAS-HIST.
           IF WS-COH-PERIODO < WS-PERIODO-MIN
              MOVE WS-COH-PERIODO TO WS-PERIODO-MIN
           END-IF.
           IF WS-COH-PERIODO > WS-PERIODO-MAX
              MOVE WS-COH-PERIODO TO WS-PERIODO-MAX
           END-IF.

           IF WS-COH-COSECHA = ZEROES
              ADD 1 TO WS-CANT-FILAS-SIN-COS
              GO TO 2550-AGRUPAR-UNA-FILA-FIN
           END-IF.

           IF WS-COH-COSECHA < WS-COSECHA-DESDE
              GO TO 2550-AGRUPAR-UNA-FILA-FIN
           END-IF.

      *    *** meses desde el alta (MOB) al periodo de la foto
           MOVE WS-COH-PERIODO TO WS-PERIODO-AUX.
           MOVE WS-COH-COSECHA TO WS-COSECHA-AUX.
           COMPUTE WS-MESES =
                   (WS-PERIODO-AUX-ANIO * 12 + WS-PERIODO-AUX-MES)
                 - (WS-COSECHA-AUX-ANIO * 12 + WS-COSECHA-AUX-MES).
           IF WS-MESES < ZEROES
              MOVE ZEROES TO WS-MESES
           END-IF.
           IF WS-MESES > 999
              MOVE 999 TO WS-MESES
           END-IF.

           MOVE WS-COH-COSECHA  TO WS-CCE-COSECHA.
           MOVE WS-COH-PRODUCTO TO WS-CCE-PRODUCTO.
           MOVE WS-MESES        TO WS-CCE-MOB.

           MOVE 'VC'            TO WS-TCI-TIPO.
           MOVE WS-CLAVE-CELDA  TO WS-TCI-VALOR.
           MOVE ZEROES          TO WS-TCI-SECUENCIA.
           READ TRB-COSECHA KEY IS WS-TCI-CLAVE
               INVALID KEY
                  INITIALIZE WS-TRB-CELDA
                  ADD 1 TO WS-CANT-CELDAS
               NOT INVALID KEY
                  MOVE WS-TCI-DATOS TO WS-TRB-CELDA
           END-READ.

      *    *** el saldo a favor no es exposicion: solo suma la deuda
           MOVE ZEROES TO WS-DEUDA-POSITIVA.
           IF WS-COH-DEUDA > ZEROES
              MOVE WS-COH-DEUDA TO WS-DEUDA-POSITIVA
           END-IF.

           ADD 1 TO WS-CEL-CUENTAS.
           IF WS-COH-ES-CASTIGADA
              ADD 1                TO WS-CEL-CASTIGADAS
              ADD WS-COH-CASTIGADO TO WS-CEL-CASTIGADO
           ELSE
              MOVE WS-COH-SITUACION TO WS-IX-FRANJA
              IF WS-IX-FRANJA < 1 OR WS-IX-FRANJA > 5
                 MOVE 1 TO WS-IX-FRANJA
              END-IF
              ADD 1 TO WS-CEL-CANT-FRANJA (WS-IX-FRANJA)
              ADD WS-DEUDA-POSITIVA
                TO WS-CEL-SALDO-FRANJA (WS-IX-FRANJA)
                   WS-CEL-SALDO
           END-IF.

           MOVE SPACES         TO WS-TCI-REG.
           MOVE 'VC'           TO WS-TCI-TIPO.
           MOVE WS-CLAVE-CELDA TO WS-TCI-VALOR.
           MOVE ZEROES         TO WS-TCI-SECUENCIA.
           MOVE WS-TRB-CELDA   TO WS-TCI-DATOS.
           PERFORM 1395-GRABAR-TRABAJO
              THRU 1395-GRABAR-TRABAJO-FIN.

       2550-AGRUPAR-UNA-FILA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** una curva por cosecha y producto: una linea por MOB
       2700-LISTAR-COSECHAS.

           PERFORM 2710-IMPRIMIR-ENCABEZADO
              THRU 2710-IMPRIMIR-ENCABEZADO-FIN.

           MOVE SPACES TO WS-SAL-CSV.
           STRING 'COSECHA;PRODUCTO;MOB;CUENTAS;SALDO;'
                  'CTA_AL_DIA;CTA_0_30;CTA_30_60;CTA_90;CTA_IRREC;'
                  'CTA_CASTIGADAS;'
                  'SAL_AL_DIA;SAL_0_30;SAL_30_60;SAL_90;SAL_IRREC;'
                  'SAL_CASTIGADO'
                  DELIMITED BY SIZE INTO WS-SAL-CSV.
           WRITE WS-SAL-CSV.

           MOVE 'VC'       TO WS-TCI-TIPO.
           MOVE LOW-VALUES TO WS-TCI-VALOR.
           MOVE ZEROES     TO WS-TCI-SECUENCIA.
           MOVE 'N'        TO WS-FIN-TRABAJO.
           MOVE SPACES     TO WS-CLAVE-GRUPO-ANT.

           START TRB-COSECHA KEY IS >= WS-TCI-CLAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIN-TRABAJO
           END-START.

           PERFORM 2750-LISTAR-UNA-CELDA
              THRU 2750-LISTAR-UNA-CELDA-FIN
              UNTIL WS-NO-HAY-MAS-TRABAJO.

           PERFORM 2790-IMPRIMIR-TOTALES
              THRU 2790-IMPRIMIR-TOTALES-FIN.

       2700-LISTAR-COSECHAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2710-IMPRIMIR-ENCABEZADO.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'MORA POR COSECHA (MES DE ALTA) Y PRODUCTO'
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-DATOS TO TRUE.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.

           IF WS-EMI-PROCESO-O <> SPACES
              MOVE SPACES TO WS-SAL-REPORTE
              STRING 'ENTIDAD EMISORA: ' WS-EMI-PROCESO-O
                     ' ' WS-EMI-NOMBRE-O
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
           END-IF.

           MOVE SPACES TO WS-SAL-REPORTE.
           IF WS-SE-TOMA-FOTO
              STRING 'FOTO TOMADA: PERIODO ' WS-PERIODO-FOTO
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
           ELSE
              STRING 'SIN FOTO NUEVA (NO HAY DEUDORES.SEQ)'
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
           END-IF.
           WRITE WS-SAL-REPORTE.

           IF WS-COSECHA-DESDE > ZEROES
              MOVE SPACES TO WS-SAL-REPORTE
              STRING 'COSECHAS DESDE ' WS-COSECHA-DESDE
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
           END-IF.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'SITUACION DE DEUDORES: AL DIA (1), ATRASO 0-30 (2)'
                  ', 30-60 (3), 90 O MAS (4), IRRECUPERABLE (5). '
                  'SALDO EN PESOS, SIN SALDOS A FAVOR'
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'CASTIGO ACUMULADO: CUENTAS CASTIGADAS SOBRE LAS '
                  'DE LA COSECHA; IMPORTE CASTIGADO SOBRE SALDO MAS '
                  'CASTIGADO'
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2710-IMPRIMIR-ENCABEZADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2750-LISTAR-UNA-CELDA.

           READ TRB-COSECHA NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIN-TRABAJO
                  GO TO 2750-LISTAR-UNA-CELDA-FIN
           END-READ.

           IF WS-TCI-TIPO <> 'VC'
              MOVE 'S' TO WS-FIN-TRABAJO
              GO TO 2750-LISTAR-UNA-CELDA-FIN
           END-IF.

           MOVE WS-TCI-VALOR (1:12) TO WS-CLAVE-CELDA.
           MOVE WS-TCI-DATOS        TO WS-TRB-CELDA.

           IF WS-CLAVE-CELDA (1:9) <> WS-CLAVE-GRUPO-ANT
              MOVE WS-CLAVE-CELDA (1:9) TO WS-CLAVE-GRUPO-ANT
              PERFORM 2760-IMPRIMIR-TITULO-COSECHA
                 THRU 2760-IMPRIMIR-TITULO-COSECHA-FIN
           END-IF.

           MOVE SPACES         TO WS-LIN-MOB.
           MOVE WS-CCE-MOB     TO WS-LMO-MOB
                                  WS-CSV-MOB.
           MOVE WS-CEL-CUENTAS TO WS-LMO-CUENTAS
                                  WS-CSV-CUENTAS.
           MOVE WS-CEL-SALDO   TO WS-LMO-SALDO
                                  WS-CSV-SALDO.
           MOVE WS-CCE-COSECHA  TO WS-CSV-COSECHA.
           MOVE WS-CCE-PRODUCTO TO WS-CSV-PRODUCTO.

           PERFORM 2770-CALCULAR-FRANJA
              THRU 2770-CALCULAR-FRANJA-FIN
              VARYING WS-IX-FRANJA FROM 1 BY 1
                UNTIL WS-IX-FRANJA > 5.

           MOVE ZEROES TO WS-PORCENTAJE.
           IF WS-CEL-CUENTAS > ZEROES
              COMPUTE WS-PORCENTAJE ROUNDED =
                      WS-CEL-CASTIGADAS * 100 / WS-CEL-CUENTAS
           END-IF.
           MOVE WS-PORCENTAJE TO WS-LMO-PCT-CASTIGADAS
                                 WS-CSV-PCT-CASTIGADAS.

           MOVE ZEROES TO WS-PORCENTAJE.
           COMPUTE WS-BASE-CASTIGO = WS-CEL-SALDO + WS-CEL-CASTIGADO.
           IF WS-BASE-CASTIGO > ZEROES
              AND WS-CEL-CASTIGADO > ZEROES
              COMPUTE WS-PORCENTAJE ROUNDED =
                      WS-CEL-CASTIGADO * 100 / WS-BASE-CASTIGO
           END-IF.
           MOVE WS-PORCENTAJE TO WS-LMO-PCT-CASTIGADO
                                 WS-CSV-PCT-CASTIGADO.

           MOVE WS-LIN-MOB TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-LIN-CSV TO WS-SAL-CSV.
           WRITE WS-SAL-CSV.

       2750-LISTAR-UNA-CELDA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2760-IMPRIMIR-TITULO-COSECHA.

           MOVE SPACES TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-CCE-COSECHA TO WS-COSECHA-AUX.
           MOVE SPACES TO WS-SAL-REPORTE.
           IF WS-CCE-PRODUCTO = SPACES
              STRING 'COSECHA ' WS-COSECHA-AUX-ANIO '-'
                     WS-COSECHA-AUX-MES '   SIN PRODUCTO'
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
           ELSE
              STRING 'COSECHA ' WS-COSECHA-AUX-ANIO '-'
                     WS-COSECHA-AUX-MES '   PRODUCTO '
                     WS-CCE-PRODUCTO
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
           END-IF.
           WRITE WS-SAL-REPORTE.

           MOVE WS-TIT-FRANJAS-1 TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE WS-TIT-FRANJAS-2 TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2760-IMPRIMIR-TITULO-COSECHA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2770-CALCULAR-FRANJA.

           MOVE ZEROES TO WS-PORCENTAJE.
           IF WS-CEL-CUENTAS > ZEROES
              COMPUTE WS-PORCENTAJE ROUNDED =
                      WS-CEL-CANT-FRANJA (WS-IX-FRANJA) * 100
                    / WS-CEL-CUENTAS
           END-IF.
           MOVE WS-PORCENTAJE TO WS-LMO-PCT-CUENTAS (WS-IX-FRANJA)
                                 WS-CSV-PCT-CUENTAS (WS-IX-FRANJA).

           MOVE ZEROES TO WS-PORCENTAJE.
           IF WS-CEL-SALDO > ZEROES
              COMPUTE WS-PORCENTAJE ROUNDED =
                      WS-CEL-SALDO-FRANJA (WS-IX-FRANJA) * 100
                    / WS-CEL-SALDO
           END-IF.
           MOVE WS-PORCENTAJE TO WS-LMO-PCT-SALDO (WS-IX-FRANJA)
                                 WS-CSV-PCT-SALDO (WS-IX-FRANJA).

       2770-CALCULAR-FRANJA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2790-IMPRIMIR-TOTALES.

           MOVE SPACES TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           IF WS-CANT-FILAS-HIST > ZEROES
              MOVE SPACES TO WS-SAL-REPORTE
              STRING 'HISTORIA DESDE ' WS-PERIODO-MIN
                     ' HASTA ' WS-PERIODO-MAX
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
              WRITE WS-SAL-REPORTE
           END-IF.

           MOVE WS-CANT-FOTO TO WS-CANT-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'CUENTAS EN LA FOTO DEL PERIODO     : ' WS-CANT-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-CANT-CASTIGADAS-FOTO TO WS-CANT-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING '  CASTIGADAS                       : ' WS-CANT-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-CANT-SIN-COSECHA TO WS-CANT-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING '  SIN FECHA DE ALTA (FUERA DE LAS CURVAS): '
                  WS-CANT-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-CANT-FILAS-HIST TO WS-CANT-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'FILAS DE HISTORIA                  : ' WS-CANT-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-CANT-FILAS-SIN-COS TO WS-CANT-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING '  SIN FECHA DE ALTA                : ' WS-CANT-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-CANT-CELDAS TO WS-CANT-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'CELDAS COSECHA/PRODUCTO/MOB        : ' WS-CANT-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2790-IMPRIMIR-TOTALES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           CLOSE ENT-MAESTRO-TARJETAS
                 ACT-HISTORIA
                 TRB-COSECHA
                 SAL-REPORTE
                 SAL-CSV.

           IF WS-EXISTE-TARJETA-PROD
              CLOSE ENT-TARJETA-PROD
           END-IF.
           IF WS-EXISTEN-PERSONAS
              CLOSE ENT-CUENTA-PERSONA
                    ENT-PERSONAS
           END-IF.
           IF WS-EXISTE-CASTIGOS
              CLOSE ENT-CASTIGOS
           END-IF.

           DISPLAY 'CUENTAS EN LA FOTO : ' WS-CANT-FOTO.
           DISPLAY 'FILAS DE HISTORIA  : ' WS-CANT-FILAS-HIST.
           DISPLAY 'REPORTE GENERADO EN ' WS-RUTA-REPORTE.
           DISPLAY 'CSV GENERADO EN ' WS-RUTA-CSV.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM COSECHA.
