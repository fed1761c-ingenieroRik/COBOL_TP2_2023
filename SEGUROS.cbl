      *          (SEGUROS-DEVENGADOS.SEQ) en un registro por cuenta
      *          con el total del periodo (BORDEREAU.SEQ) y el total
      *          general de control, que es lo que la aseguradora
      *          concilia. Denuncia de siniestro por fallecimiento
      *          del titular: registra la fecha del hecho, calcula el
      *          saldo cubierto a esa fecha (saldo deudor del maestro,
      *          cuotas a vencer de CUOTAS.VSAM y gasto del ciclo sin
      *          facturar de SALDOCIC.VSAM, llevados a la fecha del
      *          hecho con el diario de saldos JOURNAL-SALDOS.SEQ y
      *          los consumos de CONSUMOS.SEQ) y congela la cuenta hasta
      *          que la aseguradora responda el reclamo (ver
      *          SINIESTR). Si otro operador toca la adhesion mientras
      *          se carga la denuncia, la denuncia no lo pisa: se
      *          muestra lo que cambio y se pide rehacerla (ver
      *          COLISION).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BORDEREAU.

      *    *** primas consolidadas por cuenta/periodo (ver 2400)
       SELECT TRB-PRIMAS
           ASSIGN TO WS-RUTA-PRIMAS-TRABAJO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-TCI-CLAVE
           FILE STATUS IS FS-PRIMAS-TRABAJO.

      *    *** se lee directo y no por MAESTARJ: la cuenta del titular
      *    *** fallecido puede tener las tarjetas bloqueadas
       SELECT ENT-MAESTRO-TARJETAS
           ASSIGN TO WS-RUTA-MAESTRO-TARJETAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-MAESTRO-TARJETAS
           RECORD KEY IS WS-MT-NUM-TARJETA
           ALTERNATE RECORD KEY IS WS-MT-NUM-CUENTA
                                          WITH DUPLICATES.

       SELECT ENT-CUOTAS
           ASSIGN TO WS-RUTA-CUOTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-CUO-CLAVE
           FILE STATUS IS FS-CUOTAS.

       SELECT ENT-SALDO-CICLO
           ASSIGN TO WS-RUTA-SALDO-CICLO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-SDC-TARJETA
           FILE STATUS IS FS-SALDO-CICLO.

       SELECT ENT-JOURNAL
           ASSIGN TO WS-RUTA-JOURNAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JOURNAL.

       SELECT ENT-CONSUMOS
           ASSIGN TO WS-RUTA-CONSUMOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONSUMOS.

      *----------------------------------------------------------------*
       DATA DIVISION.

          05 WS-BOR-PRIMA                           PIC S9(10)V9(02)
                                            SIGN IS TRAILING SEPARATE.

       FD TRB-PRIMAS.
           COPY TABCICLO.

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

       FD ENT-CUOTAS.
           COPY CUOTAS.

       FD ENT-SALDO-CICLO.
           COPY SALDOCIC.

       FD ENT-JOURNAL.
       01 WS-ENT-JOURNAL.
          05 WS-JRN-RUN-ID                          PIC X(15).
          05 WS-JRN-FECHA                           PIC 9(08).
          05 WS-JRN-HORA                            PIC 9(06).
          05 WS-JRN-TARJETA                         PIC X(19).
          05 WS-JRN-IMAGEN-ANTES                    PIC X(179).
          05 WS-JRN-IMAGEN-DESPUES                  PIC X(179).

       FD ENT-CONSUMOS.
           COPY CONSUMOS.

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-SEGUROS            PIC X(60)
                                VALUE '../SEGUROS-DEVENGADOS.SEQ'.
       01 WS-RUTA-BORDEREAU          PIC X(60)
                                     VALUE '../BORDEREAU.SEQ'.
       01 WS-RUTA-PRIMAS-TRABAJO     PIC X(60)
                                     VALUE '../SEGUROS-PRIMAS.VSAM'.
       01 WS-RUTA-MAESTRO-TARJETAS   PIC X(60)
                                     VALUE '../MAESTRO-TARJETAS.VSAM'.
       01 WS-RUTA-CUOTAS             PIC X(60)
                                     VALUE '../CUOTAS.VSAM'.
       01 WS-RUTA-SALDO-CICLO        PIC X(60)
                                     VALUE '../SALDOCIC.VSAM'.
       01 WS-RUTA-JOURNAL            PIC X(60)
                                     VALUE '../JOURNAL-SALDOS.SEQ'.
       01 WS-RUTA-CONSUMOS           PIC X(60)
                                     VALUE '../CONSUMOS.SEQ'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

      *    *** sesion de operador (ver SIGNON)
       01 WS-SIGNON.
           COPY SIGNIO.
       01 WS-OPERADOR-SESION         PIC X(10) VALUE SPACES.
       01 WS-ROL-SESION              PIC X(01) VALUE SPACES.
          88 WS-SESION-PUEDE-MODIFICAR             VALUES 'O', 'S'.

       01 WS-VAL-FECHA.
           COPY VALFECIO.

       01 FS-STATUS.
          05 FS-SEGUROS                            PIC X(2).
             88 FS-SEGUROS-OK                          VALUE '00'.
             88 FS-DEVENGADOS-NFD                      VALUE '35'.
          05 FS-BORDEREAU                          PIC X(2).
             88 FS-BORDEREAU-OK                        VALUE '00'.
          05 FS-PRIMAS-TRABAJO                     PIC X(2).
             88 FS-PRIMAS-TRABAJO-OK                   VALUE '00'.
             88 FS-PRIMAS-TRABAJO-EOF                  VALUE '10'.
             88 FS-PRIMAS-TRABAJO-CLAVE-NFD            VALUE '23'.
          05 FS-MAESTRO-TARJETAS                   PIC X(2).
             88 FS-MAESTRO-TARJETAS-FILE-OK            VALUE '00'.
          05 FS-CUOTAS                             PIC X(2).
             88 FS-CUOTAS-OK                           VALUE '00'.
          05 FS-SALDO-CICLO                        PIC X(2).
             88 FS-SALDO-CICLO-OK                      VALUE '00'.
          05 FS-JOURNAL                            PIC X(2).
             88 FS-JOURNAL-OK                          VALUE '00'.
             88 FS-JOURNAL-EOF                         VALUE '10'.
          05 FS-CONSUMOS                           PIC X(2).
             88 FS-CONSUMOS-OK                         VALUE '00'.
             88 FS-CONSUMOS-EOF                        VALUE '10'.

       01 WS-OPCION                                PIC X(01).
          88 WS-OPC-ALTA                                VALUE '1'.
          88 WS-OPC-BAJA                                VALUE '2'.
          88 WS-OPC-CONSULTA                            VALUE '3'.
          88 WS-OPC-BORDEREAU                           VALUE '4'.
          88 WS-OPC-SINIESTRO                           VALUE '5'.
          88 WS-OPC-SALIR                               VALUE '6'.

       01 WS-CONTINUAR                             PIC X(01) VALUE 'S'.
          88 WS-SEGUIR-PROCESANDO                       VALUE 'S'.

       01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.

      *    *** consolidado por cuenta para el bordereau, en el
      *    *** archivo de trabajo: un registro PR por cuenta/periodo
       01 WS-CANT-PRIMAS             PIC 9(07) VALUE ZEROES.
       01 WS-PRI-ACTUAL.
          05 WS-PRI-CLAVE.
             10 WS-PRI-CUENTA        PIC 9(10).
             10 WS-PRI-PERIODO       PIC 9(06).
          05 WS-PRI-TOTAL            PIC S9(10)V9(02).
       01 WS-PRIMAS-ERROR            PIC X(01) VALUE 'N'.
          88 WS-HAY-ERROR-PRIMAS                   VALUE 'S'.

       01 WS-TOTAL-BORDEREAU         PIC S9(12)V9(02) VALUE ZEROES.
       01 WS-CANT-EMITIDAS           PIC 9(05) VALUE ZEROES.

      *    *** modo de la facturacion (SEGUROS_ROLLUP=S, igual que
      *    *** CASTIGO_ROLLUP): en rollup todas las tarjetas de la
      *    *** cuenta llevan el mismo saldo combinado, asi que el
      *    *** saldo del maestro se toma de una sola de ellas
       01 WS-MODO-ROLLUP-CUENTA      PIC X(01) VALUE 'N'.
          88 WS-ES-ROLLUP-CUENTA                   VALUE 'S'.

      *    *** denuncia de siniestro en curso
       01 WS-FECHA-SINIESTRO         PIC 9(08) VALUE ZEROES.
       01 WS-FECHA-SINIESTRO-R REDEFINES WS-FECHA-SINIESTRO.
          05 WS-FSI-ANIO             PIC 9(04).
          05 WS-FSI-MES              PIC 9(02).
          05 WS-FSI-DIA              PIC 9(02).
       01 WS-CONFIRMA                PIC X(01) VALUE SPACE.
       01 WS-CUENTA-OBJETIVO         PIC 9(10) VALUE ZEROES.
       01 WS-MT-NUM-CUENTA-LEIDA     PIC 9(10) VALUE ZEROES.
       01 WS-CANT-TARJETAS-CUENTA    PIC 9(03) VALUE ZEROES.
       01 WS-PRIMERA-TARJETA         PIC X(01) VALUE 'S'.
          88 WS-ES-PRIMERA-TARJETA                 VALUE 'S'.
       01 WS-HAY-CUOTAS              PIC X(01) VALUE 'N'.
          88 WS-EXISTEN-CUOTAS                     VALUE 'S'.
       01 WS-HAY-SALDO-CICLO         PIC X(01) VALUE 'N'.
          88 WS-EXISTE-SALDO-CICLO                 VALUE 'S'.
       01 WS-CLAVE-BUSCADA           PIC X(19) VALUE SPACES.
       01 WS-CUOTAS-RESTANTES        PIC S9(04) VALUE ZEROES.
       01 WS-COMPROMETIDO-PLAN       PIC S9(10)V9(02) VALUE ZEROES.

      *    *** saldo cubierto a la fecha del hecho: por tarjeta de la
      *    *** cuenta, el saldo de la primera imagen anterior del diario
      *    *** posterior al hecho (si la hay) y los consumos del ciclo
      *    *** hechos despues, que no se cubren
       01 WS-TABLA-TARJ-SINIESTRO.
          05 WS-TSI-ITEM OCCURS 99 TIMES INDEXED BY WS-IX-TSI.
             10 WS-TSI-TARJETA       PIC X(19).
             10 WS-TSI-HAY-IMAGEN    PIC X(01).
                88 WS-TSI-SALDO-A-LA-FECHA         VALUE 'S'.
             10 WS-TSI-SALDO-ARS     PIC S9(08)V9(02).
             10 WS-TSI-SALDO-USD     PIC S9(08)V9(02).
             10 WS-TSI-CONSUMO-ARS   PIC S9(10)V9(02).
             10 WS-TSI-CONSUMO-USD   PIC S9(10)V9(02).
       01 WS-CANT-TSI                PIC 9(03) VALUE ZEROES.
       01 WS-TSI-BUSCADA             PIC X(19) VALUE SPACES.
       01 WS-TSI-HALLADA             PIC X(01) VALUE 'N'.
          88 WS-HAY-TSI                            VALUE 'S'.
       01 WS-TSI-DESBORDE            PIC X(01) VALUE 'N'.
          88 WS-TSI-DESBORDADA                     VALUE 'S'.
       01 WS-JRN-IMAGEN-LEIDA        PIC X(179) VALUE SPACES.
       01 WS-JRN-LEIDA REDEFINES WS-JRN-IMAGEN-LEIDA.
          05 WS-JIL-CUENTA           PIC X(10).
          05 WS-JIL-TARJETA          PIC X(19).
          05 FILLER                  PIC X(98).
          05 WS-JIL-SALDO-ARS        PIC S9(08)V9(02).
          05 WS-JIL-SALDO-USD        PIC S9(08)V9(02).
          05 FILLER                  PIC X(32).
       01 WS-CUENTA-OBJETIVO-X       PIC X(10) VALUE SPACES.
       01 WS-FECHA-CONSUMO           PIC 9(08) VALUE ZEROES.
       01 WS-FECHA-PLAN              PIC 9(08) VALUE ZEROES.
       01 WS-FECHA-PLAN-R REDEFINES WS-FECHA-PLAN.
          05 WS-FPL-ANIO             PIC 9(04).
          05 WS-FPL-MES              PIC 9(02).
          05 WS-FPL-DIA              PIC 9(02).
       01 WS-MES-SINIESTRO           PIC S9(06) VALUE ZEROES.
       01 WS-MES-ULTIMA-CUOTA        PIC S9(06) VALUE ZEROES.
       01 WS-MES-ORIGEN-PLAN         PIC S9(06) VALUE ZEROES.
       01 WS-CUOTAS-DESPUES          PIC S9(04) VALUE ZEROES.
       01 WS-IMPORTE-O               PIC --.---.---.--9,99.

      *    *** control de actualizacion concurrente (ver COLISION): la
      *    *** adhesion al leerla y la que se va a grabar
       01 WS-COLISION.
           COPY COLISIO.
       01 WS-VIG-IMAGEN-LEIDA        PIC X(228) VALUE SPACES.
       01 WS-VIG-LEIDA REDEFINES WS-VIG-IMAGEN-LEIDA.
          05 WS-VGL-CUENTA           PIC 9(10).
          05 WS-VGL-ESTADO           PIC X(01).
          05 WS-VGL-FECHA-ALTA       PIC 9(08).
          05 WS-VGL-FECHA-BAJA       PIC 9(08).
          05 WS-VGL-SINIESTRO-ESTADO PIC X(01).
          05 WS-VGL-FECHA-SINIESTRO  PIC 9(08).
          05 WS-VGL-FECHA-DENUNCIA   PIC 9(08).
          05 WS-VGL-OPERADOR-DENUNCIA
                                     PIC X(10).
          05 FILLER                  PIC X(174).
       01 WS-VIG-IMAGEN-NUEVA        PIC X(228) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
              STOP RUN
           END-IF.

           MOVE WS-SGN-USUARIO TO WS-OPERADOR-SESION.
           MOVE WS-SGN-ROL     TO WS-ROL-SESION.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-SEGUROS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MAESTRO_TARJETAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-MAESTRO-TARJETAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'TP02EJ01_CUOTAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CUOTAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'TP02EJ01_SALDOCIC_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-SALDO-CICLO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ACTSALDO_JOURNAL_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-JOURNAL
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'TP02EJ01_CONSUMOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CONSUMOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'SEGUROS_PRIMAS_TRABAJO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PRIMAS-TRABAJO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'SEGUROS_ROLLUP'.
           IF WS-RUTA-ENTORNO (1:1) = 'S'
              MOVE 'S' TO WS-MODO-ROLLUP-CUENTA
           END-IF.

      *    *** si todavia no existe se crea vacio, como CUOTAS.VSAM
           OPEN I-O ENT-SEGUROS.

           DISPLAY ' 2 - BAJA DE ADHESION'.
           DISPLAY ' 3 - CONSULTA POR CUENTA'.
           DISPLAY ' 4 - GENERAR BORDEREAU DEL PERIODO'.
           DISPLAY ' 5 - DENUNCIAR SINIESTRO (FALLECIMIENTO)'.
           DISPLAY ' 6 - SALIR'.
           DISPLAY '-------------------------------------------------'.
           DISPLAY 'INGRESE UNA OPCION: ' WITH NO ADVANCING.
           ACCEPT WS-OPCION.

           IF (WS-OPC-ALTA OR WS-OPC-BAJA OR WS-OPC-SINIESTRO)
              AND NOT WS-SESION-PUEDE-MODIFICAR
              DISPLAY 'SU ROL SOLO PERMITE CONSULTAS'
              GO TO 2000-PROCESAR-MENU-FIN
               WHEN WS-OPC-BORDEREAU
                    PERFORM 2400-GENERAR-BORDEREAU
                       THRU 2400-GENERAR-BORDEREAU-FIN
               WHEN WS-OPC-SINIESTRO
                    PERFORM 2500-DENUNCIAR-SINIESTRO
                       THRU 2500-DENUNCIAR-SINIESTRO-FIN
               WHEN WS-OPC-SALIR
                    SET WS-FIN-PROCESO TO TRUE
               WHEN OTHER
               INVALID KEY CONTINUE
           END-READ.

      *    *** con un siniestro en curso la cobertura no se da de baja:
      *    *** la cuenta sigue congelada hasta que responda la
      *    *** aseguradora
           IF FS-SEGUROS-OK AND WS-SEG-CUENTA-CONGELADA
              DISPLAY 'ERROR: LA CUENTA TIENE UN SINIESTRO EN CURSO'
              GO TO 2200-BAJA-ADHESION-FIN
           END-IF.

           EVALUATE TRUE
               WHEN FS-SEGUROS-OK
                    SET WS-SEG-DADA-DE-BAJA TO TRUE
                    END-IF
                    DISPLAY 'FECHA ALTA : ' WS-SEG-FECHA-ALTA
                    DISPLAY 'FECHA BAJA : ' WS-SEG-FECHA-BAJA
                    IF NOT WS-SEG-SIN-SINIESTRO
                       PERFORM 2350-MOSTRAR-SINIESTRO
                          THRU 2350-MOSTRAR-SINIESTRO-FIN
                    END-IF
               WHEN FS-SEGUROS-CLAVE-NFD
                    DISPLAY 'LA CUENTA NO ESTA ADHERIDA'
               WHEN OTHER
       2300-CONSULTAR-ADHESION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2350-MOSTRAR-SINIESTRO.

           EVALUATE TRUE
               WHEN WS-SEG-SINIESTRO-DENUNCIADO
                    DISPLAY 'SINIESTRO  : DENUNCIADO, A ENVIAR'
               WHEN WS-SEG-SINIESTRO-ENVIADO
                    DISPLAY 'SINIESTRO  : RECLAMADO A LA ASEGURADORA '
                            'EL ' WS-SEG-FECHA-ENVIO
               WHEN WS-SEG-SINIESTRO-PAGADO
                    DISPLAY 'SINIESTRO  : PAGADO EL '
                            WS-SEG-FECHA-RESOLUCION
               WHEN WS-SEG-SINIESTRO-RECHAZADO
                    DISPLAY 'SINIESTRO  : RECHAZADO EL '
                            WS-SEG-FECHA-RESOLUCION ' - '
                            WS-SEG-MOTIVO-RECHAZO
           END-EVALUATE.

           DISPLAY 'FECHA HECHO: ' WS-SEG-FECHA-SINIESTRO
                   '  DENUNCIA: ' WS-SEG-FECHA-DENUNCIA
                   '  POR: ' WS-SEG-OPERADOR-DENUNCIA.
           MOVE WS-SEG-CUB-TOTAL-ARS TO WS-IMPORTE-O.
           DISPLAY 'CUBIERTO   : ARS ' WS-IMPORTE-O.
           MOVE WS-SEG-CUB-TOTAL-USD TO WS-IMPORTE-O.
           DISPLAY '             USD ' WS-IMPORTE-O.

           IF WS-SEG-SINIESTRO-PAGADO
              MOVE WS-SEG-INDEMNIZADO-ARS TO WS-IMPORTE-O
              DISPLAY 'INDEMNIZADO: ARS ' WS-IMPORTE-O
              MOVE WS-SEG-INDEMNIZADO-USD TO WS-IMPORTE-O
              DISPLAY '             USD ' WS-IMPORTE-O
           END-IF.

       2350-MOSTRAR-SINIESTRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** bordereau: consolida las primas devengadas por la
      *    *** facturacion en un registro por cuenta/periodo, con el

           MOVE ZEROES TO WS-CANT-PRIMAS, WS-TOTAL-BORDEREAU,
                          WS-CANT-EMITIDAS.
           MOVE 'N' TO WS-PRIMAS-ERROR.

      *    *** el archivo de trabajo se arma de cero en cada bordereau
           OPEN OUTPUT TRB-PRIMAS.
           IF NOT FS-PRIMAS-TRABAJO-OK
              DISPLAY 'ERROR AL CREAR SEGUROS-PRIMAS.VSAM: '
                      FS-PRIMAS-TRABAJO
              GO TO 2400-GENERAR-BORDEREAU-FIN
           END-IF.
           CLOSE TRB-PRIMAS.
           OPEN I-O TRB-PRIMAS.

           OPEN INPUT ENT-DEVENGADOS.

                    DISPLAY 'NO EXISTE SEGUROS-DEVENGADOS.SEQ '
                            '(LA FACTURACION TODAVIA NO DEVENGO '
                            'PRIMAS)'
                    CLOSE TRB-PRIMAS
                    GO TO 2400-GENERAR-BORDEREAU-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR SEGUROS-DEVENGADOS.SEQ'
                    CLOSE TRB-PRIMAS
                    GO TO 2400-GENERAR-BORDEREAU-FIN
           END-EVALUATE.


           CLOSE ENT-DEVENGADOS.

      *    *** una prima que no se pudo consolidar no se le cobraria a
      *    *** la aseguradora: sin el consolidado entero no hay
      *    *** bordereau
           IF WS-HAY-ERROR-PRIMAS
              DISPLAY 'NO SE GENERO BORDEREAU.SEQ'
              CLOSE TRB-PRIMAS
              GO TO 2400-GENERAR-BORDEREAU-FIN
           END-IF.

           OPEN OUTPUT SAL-BORDEREAU.
           IF NOT FS-BORDEREAU-OK
              DISPLAY 'ERROR AL ABRIR BORDEREAU.SEQ'
              CLOSE TRB-PRIMAS
              GO TO 2400-GENERAR-BORDEREAU-FIN
           END-IF.

      *    *** el consolidado sale en orden de cuenta y periodo
           MOVE SPACES     TO WS-TCI-REG.
           MOVE 'PR'       TO WS-TCI-TIPO.
           MOVE LOW-VALUES TO WS-TCI-VALOR.
           MOVE ZEROES     TO WS-TCI-SECUENCIA.
           START TRB-PRIMAS KEY IS >= WS-TCI-CLAVE
               INVALID KEY
                  SET FS-PRIMAS-TRABAJO-EOF TO TRUE
           END-START.

           PERFORM 2470-EMITIR-UNA-PRIMA
              THRU 2470-EMITIR-UNA-PRIMA-FIN
              UNTIL FS-PRIMAS-TRABAJO-EOF.

           CLOSE TRB-PRIMAS.

      *    *** registro de total de control (cuenta en 9999999999)
           INITIALIZE WS-SAL-BORDEREAU-REG.
       2450-CONSOLIDAR-UNA-PRIMA.

           READ ENT-DEVENGADOS
               AT END
                  SET FS-DEVENGADOS-EOF TO TRUE
                  GO TO 2450-CONSOLIDAR-UNA-PRIMA-FIN
           END-READ.

           MOVE WS-SDV-CUENTA  TO WS-PRI-CUENTA.
           MOVE WS-SDV-PERIODO TO WS-PRI-PERIODO.

           MOVE SPACES       TO WS-TCI-REG.
           MOVE 'PR'         TO WS-TCI-TIPO.
           MOVE WS-PRI-CLAVE TO WS-TCI-VALOR.
           MOVE ZEROES       TO WS-TCI-SECUENCIA.

           READ TRB-PRIMAS KEY IS WS-TCI-CLAVE
               INVALID KEY CONTINUE
           END-READ.

           EVALUATE TRUE
               WHEN FS-PRIMAS-TRABAJO-OK
                    MOVE WS-TCI-DATOS TO WS-PRI-ACTUAL
                    ADD WS-SDV-PRIMA TO WS-PRI-TOTAL
                    MOVE WS-PRI-ACTUAL TO WS-TCI-DATOS
                    REWRITE WS-TCI-REG
               WHEN FS-PRIMAS-TRABAJO-CLAVE-NFD
                    ADD 1 TO WS-CANT-PRIMAS
                    MOVE WS-SDV-PRIMA  TO WS-PRI-TOTAL
                    MOVE WS-PRI-ACTUAL TO WS-TCI-DATOS
                    WRITE WS-TCI-REG
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           IF NOT FS-PRIMAS-TRABAJO-OK
              DISPLAY 'ERROR AL CONSOLIDAR LA PRIMA DE LA CUENTA '
                      WS-SDV-CUENTA ' PERIODO ' WS-SDV-PERIODO
                      ' EN SEGUROS-PRIMAS.VSAM: ' FS-PRIMAS-TRABAJO
              MOVE 'S' TO WS-PRIMAS-ERROR
              SET FS-DEVENGADOS-EOF TO TRUE
           END-IF.

       2450-CONSOLIDAR-UNA-PRIMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2470-EMITIR-UNA-PRIMA.

           READ TRB-PRIMAS NEXT RECORD
               AT END
                  SET FS-PRIMAS-TRABAJO-EOF TO TRUE
                  GO TO 2470-EMITIR-UNA-PRIMA-FIN
           END-READ.

           IF NOT FS-PRIMAS-TRABAJO-OK
              DISPLAY 'ERROR AL LEER SEGUROS-PRIMAS.VSAM: '
                      FS-PRIMAS-TRABAJO
              DISPLAY 'BORDEREAU.SEQ INCOMPLETO, NO ENTREGAR'
              SET FS-PRIMAS-TRABAJO-EOF TO TRUE
              GO TO 2470-EMITIR-UNA-PRIMA-FIN
           END-IF.

           IF WS-TCI-TIPO <> 'PR'
              SET FS-PRIMAS-TRABAJO-EOF TO TRUE
              GO TO 2470-EMITIR-UNA-PRIMA-FIN
           END-IF.

           MOVE WS-TCI-DATOS TO WS-PRI-ACTUAL.

           INITIALIZE WS-SAL-BORDEREAU-REG.
           MOVE WS-PRI-CUENTA  TO WS-BOR-CUENTA.
           MOVE WS-PRI-PERIODO TO WS-BOR-PERIODO.
           MOVE WS-PRI-TOTAL   TO WS-BOR-PRIMA.
           WRITE WS-SAL-BORDEREAU-REG.
           ADD 1 TO WS-CANT-EMITIDAS.
           ADD WS-PRI-TOTAL TO WS-TOTAL-BORDEREAU.

       2470-EMITIR-UNA-PRIMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** denuncia del fallecimiento del titular: la fecha del
      *    *** hecho tiene que caer dentro de la cobertura (desde el
      *    *** alta de la adhesion, hasta hoy). Confirmada, la cuenta
      *    *** queda congelada: la facturacion deja de cobrarle
      *    *** interes, punitorio y prima hasta que SINIESTR procese
      *    *** la respuesta de la aseguradora
       2500-DENUNCIAR-SINIESTRO.

           DISPLAY 'NUMERO DE CUENTA DEL TITULAR FALLECIDO: '
                   WITH NO ADVANCING.
           ACCEPT WS-SEG-CUENTA.

           READ ENT-SEGUROS KEY IS WS-SEG-CUENTA
               INVALID KEY CONTINUE
           END-READ.

           EVALUATE TRUE
               WHEN FS-SEGUROS-OK
                    CONTINUE
               WHEN FS-SEGUROS-CLAVE-NFD
                    DISPLAY 'ERROR: LA CUENTA NO ESTA ADHERIDA'
                    GO TO 2500-DENUNCIAR-SINIESTRO-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL BUSCAR LA ADHESION'
                    DISPLAY 'FILE STATUS: ' FS-SEGUROS
                    GO TO 2500-DENUNCIAR-SINIESTRO-FIN
           END-EVALUATE.

           IF NOT WS-SEG-ADHERIDA
              DISPLAY 'ERROR: LA ADHESION ESTA DADA DE BAJA'
              GO TO 2500-DENUNCIAR-SINIESTRO-FIN
           END-IF.

      *    *** un reclamo rechazado se puede volver a denunciar (con
      *    *** nueva documentacion); uno en curso o pagado, no
           IF WS-SEG-CUENTA-CONGELADA OR WS-SEG-SINIESTRO-PAGADO
              DISPLAY 'ERROR: LA CUENTA YA TIENE UN SINIESTRO '
                      'DENUNCIADO'
              PERFORM 2350-MOSTRAR-SINIESTRO
                 THRU 2350-MOSTRAR-SINIESTRO-FIN
              GO TO 2500-DENUNCIAR-SINIESTRO-FIN
           END-IF.

           MOVE WS-SEG-SEGURO-REG TO WS-VIG-IMAGEN-LEIDA.

           DISPLAY 'FECHA DEL FALLECIMIENTO (AAAAMMDD): '
                   WITH NO ADVANCING.
           MOVE ZEROES TO WS-FECHA-SINIESTRO.
           ACCEPT WS-FECHA-SINIESTRO.

           INITIALIZE WS-SALIDA.
           MOVE WS-FECHA-SINIESTRO (7:2) TO WS-DD-I.
           MOVE WS-FECHA-SINIESTRO (5:2) TO WS-MM-I.
           MOVE WS-FECHA-SINIESTRO (1:4) TO WS-AAAA-I.

           CALL 'CLVALFEC' USING WS-ENTRADA, WS-SALIDA.

           IF WS-VALIDACION-O = 'N'
              DISPLAY 'DENUNCIA RECHAZADA: ' WS-DES-ERROR-O
              GO TO 2500-DENUNCIAR-SINIESTRO-FIN
           END-IF.

           IF WS-FECHA-SINIESTRO > WS-FECHA-HOY
              DISPLAY 'DENUNCIA RECHAZADA: LA FECHA ES POSTERIOR A HOY'
              GO TO 2500-DENUNCIAR-SINIESTRO-FIN
           END-IF.

           IF WS-FECHA-SINIESTRO < WS-SEG-FECHA-ALTA
              DISPLAY 'DENUNCIA RECHAZADA: EL HECHO ES ANTERIOR A LA '
                      'ADHESION (' WS-SEG-FECHA-ALTA ')'
              GO TO 2500-DENUNCIAR-SINIESTRO-FIN
           END-IF.

           MOVE WS-SEG-CUENTA TO WS-CUENTA-OBJETIVO.
           INITIALIZE WS-SEG-CUBIERTO.

           PERFORM 2550-CALCULAR-CUBIERTO
              THRU 2550-CALCULAR-CUBIERTO-FIN.

           IF WS-CANT-TARJETAS-CUENTA = ZEROES
              GO TO 2500-DENUNCIAR-SINIESTRO-FIN
           END-IF.

           COMPUTE WS-SEG-CUB-TOTAL-ARS = WS-SEG-CUB-SALDO-ARS
                                        + WS-SEG-CUB-CUOTAS-ARS
                                        + WS-SEG-CUB-CICLO-ARS.
           COMPUTE WS-SEG-CUB-TOTAL-USD = WS-SEG-CUB-SALDO-USD
                                        + WS-SEG-CUB-CUOTAS-USD
                                        + WS-SEG-CUB-CICLO-USD.

           DISPLAY 'SALDO CUBIERTO AL ' WS-FECHA-SINIESTRO
                   ' (' WS-CANT-TARJETAS-CUENTA ' TARJETAS)'.
           MOVE WS-SEG-CUB-SALDO-ARS  TO WS-IMPORTE-O.
           DISPLAY '  SALDO DEUDOR     ARS ' WS-IMPORTE-O.
           MOVE WS-SEG-CUB-SALDO-USD  TO WS-IMPORTE-O.
           DISPLAY '                   USD ' WS-IMPORTE-O.
           MOVE WS-SEG-CUB-CUOTAS-ARS TO WS-IMPORTE-O.
           DISPLAY '  CUOTAS A VENCER  ARS ' WS-IMPORTE-O.
           MOVE WS-SEG-CUB-CUOTAS-USD TO WS-IMPORTE-O.
           DISPLAY '                   USD ' WS-IMPORTE-O.
           MOVE WS-SEG-CUB-CICLO-ARS  TO WS-IMPORTE-O.
           DISPLAY '  CICLO SIN FACT.  ARS ' WS-IMPORTE-O.
           MOVE WS-SEG-CUB-CICLO-USD  TO WS-IMPORTE-O.
           DISPLAY '                   USD ' WS-IMPORTE-O.
           MOVE WS-SEG-CUB-TOTAL-ARS  TO WS-IMPORTE-O.
           DISPLAY '  TOTAL CUBIERTO   ARS ' WS-IMPORTE-O.
           MOVE WS-SEG-CUB-TOTAL-USD  TO WS-IMPORTE-O.
           DISPLAY '                   USD ' WS-IMPORTE-O.

           DISPLAY 'CONFIRMA LA DENUNCIA Y CONGELA LA CUENTA (S/N): '
                   WITH NO ADVANCING.
           MOVE SPACE TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA <> 'S'
              DISPLAY 'DENUNCIA CANCELADA'
              GO TO 2500-DENUNCIAR-SINIESTRO-FIN
           END-IF.

           SET WS-SEG-SINIESTRO-DENUNCIADO TO TRUE.
           MOVE WS-FECHA-SINIESTRO  TO WS-SEG-FECHA-SINIESTRO.
           MOVE WS-FECHA-HOY        TO WS-SEG-FECHA-DENUNCIA.
           MOVE WS-OPERADOR-SESION  TO WS-SEG-OPERADOR-DENUNCIA.
           MOVE ZEROES              TO WS-SEG-FECHA-ENVIO,
                                       WS-SEG-FECHA-RESOLUCION,
                                       WS-SEG-INDEMNIZADO-ARS,
                                       WS-SEG-INDEMNIZADO-USD.
           MOVE SPACES              TO WS-SEG-MOTIVO-RECHAZO.

           PERFORM 2590-VERIFICAR-COLISION
              THRU 2590-VERIFICAR-COLISION-FIN.
           IF WS-COL-HUBO-COLISION
              GO TO 2500-DENUNCIAR-SINIESTRO-FIN
           END-IF.

           REWRITE WS-SEG-SEGURO-REG.

           IF FS-SEGUROS-OK
              DISPLAY 'SINIESTRO DENUNCIADO: CUENTA CONGELADA; EL '
                      'RECLAMO SALE CON LA PROXIMA CORRIDA DE SINIESTR'
           ELSE
              DISPLAY 'ERROR AL REGISTRAR LA DENUNCIA'
              DISPLAY 'FILE STATUS: ' FS-SEGUROS
           END-IF.

       2500-DENUNCIAR-SINIESTRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** saldo cubierto: recorre las tarjetas de la cuenta en el
      *    *** maestro y suma, por moneda, el saldo deudor (en rollup
      *    *** una sola vez), las cuotas a vencer de sus planes
      *    *** abiertos y el gasto del ciclo en curso. CUOTAS.VSAM y
      *    *** SALDOCIC.VSAM son opcionales: lo que no este no suma.
      *    *** Todo se lleva a la fecha del hecho: si el maestro cambio
      *    *** despues, el saldo es el de la primera imagen anterior
      *    *** del diario posterior al hecho; del ciclo se descuentan
      *    *** los consumos hechos despues y de las cuotas, los planes
      *    *** que nacieron despues
       2550-CALCULAR-CUBIERTO.

           MOVE ZEROES TO WS-CANT-TARJETAS-CUENTA.
           MOVE 'S'    TO WS-PRIMERA-TARJETA.

           COMPUTE WS-MES-SINIESTRO = WS-FSI-ANIO * 12 + WS-FSI-MES.

           PERFORM 2552-CARGAR-DIARIO
              THRU 2552-CARGAR-DIARIO-FIN.

           IF WS-TSI-DESBORDADA
              GO TO 2550-CALCULAR-CUBIERTO-FIN
           END-IF.

           PERFORM 2554-CARGAR-CONSUMOS
              THRU 2554-CARGAR-CONSUMOS-FIN.

           IF WS-TSI-DESBORDADA
              GO TO 2550-CALCULAR-CUBIERTO-FIN
           END-IF.

           OPEN INPUT ENT-MAESTRO-TARJETAS.

           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO MAESTRO TARJETAS'
              DISPLAY 'FILE STATUS: ' FS-MAESTRO-TARJETAS
              GO TO 2550-CALCULAR-CUBIERTO-FIN
           END-IF.

           MOVE 'N' TO WS-HAY-CUOTAS, WS-HAY-SALDO-CICLO.

           OPEN INPUT ENT-CUOTAS.
           IF FS-CUOTAS-OK
              MOVE 'S' TO WS-HAY-CUOTAS
           END-IF.

           OPEN INPUT ENT-SALDO-CICLO.
           IF FS-SALDO-CICLO-OK
              MOVE 'S' TO WS-HAY-SALDO-CICLO
           END-IF.

           MOVE WS-CUENTA-OBJETIVO TO WS-MT-NUM-CUENTA.
           START ENT-MAESTRO-TARJETAS
               KEY IS EQUAL TO WS-MT-NUM-CUENTA
               INVALID KEY
                  DISPLAY 'ERROR: LA CUENTA NO TIENE TARJETAS EN EL '
                          'MAESTRO'
           END-START.

           IF FS-MAESTRO-TARJETAS-FILE-OK
              MOVE WS-CUENTA-OBJETIVO TO WS-MT-NUM-CUENTA-LEIDA
              PERFORM 2560-SUMAR-UNA-TARJETA
                 THRU 2560-SUMAR-UNA-TARJETA-FIN
                 UNTIL NOT FS-MAESTRO-TARJETAS-FILE-OK
                    OR WS-MT-NUM-CUENTA-LEIDA <> WS-CUENTA-OBJETIVO
                    OR WS-TSI-DESBORDADA
           END-IF.

           IF WS-TSI-DESBORDADA
              MOVE ZEROES TO WS-CANT-TARJETAS-CUENTA
           END-IF.

           CLOSE ENT-MAESTRO-TARJETAS.

           IF WS-EXISTEN-CUOTAS
              CLOSE ENT-CUOTAS
           END-IF.

           IF WS-EXISTE-SALDO-CICLO
              CLOSE ENT-SALDO-CICLO
           END-IF.

       2550-CALCULAR-CUBIERTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el diario guarda la imagen del maestro antes de cada
      *    *** cambio de saldo, en orden: la primera posterior al hecho
      *    *** es el saldo que la tarjeta tenia a esa fecha. Sin diario
      *    *** rige el saldo del maestro
       2552-CARGAR-DIARIO.

           MOVE ZEROES             TO WS-CANT-TSI.
           MOVE 'N'                TO WS-TSI-DESBORDE.
           MOVE WS-CUENTA-OBJETIVO TO WS-CUENTA-OBJETIVO-X.

           OPEN INPUT ENT-JOURNAL.

           IF NOT FS-JOURNAL-OK
              GO TO 2552-CARGAR-DIARIO-FIN
           END-IF.

           PERFORM 2553-LEER-UN-DIARIO
              THRU 2553-LEER-UN-DIARIO-FIN
              UNTIL FS-JOURNAL-EOF
                 OR WS-TSI-DESBORDADA.

           CLOSE ENT-JOURNAL.

       2552-CARGAR-DIARIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2553-LEER-UN-DIARIO.

           READ ENT-JOURNAL
               AT END
                  SET FS-JOURNAL-EOF TO TRUE
                  GO TO 2553-LEER-UN-DIARIO-FIN
           END-READ.

           IF WS-JRN-FECHA NOT > WS-FECHA-SINIESTRO
              GO TO 2553-LEER-UN-DIARIO-FIN
           END-IF.

           MOVE WS-JRN-IMAGEN-ANTES TO WS-JRN-IMAGEN-LEIDA.
           IF WS-JIL-CUENTA <> WS-CUENTA-OBJETIVO-X
              GO TO 2553-LEER-UN-DIARIO-FIN
           END-IF.

           MOVE WS-JRN-TARJETA TO WS-TSI-BUSCADA.
           PERFORM 2558-UBICAR-TARJETA
              THRU 2558-UBICAR-TARJETA-FIN.

           IF WS-HAY-TSI
              AND NOT WS-TSI-SALDO-A-LA-FECHA (WS-IX-TSI)
              MOVE 'S'              TO WS-TSI-HAY-IMAGEN (WS-IX-TSI)
              MOVE WS-JIL-SALDO-ARS TO WS-TSI-SALDO-ARS (WS-IX-TSI)
              MOVE WS-JIL-SALDO-USD TO WS-TSI-SALDO-USD (WS-IX-TSI)
           END-IF.

       2553-LEER-UN-DIARIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** consumos de la cuenta posteriores al hecho: los que ya
      *    *** entraron al gasto del ciclo no se cubren. Sin
      *    *** CONSUMOS.SEQ no se descuenta nada
       2554-CARGAR-CONSUMOS.

           OPEN INPUT ENT-CONSUMOS.

           IF NOT FS-CONSUMOS-OK
              GO TO 2554-CARGAR-CONSUMOS-FIN
           END-IF.

           PERFORM 2555-LEER-UN-CONSUMO
              THRU 2555-LEER-UN-CONSUMO-FIN
              UNTIL FS-CONSUMOS-EOF
                 OR WS-TSI-DESBORDADA.

           CLOSE ENT-CONSUMOS.

       2554-CARGAR-CONSUMOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2555-LEER-UN-CONSUMO.

           READ ENT-CONSUMOS
               AT END
                  SET FS-CONSUMOS-EOF TO TRUE
                  GO TO 2555-LEER-UN-CONSUMO-FIN
           END-READ.

           IF WS-ENT-NUM-CUENTA <> WS-CUENTA-OBJETIVO
              GO TO 2555-LEER-UN-CONSUMO-FIN
           END-IF.

           MOVE WS-ENT-ANIO TO WS-FECHA-CONSUMO (1:4).
           MOVE WS-ENT-MES  TO WS-FECHA-CONSUMO (5:2).
           MOVE WS-ENT-DIA  TO WS-FECHA-CONSUMO (7:2).
           IF WS-FECHA-CONSUMO NOT > WS-FECHA-SINIESTRO
              GO TO 2555-LEER-UN-CONSUMO-FIN
           END-IF.

           MOVE WS-ENT-NUM-TARJETA TO WS-TSI-BUSCADA.
           PERFORM 2558-UBICAR-TARJETA
              THRU 2558-UBICAR-TARJETA-FIN.

           IF WS-HAY-TSI
              IF WS-ENT-MONEDA = 'ARS'
                 ADD WS-ENT-IMPORTE TO WS-TSI-CONSUMO-ARS (WS-IX-TSI)
              ELSE
                 ADD WS-ENT-IMPORTE TO WS-TSI-CONSUMO-USD (WS-IX-TSI)
              END-IF
           END-IF.

       2555-LEER-UN-CONSUMO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** renglon de la tarjeta en la tabla; si no esta se agrega.
      *    *** Una cuenta con mas tarjetas que la tabla no se puede
      *    *** llevar a la fecha del hecho y no se denuncia
       2558-UBICAR-TARJETA.

           MOVE 'N' TO WS-TSI-HALLADA.

           PERFORM VARYING WS-IX-TSI FROM 1 BY 1
              UNTIL WS-IX-TSI > WS-CANT-TSI OR WS-HAY-TSI
              IF WS-TSI-TARJETA (WS-IX-TSI) = WS-TSI-BUSCADA
                 MOVE 'S' TO WS-TSI-HALLADA
              END-IF
           END-PERFORM.

           IF WS-HAY-TSI
              SET WS-IX-TSI DOWN BY 1
              GO TO 2558-UBICAR-TARJETA-FIN
           END-IF.

           IF WS-CANT-TSI >= 99
              DISPLAY 'ERROR: LA CUENTA TIENE MAS DE 99 TARJETAS; EL '
                      'SALDO CUBIERTO SE DEBE CALCULAR A MANO'
              MOVE 'S' TO WS-TSI-DESBORDE
              GO TO 2558-UBICAR-TARJETA-FIN
           END-IF.

           ADD 1 TO WS-CANT-TSI.
           SET WS-IX-TSI TO WS-CANT-TSI.
           INITIALIZE WS-TSI-ITEM (WS-IX-TSI).
           MOVE WS-TSI-BUSCADA TO WS-TSI-TARJETA (WS-IX-TSI).
           MOVE 'N'            TO WS-TSI-HAY-IMAGEN (WS-IX-TSI).
           MOVE 'S'            TO WS-TSI-HALLADA.

       2558-UBICAR-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2560-SUMAR-UNA-TARJETA.

           READ ENT-MAESTRO-TARJETAS NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              GO TO 2560-SUMAR-UNA-TARJETA-FIN
           END-IF.

           MOVE WS-MT-NUM-CUENTA TO WS-MT-NUM-CUENTA-LEIDA.
           IF WS-MT-NUM-CUENTA-LEIDA <> WS-CUENTA-OBJETIVO
              GO TO 2560-SUMAR-UNA-TARJETA-FIN
           END-IF.

           ADD 1 TO WS-CANT-TARJETAS-CUENTA.

      *    *** el saldo del maestro llevado a la fecha del hecho
           MOVE WS-MT-NUM-TARJETA TO WS-TSI-BUSCADA.
           PERFORM 2558-UBICAR-TARJETA
              THRU 2558-UBICAR-TARJETA-FIN.
           IF WS-TSI-DESBORDADA
              GO TO 2560-SUMAR-UNA-TARJETA-FIN
           END-IF.
           IF WS-TSI-SALDO-A-LA-FECHA (WS-IX-TSI)
              MOVE WS-TSI-SALDO-ARS (WS-IX-TSI)
                                         TO WS-MT-SALDO-ANTERIOR-ARS
              MOVE WS-TSI-SALDO-USD (WS-IX-TSI)
                                         TO WS-MT-SALDO-ANTERIOR-USD
           END-IF.

      *    *** solo la porcion deudora: un saldo a favor no se cubre
           IF NOT WS-ES-ROLLUP-CUENTA OR WS-ES-PRIMERA-TARJETA
              IF WS-MT-SALDO-ANTERIOR-ARS > ZEROES
                 ADD WS-MT-SALDO-ANTERIOR-ARS TO WS-SEG-CUB-SALDO-ARS
              END-IF
              IF WS-MT-SALDO-ANTERIOR-USD > ZEROES
                 ADD WS-MT-SALDO-ANTERIOR-USD TO WS-SEG-CUB-SALDO-USD
              END-IF
           END-IF.
           MOVE 'N' TO WS-PRIMERA-TARJETA.

           IF WS-EXISTE-SALDO-CICLO
              MOVE WS-MT-NUM-TARJETA TO WS-SDC-TARJETA
              READ ENT-SALDO-CICLO KEY IS WS-SDC-TARJETA
                  INVALID KEY CONTINUE
              END-READ
              IF FS-SALDO-CICLO-OK
                 SUBTRACT WS-TSI-CONSUMO-ARS (WS-IX-TSI)
                     FROM WS-SDC-ACUM-ARS
                 SUBTRACT WS-TSI-CONSUMO-USD (WS-IX-TSI)
                     FROM WS-SDC-ACUM-USD
                 IF WS-SDC-ACUM-ARS > ZEROES
                    ADD WS-SDC-ACUM-ARS TO WS-SEG-CUB-CICLO-ARS
                 END-IF
                 IF WS-SDC-ACUM-USD > ZEROES
                    ADD WS-SDC-ACUM-USD TO WS-SEG-CUB-CICLO-USD
                 END-IF
              END-IF
           END-IF.

           IF WS-EXISTEN-CUOTAS
              PERFORM 2570-SUMAR-PLANES
                 THRU 2570-SUMAR-PLANES-FIN
           END-IF.

       2560-SUMAR-UNA-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cuotas a vencer de los planes abiertos de la tarjeta, con
      *    *** el mismo calculo de compromiso futuro que POSICION, a la
      *    *** fecha del hecho (ver 2575)
       2570-SUMAR-PLANES.

           INITIALIZE WS-CUO-CLAVE.
           MOVE WS-MT-NUM-TARJETA TO WS-CUO-TARJETA.
           MOVE WS-MT-NUM-TARJETA TO WS-CLAVE-BUSCADA.

           START ENT-CUOTAS KEY IS NOT LESS THAN WS-CUO-CLAVE
               INVALID KEY
                  GO TO 2570-SUMAR-PLANES-FIN
           END-START.

           PERFORM 2575-SUMAR-UN-PLAN
              THRU 2575-SUMAR-UN-PLAN-FIN
              UNTIL NOT FS-CUOTAS-OK
                 OR WS-CUO-TARJETA <> WS-CLAVE-BUSCADA.

       2570-SUMAR-PLANES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2575-SUMAR-UN-PLAN.

           READ ENT-CUOTAS NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF NOT FS-CUOTAS-OK
              OR WS-CUO-TARJETA <> WS-CLAVE-BUSCADA
              GO TO 2575-SUMAR-UN-PLAN-FIN
           END-IF.

      *    *** mes de la ultima cuota facturada y mes de origen del
      *    *** plan (la primera cuota): un plan que nacio despues del
      *    *** hecho no se cubre
           MOVE ZEROES TO WS-FECHA-PLAN.
           IF WS-CUO-FECHA-ULTIMA IS NUMERIC
              MOVE WS-CUO-FECHA-ULTIMA TO WS-FECHA-PLAN
           END-IF.
           COMPUTE WS-MES-ULTIMA-CUOTA = WS-FPL-ANIO * 12 + WS-FPL-MES.
           IF WS-CUO-ULTIMA-CUOTA-VISTA > 1
              COMPUTE WS-MES-ORIGEN-PLAN = WS-MES-ULTIMA-CUOTA
                                         - WS-CUO-ULTIMA-CUOTA-VISTA + 1
              IF WS-MES-ORIGEN-PLAN > WS-MES-SINIESTRO
                 GO TO 2575-SUMAR-UN-PLAN-FIN
              END-IF
           ELSE
              IF WS-FECHA-PLAN > WS-FECHA-SINIESTRO
                 GO TO 2575-SUMAR-UN-PLAN-FIN
              END-IF
           END-IF.

      *    *** si el saldo se llevo a la fecha del hecho, las cuotas
      *    *** facturadas despues vuelven a estar a vencer (aunque el
      *    *** plan ya se haya completado)
           MOVE ZEROES TO WS-CUOTAS-DESPUES.
           IF WS-TSI-SALDO-A-LA-FECHA (WS-IX-TSI)
              AND WS-MES-ULTIMA-CUOTA > WS-MES-SINIESTRO
              COMPUTE WS-CUOTAS-DESPUES = WS-MES-ULTIMA-CUOTA
                                        - WS-MES-SINIESTRO
              IF WS-CUOTAS-DESPUES > WS-CUO-ULTIMA-CUOTA-VISTA
                 MOVE WS-CUO-ULTIMA-CUOTA-VISTA TO WS-CUOTAS-DESPUES
              END-IF
           END-IF.

           IF WS-CUO-ABIERTO OR WS-CUOTAS-DESPUES > ZEROES
              SUBTRACT WS-CUO-ULTIMA-CUOTA-VISTA
                       WS-CUO-CUOTAS-ANULADAS
                  FROM WS-CUO-CANT-CUOTAS
                                   GIVING WS-CUOTAS-RESTANTES
              ADD WS-CUOTAS-DESPUES TO WS-CUOTAS-RESTANTES
              IF WS-CUOTAS-RESTANTES > ZEROES
                 COMPUTE WS-COMPROMETIDO-PLAN =
                         WS-CUOTAS-RESTANTES * WS-CUO-IMPORTE-CUOTA
                 IF WS-CUO-MONEDA = 'USD'
                    ADD WS-COMPROMETIDO-PLAN TO WS-SEG-CUB-CUOTAS-USD
                 ELSE
                    ADD WS-COMPROMETIDO-PLAN TO WS-SEG-CUB-CUOTAS-ARS
                 END-IF
              END-IF
           END-IF.

       2575-SUMAR-UN-PLAN-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** antes de grabar se relee la adhesion: si otro operador
      *    *** la cambio desde que se leyo (WS-VIG-IMAGEN-LEIDA) no se
      *    *** graba; el operador ve que cambio y rehace la denuncia
      *    *** sobre los datos vigentes. Sin colision el area vuelve a
      *    *** tener la denuncia a grabar
       2590-VERIFICAR-COLISION.

           MOVE WS-SEG-SEGURO-REG TO WS-VIG-IMAGEN-NUEVA.

           READ ENT-SEGUROS KEY IS WS-SEG-CUENTA
               INVALID KEY CONTINUE
           END-READ.

           INITIALIZE WS-COLISION.
           MOVE 'SEGUROS'           TO WS-COL-PROGRAMA-E.
           MOVE WS-OPERADOR-SESION  TO WS-COL-USUARIO-E.
           MOVE WS-VGL-CUENTA       TO WS-COL-CLAVE-E.
           MOVE WS-VIG-IMAGEN-LEIDA TO WS-COL-IMAGEN-LEIDA-E.
           IF FS-SEGUROS-OK
              MOVE WS-SEG-SEGURO-REG TO WS-COL-IMAGEN-ACTUAL-E
           END-IF.
           CALL 'COLISION' USING WS-COLISION.

           IF WS-COL-SIN-CAMBIOS
              MOVE WS-VIG-IMAGEN-NUEVA TO WS-SEG-SEGURO-REG
              GO TO 2590-VERIFICAR-COLISION-FIN
           END-IF.

           DISPLAY 'OTRO OPERADOR MODIFICO LA ADHESION MIENTRAS SE '
                   'CARGABA LA DENUNCIA: NO SE GRABO'.

           IF NOT FS-SEGUROS-OK
              DISPLAY '  LA ADHESION YA NO FIGURA EN SEGUROS.VSAM'
              GO TO 2590-VERIFICAR-COLISION-FIN
           END-IF.

           IF WS-VGL-ESTADO <> WS-SEG-ESTADO
              OR WS-VGL-FECHA-ALTA <> WS-SEG-FECHA-ALTA
              OR WS-VGL-FECHA-BAJA <> WS-SEG-FECHA-BAJA
              DISPLAY '  ADHESION : ' WS-VGL-ESTADO ' ALTA '
                      WS-VGL-FECHA-ALTA ' BAJA ' WS-VGL-FECHA-BAJA
              DISPLAY '          -> ' WS-SEG-ESTADO ' ALTA '
                      WS-SEG-FECHA-ALTA ' BAJA ' WS-SEG-FECHA-BAJA
           END-IF.
           IF WS-VGL-SINIESTRO-ESTADO <> WS-SEG-SINIESTRO-ESTADO
              OR WS-VGL-FECHA-SINIESTRO <> WS-SEG-FECHA-SINIESTRO
              OR WS-VGL-OPERADOR-DENUNCIA
                 <> WS-SEG-OPERADOR-DENUNCIA
              DISPLAY '  SINIESTRO: ' WS-VGL-SINIESTRO-ESTADO ' '
                      WS-VGL-FECHA-SINIESTRO ' '
                      WS-VGL-OPERADOR-DENUNCIA
              DISPLAY '          -> ' WS-SEG-SINIESTRO-ESTADO ' '
                      WS-SEG-FECHA-SINIESTRO ' '
                      WS-SEG-OPERADOR-DENUNCIA
           END-IF.

           DISPLAY 'VUELVA A HACER LA DENUNCIA SOBRE LOS DATOS '
                   'VIGENTES'.

       2590-VERIFICAR-COLISION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

