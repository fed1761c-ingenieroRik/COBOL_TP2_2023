      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: reversion de pagos rechazados o devueltos por los
      *          bancos (cheques sin fondos, debitos revertidos,
      *          transferencias devueltas). Lee RECHAZOS-PAGOS.SEQ,
      *          ubica cada pago original en PAGOS-APLICADOS.SEQ por
      *          su id y deja la cuenta como si el pago nunca hubiera
      *          llegado: repone el saldo del maestro por ACTSALDO
      *          (queda en el diario de saldos y en la auditoria),
      *          saca el pago de PAGOS-APLICADOS.SEQ y de
      *          PAGOS-IDS.VSAM, y si MOROSDAD ya le habia acreditado
      *          el minimo reabre la cobertura en MOROSIDAD.VSAM
      *          (con el bloqueo por mora si corresponde). Si el pago
      *          se habia imputado a un acuerdo de quita lo descuenta
      *          de lo pagado y, si el acuerdo ya estaba cumplido, lo
      *          reabre con la quita de vuelta en el saldo; si estaba
      *          pendiente de liquidar a una agencia de cobranza lo
      *          saca de lo pendiente. Un pago que PAGOPOST asento como
      *          recupero de una cuenta castigada se descuenta de lo
      *          recuperado en CASTIGOS.VSAM (con su contra-registro
      *          en RECUPEROS.SEQ) sin tocar el maestro. Cobra la
      *          comision por pago rechazado en el proximo resumen
      *          (consumo en REPROCESO.SEQ, el circuito de staging que
      *          consolida STAGECON) y arma su lote contable en
      *          GLREVPAGO.SEQ. Un rechazo sin pago ubicable (id
      *          inexistente, ya facturado o ya revertido) va al
      *          reporte REVPAGO.TXT con su motivo; cada reversion
      *          queda en el libro PAGOS-REVERTIDOS.SEQ, que hace
      *          segura la re-corrida del mismo archivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVPAGO.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-RECHAZOS
           ASSIGN TO WS-RUTA-RECHAZOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECHAZOS.

      *    *** se carga entero en el archivo de trabajo y se regraba al
      *    *** final sin los pagos revertidos
       SELECT ENT-PAGOS-APLICADOS
           ASSIGN TO WS-RUTA-PAGOS-APLICADOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAGOS-APLICADOS.

      *    *** control de duplicados de PAGOPOST: el id de un pago
      *    *** revertido se libera
       SELECT ENT-PAGOS-IDS
           ASSIGN TO WS-RUTA-PAGOS-IDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-PID-ID-PAGO
           FILE STATUS IS FS-PAGOS-IDS.

      *    *** pagos aplicados y cobertura de la corrida, indexados
      *    *** por clave (ver 1200 y 1400)
       SELECT TRB-PAGOS
           ASSIGN TO WS-RUTA-PAGOS-TRABAJO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-TCI-CLAVE
           FILE STATUS IS FS-PAGOS-TRABAJO.

      *    *** libro de reversiones, acumulado entre corridas
       SELECT LIB-REVERTIDOS
           ASSIGN TO WS-RUTA-REVERTIDOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REVERTIDOS.

      *    *** lo que MOROSDAD acredito a cada minimo (ver COBMORA)
       SELECT ENT-COBERTURA
           ASSIGN TO WS-RUTA-COBERTURA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COBERTURA.

       SELECT ENT-MINIMOS
           ASSIGN TO WS-RUTA-MINIMOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MINIMOS.

       SELECT ENT-MOROSIDAD
           ASSIGN TO WS-RUTA-MOROSIDAD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-MOR-CLAVE
           FILE STATUS IS FS-MOROSIDAD.

      *    *** solo para el bloqueo por mora; el saldo se lee por
      *    *** MAESTARJ y se repone por ACTSALDO
       SELECT ENT-MAESTRO-TARJETAS
           ASSIGN TO WS-RUTA-MAESTRO-TARJETAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-MAESTRO-TARJETAS
           RECORD KEY IS WS-MT-NUM-TARJETA
           ALTERNATE RECORD KEY IS WS-MT-NUM-CUENTA
                                          WITH DUPLICATES.

      *    *** comision por pago rechazado: consumo en el layout
      *    *** exacto de CONSUMOS.SEQ, que STAGECON mezcla con la
      *    *** proxima facturacion (mismo destino que DISPUTAS)
       SELECT SAL-REPROCESO
           ASSIGN TO WS-RUTA-REPROCESO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPROCESO.

      *    *** lote contable de las reversiones, layout GLINTERF.SEQ
       SELECT SAL-GL
           ASSIGN TO WS-RUTA-GL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GL.

       SELECT SAL-REPORTE
           ASSIGN TO WS-RUTA-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *    *** libro de castigos (ver CASTIGO): el recupero revertido
      *    *** se descuenta de lo recuperado
       SELECT ENT-CASTIGOS
           ASSIGN TO WS-RUTA-CASTIGOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-CAS-CUENTA
           FILE STATUS IS FS-CASTIGOS.

      *    *** detalle de recuperos de PAGOPOST: cada recupero
      *    *** revertido deja su contra-registro en negativo
       SELECT SAL-RECUPEROS
           ASSIGN TO WS-RUTA-RECUPEROS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECUPEROS.

      *    *** acuerdos de pago con quita (ver ACUERDOS)
       SELECT ENT-ACUERDOS
           ASSIGN TO WS-RUTA-ACUERDOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-ACU-CLAVE
           FILE STATUS IS FS-ACUERDOS.

      *    *** cuentas derivadas a agencias de cobranza (ver ASIGNAGE)
       SELECT ENT-ASIGNACIONES
           ASSIGN TO WS-RUTA-ASIGNACIONES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-ASG-CLAVE
           FILE STATUS IS FS-ASIGNACIONES.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-RECHAZOS.
           COPY RECHPAGO.

      *    *** las dos interfaces traen ademas su registro de cabecera
      *    *** y de totales (ver INTFCTL)
       FD ENT-PAGOS-APLICADOS.
           COPY PAGOSAPL.
       01 WS-ENT-PAGOS-APLICADOS-CTL     PIC X(88).

       FD TRB-PAGOS.
           COPY TABCICLO.

       FD ENT-PAGOS-IDS.
       01 WS-PID-PAGO-ID-REG.
          05 WS-PID-ID-PAGO                         PIC 9(10).
          05 WS-PID-FECHA-APLICADO                  PIC 9(08).

      *    *** un registro por pago revertido
       FD LIB-REVERTIDOS.
       01 WS-REV-REVERSION-REG.
          05 WS-REV-ID-PAGO                         PIC 9(10).
          05 WS-REV-FECHA-PROCESO                   PIC 9(08).
          05 WS-REV-NUM-CUENTA                      PIC 9(10).
          05 WS-REV-NUM-TARJETA                     PIC X(19).
          05 WS-REV-FECHA-PAGO                      PIC X(10).
          05 WS-REV-MONEDA                          PIC X(03).
          05 WS-REV-IMPORTE                         PIC S9(08)V9(02)
                                            SIGN IS TRAILING SEPARATE.
          05 WS-REV-BANCO                           PIC X(10).
          05 WS-REV-MOTIVO                          PIC X(03).
          05 WS-REV-RUN-ID                          PIC X(15).

       FD ENT-COBERTURA.
           COPY COBMORA.

       FD ENT-MINIMOS.
           COPY MINIMOS.
       01 WS-ENT-MINIMOS-CTL             PIC X(88).

       FD ENT-MOROSIDAD.
           COPY MOROSIDAD.

       FD ENT-MAESTRO-TARJETAS.
       01 WS-ENT-MAESTRO-TARJETAS-REG.
          05 WS-MT-NUM-CUENTA                       PIC 9(10).
          05 WS-MT-NUM-TARJETA                      PIC X(19).
          05 WS-MT-NOMBRE                           PIC X(20).
          05 WS-MT-APELLIDO                         PIC X(20).
          05 WS-MT-DIRECCION                        PIC X(40).
          05 WS-MT-COD-POSTAL                       PIC 9(04).
          05 WS-MT-MONEDA-TARJETA                   PIC X(03).
               88 WS-MT-DOLARES                      VALUE 'USD'.
               88 WS-MT-PESOS                        VALUE 'ARS'.
          05 WS-MT-LIMITE-TARJETA                   PIC 9(08)V9(02).
          05 WS-MT-ESTADO                           PIC X(01).
               88 WS-MT-ACTIVA                       VALUE 'A'.
               88 WS-MT-INACTIVA                     VALUE 'I'.
          05 WS-MT-SALDO-ANTERIOR-ARS               PIC S9(08)V9(02).
          05 WS-MT-SALDO-ANTERIOR-USD               PIC S9(08)V9(02).
          05 WS-MT-DIA-CIERRE                       PIC 9(02).
          05 WS-MT-TIPO-TARJETA                     PIC X(01).
               88 WS-MT-TITULAR                       VALUE 'T'.
               88 WS-MT-ADICIONAL                      VALUE 'A'.
          05 WS-MT-NUM-TARJETA-TITULAR              PIC X(19).
          05 WS-MT-LIMITE-TARJETA-USD               PIC 9(08)V9(02).

      *    *** mismo layout fisico que WS-ENT-CONSUMOS (COPY CONSUMOS),
      *    *** para que STAGECON lo consuma sin cambios
       FD SAL-REPROCESO.
       01 WS-SAL-REPROCESO.
           05 WS-REP-ID-CONSUMO                     PIC 9(10).
           05 WS-REP-NUM-CUENTA                     PIC 9(10).
           05 WS-REP-NUM-TARJETA                    PIC X(19).
           05 WS-REP-FECHA.
              07 WS-REP-ANIO                        PIC X(04).
              07 FILLER                              PIC X VALUE '-'.
              07 WS-REP-MES                         PIC X(02).
              07 FILLER                              PIC X VALUE '-'.
              07 WS-REP-DIA                         PIC X(02).
           05 WS-REP-DETALLE                        PIC X(32).
           05 WS-REP-NUMERO-ACTUAL                  PIC 9(02).
           05 WS-REP-CANT-CUOTAS                    PIC 9(02).
           05 WS-REP-MONEDA                         PIC X(03).
           05 WS-REP-IMPORTE                        PIC S9(08)V9(02)
                                           SIGN IS TRAILING SEPARATE.
           05 WS-REP-TIPO-CONSUMO                   PIC X(01).
           05 WS-REP-COD-COMERCIO                   PIC X(08).

       FD SAL-GL.
       01 WS-SAL-GL-ASIENTO.
           05 WS-GL-TIPO-REG             PIC X(01).
           05 WS-GL-PERIODO              PIC 9(06).
           05 WS-GL-DEBE-HABER           PIC X(01).
           05 WS-GL-CUENTA-CONTABLE      PIC X(30).
           05 WS-GL-MONEDA               PIC X(03).
           05 WS-GL-IMPORTE              PIC S9(10)V9(02)
                                           SIGN IS TRAILING SEPARATE.
       01 WS-SAL-GL-TOTAL.
           05 WS-GLT-TIPO-REG            PIC X(01).
           05 WS-GLT-PERIODO             PIC 9(06).
           05 WS-GLT-CANT-ASIENTOS       PIC 9(06).
           05 WS-GLT-TOTAL-DEBE          PIC S9(12)V9(02)
                                           SIGN IS TRAILING SEPARATE.
           05 WS-GLT-TOTAL-HABER         PIC S9(12)V9(02)
                                           SIGN IS TRAILING SEPARATE.

       FD SAL-REPORTE.
       01 WS-SAL-REPORTE-REG                        PIC X(120).

       FD ENT-CASTIGOS.
           COPY CASTIGOS.

      *    *** mismo layout que el de PAGOPOST
       FD SAL-RECUPEROS.
       01 WS-REC-RECUPERO-REG.
          05 WS-REC-CUENTA                          PIC 9(10).
          05 WS-REC-TARJETA                         PIC X(19).
          05 WS-REC-FECHA-PAGO                      PIC X(10).
          05 WS-REC-FECHA-PROCESO                   PIC 9(08).
          05 WS-REC-MONEDA                          PIC X(03).
          05 WS-REC-IMPORTE                         PIC S9(08)V9(02)
                                            SIGN IS TRAILING SEPARATE.
          05 WS-REC-CANAL                           PIC X(10).
          05 WS-REC-ID-PAGO                         PIC 9(10).

       FD ENT-ACUERDOS.
           COPY ACUERDO.

       FD ENT-ASIGNACIONES.
           COPY ASIGNAC.

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-RECHAZOS           PIC X(60)
                                     VALUE '../RECHAZOS-PAGOS.SEQ'.
       01 WS-RUTA-PAGOS-APLICADOS    PIC X(60)
                                     VALUE '../PAGOS-APLICADOS.SEQ'.
       01 WS-RUTA-PAGOS-TRABAJO      PIC X(60)
                                     VALUE '../REVPAGO-PAGOS.VSAM'.
       01 WS-RUTA-PAGOS-IDS          PIC X(60)
                                     VALUE '../PAGOS-IDS.VSAM'.
       01 WS-RUTA-REVERTIDOS         PIC X(60)
                                     VALUE '../PAGOS-REVERTIDOS.SEQ'.
       01 WS-RUTA-COBERTURA          PIC X(60)
                                     VALUE '../COBERTURA-MORA.SEQ'.
       01 WS-RUTA-MINIMOS            PIC X(60)
                                     VALUE '../MINIMOS.SEQ'.
       01 WS-RUTA-MOROSIDAD          PIC X(60)
                                     VALUE '../MOROSIDAD.VSAM'.
       01 WS-RUTA-MAESTRO-TARJETAS   PIC X(60)
                                     VALUE '../MAESTRO-TARJETAS.VSAM'.
       01 WS-RUTA-REPROCESO          PIC X(60)
                                     VALUE '../REPROCESO.SEQ'.
       01 WS-RUTA-GL                 PIC X(60)
                                     VALUE '../GLREVPAGO.SEQ'.
       01 WS-RUTA-REPORTE            PIC X(60)
                                     VALUE '../REVPAGO.TXT'.
       01 WS-RUTA-CASTIGOS           PIC X(60)
                                     VALUE '../CASTIGOS.VSAM'.
       01 WS-RUTA-RECUPEROS          PIC X(60)
                                     VALUE '../RECUPEROS.SEQ'.
       01 WS-RUTA-ACUERDOS           PIC X(60)
                                     VALUE '../ACUERDOS.VSAM'.
       01 WS-RUTA-ASIGNACIONES       PIC X(60)
                                     VALUE '../ASIGNACIONES.VSAM'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
          05 FS-RECHAZOS                           PIC X(2).
             88 FS-RECHAZOS-OK                         VALUE '00'.
             88 FS-RECHAZOS-EOF                        VALUE '10'.
             88 FS-RECHAZOS-NFD                        VALUE '35'.
          05 FS-PAGOS-APLICADOS                    PIC X(2).
             88 FS-PAGOS-APLICADOS-OK                  VALUE '00'.
             88 FS-PAGOS-APLICADOS-EOF                 VALUE '10'.
             88 FS-PAGOS-APLICADOS-NFD                 VALUE '35'.
          05 FS-PAGOS-TRABAJO                      PIC X(2).
             88 FS-PAGOS-TRABAJO-OK                    VALUE '00'.
             88 FS-PAGOS-TRABAJO-EOF                   VALUE '10'.
          05 FS-PAGOS-IDS                          PIC X(2).
             88 FS-PAGOS-IDS-OK                        VALUE '00'.
             88 FS-PAGOS-IDS-NFD                       VALUE '35'.
          05 FS-REVERTIDOS                         PIC X(2).
             88 FS-REVERTIDOS-OK                       VALUE '00'.
             88 FS-REVERTIDOS-EOF                      VALUE '10'.
             88 FS-REVERTIDOS-NFD                      VALUE '35'.
          05 FS-COBERTURA                          PIC X(2).
             88 FS-COBERTURA-OK                        VALUE '00'.
             88 FS-COBERTURA-EOF                       VALUE '10'.
             88 FS-COBERTURA-NFD                       VALUE '35'.
          05 FS-MINIMOS                            PIC X(2).
             88 FS-MINIMOS-OK                          VALUE '00'.
             88 FS-MINIMOS-EOF                         VALUE '10'.
             88 FS-MINIMOS-NFD                         VALUE '35'.
          05 FS-MOROSIDAD                          PIC X(2).
             88 FS-MOROSIDAD-OK                        VALUE '00'.
             88 FS-MOROSIDAD-NFD                       VALUE '35'.
             88 FS-MOROSIDAD-CLAVE-NFD                 VALUE '23'.
          05 FS-MAESTRO-TARJETAS                   PIC X(2).
             88 FS-MAESTRO-TARJETAS-FILE-OK            VALUE '00'.
             88 FS-MAESTRO-TARJETAS-FILE-EOF           VALUE '10'.
             88 FS-MAESTRO-TARJETAS-CLAVE-NFD          VALUE '23'.
          05 FS-REPROCESO                          PIC X(2).
             88 FS-REPROCESO-OK                        VALUE '00'.
             88 FS-REPROCESO-NFD                       VALUE '35'.
          05 FS-GL                                 PIC X(2).
             88 FS-GL-OK                               VALUE '00'.
          05 FS-REPORTE                            PIC X(2).
             88 FS-REPORTE-OK                          VALUE '00'.
          05 FS-CASTIGOS                           PIC X(2).
             88 FS-CASTIGOS-OK                         VALUE '00'.
             88 FS-CASTIGOS-NFD                        VALUE '35'.
          05 FS-RECUPEROS                          PIC X(2).
             88 FS-RECUPEROS-OK                        VALUE '00'.
             88 FS-RECUPEROS-NFD                       VALUE '35'.
          05 FS-ACUERDOS                           PIC X(2).
             88 FS-ACUERDOS-OK                         VALUE '00'.
             88 FS-ACUERDOS-NFD                        VALUE '35'.
          05 FS-ASIGNACIONES                       PIC X(2).
             88 FS-ASIGNACIONES-OK                     VALUE '00'.
             88 FS-ASIGNACIONES-NFD                    VALUE '35'.

      *    *** entidad emisora de la corrida (ver ENTIDCTL)
       01 WS-ENTIDAD-AREA.
           COPY ENTIDIO.

      *    *** traba de ventana batch (ver LATCHCTL)
       01 WS-LATCH.
           COPY LATCHIO.

      *    *** saldo vigente de la tarjeta (ver MAESTARJ)
       01 LK-ENTRADA.
          05 LK-ENT-NUM-TARJETA           PIC X(19).
           COPY MAESTRO-TARJETAS.

      *    *** reposicion del saldo (ver ACTSALDO)
       01 WS-ACT-SALDO.
           COPY ACTSALDO.

      *    *** id del consumo de la comision (ver NUMERADOR)
       01 WS-NUMERADOR.
           COPY NUMERIO.

      *    *** plan de cuentas de la interfaz contable
       01 WS-PLAN.
           COPY PLANIO.

       01 WS-BLOQUEO.
           COPY BLOQIO.

       01 WS-AUDITORIA.
           COPY AUDICIO.

      *    *** modo de la facturacion (REVPAGO_ROLLUP=S, fijarlo igual
      *    *** que PAGOPOST_ROLLUP): en rollup el pago se habia restado
      *    *** de todas las tarjetas de la cuenta, y el saldo repuesto
      *    *** se vuelca a todas por ACTSALDO en modo cuenta
       01 WS-MODO-ROLLUP-CUENTA                   PIC X(01) VALUE 'N'.
          88 WS-ES-ROLLUP-CUENTA                      VALUE 'S'.

      *    *** comision por pago rechazado, en pesos
      *    *** (REVPAGO_COMISION, 8 digitos con 2 decimales; cero =
      *    *** no se cobra)
       77 WS-COMISION-RECHAZO        PIC 9(06)V9(02) VALUE 1500,00.
      *    *** umbral de bloqueo por mora: el mismo de MOROSDAD
       77 WS-MAX-CICLOS              PIC 9(02) VALUE 03.
       01 WS-PARAM-ENTORNO           PIC X(12) VALUE SPACES.

       01 WS-RUN-ID                  PIC X(15) VALUE SPACES.
       01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
      *    *** periodo facturado de los minimos que se reabren (un
      *    *** MINIMOS.SEQ de otro periodo se rechaza); los pagos
      *    *** aplicados se controlan contra el mes en curso, que es
      *    *** con el que PAGOPOST y esta misma reversion los estampan
       01 WS-PERIODO-PROCESO         PIC 9(06) VALUE ZEROES.
       01 WS-HORA-HOY                PIC 9(08) VALUE ZEROES.

      *    *** cantidad y total hash de PAGOS-APLICADOS.SEQ regrabado
       01 WS-LOTE-CANT-APLICADOS     PIC 9(09) VALUE ZEROES.
       01 WS-LOTE-HASH-APLICADOS     PIC 9(16)V99 VALUE ZEROES.

       01 WS-INTERFAZ.
           COPY INTFIO.

      *    *** pagos aplicados del ciclo en el archivo de trabajo:
      *    *** PS por orden de llegada (la secuencia), que es el orden
      *    *** en que se regraba el archivo, y PI por id de pago con la
      *    *** secuencia del PS que le corresponde
       01 WS-PAGO-TRABAJO.
          05 WS-PAG-REGISTRO              PIC X(157).
          05 WS-PAG-ESTADO                PIC X(01).
             88 WS-PAG-VIGENTE                VALUE 'V'.
             88 WS-PAG-REVERTIDO              VALUE 'R'.
       01 WS-CANT-APLICADOS              PIC 9(07) VALUE ZEROES.
       01 WS-PAG-ID-BUSCADO              PIC 9(10) VALUE ZEROES.
       01 WS-PAG-VALOR-BUSCADO           PIC X(19) VALUE SPACES.
       01 WS-PAG-SECUENCIA               PIC 9(07) VALUE ZEROES.
       01 WS-PAG-ULTIMA-CLAVE            PIC X(28) VALUE SPACES.
       01 WS-PAG-FIN                     PIC X(01) VALUE 'N'.
          88 WS-FIN-PAG                      VALUE 'S'.

      *    *** constancia de cobertura de la ultima corrida de
      *    *** MOROSDAD (CB en el archivo de trabajo, por clave); se
      *    *** regraba con lo pagado ya descontado, para que un segundo
      *    *** rechazo de la misma clave parta de ahi
       01 WS-CANT-COBERTURA              PIC 9(07) VALUE ZEROES.
       01 WS-CBT-CLAVE-TRABAJO           PIC X(28) VALUE SPACES.
       01 WS-CBT-FIN                     PIC X(01) VALUE 'N'.
          88 WS-FIN-CBT                      VALUE 'S'.
       01 WS-COBERTURA-CAMBIADA          PIC X(01) VALUE 'N'.
          88 WS-HAY-COBERTURA-CAMBIADA       VALUE 'S'.

       01 WS-PAGO-HALLADO                PIC X(01) VALUE 'N'.
          88 WS-HAY-PAGO                     VALUE 'S'.
       01 WS-REVERSION-HALLADA           PIC X(01) VALUE 'N'.
          88 WS-YA-REVERTIDO                 VALUE 'S'.
       01 WS-COBERTURA-HALLADA           PIC X(01) VALUE 'N'.
          88 WS-HAY-COBERTURA                VALUE 'S'.
       01 WS-MINIMO-VIGENTE              PIC X(01) VALUE 'N'.
          88 WS-ES-MINIMO-VIGENTE            VALUE 'S'.
       01 WS-MORA-EXISTE                 PIC X(01) VALUE 'N'.
          88 WS-HAY-MORA-GRABADA             VALUE 'S'.

      *    *** libros opcionales: si nunca se castigo, acordo o derivo
      *    *** una cuenta no hay archivo ni nada que compensar
       01 WS-HAY-CASTIGOS                PIC X(01) VALUE 'N'.
          88 WS-EXISTE-CASTIGOS              VALUE 'S'.
       01 WS-HAY-ACUERDOS                PIC X(01) VALUE 'N'.
          88 WS-EXISTE-ACUERDOS              VALUE 'S'.
       01 WS-HAY-ASIGNACIONES            PIC X(01) VALUE 'N'.
          88 WS-EXISTE-ASIGNACIONES          VALUE 'S'.

      *    *** el pago revertido habia sumado al acuerdo de su clave,
      *    *** y sin el el acuerdo cumplido deja de estarlo
       01 WS-ACUERDO-IMPUTADO            PIC X(01) VALUE 'N'.
          88 WS-PAGO-EN-ACUERDO              VALUE 'S'.
       01 WS-ACUERDO-REABIERTO           PIC X(01) VALUE 'N'.
          88 WS-SE-REABRE-ACUERDO            VALUE 'S'.
       01 WS-ACU-PAGADO-SIN-PAGO         PIC 9(08)V9(02).

      *    *** fecha del pago y fecha en que PAGOPOST lo aplico (la de
      *    *** PAGOS-IDS.VSAM; cero si el pago no tenia id registrado)
       01 WS-FECHA-PAGO-AAAAMMDD         PIC X(08) VALUE SPACES.
       01 WS-FECHA-PAGO                  PIC 9(08) VALUE ZEROES.
       01 WS-FECHA-APLICADO-PAGO         PIC 9(08) VALUE ZEROES.

      *    *** saldos repuestos y calculo de la cobertura reabierta
       01 WS-SALDO-ARS                   PIC S9(08)V9(02).
       01 WS-SALDO-USD                   PIC S9(08)V9(02).
       01 WS-ARS-CONVERTIDO              PIC S9(08)V9(02).
       01 WS-PAGO-ARS                    PIC S9(10)V9(02).
       01 WS-FALTANTE                    PIC S9(10)V9(02).
       01 WS-CLAVE-CUENTA-X              PIC X(19).
       01 WS-CLAVE-MORA                  PIC X(19).
       01 WS-CUENTA-CLAVE                PIC 9(10).
       01 WS-MT-NUM-CUENTA-LEIDA         PIC 9(10).
       01 WS-MT-IMAGEN-ANTES             PIC X(179) VALUE SPACES.

       01 WS-COD-RESULTADO               PIC X(02) VALUE SPACES.
       01 WS-DES-RESULTADO               PIC X(50) VALUE SPACES.

      *    *** renglon del reporte de la corrida
       01 WS-LINEA-REPORTE.
          05 WS-LRP-ID-PAGO              PIC 9(10).
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LRP-TARJETA              PIC X(19).
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LRP-MONEDA               PIC X(03).
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LRP-IMPORTE              PIC --.---.--9,99.
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LRP-COD                  PIC X(02).
          05 FILLER                      PIC X(01) VALUE SPACE.
          05 WS-LRP-DESCRIPCION          PIC X(50).

       01 WS-CONTADORES.
          05 WS-CANT-LEIDOS               PIC 9(06) VALUE ZEROES.
          05 WS-CANT-REVERTIDOS           PIC 9(06) VALUE ZEROES.
          05 WS-CANT-RECHAZADOS           PIC 9(06) VALUE ZEROES.
          05 WS-CANT-COMISIONES           PIC 9(06) VALUE ZEROES.
          05 WS-CANT-REABIERTAS           PIC 9(06) VALUE ZEROES.
          05 WS-CANT-BLOQUEADAS           PIC 9(06) VALUE ZEROES.
          05 WS-TOTAL-REVERTIDO-ARS  PIC S9(10)V9(02) VALUE ZEROES.
          05 WS-TOTAL-REVERTIDO-USD  PIC S9(10)V9(02) VALUE ZEROES.
          05 WS-CANT-REV-RECUPEROS        PIC 9(06) VALUE ZEROES.
          05 WS-TOTAL-REV-RECUPERO-ARS
                                     PIC S9(10)V9(02) VALUE ZEROES.
          05 WS-TOTAL-REV-RECUPERO-USD
                                     PIC S9(10)V9(02) VALUE ZEROES.
          05 WS-CANT-ACUERDOS-REABIERTOS  PIC 9(06) VALUE ZEROES.
          05 WS-TOTAL-REV-QUITA-ARS  PIC S9(10)V9(02) VALUE ZEROES.
          05 WS-TOTAL-REV-QUITA-USD  PIC S9(10)V9(02) VALUE ZEROES.
          05 WS-CANT-AGENCIA-DESCONTADOS  PIC 9(06) VALUE ZEROES.

       01 WS-GL-ACUMULADORES.
          05 WS-GL-CANT-ASIENTOS          PIC 9(06) VALUE ZEROES.
          05 WS-GL-SUMA-DEBE              PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-GL-SUMA-HABER             PIC S9(12)V9(02) VALUE ZEROES.

      *    *** GLREVPAGO junta las corridas del periodo: si el lote que
      *    *** esta en disco es del mismo periodo se agrega al final,
      *    *** si es de otro se pisa (mismo criterio que PAGOPOST)
       01 WS-MODO-LOTE-GL            PIC X(01) VALUE 'N'.
          88 WS-LOTE-GL-DEL-PERIODO                 VALUE 'S'.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-PROCESAR-RECHAZOS
              THRU 2000-PROCESAR-RECHAZOS-FIN
              UNTIL FS-RECHAZOS-EOF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY.

           PERFORM 1050-LEER-RUTA-ARCHIVO
              THRU 1050-LEER-RUTA-ARCHIVO-FIN.

      *    *** la reversion toca el maestro: con la cadena de
      *    *** facturacion en curso no se corre, igual que PAGOPOST
           INITIALIZE WS-LATCH.
           SET WS-LTC-MODO-VERIFICAR TO TRUE.
           MOVE 'REVPAGO' TO WS-LTC-PROGRAMA-E.
           CALL 'LATCHCTL' USING WS-LATCH.
           IF WS-LTC-FACTURACION-EN-CURSO
              DISPLAY 'FACTURACION EN CURSO ('
                      WS-LTC-RUN-ID-O '): REVPAGO NO PUEDE '
                      'TOCAR EL MAESTRO AHORA'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1100-ABRIR-ARCHIVOS
              THRU 1100-ABRIR-ARCHIVOS-FIN.

           PERFORM 1150-VERIFICAR-INTERFACES
              THRU 1150-VERIFICAR-INTERFACES-FIN.

           PERFORM 1200-CARGAR-PAGOS-APLICADOS
              THRU 1200-CARGAR-PAGOS-APLICADOS-FIN.

           PERFORM 1300-MARCAR-REVERTIDOS
              THRU 1300-MARCAR-REVERTIDOS-FIN.

           PERFORM 1400-CARGAR-COBERTURA
              THRU 1400-CARGAR-COBERTURA-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** corrida de una entidad emisora: los rechazos, los pagos
      *    *** aplicados, los minimos, el libro de reversiones, los
      *    *** recuperos y el lote contable viven en su directorio,
      *    *** como los deja PAGOPOST; el maestro y los VSAM son de la
      *    *** instalacion
       1040-RUTAS-ENTIDAD.

           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-DATOS TO TRUE.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.

           IF WS-EMI-PROCESO-O = SPACES
              GO TO 1040-RUTAS-ENTIDAD-FIN
           END-IF.

           DISPLAY 'ENTIDAD EMISORA: ' WS-EMI-PROCESO-O ' '
                   WS-EMI-NOMBRE-O.

           MOVE WS-RUTA-RECHAZOS TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-RECHAZOS.

           MOVE WS-RUTA-PAGOS-APLICADOS TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-PAGOS-APLICADOS.

           MOVE WS-RUTA-MINIMOS TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-MINIMOS.

           MOVE WS-RUTA-REVERTIDOS TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-REVERTIDOS.

           MOVE WS-RUTA-RECUPEROS TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-RECUPEROS.

           MOVE WS-RUTA-GL TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-GL.

           MOVE WS-RUTA-REPORTE TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-REPORTE.

           MOVE WS-RUTA-PAGOS-TRABAJO TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-PAGOS-TRABAJO.

       1040-RUTAS-ENTIDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1045-RUTA-ENTIDAD.

           MOVE WS-EMI-RUTA-E TO WS-RUTA-ENTORNO.
           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-RUTA TO TRUE.
           MOVE WS-RUTA-ENTORNO TO WS-EMI-RUTA-E.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.

       1045-RUTA-ENTIDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** las variables de entorno permiten ubicar los archivos y
      *    *** ajustar los parametros sin recompilar
       1050-LEER-RUTA-ARCHIVO.

           PERFORM 1040-RUTAS-ENTIDAD
              THRU 1040-RUTAS-ENTIDAD-FIN.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'REVPAGO_RECHAZOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-RECHAZOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'REVPAGO_APLICADOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PAGOS-APLICADOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'REVPAGO_PAGOS_TRABAJO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PAGOS-TRABAJO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'REVPAGO_PAGOS_IDS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PAGOS-IDS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'REVPAGO_REVERTIDOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REVERTIDOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'REVPAGO_COBERTURA_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-COBERTURA
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'REVPAGO_MINIMOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-MINIMOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'REVPAGO_MOROSIDAD_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-MOROSIDAD
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MAESTRO_TARJETAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-MAESTRO-TARJETAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'REVPAGO_REPROCESO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REPROCESO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'REVPAGO_GL_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-GL
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'REVPAGO_REPORTE_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REPORTE
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'REVPAGO_CASTIGOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CASTIGOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'REVPAGO_RECUPEROS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-RECUPEROS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'REVPAGO_ACUERDOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-ACUERDOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'REVPAGO_ASIGNACIONES_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-ASIGNACIONES
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'REVPAGO_ROLLUP'.
           IF WS-RUTA-ENTORNO (1:1) = 'S'
              MOVE 'S' TO WS-MODO-ROLLUP-CUENTA
           END-IF.

           MOVE SPACES TO WS-PARAM-ENTORNO.
           ACCEPT WS-PARAM-ENTORNO FROM ENVIRONMENT
                                        'REVPAGO_COMISION'.
           IF WS-PARAM-ENTORNO (1:8) IS NUMERIC
              MOVE WS-PARAM-ENTORNO (1:8) TO WS-COMISION-RECHAZO (1:8)
           END-IF.

           MOVE SPACES TO WS-PARAM-ENTORNO.
           ACCEPT WS-PARAM-ENTORNO FROM ENVIRONMENT
                                        'MOROSDAD_MAX_CICLOS'.
           IF WS-PARAM-ENTORNO (1:2) IS NUMERIC
              AND WS-PARAM-ENTORNO (1:2) <> '00'
              MOVE WS-PARAM-ENTORNO (1:2) TO WS-MAX-CICLOS
           END-IF.

      *    *** el id de corrida se resuelve una sola vez, igual
      *    *** criterio que ACTSALDO (que lo toma de la misma variable)
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'CICLO_RUN_ID'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO (1:15) TO WS-RUN-ID
           ELSE
              ACCEPT WS-HORA-HOY FROM TIME
              STRING WS-FECHA-HOY '-' WS-HORA-HOY (1:6)
                     DELIMITED BY SIZE INTO WS-RUN-ID
           END-IF.

           MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO-PROCESO.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'REVPAGO_PERIODO'.
           IF WS-RUTA-ENTORNO (1:6) IS NUMERIC
              AND WS-RUTA-ENTORNO (1:6) <> '000000'
              MOVE WS-RUTA-ENTORNO (1:6) TO WS-PERIODO-PROCESO
           END-IF.

       1050-LEER-RUTA-ARCHIVO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1100-ABRIR-ARCHIVOS.

           OPEN INPUT ENT-RECHAZOS.

           EVALUATE TRUE
               WHEN FS-RECHAZOS-OK
                    CONTINUE
               WHEN FS-RECHAZOS-NFD
                    DISPLAY 'NO SE ENCUENTRA RECHAZOS-PAGOS.SEQ; NO '
                            'HAY PAGOS A REVERTIR'
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR RECHAZOS-PAGOS.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-RECHAZOS
                    STOP RUN
           END-EVALUATE.

           OPEN I-O ENT-PAGOS-IDS.

           IF FS-PAGOS-IDS-NFD
              OPEN OUTPUT ENT-PAGOS-IDS
              CLOSE ENT-PAGOS-IDS
              OPEN I-O ENT-PAGOS-IDS
           END-IF.

           EVALUATE TRUE
               WHEN FS-PAGOS-IDS-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR PAGOS-IDS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-PAGOS-IDS
                    STOP RUN
           END-EVALUATE.

           OPEN I-O ENT-MOROSIDAD.

           IF FS-MOROSIDAD-NFD
              OPEN OUTPUT ENT-MOROSIDAD
              CLOSE ENT-MOROSIDAD
              OPEN I-O ENT-MOROSIDAD
           END-IF.

           EVALUATE TRUE
               WHEN FS-MOROSIDAD-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR MOROSIDAD.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-MOROSIDAD
                    STOP RUN
           END-EVALUATE.

           OPEN OUTPUT SAL-REPORTE.

           EVALUATE TRUE
               WHEN FS-REPORTE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR REVPAGO.TXT'
                    DISPLAY 'FILE STATUS: ' FS-REPORTE
                    STOP RUN
           END-EVALUATE.

           OPEN I-O ENT-CASTIGOS.

           EVALUATE TRUE
               WHEN FS-CASTIGOS-OK
                    MOVE 'S' TO WS-HAY-CASTIGOS
               WHEN FS-CASTIGOS-NFD
                    MOVE 'N' TO WS-HAY-CASTIGOS
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR CASTIGOS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-CASTIGOS
                    STOP RUN
           END-EVALUATE.

           OPEN I-O ENT-ACUERDOS.

           EVALUATE TRUE
               WHEN FS-ACUERDOS-OK
                    MOVE 'S' TO WS-HAY-ACUERDOS
               WHEN FS-ACUERDOS-NFD
                    MOVE 'N' TO WS-HAY-ACUERDOS
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR ACUERDOS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-ACUERDOS
                    STOP RUN
           END-EVALUATE.

           OPEN I-O ENT-ASIGNACIONES.

           EVALUATE TRUE
               WHEN FS-ASIGNACIONES-OK
                    MOVE 'S' TO WS-HAY-ASIGNACIONES
               WHEN FS-ASIGNACIONES-NFD
                    MOVE 'N' TO WS-HAY-ASIGNACIONES
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR ASIGNACIONES.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-ASIGNACIONES
                    STOP RUN
           END-EVALUATE.

       1100-ABRIR-ARCHIVOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** PAGOS-APLICADOS.SEQ y MINIMOS.SEQ se verifican antes de
      *    *** tocar nada: un archivo incompleto, con totales que no
      *    *** coinciden o que no es la ultima entrega de su productor
      *    *** frena la corrida (si no existe se sigue como siempre)
       1150-VERIFICAR-INTERFACES.

           SET WS-ICT-MODO-VERIFICAR TO TRUE.

           MOVE 'PAGOSAPL'              TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-PAGOS-APLICADOS TO WS-ICT-RUTA-E.
           MOVE WS-FECHA-HOY (1:6)      TO WS-ICT-PERIODO-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           IF WS-ICT-ARCHIVO-RECHAZADO
              DISPLAY 'REVPAGO: PAGOS-APLICADOS.SEQ RECHAZADO: '
                      WS-ICT-MOTIVO-O
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'MINIMOS'               TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-MINIMOS         TO WS-ICT-RUTA-E.
           MOVE WS-PERIODO-PROCESO      TO WS-ICT-PERIODO-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           IF WS-ICT-ARCHIVO-RECHAZADO
              DISPLAY 'REVPAGO: MINIMOS.SEQ RECHAZADO: '
                      WS-ICT-MOTIVO-O
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1150-VERIFICAR-INTERFACES-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** sin PAGOS-APLICADOS.SEQ no hay pago que revertir: cada
      *    *** rechazo termina en el reporte
       1200-CARGAR-PAGOS-APLICADOS.

      *    *** el archivo de trabajo se arma de cero en cada corrida
           OPEN OUTPUT TRB-PAGOS.
           IF NOT FS-PAGOS-TRABAJO-OK
              DISPLAY 'ERROR AL CREAR REVPAGO-PAGOS.VSAM: '
                      FS-PAGOS-TRABAJO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE TRB-PAGOS.
           OPEN I-O TRB-PAGOS.

           OPEN INPUT ENT-PAGOS-APLICADOS.

           IF FS-PAGOS-APLICADOS-OK
              PERFORM 1250-LEER-UN-PAGO
                 THRU 1250-LEER-UN-PAGO-FIN
                 UNTIL FS-PAGOS-APLICADOS-EOF
              CLOSE ENT-PAGOS-APLICADOS
           END-IF.

       1200-CARGAR-PAGOS-APLICADOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1250-LEER-UN-PAGO.

           READ ENT-PAGOS-APLICADOS
               AT END SET FS-PAGOS-APLICADOS-EOF TO TRUE
               NOT AT END
                  IF WS-ENT-PAGOS-APLICADOS-CTL (1:1) = '*'
                     GO TO 1250-LEER-UN-PAGO-FIN
                  END-IF
                  ADD 1 TO WS-CANT-APLICADOS
                  MOVE WS-PAPL-PAGO-APLICADO-REG TO WS-PAG-REGISTRO
                  SET WS-PAG-VIGENTE TO TRUE
                  MOVE SPACES            TO WS-TCI-REG
                  MOVE 'PS'              TO WS-TCI-TIPO
                  MOVE WS-CANT-APLICADOS TO WS-TCI-SECUENCIA
                  MOVE WS-PAGO-TRABAJO   TO WS-TCI-DATOS
                  PERFORM 1260-GRABAR-PAGO-TRABAJO
                     THRU 1260-GRABAR-PAGO-TRABAJO-FIN
                  IF WS-PAPL-ID-PAGO IS NUMERIC
                     MOVE WS-PAPL-ID-PAGO TO WS-PAG-ID-BUSCADO
                  ELSE
                     MOVE ZEROES TO WS-PAG-ID-BUSCADO
                  END-IF
                  MOVE SPACES            TO WS-TCI-REG
                  MOVE 'PI'              TO WS-TCI-TIPO
                  MOVE WS-PAG-ID-BUSCADO TO WS-TCI-VALOR
                  MOVE WS-CANT-APLICADOS TO WS-TCI-SECUENCIA
                  PERFORM 1260-GRABAR-PAGO-TRABAJO
                     THRU 1260-GRABAR-PAGO-TRABAJO-FIN
           END-READ.

       1250-LEER-UN-PAGO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** regrabar PAGOS-APLICADOS.SEQ desde un juego de pagos
      *    *** incompleto perderia los que faltan: se corta antes de
      *    *** tocar nada
       1260-GRABAR-PAGO-TRABAJO.

           WRITE WS-TCI-REG.
           IF NOT FS-PAGOS-TRABAJO-OK
              DISPLAY 'REVPAGO: ERROR AL GRABAR EN EL ARCHIVO DE '
                      'TRABAJO: ' FS-PAGOS-TRABAJO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1260-GRABAR-PAGO-TRABAJO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** siguiente PI del id de WS-PAG-ID-BUSCADO despues de
      *    *** WS-PAG-ULTIMA-CLAVE; se reposiciona en cada llamada
      *    *** porque entre una y otra se lee y regraba el PS
       1270-SIGUIENTE-PAGO-ID.

           MOVE WS-PAG-ULTIMA-CLAVE TO WS-TCI-CLAVE.
           START TRB-PAGOS KEY IS > WS-TCI-CLAVE
               INVALID KEY
                  MOVE 'S' TO WS-PAG-FIN
                  GO TO 1270-SIGUIENTE-PAGO-ID-FIN
           END-START.

           READ TRB-PAGOS NEXT RECORD
               AT END
                  MOVE 'S' TO WS-PAG-FIN
                  GO TO 1270-SIGUIENTE-PAGO-ID-FIN
           END-READ.

           IF WS-TCI-TIPO <> 'PI'
              OR WS-TCI-VALOR <> WS-PAG-VALOR-BUSCADO
              MOVE 'S' TO WS-PAG-FIN
              GO TO 1270-SIGUIENTE-PAGO-ID-FIN
           END-IF.

           MOVE WS-TCI-CLAVE     TO WS-PAG-ULTIMA-CLAVE.
           MOVE WS-TCI-SECUENCIA TO WS-PAG-SECUENCIA.

       1270-SIGUIENTE-PAGO-ID-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** posiciona la busqueda de los PI de WS-PAG-ID-BUSCADO
       1275-POSICIONAR-PAGO-ID.

           MOVE 'N'               TO WS-PAG-FIN.
           MOVE SPACES            TO WS-TCI-CLAVE.
           MOVE 'PI'              TO WS-TCI-TIPO.
           MOVE WS-PAG-ID-BUSCADO TO WS-TCI-VALOR.
           MOVE ZEROES            TO WS-TCI-SECUENCIA.
           MOVE WS-TCI-CLAVE      TO WS-PAG-ULTIMA-CLAVE.
           MOVE WS-TCI-VALOR      TO WS-PAG-VALOR-BUSCADO.

       1275-POSICIONAR-PAGO-ID-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** lee el PS de la secuencia WS-PAG-SECUENCIA
       1280-LEER-PAGO-TRABAJO.

           MOVE SPACES           TO WS-TCI-CLAVE.
           MOVE 'PS'             TO WS-TCI-TIPO.
           MOVE WS-PAG-SECUENCIA TO WS-TCI-SECUENCIA.
           READ TRB-PAGOS
               INVALID KEY
                  DISPLAY 'REVPAGO: FALTA EL PAGO ' WS-PAG-SECUENCIA
                          ' EN EL ARCHIVO DE TRABAJO'
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
           END-READ.
           MOVE WS-TCI-DATOS TO WS-PAGO-TRABAJO.

       1280-LEER-PAGO-TRABAJO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** regraba el PS de la secuencia WS-PAG-SECUENCIA con el
      *    *** estado de WS-PAGO-TRABAJO
       1290-REGRABAR-PAGO-TRABAJO.

           MOVE SPACES           TO WS-TCI-REG.
           MOVE 'PS'             TO WS-TCI-TIPO.
           MOVE WS-PAG-SECUENCIA TO WS-TCI-SECUENCIA.
           MOVE WS-PAGO-TRABAJO  TO WS-TCI-DATOS.
           REWRITE WS-TCI-REG.
           IF NOT FS-PAGOS-TRABAJO-OK
              DISPLAY 'REVPAGO: ERROR AL REGRABAR EL PAGO '
                      WS-PAG-SECUENCIA ' EN EL ARCHIVO DE TRABAJO: '
                      FS-PAGOS-TRABAJO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1290-REGRABAR-PAGO-TRABAJO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** una corrida cortada despues de reponer el saldo y antes
      *    *** de regrabar PAGOS-APLICADOS.SEQ deja el pago en el
      *    *** archivo; el libro lo delata y no se revierte dos veces
       1300-MARCAR-REVERTIDOS.

           OPEN INPUT LIB-REVERTIDOS.

           IF NOT FS-REVERTIDOS-OK
              GO TO 1300-MARCAR-REVERTIDOS-FIN
           END-IF.

           PERFORM 1350-LEER-UNA-REVERSION
              THRU 1350-LEER-UNA-REVERSION-FIN
              UNTIL FS-REVERTIDOS-EOF.

           CLOSE LIB-REVERTIDOS.

       1300-MARCAR-REVERTIDOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1350-LEER-UNA-REVERSION.

           READ LIB-REVERTIDOS
               AT END SET FS-REVERTIDOS-EOF TO TRUE
               NOT AT END
                  IF WS-REV-ID-PAGO > ZEROES
                     MOVE WS-REV-ID-PAGO TO WS-PAG-ID-BUSCADO
                     PERFORM 1275-POSICIONAR-PAGO-ID
                        THRU 1275-POSICIONAR-PAGO-ID-FIN
                     PERFORM 1360-MARCAR-UN-PAGO
                        THRU 1360-MARCAR-UN-PAGO-FIN
                        UNTIL WS-FIN-PAG
                  END-IF
           END-READ.

       1350-LEER-UNA-REVERSION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1360-MARCAR-UN-PAGO.

           PERFORM 1270-SIGUIENTE-PAGO-ID
              THRU 1270-SIGUIENTE-PAGO-ID-FIN.

           IF WS-FIN-PAG
              GO TO 1360-MARCAR-UN-PAGO-FIN
           END-IF.

           PERFORM 1280-LEER-PAGO-TRABAJO
              THRU 1280-LEER-PAGO-TRABAJO-FIN.
           SET WS-PAG-REVERTIDO TO TRUE.
           PERFORM 1290-REGRABAR-PAGO-TRABAJO
              THRU 1290-REGRABAR-PAGO-TRABAJO-FIN.

       1360-MARCAR-UN-PAGO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** sin constancia de MOROSDAD no hay cobertura que reabrir:
      *    *** sacar el pago de PAGOS-APLICADOS.SEQ alcanza para que
      *    *** el control de minimos no lo cuente
       1400-CARGAR-COBERTURA.

           OPEN INPUT ENT-COBERTURA.

           IF NOT FS-COBERTURA-OK
              GO TO 1400-CARGAR-COBERTURA-FIN
           END-IF.

           PERFORM 1450-LEER-UNA-COBERTURA
              THRU 1450-LEER-UNA-COBERTURA-FIN
              UNTIL FS-COBERTURA-EOF.

           CLOSE ENT-COBERTURA.

       1400-CARGAR-COBERTURA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1450-LEER-UNA-COBERTURA.

           READ ENT-COBERTURA
               AT END SET FS-COBERTURA-EOF TO TRUE
               NOT AT END
                  ADD 1 TO WS-CANT-COBERTURA
                  MOVE SPACES               TO WS-TCI-REG
                  MOVE 'CB'                 TO WS-TCI-TIPO
                  MOVE WS-COB-CLAVE         TO WS-TCI-VALOR
                  MOVE WS-CANT-COBERTURA    TO WS-TCI-SECUENCIA
                  MOVE WS-COB-COBERTURA-REG TO WS-TCI-DATOS
                  PERFORM 1260-GRABAR-PAGO-TRABAJO
                     THRU 1260-GRABAR-PAGO-TRABAJO-FIN
           END-READ.

       1450-LEER-UNA-COBERTURA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESAR-RECHAZOS.

           READ ENT-RECHAZOS
               AT END SET FS-RECHAZOS-EOF TO TRUE
               NOT AT END
                  ADD 1 TO WS-CANT-LEIDOS
                  PERFORM 2100-REVERTIR-PAGO
                     THRU 2100-REVERTIR-PAGO-FIN
           END-READ.

       2000-PROCESAR-RECHAZOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** ubica el pago original; si no esta vigente en
      *    *** PAGOS-APLICADOS.SEQ (id inexistente, ya facturado o ya
      *    *** revertido) el rechazo va al reporte sin tocar nada
       2100-REVERTIR-PAGO.

           MOVE SPACES TO WS-COD-RESULTADO, WS-DES-RESULTADO.
           INITIALIZE WS-LINEA-REPORTE.
           MOVE WS-RCH-ID-PAGO TO WS-LRP-ID-PAGO.

           IF WS-RCH-ID-PAGO NOT NUMERIC
              OR WS-RCH-ID-PAGO = ZEROES
              MOVE '01' TO WS-COD-RESULTADO
              MOVE 'RECHAZO SIN ID DE PAGO' TO WS-DES-RESULTADO
              GO TO 2100-REVERTIR-PAGO-ERROR
           END-IF.

           PERFORM 2110-BUSCAR-PAGO
              THRU 2110-BUSCAR-PAGO-FIN.

           IF NOT WS-HAY-PAGO
              PERFORM 2120-BUSCAR-EN-LIBRO
                 THRU 2120-BUSCAR-EN-LIBRO-FIN
              IF WS-YA-REVERTIDO
                 MOVE '03' TO WS-COD-RESULTADO
                 MOVE 'PAGO YA REVERTIDO' TO WS-DES-RESULTADO
              ELSE
                 MOVE '02' TO WS-COD-RESULTADO
                 MOVE 'PAGO NO ENCONTRADO EN PAGOS-APLICADOS (YA '
                      & 'FACTURADO?)' TO WS-DES-RESULTADO
              END-IF
              GO TO 2100-REVERTIR-PAGO-ERROR
           END-IF.

           IF WS-PAG-REVERTIDO
              MOVE '03' TO WS-COD-RESULTADO
              MOVE 'PAGO YA REVERTIDO' TO WS-DES-RESULTADO
              GO TO 2100-REVERTIR-PAGO-ERROR
           END-IF.

           MOVE WS-PAG-REGISTRO TO WS-PAPL-PAGO-APLICADO-REG.
           MOVE WS-PAPL-NUM-TARJETA TO WS-LRP-TARJETA.
           MOVE WS-PAPL-MONEDA      TO WS-LRP-MONEDA.
           MOVE WS-PAPL-IMPORTE     TO WS-LRP-IMPORTE.

      *    *** en la corrida de una entidad, la cuenta de otra no se
      *    *** toca: el rechazo llego al archivo equivocado
           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-VERIFICAR TO TRUE.
           MOVE WS-PAPL-NUM-CUENTA TO WS-EMI-CUENTA-E.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.

           IF NOT WS-EMI-CUENTA-PROPIA
              MOVE '06' TO WS-COD-RESULTADO
              MOVE 'CUENTA DE OTRA ENTIDAD EMISORA' TO WS-DES-RESULTADO
              GO TO 2100-REVERTIR-PAGO-ERROR
           END-IF.

           PERFORM 2140-FECHAS-DEL-PAGO
              THRU 2140-FECHAS-DEL-PAGO-FIN.

      *    *** un recupero no habia bajado el saldo del maestro: se
      *    *** descuenta de lo recuperado en el libro de castigos
           IF WS-PAPL-ES-RECUPERO
              PERFORM 2250-REVERTIR-RECUPERO
                 THRU 2250-REVERTIR-RECUPERO-FIN
           ELSE
              PERFORM 2150-VERIFICAR-ACUERDO
                 THRU 2150-VERIFICAR-ACUERDO-FIN
              PERFORM 2200-REPONER-SALDO
                 THRU 2200-REPONER-SALDO-FIN
           END-IF.

           IF WS-COD-RESULTADO <> SPACES
              GO TO 2100-REVERTIR-PAGO-ERROR
           END-IF.

      *    *** el saldo ya esta repuesto: lo primero es el libro, que
      *    *** es lo que impide revertir dos veces tras una caida
           PERFORM 2300-ASENTAR-REVERSION
              THRU 2300-ASENTAR-REVERSION-FIN.

           SET WS-PAG-REVERTIDO TO TRUE.
           PERFORM 1290-REGRABAR-PAGO-TRABAJO
              THRU 1290-REGRABAR-PAGO-TRABAJO-FIN.

           PERFORM 2350-LIBERAR-ID-PAGO
              THRU 2350-LIBERAR-ID-PAGO-FIN.

      *    *** la cuenta castigada no se factura: ni comision, ni
      *    *** acuerdo, ni minimo que reabrir
           IF NOT WS-PAPL-ES-RECUPERO
              PERFORM 2400-COBRAR-COMISION
                 THRU 2400-COBRAR-COMISION-FIN
              PERFORM 2450-REABRIR-ACUERDO
                 THRU 2450-REABRIR-ACUERDO-FIN
              PERFORM 2500-REABRIR-COBERTURA
                 THRU 2500-REABRIR-COBERTURA-FIN
           END-IF.

           PERFORM 2700-DESCONTAR-AGENCIA
              THRU 2700-DESCONTAR-AGENCIA-FIN.

           ADD 1 TO WS-CANT-REVERTIDOS.
           EVALUATE TRUE
               WHEN WS-PAPL-ES-RECUPERO AND WS-PAPL-MONEDA = 'USD'
                    ADD WS-PAPL-IMPORTE TO WS-TOTAL-REV-RECUPERO-USD
               WHEN WS-PAPL-ES-RECUPERO
                    ADD WS-PAPL-IMPORTE TO WS-TOTAL-REV-RECUPERO-ARS
               WHEN WS-PAPL-MONEDA = 'USD'
                    ADD WS-PAPL-IMPORTE TO WS-TOTAL-REVERTIDO-USD
               WHEN OTHER
                    ADD WS-PAPL-IMPORTE TO WS-TOTAL-REVERTIDO-ARS
           END-EVALUATE.

           IF WS-DES-RESULTADO = SPACES
              MOVE 'REVERTIDO' TO WS-DES-RESULTADO
           END-IF.
           MOVE 'OK'             TO WS-LRP-COD.
           MOVE WS-DES-RESULTADO TO WS-LRP-DESCRIPCION.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-FIN.

           GO TO 2100-REVERTIR-PAGO-FIN.

       2100-REVERTIR-PAGO-ERROR.

           ADD 1 TO WS-CANT-RECHAZADOS.
           MOVE WS-COD-RESULTADO TO WS-LRP-COD.
           MOVE WS-DES-RESULTADO TO WS-LRP-DESCRIPCION.
           PERFORM 2900-GRABAR-REPORTE
              THRU 2900-GRABAR-REPORTE-FIN.

       2100-REVERTIR-PAGO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2110-BUSCAR-PAGO.

           MOVE 'N' TO WS-PAGO-HALLADO.

      *    *** el primer pago llegado con ese id, como lo dejo PAGOPOST
           MOVE WS-RCH-ID-PAGO TO WS-PAG-ID-BUSCADO.
           PERFORM 1275-POSICIONAR-PAGO-ID
              THRU 1275-POSICIONAR-PAGO-ID-FIN.
           PERFORM 1270-SIGUIENTE-PAGO-ID
              THRU 1270-SIGUIENTE-PAGO-ID-FIN.

           IF WS-FIN-PAG
              GO TO 2110-BUSCAR-PAGO-FIN
           END-IF.

           PERFORM 1280-LEER-PAGO-TRABAJO
              THRU 1280-LEER-PAGO-TRABAJO-FIN.
           MOVE 'S' TO WS-PAGO-HALLADO.

       2110-BUSCAR-PAGO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** solo para el motivo del reporte: un pago ya revertido
      *    *** en una corrida anterior ya no esta en PAGOS-APLICADOS
       2120-BUSCAR-EN-LIBRO.

           MOVE 'N' TO WS-REVERSION-HALLADA.

           OPEN INPUT LIB-REVERTIDOS.

           IF NOT FS-REVERTIDOS-OK
              GO TO 2120-BUSCAR-EN-LIBRO-FIN
           END-IF.

           PERFORM 2125-LEER-LIBRO
              THRU 2125-LEER-LIBRO-FIN
              UNTIL FS-REVERTIDOS-EOF
                 OR WS-YA-REVERTIDO.

           CLOSE LIB-REVERTIDOS.

       2120-BUSCAR-EN-LIBRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2125-LEER-LIBRO.

           READ LIB-REVERTIDOS
               AT END SET FS-REVERTIDOS-EOF TO TRUE
               NOT AT END
                  IF WS-REV-ID-PAGO = WS-RCH-ID-PAGO
                     MOVE 'S' TO WS-REVERSION-HALLADA
                  END-IF
           END-READ.

       2125-LEER-LIBRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** fecha del pago en AAAAMMDD y fecha en que PAGOPOST lo
      *    *** aplico, que deciden si conto para un acuerdo o una
      *    *** agencia
       2140-FECHAS-DEL-PAGO.

           STRING WS-PAPL-ANIO WS-PAPL-MES WS-PAPL-DIA
                  DELIMITED BY SIZE INTO WS-FECHA-PAGO-AAAAMMDD.
           MOVE WS-FECHA-PAGO-AAAAMMDD TO WS-FECHA-PAGO.

           MOVE ZEROES         TO WS-FECHA-APLICADO-PAGO.
           MOVE WS-RCH-ID-PAGO TO WS-PID-ID-PAGO.
           READ ENT-PAGOS-IDS KEY IS WS-PID-ID-PAGO
               INVALID KEY GO TO 2140-FECHAS-DEL-PAGO-FIN
           END-READ.

           IF WS-PID-FECHA-APLICADO IS NUMERIC
              MOVE WS-PID-FECHA-APLICADO TO WS-FECHA-APLICADO-PAGO
           END-IF.

       2140-FECHAS-DEL-PAGO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** mismo criterio que PAGOPOST 2500 para saber si el pago
      *    *** se imputo al acuerdo de su clave: en pesos, con fecha
      *    *** hasta la limite, aplicado con el acuerdo ya registrado
      *    *** y, si el acuerdo esta cumplido, no despues del cierre.
      *    *** Si sin este pago lo pagado no llega a lo acordado, el
      *    *** acuerdo cumplido se reabre y la quita vuelve al saldo
       2150-VERIFICAR-ACUERDO.

           MOVE 'N' TO WS-ACUERDO-IMPUTADO, WS-ACUERDO-REABIERTO.

           IF NOT WS-EXISTE-ACUERDOS
              OR WS-PAPL-MONEDA <> 'ARS'
              GO TO 2150-VERIFICAR-ACUERDO-FIN
           END-IF.

           MOVE WS-PAPL-NUM-TARJETA TO WS-ACU-CLAVE.
           READ ENT-ACUERDOS KEY IS WS-ACU-CLAVE
               INVALID KEY CONTINUE
           END-READ.

           IF NOT FS-ACUERDOS-OK
              MOVE WS-PAPL-NUM-CUENTA TO WS-ACU-CLAVE
              READ ENT-ACUERDOS KEY IS WS-ACU-CLAVE
                  INVALID KEY CONTINUE
              END-READ
           END-IF.

           IF NOT FS-ACUERDOS-OK
              GO TO 2150-VERIFICAR-ACUERDO-FIN
           END-IF.

           IF NOT WS-ACU-VIGENTE AND NOT WS-ACU-CUMPLIDO
              GO TO 2150-VERIFICAR-ACUERDO-FIN
           END-IF.

           IF WS-FECHA-PAGO > WS-ACU-FECHA-LIMITE
              OR WS-ACU-PAGADO < WS-PAPL-IMPORTE
              GO TO 2150-VERIFICAR-ACUERDO-FIN
           END-IF.

           IF WS-FECHA-APLICADO-PAGO > ZEROES
              IF WS-FECHA-APLICADO-PAGO < WS-ACU-FECHA-ALTA
                 GO TO 2150-VERIFICAR-ACUERDO-FIN
              END-IF
              IF WS-ACU-CUMPLIDO
                 AND WS-FECHA-APLICADO-PAGO > WS-ACU-FECHA-CIERRE
                 GO TO 2150-VERIFICAR-ACUERDO-FIN
              END-IF
           END-IF.

           MOVE 'S' TO WS-ACUERDO-IMPUTADO.

           SUBTRACT WS-PAPL-IMPORTE FROM WS-ACU-PAGADO
                                  GIVING WS-ACU-PAGADO-SIN-PAGO.

           IF WS-ACU-CUMPLIDO
              AND WS-ACU-PAGADO-SIN-PAGO < WS-ACU-IMPORTE-ACORDADO
              MOVE 'S' TO WS-ACUERDO-REABIERTO
           END-IF.

       2150-VERIFICAR-ACUERDO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** deshace lo que PAGOPOST resto del saldo: el importe en
      *    *** su moneda y, si el excedente en pesos habia cancelado
      *    *** dolares (modo PAGOPOST_CANCELA_USD), esa conversion al
      *    *** mismo tipo de cambio. El saldo nuevo va por ACTSALDO
       2200-REPONER-SALDO.

           INITIALIZE LK-MAESTRO-TARJETAS-REG.
           MOVE WS-PAPL-NUM-TARJETA TO LK-ENT-NUM-TARJETA.
           CALL 'MAESTARJ' USING LK-ENTRADA, LK-MAESTRO-TARJETAS-REG.

           IF LK-COD-ERROR-O <> SPACES
              MOVE '04' TO WS-COD-RESULTADO
              MOVE 'TARJETA NO EXISTE EN EL MAESTRO'
                                                 TO WS-DES-RESULTADO
              GO TO 2200-REPONER-SALDO-FIN
           END-IF.

           MOVE LK-SALDO-ANTERIOR-ARS TO WS-SALDO-ARS.
           MOVE LK-SALDO-ANTERIOR-USD TO WS-SALDO-USD.

           IF WS-PAPL-MONEDA = 'USD'
              ADD WS-PAPL-IMPORTE TO WS-SALDO-USD
           ELSE
              ADD WS-PAPL-IMPORTE TO WS-SALDO-ARS
              IF WS-PAPL-CONV-USD > ZEROES
                 MULTIPLY WS-PAPL-CONV-USD BY WS-PAPL-CONV-TASA
                                        GIVING WS-ARS-CONVERTIDO
                 SUBTRACT WS-ARS-CONVERTIDO FROM WS-SALDO-ARS
                 ADD WS-PAPL-CONV-USD TO WS-SALDO-USD
              END-IF
           END-IF.

      *    *** el acuerdo que se reabre devuelve la quita condonada al
      *    *** saldo (en rollup, al saldo combinado de la cuenta; fuera
      *    *** de rollup, a la tarjeta del pago)
           IF WS-SE-REABRE-ACUERDO
              ADD WS-ACU-QUITA-ARS TO WS-SALDO-ARS
              ADD WS-ACU-QUITA-USD TO WS-SALDO-USD
           END-IF.

           INITIALIZE WS-ACT-SALDO.
           MOVE WS-SALDO-ARS TO WS-ACT-ENT-SALDO-ARS.
           MOVE WS-SALDO-USD TO WS-ACT-ENT-SALDO-USD.

           IF WS-ES-ROLLUP-CUENTA
              SET WS-ACT-ENT-MODO-CUENTA TO TRUE
              MOVE WS-PAPL-NUM-CUENTA  TO WS-ACT-ENT-NUM-CUENTA
           ELSE
              SET WS-ACT-ENT-MODO-TARJETA TO TRUE
              MOVE WS-PAPL-NUM-TARJETA TO WS-ACT-ENT-NUM-TARJETA
           END-IF.

           CALL 'ACTSALDO' USING WS-ACT-ENTRADA, WS-ACT-SALIDA.

           IF WS-ACT-COD-ERROR-O <> SPACES
              MOVE '05' TO WS-COD-RESULTADO
              MOVE WS-ACT-DES-ERROR-O TO WS-DES-RESULTADO
           END-IF.

       2200-REPONER-SALDO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** deshace lo que PAGOPOST 2450 asento sobre la cuenta
      *    *** castigada: lo recuperado baja, y si deja de cubrir lo
      *    *** castigado la cuenta vuelve a 'C' (PAGOPOST le vuelve a
      *    *** tomar los pagos como recupero). El detalle de recuperos
      *    *** recibe el contra-registro en negativo
       2250-REVERTIR-RECUPERO.

           IF NOT WS-EXISTE-CASTIGOS
              MOVE '07' TO WS-COD-RESULTADO
              MOVE 'RECUPERO SIN LIBRO DE CASTIGOS' TO WS-DES-RESULTADO
              GO TO 2250-REVERTIR-RECUPERO-FIN
           END-IF.

           MOVE WS-PAPL-NUM-CUENTA TO WS-CAS-CUENTA.
           READ ENT-CASTIGOS KEY IS WS-CAS-CUENTA
               INVALID KEY CONTINUE
           END-READ.

           IF NOT FS-CASTIGOS-OK
              MOVE '07' TO WS-COD-RESULTADO
              MOVE 'RECUPERO DE UNA CUENTA QUE NO ESTA EN CASTIGOS'
                                                 TO WS-DES-RESULTADO
              GO TO 2250-REVERTIR-RECUPERO-FIN
           END-IF.

           IF WS-PAPL-MONEDA = 'USD'
              SUBTRACT WS-PAPL-IMPORTE FROM WS-CAS-RECUPERADO-USD
           ELSE
              SUBTRACT WS-PAPL-IMPORTE FROM WS-CAS-RECUPERADO-ARS
           END-IF.

           IF WS-CAS-RECUPERADO-ARS < WS-CAS-CASTIGADO-ARS
              OR WS-CAS-RECUPERADO-USD < WS-CAS-CASTIGADO-USD
              SET WS-CAS-CASTIGADA TO TRUE
           END-IF.

           REWRITE WS-CAS-CASTIGO-REG.

           IF NOT FS-CASTIGOS-OK
              MOVE '08' TO WS-COD-RESULTADO
              MOVE 'ERROR AL DESCONTAR EL RECUPERO EN CASTIGOS'
                                                 TO WS-DES-RESULTADO
              GO TO 2250-REVERTIR-RECUPERO-FIN
           END-IF.

           ADD 1 TO WS-CANT-REV-RECUPEROS.
           MOVE 'REVERTIDO; RECUPERO DESCONTADO DE CASTIGOS'
                                                 TO WS-DES-RESULTADO.

           OPEN EXTEND SAL-RECUPEROS.
           IF FS-RECUPEROS-NFD
              OPEN OUTPUT SAL-RECUPEROS
              CLOSE SAL-RECUPEROS
              OPEN EXTEND SAL-RECUPEROS
           END-IF.
           IF NOT FS-RECUPEROS-OK
              DISPLAY 'ERROR AL ABRIR RECUPEROS.SEQ: ' FS-RECUPEROS
              GO TO 2250-REVERTIR-RECUPERO-FIN
           END-IF.

           INITIALIZE WS-REC-RECUPERO-REG.
           MOVE WS-PAPL-NUM-CUENTA  TO WS-REC-CUENTA.
           MOVE WS-PAPL-NUM-TARJETA TO WS-REC-TARJETA.
           MOVE WS-PAPL-FECHA       TO WS-REC-FECHA-PAGO.
           MOVE WS-FECHA-HOY        TO WS-REC-FECHA-PROCESO.
           MOVE WS-PAPL-MONEDA      TO WS-REC-MONEDA.
           COMPUTE WS-REC-IMPORTE = ZEROES - WS-PAPL-IMPORTE.
           MOVE WS-PAPL-CANAL       TO WS-REC-CANAL.
           MOVE WS-PAPL-ID-PAGO     TO WS-REC-ID-PAGO.
           WRITE WS-REC-RECUPERO-REG.

           IF NOT FS-RECUPEROS-OK
              DISPLAY 'ERROR AL ESCRIBIR RECUPEROS.SEQ: ' FS-RECUPEROS
           END-IF.

           CLOSE SAL-RECUPEROS.

       2250-REVERTIR-RECUPERO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2300-ASENTAR-REVERSION.

           OPEN EXTEND LIB-REVERTIDOS.
           IF FS-REVERTIDOS-NFD
              OPEN OUTPUT LIB-REVERTIDOS
              CLOSE LIB-REVERTIDOS
              OPEN EXTEND LIB-REVERTIDOS
           END-IF.
           IF NOT FS-REVERTIDOS-OK
              DISPLAY 'ERROR AL ABRIR PAGOS-REVERTIDOS.SEQ: '
                      FS-REVERTIDOS
              GO TO 2300-ASENTAR-REVERSION-FIN
           END-IF.

           INITIALIZE WS-REV-REVERSION-REG.
           MOVE WS-RCH-ID-PAGO      TO WS-REV-ID-PAGO.
           MOVE WS-FECHA-HOY        TO WS-REV-FECHA-PROCESO.
           MOVE WS-PAPL-NUM-CUENTA  TO WS-REV-NUM-CUENTA.
           MOVE WS-PAPL-NUM-TARJETA TO WS-REV-NUM-TARJETA.
           MOVE WS-PAPL-FECHA       TO WS-REV-FECHA-PAGO.
           MOVE WS-PAPL-MONEDA      TO WS-REV-MONEDA.
           MOVE WS-PAPL-IMPORTE     TO WS-REV-IMPORTE.
           MOVE WS-RCH-BANCO        TO WS-REV-BANCO.
           MOVE WS-RCH-MOTIVO       TO WS-REV-MOTIVO.
           MOVE WS-RUN-ID           TO WS-REV-RUN-ID.
           WRITE WS-REV-REVERSION-REG.

           IF NOT FS-REVERTIDOS-OK
              DISPLAY 'ERROR AL ESCRIBIR PAGOS-REVERTIDOS.SEQ: '
                      FS-REVERTIDOS
           END-IF.

           CLOSE LIB-REVERTIDOS.

       2300-ASENTAR-REVERSION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el id vuelve a quedar libre: si el cliente paga de nuevo
      *    *** por el mismo canal, PAGOPOST no lo toma por duplicado
       2350-LIBERAR-ID-PAGO.

           MOVE WS-RCH-ID-PAGO TO WS-PID-ID-PAGO.
           DELETE ENT-PAGOS-IDS RECORD
               INVALID KEY CONTINUE
           END-DELETE.

       2350-LIBERAR-ID-PAGO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** vuelca la comision a REPROCESO.SEQ, el mismo circuito
      *    *** que usa DISPUTAS; la factura el proximo resumen
       2400-COBRAR-COMISION.

           IF WS-COMISION-RECHAZO = ZEROES
              GO TO 2400-COBRAR-COMISION-FIN
           END-IF.

           OPEN EXTEND SAL-REPROCESO.
           IF FS-REPROCESO-NFD
              OPEN OUTPUT SAL-REPROCESO
              CLOSE SAL-REPROCESO
              OPEN EXTEND SAL-REPROCESO
           END-IF.
           IF NOT FS-REPROCESO-OK
              DISPLAY 'ERROR AL ABRIR REPROCESO.SEQ: ' FS-REPROCESO
              MOVE 'REVERTIDO; NO SE PUDO EMITIR LA COMISION'
                                                 TO WS-DES-RESULTADO
              GO TO 2400-COBRAR-COMISION-FIN
           END-IF.

           INITIALIZE WS-NUMERADOR.
           MOVE 'REVPAGO' TO WS-NUM-PROGRAMA-E.
           CALL 'NUMERADOR' USING WS-NUMERADOR.
           IF WS-NUM-COD-ERROR-O <> SPACES
              DISPLAY 'NO SE PUDO NUMERAR LA COMISION: '
                      WS-NUM-DES-ERROR-O
              MOVE 'REVERTIDO; NO SE PUDO EMITIR LA COMISION'
                                                 TO WS-DES-RESULTADO
              CLOSE SAL-REPROCESO
              GO TO 2400-COBRAR-COMISION-FIN
           END-IF.

           INITIALIZE WS-SAL-REPROCESO.
           MOVE WS-NUM-ID-O         TO WS-REP-ID-CONSUMO.
           MOVE WS-PAPL-NUM-CUENTA  TO WS-REP-NUM-CUENTA.
           MOVE WS-PAPL-NUM-TARJETA TO WS-REP-NUM-TARJETA.
           MOVE WS-FECHA-HOY (1:4)  TO WS-REP-ANIO.
           MOVE WS-FECHA-HOY (5:2)  TO WS-REP-MES.
           MOVE WS-FECHA-HOY (7:2)  TO WS-REP-DIA.
           MOVE 'COMISION PAGO RECHAZADO'
                                    TO WS-REP-DETALLE.
           MOVE 01                  TO WS-REP-NUMERO-ACTUAL.
           MOVE 01                  TO WS-REP-CANT-CUOTAS.
           MOVE 'ARS'               TO WS-REP-MONEDA.
           MOVE WS-COMISION-RECHAZO TO WS-REP-IMPORTE.
           MOVE 'C'                 TO WS-REP-TIPO-CONSUMO.

           WRITE WS-SAL-REPROCESO.

           IF FS-REPROCESO-OK
              ADD 1 TO WS-CANT-COMISIONES
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR REPROCESO.SEQ: ' FS-REPROCESO
           END-IF.

           CLOSE SAL-REPROCESO.

       2400-COBRAR-COMISION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el pago sale de lo pagado del acuerdo; el acuerdo que
      *    *** deja de estar cumplido vuelve a vigente (el barrido de
      *    *** ACUERDOS lo caduca si ya paso la fecha limite) y su
      *    *** quita, ya repuesta en el saldo, se revierte en el lote
      *    *** contable
       2450-REABRIR-ACUERDO.

           IF NOT WS-PAGO-EN-ACUERDO
              GO TO 2450-REABRIR-ACUERDO-FIN
           END-IF.

           MOVE WS-ACU-PAGADO-SIN-PAGO TO WS-ACU-PAGADO.

           IF WS-SE-REABRE-ACUERDO
              ADD WS-ACU-QUITA-ARS TO WS-TOTAL-REV-QUITA-ARS
              ADD WS-ACU-QUITA-USD TO WS-TOTAL-REV-QUITA-USD
              MOVE ZEROES TO WS-ACU-QUITA-ARS, WS-ACU-QUITA-USD,
                             WS-ACU-FECHA-CIERRE
              SET WS-ACU-VIGENTE TO TRUE
           END-IF.

           REWRITE WS-ACU-ACUERDO-REG.

           IF NOT FS-ACUERDOS-OK
              DISPLAY 'ERROR AL ACTUALIZAR EL ACUERDO ' WS-ACU-CLAVE
                      ': ' FS-ACUERDOS
              GO TO 2450-REABRIR-ACUERDO-FIN
           END-IF.

           IF WS-SE-REABRE-ACUERDO
              ADD 1 TO WS-CANT-ACUERDOS-REABIERTOS
              MOVE 'REVERTIDO; ACUERDO DE QUITA REABIERTO'
                                                 TO WS-DES-RESULTADO
           END-IF.

       2450-REABRIR-ACUERDO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** si la ultima corrida de MOROSDAD ya conto este pago
      *    *** contra el minimo vigente de la clave, se rehace el
      *    *** control sin el: desde la foto previa del registro de
      *    *** mora, con el faltante que hubiera quedado
       2500-REABRIR-COBERTURA.

           MOVE SPACES             TO WS-CLAVE-CUENTA-X.
           MOVE WS-PAPL-NUM-CUENTA TO WS-CLAVE-CUENTA-X.

      *    *** el minimo de la tarjeta o, si el resumen iba por
      *    *** cuenta, el de la cuenta
           MOVE 'N' TO WS-COBERTURA-HALLADA.
           MOVE WS-PAPL-NUM-TARJETA TO WS-TCI-VALOR.
           PERFORM 2505-BUSCAR-COBERTURA
              THRU 2505-BUSCAR-COBERTURA-FIN.
           IF NOT WS-HAY-COBERTURA
              MOVE WS-CLAVE-CUENTA-X TO WS-TCI-VALOR
              PERFORM 2505-BUSCAR-COBERTURA
                 THRU 2505-BUSCAR-COBERTURA-FIN
           END-IF.

           IF NOT WS-HAY-COBERTURA
              GO TO 2500-REABRIR-COBERTURA-FIN
           END-IF.

           MOVE WS-TCI-CLAVE TO WS-CBT-CLAVE-TRABAJO.
           MOVE WS-TCI-DATOS TO WS-COB-COBERTURA-REG.

           PERFORM 2510-VERIFICAR-MINIMO-VIGENTE
              THRU 2510-VERIFICAR-MINIMO-VIGENTE-FIN.

           IF NOT WS-ES-MINIMO-VIGENTE
              GO TO 2500-REABRIR-COBERTURA-FIN
           END-IF.

      *    *** el pago valuado en pesos como lo valuo MOROSDAD
           IF WS-PAPL-MONEDA = 'USD'
              COMPUTE WS-PAGO-ARS =
                      WS-PAPL-IMPORTE * WS-COB-TIPO-CAMBIO
           ELSE
              MOVE WS-PAPL-IMPORTE TO WS-PAGO-ARS
           END-IF.

      *    *** lo acreditado no alcanza a cubrir este pago: entro
      *    *** despues de la corrida de MOROSDAD y no fue contado
           IF WS-COB-PAGADO-ARS < WS-PAGO-ARS
              GO TO 2500-REABRIR-COBERTURA-FIN
           END-IF.

           SUBTRACT WS-PAGO-ARS FROM WS-COB-PAGADO-ARS.
           MOVE SPACES               TO WS-TCI-REG.
           MOVE WS-CBT-CLAVE-TRABAJO TO WS-TCI-CLAVE.
           MOVE WS-COB-COBERTURA-REG TO WS-TCI-DATOS.
           REWRITE WS-TCI-REG.
           IF NOT FS-PAGOS-TRABAJO-OK
              DISPLAY 'REVPAGO: ERROR AL REGRABAR LA COBERTURA EN EL '
                      'ARCHIVO DE TRABAJO: ' FS-PAGOS-TRABAJO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'S' TO WS-COBERTURA-CAMBIADA.

           SUBTRACT WS-COB-PAGADO-ARS FROM WS-COB-PAGO-MINIMO
                                             GIVING WS-FALTANTE.

      *    *** aun sin este pago el minimo queda cubierto: el
      *    *** registro de mora no cambia
           IF WS-FALTANTE NOT > ZEROES
              GO TO 2500-REABRIR-COBERTURA-FIN
           END-IF.

           PERFORM 2520-REHACER-MOROSIDAD
              THRU 2520-REHACER-MOROSIDAD-FIN.

       2500-REABRIR-COBERTURA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** primer CB de la clave cargada en WS-TCI-VALOR
       2505-BUSCAR-COBERTURA.

           MOVE 'CB'         TO WS-TCI-TIPO.
           MOVE ZEROES       TO WS-TCI-SECUENCIA.
           MOVE WS-TCI-VALOR TO WS-CBT-CLAVE-TRABAJO.
           START TRB-PAGOS KEY IS >= WS-TCI-CLAVE
               INVALID KEY
                  GO TO 2505-BUSCAR-COBERTURA-FIN
           END-START.

           READ TRB-PAGOS NEXT RECORD
               AT END
                  GO TO 2505-BUSCAR-COBERTURA-FIN
           END-READ.

           IF WS-TCI-TIPO = 'CB'
              AND WS-TCI-VALOR = WS-CBT-CLAVE-TRABAJO (1:19)
              MOVE 'S' TO WS-COBERTURA-HALLADA
           END-IF.

       2505-BUSCAR-COBERTURA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la constancia vale si es del minimo vigente: si la
      *    *** facturacion ya emitio un minimo nuevo para la clave, la
      *    *** constancia es de un ciclo cerrado y el pago no estaba
       2510-VERIFICAR-MINIMO-VIGENTE.

           MOVE 'N' TO WS-MINIMO-VIGENTE.

           OPEN INPUT ENT-MINIMOS.

           IF NOT FS-MINIMOS-OK
              GO TO 2510-VERIFICAR-MINIMO-VIGENTE-FIN
           END-IF.

           PERFORM 2515-LEER-MINIMO
              THRU 2515-LEER-MINIMO-FIN
              UNTIL FS-MINIMOS-EOF
                 OR WS-ES-MINIMO-VIGENTE.

           CLOSE ENT-MINIMOS.

       2510-VERIFICAR-MINIMO-VIGENTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2515-LEER-MINIMO.

           READ ENT-MINIMOS
               AT END SET FS-MINIMOS-EOF TO TRUE
               NOT AT END
                  IF WS-ENT-MINIMOS-CTL (1:1) <> '*'
                     AND WS-MINR-CLAVE = WS-COB-CLAVE
                     AND WS-MINR-PERIODO = WS-COB-PERIODO
                     MOVE 'S' TO WS-MINIMO-VIGENTE
                  END-IF
           END-READ.

       2515-LEER-MINIMO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** mismo envejecimiento que MOROSDAD 2210/2220, aplicado
      *    *** sobre la foto previa del registro con el faltante nuevo
       2520-REHACER-MOROSIDAD.

           MOVE WS-COB-CLAVE TO WS-MOR-CLAVE, WS-CLAVE-MORA.
           READ ENT-MOROSIDAD KEY IS WS-MOR-CLAVE
              INVALID KEY CONTINUE
           END-READ.

           IF FS-MOROSIDAD-OK
              MOVE 'S' TO WS-MORA-EXISTE
           ELSE
              MOVE 'N' TO WS-MORA-EXISTE
           END-IF.

           IF WS-COB-HABIA-MORA
              MOVE WS-COB-MORA-ANTES TO WS-MOR-MOROSIDAD-REG
              ADD WS-MOR-DEUDA-60  TO WS-MOR-DEUDA-90
              MOVE WS-MOR-DEUDA-30 TO WS-MOR-DEUDA-60
              MOVE WS-FALTANTE     TO WS-MOR-DEUDA-30
              ADD 1                TO WS-MOR-CICLOS-INCUMPLIDOS
           ELSE
              INITIALIZE WS-MOR-MOROSIDAD-REG
              MOVE WS-CLAVE-MORA   TO WS-MOR-CLAVE
              MOVE 1               TO WS-MOR-CICLOS-INCUMPLIDOS
              MOVE WS-FALTANTE     TO WS-MOR-DEUDA-30
           END-IF.

           MOVE WS-COB-ANIO TO WS-MOR-ULT-ANIO.
           MOVE WS-COB-MES  TO WS-MOR-ULT-MES.
           SET WS-MOR-EN-MORA TO TRUE.

           IF WS-MOR-CICLOS-INCUMPLIDOS >= WS-MAX-CICLOS
              SET WS-MOR-BLOQUEADA TO TRUE
              PERFORM 2600-BLOQUEAR-POR-MORA
                 THRU 2600-BLOQUEAR-POR-MORA-FIN
           END-IF.

           IF WS-HAY-MORA-GRABADA
              REWRITE WS-MOR-MOROSIDAD-REG
           ELSE
              WRITE WS-MOR-MOROSIDAD-REG
           END-IF.

           IF FS-MOROSIDAD-OK
              ADD 1 TO WS-CANT-REABIERTAS
              MOVE 'REVERTIDO; COBERTURA DEL MINIMO REABIERTA'
                                                 TO WS-DES-RESULTADO
           ELSE
              DISPLAY 'ERROR AL GRABAR MOROSIDAD.VSAM: ' FS-MOROSIDAD
           END-IF.

       2520-REHACER-MOROSIDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el minimo reabierto completa los ciclos de mora: se
      *    *** bloquea como lo hubiera hecho MOROSDAD (la tarjeta, o
      *    *** todas las de la cuenta cuando la clave es la cuenta)
       2600-BLOQUEAR-POR-MORA.

           OPEN I-O ENT-MAESTRO-TARJETAS.

           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO MAESTRO TARJETAS: '
                      FS-MAESTRO-TARJETAS
              GO TO 2600-BLOQUEAR-POR-MORA-FIN
           END-IF.

           MOVE WS-CLAVE-MORA TO WS-MT-NUM-TARJETA.
           READ ENT-MAESTRO-TARJETAS KEY IS WS-MT-NUM-TARJETA
               INVALID KEY CONTINUE
           END-READ.

           IF FS-MAESTRO-TARJETAS-FILE-OK
              PERFORM 2620-BLOQUEAR-TARJETA
                 THRU 2620-BLOQUEAR-TARJETA-FIN
           ELSE
              PERFORM 2610-BLOQUEAR-POR-CUENTA
                 THRU 2610-BLOQUEAR-POR-CUENTA-FIN
           END-IF.

           CLOSE ENT-MAESTRO-TARJETAS.

       2600-BLOQUEAR-POR-MORA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2610-BLOQUEAR-POR-CUENTA.

           IF WS-CLAVE-MORA (1:10) IS NOT NUMERIC
              GO TO 2610-BLOQUEAR-POR-CUENTA-FIN
           END-IF.

           MOVE WS-CLAVE-MORA (1:10) TO WS-CUENTA-CLAVE.
           MOVE WS-CUENTA-CLAVE      TO WS-MT-NUM-CUENTA.
           START ENT-MAESTRO-TARJETAS
               KEY IS EQUAL TO WS-MT-NUM-CUENTA
               INVALID KEY CONTINUE
           END-START.

           IF FS-MAESTRO-TARJETAS-FILE-OK
              MOVE WS-CUENTA-CLAVE TO WS-MT-NUM-CUENTA-LEIDA
              PERFORM 2615-BLOQUEAR-UNA-DE-CUENTA
                 THRU 2615-BLOQUEAR-UNA-DE-CUENTA-FIN
                 UNTIL NOT FS-MAESTRO-TARJETAS-FILE-OK
                    OR WS-MT-NUM-CUENTA-LEIDA <> WS-CUENTA-CLAVE
           END-IF.

       2610-BLOQUEAR-POR-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2615-BLOQUEAR-UNA-DE-CUENTA.

           READ ENT-MAESTRO-TARJETAS NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF FS-MAESTRO-TARJETAS-FILE-OK
              MOVE WS-MT-NUM-CUENTA TO WS-MT-NUM-CUENTA-LEIDA
              IF WS-MT-NUM-CUENTA-LEIDA = WS-CUENTA-CLAVE
                 PERFORM 2620-BLOQUEAR-TARJETA
                    THRU 2620-BLOQUEAR-TARJETA-FIN
              END-IF
           END-IF.

       2615-BLOQUEAR-UNA-DE-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** una tarjeta ya inactiva no se vuelve a bloquear: el
      *    *** motivo que tenga asentado se respeta
       2620-BLOQUEAR-TARJETA.

           IF WS-MT-INACTIVA
              GO TO 2620-BLOQUEAR-TARJETA-FIN
           END-IF.

           MOVE WS-ENT-MAESTRO-TARJETAS-REG TO WS-MT-IMAGEN-ANTES.
           SET WS-MT-INACTIVA TO TRUE.
           REWRITE WS-ENT-MAESTRO-TARJETAS-REG.

           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              DISPLAY 'ERROR AL BLOQUEAR ' WS-MT-NUM-TARJETA ': '
                      FS-MAESTRO-TARJETAS
              GO TO 2620-BLOQUEAR-TARJETA-FIN
           END-IF.

           ADD 1 TO WS-CANT-BLOQUEADAS.

           MOVE 'REVPAGO'                   TO WS-AUD-PROGRAMA.
           MOVE 'R'                         TO WS-AUD-OPERACION.
           MOVE WS-MT-NUM-TARJETA           TO WS-AUD-TARJETA.
           MOVE WS-MT-IMAGEN-ANTES          TO WS-AUD-IMAGEN-ANTES.
           MOVE WS-ENT-MAESTRO-TARJETAS-REG TO WS-AUD-IMAGEN-DESPUES.
           CALL 'AUDICAMB' USING WS-AUDITORIA.

           IF WS-AUD-COD-ERROR-O <> SPACES
              DISPLAY 'AVISO: NO SE PUDO AUDITAR EL CAMBIO: '
                      WS-AUD-DES-ERROR-O
           END-IF.

           INITIALIZE WS-BLOQUEO.
           SET WS-BLQ-MODO-ASENTAR TO TRUE.
           MOVE WS-MT-NUM-TARJETA  TO WS-BLQ-TARJETA-E.
           MOVE 'M'                TO WS-BLQ-MOTIVO-E.
           MOVE 'REVPAGO'          TO WS-BLQ-PROGRAMA-E.
           CALL 'BLOQCTRL' USING WS-BLOQUEO.

           IF WS-BLQ-COD-ERROR-O <> SPACES
              DISPLAY 'AVISO: NO SE PUDO ASENTAR EL MOTIVO DEL '
                      'BLOQUEO: ' WS-BLQ-DES-ERROR-O
           END-IF.

       2620-BLOQUEAR-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** mismo criterio que PAGOPOST 2600: el pago que quedo
      *    *** pendiente de liquidar a la agencia sale de lo pendiente.
      *    *** Si ya se liquido (lo pendiente no lo cubre) la comision
      *    *** pagada se ajusta a mano con la agencia
       2700-DESCONTAR-AGENCIA.

           IF NOT WS-EXISTE-ASIGNACIONES
              GO TO 2700-DESCONTAR-AGENCIA-FIN
           END-IF.

           MOVE WS-PAPL-NUM-TARJETA TO WS-ASG-CLAVE.
           READ ENT-ASIGNACIONES KEY IS WS-ASG-CLAVE
               INVALID KEY CONTINUE
           END-READ.

           IF NOT FS-ASIGNACIONES-OK
              MOVE WS-PAPL-NUM-CUENTA TO WS-ASG-CLAVE
              READ ENT-ASIGNACIONES KEY IS WS-ASG-CLAVE
                  INVALID KEY CONTINUE
              END-READ
           END-IF.

           IF NOT FS-ASIGNACIONES-OK
              OR NOT WS-ASG-ASIGNADA
              OR WS-FECHA-PAGO < WS-ASG-FECHA-ASIGNACION
              GO TO 2700-DESCONTAR-AGENCIA-FIN
           END-IF.

           IF WS-PAPL-MONEDA = 'USD'
              IF WS-ASG-PENDIENTE-USD < WS-PAPL-IMPORTE
                 DISPLAY 'AVISO: PAGO ' WS-RCH-ID-PAGO ' YA LIQUIDADO '
                         'A LA AGENCIA ' WS-ASG-AGENCIA
                 GO TO 2700-DESCONTAR-AGENCIA-FIN
              END-IF
              SUBTRACT WS-PAPL-IMPORTE FROM WS-ASG-PENDIENTE-USD
           ELSE
              IF WS-ASG-PENDIENTE-ARS < WS-PAPL-IMPORTE
                 DISPLAY 'AVISO: PAGO ' WS-RCH-ID-PAGO ' YA LIQUIDADO '
                         'A LA AGENCIA ' WS-ASG-AGENCIA
                 GO TO 2700-DESCONTAR-AGENCIA-FIN
              END-IF
              SUBTRACT WS-PAPL-IMPORTE FROM WS-ASG-PENDIENTE-ARS
           END-IF.

           REWRITE WS-ASG-ASIGNACION-REG.

           IF FS-ASIGNACIONES-OK
              ADD 1 TO WS-CANT-AGENCIA-DESCONTADOS
           ELSE
              DISPLAY 'ERROR AL ACTUALIZAR LA ASIGNACION '
                      WS-ASG-CLAVE ': ' FS-ASIGNACIONES
           END-IF.

       2700-DESCONTAR-AGENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2900-GRABAR-REPORTE.

           MOVE WS-LINEA-REPORTE TO WS-SAL-REPORTE-REG.
           WRITE WS-SAL-REPORTE-REG.

       2900-GRABAR-REPORTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           CLOSE ENT-RECHAZOS
                 ENT-PAGOS-IDS
                 ENT-MOROSIDAD
                 SAL-REPORTE.

           IF WS-EXISTE-CASTIGOS
              CLOSE ENT-CASTIGOS
           END-IF.

           IF WS-EXISTE-ACUERDOS
              CLOSE ENT-ACUERDOS
           END-IF.

           IF WS-EXISTE-ASIGNACIONES
              CLOSE ENT-ASIGNACIONES
           END-IF.

           IF WS-CANT-REVERTIDOS > ZEROES
              PERFORM 3100-REGRABAR-PAGOS-APLICADOS
                 THRU 3100-REGRABAR-PAGOS-APLICADOS-FIN
              PERFORM 3300-GRABAR-GL
                 THRU 3300-GRABAR-GL-FIN
           END-IF.

           IF WS-HAY-COBERTURA-CAMBIADA
              PERFORM 3200-REGRABAR-COBERTURA
                 THRU 3200-REGRABAR-COBERTURA-FIN
           END-IF.

           CLOSE TRB-PAGOS.

           DISPLAY '-------------------------------------------------'.
           DISPLAY 'RECHAZOS LEIDOS       : ' WS-CANT-LEIDOS.
           DISPLAY 'PAGOS REVERTIDOS      : ' WS-CANT-REVERTIDOS.
           DISPLAY 'RECHAZOS SIN REVERTIR : ' WS-CANT-RECHAZADOS.
           DISPLAY 'TOTAL ARS REVERTIDO   : ' WS-TOTAL-REVERTIDO-ARS.
           DISPLAY 'TOTAL USD REVERTIDO   : ' WS-TOTAL-REVERTIDO-USD.
           DISPLAY 'COMISIONES EMITIDAS   : ' WS-CANT-COMISIONES.
           DISPLAY 'MINIMOS REABIERTOS    : ' WS-CANT-REABIERTAS.
           DISPLAY 'TARJETAS BLOQUEADAS   : ' WS-CANT-BLOQUEADAS.
           DISPLAY 'RECUPEROS REVERTIDOS  : ' WS-CANT-REV-RECUPEROS.
           DISPLAY 'RECUPERO ARS REVERTIDO: '
                   WS-TOTAL-REV-RECUPERO-ARS.
           DISPLAY 'RECUPERO USD REVERTIDO: '
                   WS-TOTAL-REV-RECUPERO-USD.
           DISPLAY 'ACUERDOS REABIERTOS   : '
                   WS-CANT-ACUERDOS-REABIERTOS.
           DISPLAY 'QUITA ARS REVERTIDA   : ' WS-TOTAL-REV-QUITA-ARS.
           DISPLAY 'QUITA USD REVERTIDA   : ' WS-TOTAL-REV-QUITA-USD.
           DISPLAY 'PAGOS SACADOS AGENCIA : '
                   WS-CANT-AGENCIA-DESCONTADOS.
           DISPLAY '-------------------------------------------------'.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** PAGOS-APLICADOS.SEQ queda solo con los pagos vigentes:
      *    *** ni el resumen ni MOROSDAD ven el pago revertido
       3100-REGRABAR-PAGOS-APLICADOS.

           OPEN OUTPUT ENT-PAGOS-APLICADOS.

           IF NOT FS-PAGOS-APLICADOS-OK
              DISPLAY 'ERROR AL REGRABAR PAGOS-APLICADOS.SEQ'
              DISPLAY 'FILE STATUS: ' FS-PAGOS-APLICADOS
              MOVE 8 TO RETURN-CODE
              GO TO 3100-REGRABAR-PAGOS-APLICADOS-FIN
           END-IF.

      *    *** el archivo regrabado es un solo lote de REVPAGO, con su
      *    *** cabecera y sus totales
           SET WS-ICT-MODO-CABECERA     TO TRUE.
           MOVE 'PAGOSAPL'              TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-PAGOS-APLICADOS TO WS-ICT-RUTA-E.
           MOVE 'REVPAGO'               TO WS-ICT-PROGRAMA-E.
           MOVE WS-RUN-ID               TO WS-ICT-RUN-ID-E.
           MOVE WS-FECHA-HOY (1:6)      TO WS-ICT-PERIODO-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           WRITE WS-ENT-PAGOS-APLICADOS-CTL FROM WS-ICT-REGISTRO-O.

           MOVE ZEROES TO WS-LOTE-CANT-APLICADOS
                          WS-LOTE-HASH-APLICADOS.

           MOVE SPACES TO WS-TCI-CLAVE.
           MOVE 'PS'   TO WS-TCI-TIPO.
           MOVE ZEROES TO WS-TCI-SECUENCIA.
           MOVE 'N'    TO WS-PAG-FIN.
           START TRB-PAGOS KEY IS >= WS-TCI-CLAVE
               INVALID KEY
                  MOVE 'S' TO WS-PAG-FIN
           END-START.

           PERFORM 3110-REGRABAR-UN-PAGO
              THRU 3110-REGRABAR-UN-PAGO-FIN
              UNTIL WS-FIN-PAG.

           SET WS-ICT-MODO-TOTALES      TO TRUE.
           MOVE WS-LOTE-CANT-APLICADOS  TO WS-ICT-CANT-REGISTROS-E.
           MOVE WS-LOTE-HASH-APLICADOS  TO WS-ICT-TOTAL-HASH-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.
           WRITE WS-ENT-PAGOS-APLICADOS-CTL FROM WS-ICT-REGISTRO-O.

           CLOSE ENT-PAGOS-APLICADOS.

       3100-REGRABAR-PAGOS-APLICADOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3110-REGRABAR-UN-PAGO.

           READ TRB-PAGOS NEXT RECORD
               AT END
                  MOVE 'S' TO WS-PAG-FIN
                  GO TO 3110-REGRABAR-UN-PAGO-FIN
           END-READ.

           IF WS-TCI-TIPO <> 'PS'
              MOVE 'S' TO WS-PAG-FIN
              GO TO 3110-REGRABAR-UN-PAGO-FIN
           END-IF.

           MOVE WS-TCI-DATOS TO WS-PAGO-TRABAJO.
           IF WS-PAG-REVERTIDO
              GO TO 3110-REGRABAR-UN-PAGO-FIN
           END-IF.

           MOVE WS-PAG-REGISTRO TO WS-PAPL-PAGO-APLICADO-REG.
           ADD 1 TO WS-LOTE-CANT-APLICADOS.
           IF WS-PAPL-IMPORTE < ZEROES
              SUBTRACT WS-PAPL-IMPORTE FROM WS-LOTE-HASH-APLICADOS
           ELSE
              ADD WS-PAPL-IMPORTE TO WS-LOTE-HASH-APLICADOS
           END-IF.
           WRITE WS-PAPL-PAGO-APLICADO-REG.

       3110-REGRABAR-UN-PAGO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3200-REGRABAR-COBERTURA.

           OPEN OUTPUT ENT-COBERTURA.

           IF NOT FS-COBERTURA-OK
              DISPLAY 'ERROR AL REGRABAR COBERTURA-MORA.SEQ'
              DISPLAY 'FILE STATUS: ' FS-COBERTURA
              GO TO 3200-REGRABAR-COBERTURA-FIN
           END-IF.

           MOVE SPACES TO WS-TCI-CLAVE.
           MOVE 'CB'   TO WS-TCI-TIPO.
           MOVE ZEROES TO WS-TCI-SECUENCIA.
           MOVE 'N'    TO WS-CBT-FIN.
           START TRB-PAGOS KEY IS >= WS-TCI-CLAVE
               INVALID KEY
                  MOVE 'S' TO WS-CBT-FIN
           END-START.

           PERFORM 3210-REGRABAR-UNA-COBERTURA
              THRU 3210-REGRABAR-UNA-COBERTURA-FIN
              UNTIL WS-FIN-CBT.

           CLOSE ENT-COBERTURA.

       3200-REGRABAR-COBERTURA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3210-REGRABAR-UNA-COBERTURA.

           READ TRB-PAGOS NEXT RECORD
               AT END
                  MOVE 'S' TO WS-CBT-FIN
                  GO TO 3210-REGRABAR-UNA-COBERTURA-FIN
           END-READ.

           IF WS-TCI-TIPO <> 'CB'
              MOVE 'S' TO WS-CBT-FIN
              GO TO 3210-REGRABAR-UNA-COBERTURA-FIN
           END-IF.

           MOVE WS-TCI-DATOS TO WS-COB-COBERTURA-REG.
           WRITE WS-COB-COBERTURA-REG.

       3210-REGRABAR-UNA-COBERTURA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la deuda vuelve a deudores contra las cobranzas a
      *    *** imputar, por moneda; el recupero y la quita revertidos
      *    *** van con el contra-asiento de lo que asento PAGOPOST
       3300-GRABAR-GL.

           MOVE 'N' TO WS-MODO-LOTE-GL.
           OPEN INPUT SAL-GL.
           IF FS-GL-OK
              READ SAL-GL
                 NOT AT END
                    IF WS-GL-PERIODO = WS-FECHA-HOY (1:6)
                       SET WS-LOTE-GL-DEL-PERIODO TO TRUE
                    END-IF
              END-READ
              CLOSE SAL-GL
           END-IF.

           IF WS-LOTE-GL-DEL-PERIODO
              OPEN EXTEND SAL-GL
           ELSE
              OPEN OUTPUT SAL-GL
           END-IF.

           IF NOT FS-GL-OK
              DISPLAY 'ERROR AL ABRIR GLREVPAGO.SEQ'
              DISPLAY 'FILE STATUS: ' FS-GL
              GO TO 3300-GRABAR-GL-FIN
           END-IF.

           IF WS-TOTAL-REVERTIDO-ARS <> ZEROES
              MOVE 'ARS'                   TO WS-GL-MONEDA
              MOVE WS-TOTAL-REVERTIDO-ARS  TO WS-GL-IMPORTE
              PERFORM 3310-ASIENTOS-REVERSION
                 THRU 3310-ASIENTOS-REVERSION-FIN
           END-IF.

           IF WS-TOTAL-REVERTIDO-USD <> ZEROES
              MOVE 'USD'                   TO WS-GL-MONEDA
              MOVE WS-TOTAL-REVERTIDO-USD  TO WS-GL-IMPORTE
              PERFORM 3310-ASIENTOS-REVERSION
                 THRU 3310-ASIENTOS-REVERSION-FIN
           END-IF.

           IF WS-TOTAL-REV-RECUPERO-ARS <> ZEROES
              MOVE 'ARS'                     TO WS-GL-MONEDA
              MOVE WS-TOTAL-REV-RECUPERO-ARS TO WS-GL-IMPORTE
              PERFORM 3320-ASIENTOS-REV-RECUPERO
                 THRU 3320-ASIENTOS-REV-RECUPERO-FIN
           END-IF.

           IF WS-TOTAL-REV-RECUPERO-USD <> ZEROES
              MOVE 'USD'                     TO WS-GL-MONEDA
              MOVE WS-TOTAL-REV-RECUPERO-USD TO WS-GL-IMPORTE
              PERFORM 3320-ASIENTOS-REV-RECUPERO
                 THRU 3320-ASIENTOS-REV-RECUPERO-FIN
           END-IF.

           IF WS-TOTAL-REV-QUITA-ARS <> ZEROES
              MOVE 'ARS'                     TO WS-GL-MONEDA
              MOVE WS-TOTAL-REV-QUITA-ARS    TO WS-GL-IMPORTE
              MOVE 'QUITA'                   TO WS-PLC-TIPO-MOV-E
              PERFORM 3330-CONTRA-ASIENTO
                 THRU 3330-CONTRA-ASIENTO-FIN
           END-IF.

           IF WS-TOTAL-REV-QUITA-USD <> ZEROES
              MOVE 'USD'                     TO WS-GL-MONEDA
              MOVE WS-TOTAL-REV-QUITA-USD    TO WS-GL-IMPORTE
              MOVE 'QUITA'                   TO WS-PLC-TIPO-MOV-E
              PERFORM 3330-CONTRA-ASIENTO
                 THRU 3330-CONTRA-ASIENTO-FIN
           END-IF.

           MOVE 'T'                          TO WS-GLT-TIPO-REG.
           MOVE WS-FECHA-HOY (1:6)           TO WS-GLT-PERIODO.
           MOVE WS-GL-CANT-ASIENTOS          TO WS-GLT-CANT-ASIENTOS.
           MOVE WS-GL-SUMA-DEBE              TO WS-GLT-TOTAL-DEBE.
           MOVE WS-GL-SUMA-HABER             TO WS-GLT-TOTAL-HABER.
           WRITE WS-SAL-GL-TOTAL.

           CLOSE SAL-GL.

       3300-GRABAR-GL-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3310-ASIENTOS-REVERSION.

           INITIALIZE WS-PLC-ENTRADA.
           MOVE 'REVERSA-PAGO' TO WS-PLC-TIPO-MOV-E.
           MOVE WS-GL-MONEDA   TO WS-PLC-MONEDA-E.
           CALL 'PLANCTAS' USING WS-PLAN.

           IF WS-PLC-COD-ERROR-O <> SPACES
              DISPLAY 'PLAN DE CUENTAS: ' WS-PLC-TIPO-MOV-E ' '
                      WS-GL-MONEDA ': ' WS-PLC-DES-ERROR-O
           END-IF.

           MOVE 'D' TO WS-GL-DEBE-HABER.
           MOVE WS-PLC-CUENTA-DEBE-O TO WS-GL-CUENTA-CONTABLE.
           PERFORM 3375-GRABAR-ASIENTO
              THRU 3375-GRABAR-ASIENTO-FIN.
           MOVE 'H' TO WS-GL-DEBE-HABER.
           MOVE WS-PLC-CUENTA-HABER-O TO WS-GL-CUENTA-CONTABLE.
           PERFORM 3375-GRABAR-ASIENTO
              THRU 3375-GRABAR-ASIENTO-FIN.

       3310-ASIENTOS-REVERSION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** los dos pares de PAGOPOST 3110 (resultado y cuentas de
      *    *** orden), invertidos
       3320-ASIENTOS-REV-RECUPERO.

           MOVE 'RECUPERO' TO WS-PLC-TIPO-MOV-E.
           PERFORM 3330-CONTRA-ASIENTO
              THRU 3330-CONTRA-ASIENTO-FIN.

           MOVE 'RECUPERO-ORD' TO WS-PLC-TIPO-MOV-E.
           PERFORM 3330-CONTRA-ASIENTO
              THRU 3330-CONTRA-ASIENTO-FIN.

       3320-ASIENTOS-REV-RECUPERO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** contra-asiento del tipo de movimiento en
      *    *** WS-PLC-TIPO-MOV-E: al debe la cuenta del haber y al
      *    *** haber la del debe
       3330-CONTRA-ASIENTO.

           MOVE SPACES       TO WS-PLC-SUBTIPO-E, WS-PLC-PRODUCTO-E.
           MOVE WS-GL-MONEDA TO WS-PLC-MONEDA-E.
           CALL 'PLANCTAS' USING WS-PLAN.

           IF WS-PLC-COD-ERROR-O <> SPACES
              DISPLAY 'PLAN DE CUENTAS: ' WS-PLC-TIPO-MOV-E ' '
                      WS-GL-MONEDA ': ' WS-PLC-DES-ERROR-O
           END-IF.

           MOVE 'D' TO WS-GL-DEBE-HABER.
           MOVE WS-PLC-CUENTA-HABER-O TO WS-GL-CUENTA-CONTABLE.
           PERFORM 3375-GRABAR-ASIENTO
              THRU 3375-GRABAR-ASIENTO-FIN.
           MOVE 'H' TO WS-GL-DEBE-HABER.
           MOVE WS-PLC-CUENTA-DEBE-O TO WS-GL-CUENTA-CONTABLE.
           PERFORM 3375-GRABAR-ASIENTO
              THRU 3375-GRABAR-ASIENTO-FIN.

       3330-CONTRA-ASIENTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3375-GRABAR-ASIENTO.

           MOVE 'A'                TO WS-GL-TIPO-REG.
           MOVE WS-FECHA-HOY (1:6) TO WS-GL-PERIODO.
           WRITE WS-SAL-GL-ASIENTO.

           IF FS-GL-OK
              ADD 1 TO WS-GL-CANT-ASIENTOS
              IF WS-GL-DEBE-HABER = 'D'
                 ADD WS-GL-IMPORTE TO WS-GL-SUMA-DEBE
              ELSE
                 ADD WS-GL-IMPORTE TO WS-GL-SUMA-HABER
              END-IF
           ELSE
              DISPLAY 'ERROR AL ESCRIBIR GLREVPAGO.SEQ'
              DISPLAY 'FILE STATUS: ' FS-GL
           END-IF.

       3375-GRABAR-ASIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
