      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: archivo nocturno de posicion para los canales (home
      *          banking, app movil e IVR), que hoy no tienen de donde
      *          sacar el saldo sin consultar en linea. Publica en
      *          POSICIONES-CANALES.TXT, separado por ';' (como
      *          DWHEXT: la coma es el separador decimal):
      *          - un registro P por tarjeta del maestro: credito
      *            disponible ARS y USD calculado como lo responde
      *            AUTORIZA (limite individual o familiar, saldo
      *            arrastrado, gasto del ciclo de SALDOCIC.VSAM,
      *            cuotas comprometidas y retenciones vivas), saldos
      *            arrastrados, gasto del ciclo sin facturar, total y
      *            minimo del ultimo resumen (SALDOS-CIERRE.SEQ /
      *            MINIMOS.SEQ), vencimiento (VENCIMIENTO.SEQ), la
      *            referencia de pago de CLVALREF y el saldo de puntos;
      *          - a continuacion los registros M de sus movimientos
      *            recientes: pagos aplicados del ciclo, consumos del
      *            ciclo en curso todavia sin facturar (los que suman
      *            el gasto de SALDOCIC, en HISTORIAL-CONSUMOS.VSAM) y
      *            retenciones vivas (PREAUTORIZADOS.VSAM).
      *          La tarjeta bloqueada (motivo de BLOQCTRL) o con el
      *          plastico pendiente de activacion (ESTADO-PLASTICO)
      *          sale marcada y con disponible cero, como la rechaza
      *          AUTORIZA. El layout lleva version en cada registro;
      *          la primera fila es la cabecera H y la ultima el
      *          registro de control T con las cantidades y el total
      *          de los importes: un archivo sin T esta incompleto.
      *          Los numeros de tarjeta salen tokenizados (TOKENIZA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSFEED.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-MAESTRO-TARJETAS
           ASSIGN TO WS-RUTA-MAESTRO-TARJETAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MAESTRO-TARJETAS
           RECORD KEY IS WS-MT-NUM-TARJETA
           ALTERNATE RECORD KEY IS WS-MT-NUM-CUENTA
                                          WITH DUPLICATES.

      *    *** el mismo maestro, abierto aparte para barrer por la
      *    *** clave alterna de cuenta las tarjetas de una familia con
      *    *** limite compartido sin perder la posicion del recorrido
       SELECT ENT-MAESTRO-CUENTA
           ASSIGN TO WS-RUTA-MAESTRO-TARJETAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-MAESTRO-CUENTA
           RECORD KEY IS WS-MC-NUM-TARJETA
           ALTERNATE RECORD KEY IS WS-MC-NUM-CUENTA
                                          WITH DUPLICATES.

       SELECT ENT-SALDO-CICLO
           ASSIGN TO WS-RUTA-SALDO-CICLO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-SDC-TARJETA
           FILE STATUS IS FS-SALDO-CICLO.

       SELECT ENT-CUOTAS
           ASSIGN TO WS-RUTA-CUOTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-CUO-CLAVE
           FILE STATUS IS FS-CUOTAS.

       SELECT ENT-PREAUTORIZADOS
           ASSIGN TO WS-RUTA-PREAUTORIZADOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-PRE-CLAVE
           FILE STATUS IS FS-PREAUTORIZADOS.

       SELECT ENT-HIST-CONSUMOS
           ASSIGN TO WS-RUTA-HIST-CONSUMOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-HISC-CLAVE
           FILE STATUS IS FS-HIST-CONSUMOS.

       SELECT ENT-PUNTOS
           ASSIGN TO WS-RUTA-PUNTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-PTS-CUENTA
           FILE STATUS IS FS-PUNTOS.

       SELECT ENT-PLASTICO
           ASSIGN TO WS-RUTA-PLASTICO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-PLA-TARJETA
           FILE STATUS IS FS-PLASTICO.

       SELECT ENT-FAMILIAS
           ASSIGN TO WS-RUTA-FAMILIAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FAMILIAS.

       SELECT ENT-MINIMOS
           ASSIGN TO WS-RUTA-MINIMOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MINIMOS.

       SELECT ENT-SALDOS-CIERRE
           ASSIGN TO WS-RUTA-SALDOS-CIERRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SALDOS-CIERRE.

       SELECT ENT-VENCIMIENTO
           ASSIGN TO WS-RUTA-VENCIMIENTO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VENCIMIENTO.

       SELECT ENT-PAGOS-APLICADOS
           ASSIGN TO WS-RUTA-PAGOS-APLICADOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAGOS-APLICADOS.

      *    *** limites familiares, minimos, saldos de cierre y pagos
      *    *** por clave, sin tope de cantidad; se arma de cero en
      *    *** cada corrida (ver 1300-CARGAR-TRABAJO)
       SELECT TRB-POSFEED
           ASSIGN TO WS-RUTA-TRABAJO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-TCI-CLAVE
           FILE STATUS IS FS-TRABAJO.

       SELECT SAL-POSICIONES
           ASSIGN TO WS-RUTA-POSICIONES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-POSICIONES.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

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

      *    *** del barrido de la familia solo interesan la cuenta, la
      *    *** tarjeta y los saldos arrastrados
       FD ENT-MAESTRO-CUENTA.
       01 WS-ENT-MAESTRO-CUENTA-REG.
          05 WS-MC-NUM-CUENTA                       PIC 9(10).
          05 WS-MC-NUM-TARJETA                      PIC X(19).
          05 FILLER                                 PIC X(98).
          05 WS-MC-SALDO-ANTERIOR-ARS               PIC S9(08)V9(02).
          05 WS-MC-SALDO-ANTERIOR-USD               PIC S9(08)V9(02).
          05 FILLER                                 PIC X(32).

       FD ENT-SALDO-CICLO.
           COPY SALDOCIC.

       FD ENT-CUOTAS.
           COPY CUOTAS.

       FD ENT-PREAUTORIZADOS.
           COPY PREAUTOR.

       FD ENT-HIST-CONSUMOS.
           COPY HISTCON.

       FD ENT-PUNTOS.
           COPY PUNTOS.

       FD ENT-PLASTICO.
           COPY PLASTICO.

       FD ENT-FAMILIAS.
           COPY FAMILIAS.

       FD ENT-MINIMOS.
           COPY MINIMOS.
       01 WS-ENT-MINIMOS-CTL             PIC X(88).

       FD ENT-SALDOS-CIERRE.
       01 WS-ENT-SALDOS-CIERRE.
          05 WS-SDO-MODO                PIC X(01).
          05 WS-SDO-CLAVE               PIC X(19).
          05 WS-SDO-PERIODO             PIC 9(06).
          05 WS-SDO-SALDO-ARS           PIC S9(08)V9(02)
                                              SIGN IS TRAILING SEPARATE.
          05 WS-SDO-SALDO-USD           PIC S9(08)V9(02)
                                              SIGN IS TRAILING SEPARATE.
       01 WS-ENT-SALDOS-CIERRE-CTL       PIC X(88).

       FD ENT-VENCIMIENTO.
       01 WS-ENT-VENCIMIENTO.
          05 WS-VTO-ULTIMO-GRABADO      PIC 9(08).
       01 WS-ENT-VENCIMIENTO-CTL         PIC X(88).

       FD ENT-PAGOS-APLICADOS.
           COPY PAGOSAPL.
       01 WS-ENT-PAGOS-APLICADOS-CTL     PIC X(88).

       FD TRB-POSFEED.
           COPY TABCICLO.

       FD SAL-POSICIONES.
       01 WS-SAL-POSICIONES                         PIC X(400).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-MAESTRO-TARJETAS   PIC X(60)
                                     VALUE '../MAESTRO-TARJETAS.VSAM'.
       01 WS-RUTA-SALDO-CICLO        PIC X(60)
                                     VALUE '../SALDOCIC.VSAM'.
       01 WS-RUTA-CUOTAS             PIC X(60)
                                     VALUE '../CUOTAS.VSAM'.
       01 WS-RUTA-PREAUTORIZADOS     PIC X(60)
                                     VALUE '../PREAUTORIZADOS.VSAM'.
       01 WS-RUTA-HIST-CONSUMOS      PIC X(60)
                                 VALUE '../HISTORIAL-CONSUMOS.VSAM'.
       01 WS-RUTA-PUNTOS             PIC X(60)
                                     VALUE '../PUNTOS.VSAM'.
       01 WS-RUTA-PLASTICO           PIC X(60)
                                     VALUE '../ESTADO-PLASTICO.VSAM'.
       01 WS-RUTA-FAMILIAS           PIC X(60)
                                     VALUE '../LIMITES-FAMILIA.SEQ'.
       01 WS-RUTA-MINIMOS            PIC X(60)
                                     VALUE '../MINIMOS.SEQ'.
       01 WS-RUTA-SALDOS-CIERRE      PIC X(60)
                                     VALUE '../SALDOS-CIERRE.SEQ'.
       01 WS-RUTA-VENCIMIENTO        PIC X(60)
                                     VALUE '../VENCIMIENTO.SEQ'.
       01 WS-RUTA-PAGOS-APLICADOS    PIC X(60)
                                     VALUE '../PAGOS-APLICADOS.SEQ'.
       01 WS-RUTA-TRABAJO            PIC X(60)
                                     VALUE '../POSFEED-TRABAJO.VSAM'.
       01 WS-RUTA-POSICIONES         PIC X(60)
                                     VALUE '../POSICIONES-CANALES.TXT'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
          05 FS-MAESTRO-TARJETAS                   PIC X(2).
             88 FS-MAESTRO-TARJETAS-OK                 VALUE '00'.
             88 FS-MAESTRO-TARJETAS-EOF                VALUE '10'.
      *    *** '02': la lectura por la clave alterna deja otra tarjeta
      *    *** de la misma cuenta por leer
          05 FS-MAESTRO-CUENTA                     PIC X(2).
             88 FS-MAESTRO-CUENTA-OK                   VALUES '00'
                                                              '02'.
          05 FS-SALDO-CICLO                        PIC X(2).
             88 FS-SALDO-CICLO-OK                      VALUE '00'.
          05 FS-CUOTAS                             PIC X(2).
             88 FS-CUOTAS-OK                           VALUE '00'.
          05 FS-PREAUTORIZADOS                     PIC X(2).
             88 FS-PREAUTORIZADOS-OK                   VALUE '00'.
          05 FS-HIST-CONSUMOS                      PIC X(2).
             88 FS-HIST-CONSUMOS-OK                    VALUE '00'.
          05 FS-PUNTOS                             PIC X(2).
             88 FS-PUNTOS-OK                           VALUE '00'.
          05 FS-PLASTICO                           PIC X(2).
             88 FS-PLASTICO-OK                         VALUE '00'.
          05 FS-FAMILIAS                           PIC X(2).
             88 FS-FAMILIAS-OK                         VALUE '00'.
             88 FS-FAMILIAS-EOF                        VALUE '10'.
          05 FS-MINIMOS                            PIC X(2).
             88 FS-MINIMOS-OK                          VALUE '00'.
             88 FS-MINIMOS-EOF                         VALUE '10'.
          05 FS-SALDOS-CIERRE                      PIC X(2).
             88 FS-SALDOS-CIERRE-OK                    VALUE '00'.
             88 FS-SALDOS-CIERRE-EOF                   VALUE '10'.
          05 FS-VENCIMIENTO                        PIC X(2).
             88 FS-VENCIMIENTO-OK                      VALUE '00'.
             88 FS-VENCIMIENTO-EOF                     VALUE '10'.
          05 FS-PAGOS-APLICADOS                    PIC X(2).
             88 FS-PAGOS-APLICADOS-OK                  VALUE '00'.
             88 FS-PAGOS-APLICADOS-EOF                 VALUE '10'.
          05 FS-TRABAJO                            PIC X(2).
             88 FS-TRABAJO-OK                          VALUE '00'.
             88 FS-TRABAJO-CLAVE-DUP                   VALUE '22'.
          05 FS-POSICIONES                         PIC X(2).
             88 FS-POSICIONES-OK                       VALUE '00'.

      *    *** archivos opcionales: el que no esta no suma (igual
      *    *** criterio que AUTORIZA y POSICION)
       01 WS-HAY-SALDO-CICLO         PIC X(01) VALUE 'N'.
          88 WS-SALDO-CICLO-DISPONIBLE             VALUE 'S'.
       01 WS-HAY-CUOTAS              PIC X(01) VALUE 'N'.
          88 WS-CUOTAS-DISPONIBLE                  VALUE 'S'.
       01 WS-HAY-PREAUTORIZADOS      PIC X(01) VALUE 'N'.
          88 WS-PREAUT-DISPONIBLE                  VALUE 'S'.
       01 WS-HAY-HIST-CONSUMOS       PIC X(01) VALUE 'N'.
          88 WS-HIST-CONSUMOS-DISPONIBLE           VALUE 'S'.
       01 WS-HAY-PUNTOS              PIC X(01) VALUE 'N'.
          88 WS-PUNTOS-DISPONIBLE                  VALUE 'S'.
       01 WS-HAY-PLASTICO            PIC X(01) VALUE 'N'.
          88 WS-PLASTICO-DISPONIBLE                VALUE 'S'.
      *    *** 'N' = la interfaz no existe todavia (nada que cargar)
       01 WS-HAY-MINIMOS             PIC X(01) VALUE 'S'.
       01 WS-HAY-SALDOS-CIERRE       PIC X(01) VALUE 'S'.
       01 WS-HAY-VENCIMIENTO         PIC X(01) VALUE 'S'.
       01 WS-HAY-PAGOS-APLICADOS     PIC X(01) VALUE 'S'.
       01 WS-HAY-INTERFAZ            PIC X(01) VALUE 'S'.

       01 WS-TOKEN.
           COPY TOKENIO.

       01 WS-INTERFAZ.
           COPY INTFIO.

       01 WS-BLOQUEO.
           COPY BLOQIO.

       01 WS-VAL-REFERENCIA.
           COPY REFERIO.

      *    *** imagen del consumo archivado en el historico
           COPY CONSUMOS.

      *    *** version del layout del archivo: cambia si cambia la
      *    *** cantidad o el orden de los campos de algun registro
       01 WS-VERSION-LAYOUT          PIC X(02) VALUE '01'.

       01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
       01 WS-MARCA-CORRIDA           PIC 9(14) VALUE ZEROES.
       01 WS-PERIODO-ACTUAL          PIC 9(06) VALUE ZEROES.
       01 WS-VENCIMIENTO             PIC 9(08) VALUE ZEROES.

      *    *** datos de cada tipo de registro del archivo de trabajo
      *    *** (FA limite familiar por cuenta, MN minimo y SC saldo de
      *    *** cierre del ultimo resumen por clave, PT pago aplicado
      *    *** por tarjeta); MN y SC empiezan por el periodo
       01 WS-TRB-FAMILIA.
          05 WS-TFA-LIMITE-ARS                      PIC 9(08)V9(02).
          05 WS-TFA-LIMITE-USD                      PIC 9(08)V9(02).
       01 WS-TRB-MINIMO.
          05 WS-TMN-PERIODO                         PIC 9(06).
          05 WS-TMN-PAGO-MINIMO                     PIC 9(08)V9(02).
       01 WS-TRB-SALDO.
          05 WS-TSC-PERIODO                         PIC 9(06).
          05 WS-TSC-SALDO-ARS                       PIC S9(08)V9(02)
                                              SIGN IS TRAILING SEPARATE.
          05 WS-TSC-SALDO-USD                       PIC S9(08)V9(02)
                                              SIGN IS TRAILING SEPARATE.
       01 WS-TCI-NUEVO               PIC X(188) VALUE SPACES.
       01 WS-PERIODO-NUEVO           PIC 9(06) VALUE ZEROES.
       01 WS-PERIODO-GRABADO         PIC 9(06) VALUE ZEROES.
       77 WS-SEC-PAGO                PIC 9(07) VALUE ZEROES.
       01 WS-CLAVE-X                 PIC X(19) VALUE SPACES.
       01 WS-CUENTA-X                PIC X(19) VALUE SPACES.
       01 WS-FIN-TRABAJO             PIC X(01) VALUE 'N'.
          88 WS-NO-HAY-MAS-TRABAJO                 VALUE 'S'.

      *    *** estado de la tarjeta para los canales: 'A' activa, 'B'
      *    *** bloqueada (motivo de BLOQCTRL), 'P' plastico pendiente
      *    *** de activacion (estado del plastico)
       01 WS-POS-ESTADO              PIC X(01) VALUE 'A'.
          88 WS-POS-ACTIVA                         VALUE 'A'.
          88 WS-POS-BLOQUEADA                      VALUE 'B'.
          88 WS-POS-PENDIENTE                      VALUE 'P'.
       01 WS-POS-MOTIVO              PIC X(01) VALUE SPACE.
       01 WS-POS-DES-MOTIVO          PIC X(30) VALUE SPACES.
       01 WS-POS-TOKEN               PIC X(19) VALUE SPACES.
       01 WS-POS-FAMILIA             PIC X(01) VALUE 'N'.
          88 WS-POS-LIMITE-FAMILIA                 VALUE 'S'.
       01 WS-POS-DISP-ARS            PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-POS-DISP-USD            PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-POS-GASTO-ARS           PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-POS-GASTO-USD           PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-POS-PERIODO-RESUMEN     PIC 9(06) VALUE ZEROES.
       01 WS-POS-TOTAL-ARS           PIC S9(08)V9(02) VALUE ZEROES.
       01 WS-POS-TOTAL-USD           PIC S9(08)V9(02) VALUE ZEROES.
       01 WS-POS-MINIMO              PIC 9(08)V9(02) VALUE ZEROES.
       01 WS-POS-REFERENCIA          PIC X(37) VALUE SPACES.
       01 WS-POS-PUNTOS              PIC S9(09) VALUE ZEROES.

      *    *** calculo del disponible (misma mecanica que AUTORIZA
      *    *** 2100/2200/2300/2400/2600), para la moneda evaluada
       01 WS-MONEDA-EVAL             PIC X(03) VALUE SPACES.
       01 WS-TARJETA-EVAL            PIC X(19) VALUE SPACES.
       01 WS-TARJETA-BUSCADA         PIC X(19) VALUE SPACES.
       01 WS-DISPONIBLE              PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-LIMITE                  PIC 9(08)V9(02) VALUE ZEROES.
       01 WS-SALDO-ARRASTRADO        PIC S9(08)V9(02) VALUE ZEROES.
       01 WS-GASTO-ARS               PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-GASTO-USD               PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-GASTO-CICLO             PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-COMPROMETIDO            PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-COMPROMETIDO-PLAN       PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-CUOTAS-RESTANTES        PIC S9(04) VALUE ZEROES.
       01 WS-RETENIDO                PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-USADO-FAMILIA           PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-MC-CUENTA-LEIDA         PIC 9(10) VALUE ZEROES.
       01 WS-ARRASTRE-CONTADO        PIC X(01) VALUE 'N'.
          88 WS-ARRASTRE-YA-CONTADO                VALUE 'S'.

      *    *** cupon del ultimo resumen, en centavos (como TP02EJ01)
       01 WS-CUPON-MINIMO-CTVS       PIC 9(10) VALUE ZEROES.
       01 WS-CUPON-TOTAL-CTVS        PIC 9(10) VALUE ZEROES.

      *    *** armado del registro de salida
       01 WS-LINEA                   PIC X(400) VALUE SPACES.
       01 WS-PUNTERO                 PIC 9(03) VALUE 1.
       01 WS-CAMPO-TEXTO             PIC X(60) VALUE SPACES.
       01 WS-CAMPO-IMPORTE           PIC S9(12)V9(02) VALUE ZEROES.
       01 WS-CAMPO-CENTESIMOS        PIC S9(14) VALUE ZEROES.
       01 WS-CAMPO-CENTESIMOS-ED     PIC +9(14).
       01 WS-CAMPO-ENTERO            PIC S9(12) VALUE ZEROES.
       01 WS-CAMPO-ENTERO-ED         PIC +9(12).
       01 WS-MOV-TIPO                PIC X(09) VALUE SPACES.
       01 WS-MOV-FECHA               PIC X(08) VALUE SPACES.
       01 WS-MOV-MONEDA              PIC X(03) VALUE SPACES.
       01 WS-MOV-IMPORTE             PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-MOV-DETALLE             PIC X(32) VALUE SPACES.

      *    *** registro de control: cantidades por tipo de registro y
      *    *** total de los importes de los movimientos (en valor
      *    *** absoluto, como el total hash de INTFCTL)
       01 WS-CANT-REGISTROS          PIC 9(09) VALUE ZEROES.
       01 WS-CANT-TARJETAS           PIC 9(09) VALUE ZEROES.
       01 WS-CANT-BLOQUEADAS         PIC 9(09) VALUE ZEROES.
       01 WS-CANT-PENDIENTES         PIC 9(09) VALUE ZEROES.
       01 WS-CANT-MOVIMIENTOS        PIC 9(09) VALUE ZEROES.
       01 WS-CANT-PAGOS              PIC 9(09) VALUE ZEROES.
       01 WS-CANT-CONSUMOS           PIC 9(09) VALUE ZEROES.
       01 WS-CANT-RETENCIONES        PIC 9(09) VALUE ZEROES.
       01 WS-TOTAL-MOVIMIENTOS       PIC 9(16)V99 VALUE ZEROES.
       01 WS-TOTAL-CENTESIMOS        PIC 9(18) VALUE ZEROES.
       01 WS-CANT-ED                 PIC 9(09).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-PROCESAR-TARJETA
              THRU 2000-PROCESAR-TARJETA-FIN
              UNTIL FS-MAESTRO-TARJETAS-EOF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-MARCA-CORRIDA.
           MOVE WS-MARCA-CORRIDA (1:8)       TO WS-FECHA-HOY.
           MOVE WS-MARCA-CORRIDA (1:6)       TO WS-PERIODO-ACTUAL.

           PERFORM 1050-LEER-RUTA-ARCHIVO
              THRU 1050-LEER-RUTA-ARCHIVO-FIN.

           PERFORM 1100-VERIFICAR-INTERFACES
              THRU 1100-VERIFICAR-INTERFACES-FIN.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-ABRIR-ARCHIVOS-FIN.

           PERFORM 1300-CARGAR-TRABAJO
              THRU 1300-CARGAR-TRABAJO-FIN.

           PERFORM 1400-GRABAR-CABECERA
              THRU 1400-GRABAR-CABECERA-FIN.

           PERFORM 8500-LEER-MAESTRO
              THRU 8500-LEER-MAESTRO-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** las rutas compartidas con la facturacion y el
      *    *** autorizador usan las mismas variables que ellos
       1050-LEER-RUTA-ARCHIVO.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MAESTRO_TARJETAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-MAESTRO-TARJETAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'TP02EJ01_SALDOCIC_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-SALDO-CICLO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'TP02EJ01_CUOTAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CUOTAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'AUTORIZA_PREAUT_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PREAUTORIZADOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'AUTORIZA_FAMILIAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-FAMILIAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'TP02EJ01_MINIMOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-MINIMOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'HISTEXT_HISTORICO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-HIST-CONSUMOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'POSFEED_TRABAJO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-TRABAJO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'POSFEED_SALIDA_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-POSICIONES
           END-IF.

       1050-LEER-RUTA-ARCHIVO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** un archivo de la facturacion incompleto corta la
      *    *** corrida: los canales siguen con el archivo de la noche
      *    *** anterior antes que publicar un minimo o un pago a medias
       1100-VERIFICAR-INTERFACES.

           MOVE 'MINIMOS'              TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-MINIMOS        TO WS-ICT-RUTA-E.
           PERFORM 1150-VERIFICAR-UNA-INTERFAZ
              THRU 1150-VERIFICAR-UNA-INTERFAZ-FIN.
           MOVE WS-HAY-INTERFAZ        TO WS-HAY-MINIMOS.

           MOVE 'SALDCIER'             TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-SALDOS-CIERRE  TO WS-ICT-RUTA-E.
           PERFORM 1150-VERIFICAR-UNA-INTERFAZ
              THRU 1150-VERIFICAR-UNA-INTERFAZ-FIN.
           MOVE WS-HAY-INTERFAZ        TO WS-HAY-SALDOS-CIERRE.

           MOVE 'VENCIMTO'             TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-VENCIMIENTO    TO WS-ICT-RUTA-E.
           PERFORM 1150-VERIFICAR-UNA-INTERFAZ
              THRU 1150-VERIFICAR-UNA-INTERFAZ-FIN.
           MOVE WS-HAY-INTERFAZ        TO WS-HAY-VENCIMIENTO.

           MOVE 'PAGOSAPL'             TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-PAGOS-APLICADOS TO WS-ICT-RUTA-E.
           PERFORM 1150-VERIFICAR-UNA-INTERFAZ
              THRU 1150-VERIFICAR-UNA-INTERFAZ-FIN.
           MOVE WS-HAY-INTERFAZ        TO WS-HAY-PAGOS-APLICADOS.

       1100-VERIFICAR-INTERFACES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1150-VERIFICAR-UNA-INTERFAZ.

           MOVE 'N' TO WS-HAY-INTERFAZ.
           SET WS-ICT-MODO-VERIFICAR TO TRUE.
           MOVE ZEROES TO WS-ICT-PERIODO-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.

           EVALUATE TRUE
               WHEN WS-ICT-ARCHIVO-OK
                    MOVE 'S' TO WS-HAY-INTERFAZ
               WHEN WS-ICT-ARCHIVO-INEXISTENTE
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'POSFEED: ' WS-ICT-INTERFAZ-E
                            ' RECHAZADO: ' WS-ICT-MOTIVO-O
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       1150-VERIFICAR-UNA-INTERFAZ-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1200-ABRIR-ARCHIVOS.

           OPEN INPUT ENT-MAESTRO-TARJETAS.
           IF NOT FS-MAESTRO-TARJETAS-OK
              DISPLAY 'ERROR AL ABRIR MAESTRO-TARJETAS.VSAM: '
                      FS-MAESTRO-TARJETAS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ENT-MAESTRO-CUENTA.
           IF NOT FS-MAESTRO-CUENTA-OK
              DISPLAY 'ERROR AL ABRIR MAESTRO-TARJETAS.VSAM: '
                      FS-MAESTRO-CUENTA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    *** sin gasto de ciclo, cuotas, retenciones, historico,
      *    *** puntos o plasticos se publica igual, sin esa parte
           OPEN INPUT ENT-SALDO-CICLO.
           IF FS-SALDO-CICLO-OK
              SET WS-SALDO-CICLO-DISPONIBLE TO TRUE
           END-IF.

           OPEN INPUT ENT-CUOTAS.
           IF FS-CUOTAS-OK
              SET WS-CUOTAS-DISPONIBLE TO TRUE
           END-IF.

           OPEN INPUT ENT-PREAUTORIZADOS.
           IF FS-PREAUTORIZADOS-OK
              SET WS-PREAUT-DISPONIBLE TO TRUE
           END-IF.

           OPEN INPUT ENT-HIST-CONSUMOS.
           IF FS-HIST-CONSUMOS-OK
              SET WS-HIST-CONSUMOS-DISPONIBLE TO TRUE
           END-IF.

           OPEN INPUT ENT-PUNTOS.
           IF FS-PUNTOS-OK
              SET WS-PUNTOS-DISPONIBLE TO TRUE
           END-IF.

           OPEN INPUT ENT-PLASTICO.
           IF FS-PLASTICO-OK
              SET WS-PLASTICO-DISPONIBLE TO TRUE
           END-IF.

      *    *** el archivo de trabajo se arma de cero en cada corrida
           OPEN OUTPUT TRB-POSFEED.
           IF FS-TRABAJO-OK
              CLOSE TRB-POSFEED
              OPEN I-O TRB-POSFEED
           END-IF.
           IF NOT FS-TRABAJO-OK
              DISPLAY 'ERROR AL ABRIR POSFEED-TRABAJO.VSAM: '
                      FS-TRABAJO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-POSICIONES.
           IF NOT FS-POSICIONES-OK
              DISPLAY 'ERROR AL ABRIR POSICIONES-CANALES.TXT: '
                      FS-POSICIONES
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1200-ABRIR-ARCHIVOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1300-CARGAR-TRABAJO.

           PERFORM 1310-CARGAR-FAMILIAS
              THRU 1310-CARGAR-FAMILIAS-FIN.

           PERFORM 1320-CARGAR-MINIMOS
              THRU 1320-CARGAR-MINIMOS-FIN.

           PERFORM 1330-CARGAR-SALDOS
              THRU 1330-CARGAR-SALDOS-FIN.

           PERFORM 1340-CARGAR-PAGOS
              THRU 1340-CARGAR-PAGOS-FIN.

           PERFORM 1350-LEER-VENCIMIENTO
              THRU 1350-LEER-VENCIMIENTO-FIN.

       1300-CARGAR-TRABAJO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** limites familiares: opcional; sin el archivo cada
      *    *** tarjeta se evalua contra su limite individual
       1310-CARGAR-FAMILIAS.

           OPEN INPUT ENT-FAMILIAS.
           IF NOT FS-FAMILIAS-OK
              GO TO 1310-CARGAR-FAMILIAS-FIN
           END-IF.

           PERFORM 1315-CARGAR-UNA-FAMILIA
              THRU 1315-CARGAR-UNA-FAMILIA-FIN
              UNTIL FS-FAMILIAS-EOF.

           CLOSE ENT-FAMILIAS.

       1310-CARGAR-FAMILIAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1315-CARGAR-UNA-FAMILIA.

           READ ENT-FAMILIAS
               AT END
                  SET FS-FAMILIAS-EOF TO TRUE
                  GO TO 1315-CARGAR-UNA-FAMILIA-FIN
           END-READ.

           MOVE WS-FAM-LIMITE-ARS TO WS-TFA-LIMITE-ARS.
           MOVE WS-FAM-LIMITE-USD TO WS-TFA-LIMITE-USD.

           INITIALIZE WS-TCI-REG.
           MOVE 'FA'              TO WS-TCI-TIPO.
           MOVE WS-FAM-CUENTA     TO WS-CUENTA-X.
           MOVE WS-CUENTA-X       TO WS-TCI-VALOR.
           MOVE WS-TRB-FAMILIA    TO WS-TCI-DATOS.
           PERFORM 1395-GRABAR-TRABAJO
              THRU 1395-GRABAR-TRABAJO-FIN.

       1315-CARGAR-UNA-FAMILIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1320-CARGAR-MINIMOS.

           IF WS-HAY-MINIMOS = 'N'
              GO TO 1320-CARGAR-MINIMOS-FIN
           END-IF.

           OPEN INPUT ENT-MINIMOS.
           IF NOT FS-MINIMOS-OK
              DISPLAY 'ERROR AL ABRIR MINIMOS.SEQ: ' FS-MINIMOS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1325-CARGAR-UN-MINIMO
              THRU 1325-CARGAR-UN-MINIMO-FIN
              UNTIL FS-MINIMOS-EOF.

           CLOSE ENT-MINIMOS.

       1320-CARGAR-MINIMOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1325-CARGAR-UN-MINIMO.

           READ ENT-MINIMOS
               AT END
                  SET FS-MINIMOS-EOF TO TRUE
                  GO TO 1325-CARGAR-UN-MINIMO-FIN
           END-READ.

           IF WS-ENT-MINIMOS-CTL (1:1) = '*'
              GO TO 1325-CARGAR-UN-MINIMO-FIN
           END-IF.

           MOVE WS-MINR-PERIODO     TO WS-TMN-PERIODO.
           MOVE WS-MINR-PAGO-MINIMO TO WS-TMN-PAGO-MINIMO.

           INITIALIZE WS-TCI-REG.
           MOVE 'MN'                TO WS-TCI-TIPO.
           MOVE WS-MINR-CLAVE       TO WS-TCI-VALOR.
           MOVE WS-TRB-MINIMO       TO WS-TCI-DATOS.
           PERFORM 1390-GRABAR-ULTIMO-RESUMEN
              THRU 1390-GRABAR-ULTIMO-RESUMEN-FIN.

       1325-CARGAR-UN-MINIMO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1330-CARGAR-SALDOS.

           IF WS-HAY-SALDOS-CIERRE = 'N'
              GO TO 1330-CARGAR-SALDOS-FIN
           END-IF.

           OPEN INPUT ENT-SALDOS-CIERRE.
           IF NOT FS-SALDOS-CIERRE-OK
              DISPLAY 'ERROR AL ABRIR SALDOS-CIERRE.SEQ: '
                      FS-SALDOS-CIERRE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1335-CARGAR-UN-SALDO
              THRU 1335-CARGAR-UN-SALDO-FIN
              UNTIL FS-SALDOS-CIERRE-EOF.

           CLOSE ENT-SALDOS-CIERRE.

       1330-CARGAR-SALDOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1335-CARGAR-UN-SALDO.

           READ ENT-SALDOS-CIERRE
               AT END
                  SET FS-SALDOS-CIERRE-EOF TO TRUE
                  GO TO 1335-CARGAR-UN-SALDO-FIN
           END-READ.

           IF WS-ENT-SALDOS-CIERRE-CTL (1:1) = '*'
              GO TO 1335-CARGAR-UN-SALDO-FIN
           END-IF.

           MOVE WS-SDO-PERIODO    TO WS-TSC-PERIODO.
           MOVE WS-SDO-SALDO-ARS  TO WS-TSC-SALDO-ARS.
           MOVE WS-SDO-SALDO-USD  TO WS-TSC-SALDO-USD.

           INITIALIZE WS-TCI-REG.
           MOVE 'SC'              TO WS-TCI-TIPO.
           MOVE WS-SDO-CLAVE      TO WS-TCI-VALOR.
           MOVE WS-TRB-SALDO      TO WS-TCI-DATOS.
           PERFORM 1390-GRABAR-ULTIMO-RESUMEN
              THRU 1390-GRABAR-ULTIMO-RESUMEN-FIN.

       1335-CARGAR-UN-SALDO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** los pagos del ciclo quedan por tarjeta, en el orden en
      *    *** que los aplico PAGOPOST
       1340-CARGAR-PAGOS.

           IF WS-HAY-PAGOS-APLICADOS = 'N'
              GO TO 1340-CARGAR-PAGOS-FIN
           END-IF.

           OPEN INPUT ENT-PAGOS-APLICADOS.
           IF NOT FS-PAGOS-APLICADOS-OK
              DISPLAY 'ERROR AL ABRIR PAGOS-APLICADOS.SEQ: '
                      FS-PAGOS-APLICADOS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1345-CARGAR-UN-PAGO
              THRU 1345-CARGAR-UN-PAGO-FIN
              UNTIL FS-PAGOS-APLICADOS-EOF.

           CLOSE ENT-PAGOS-APLICADOS.

       1340-CARGAR-PAGOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1345-CARGAR-UN-PAGO.

           READ ENT-PAGOS-APLICADOS
               AT END
                  SET FS-PAGOS-APLICADOS-EOF TO TRUE
                  GO TO 1345-CARGAR-UN-PAGO-FIN
           END-READ.

           IF WS-ENT-PAGOS-APLICADOS-CTL (1:1) = '*'
              GO TO 1345-CARGAR-UN-PAGO-FIN
           END-IF.

           ADD 1 TO WS-SEC-PAGO.
           INITIALIZE WS-TCI-REG.
           MOVE 'PT'                      TO WS-TCI-TIPO.
           MOVE WS-PAPL-NUM-TARJETA       TO WS-TCI-VALOR.
           MOVE WS-SEC-PAGO               TO WS-TCI-SECUENCIA.
           MOVE WS-PAPL-PAGO-APLICADO-REG TO WS-TCI-DATOS.
           PERFORM 1395-GRABAR-TRABAJO
              THRU 1395-GRABAR-TRABAJO-FIN.

       1345-CARGAR-UN-PAGO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** vencimiento del ultimo resumen emitido: la ultima fila
      *    *** de datos del archivo
       1350-LEER-VENCIMIENTO.

           IF WS-HAY-VENCIMIENTO = 'N'
              GO TO 1350-LEER-VENCIMIENTO-FIN
           END-IF.

           OPEN INPUT ENT-VENCIMIENTO.
           IF NOT FS-VENCIMIENTO-OK
              DISPLAY 'ERROR AL ABRIR VENCIMIENTO.SEQ: '
                      FS-VENCIMIENTO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1355-LEER-UN-VENCIMIENTO
              THRU 1355-LEER-UN-VENCIMIENTO-FIN
              UNTIL FS-VENCIMIENTO-EOF.

           CLOSE ENT-VENCIMIENTO.

       1350-LEER-VENCIMIENTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1355-LEER-UN-VENCIMIENTO.

           READ ENT-VENCIMIENTO
               AT END SET FS-VENCIMIENTO-EOF TO TRUE
               NOT AT END
                  IF WS-ENT-VENCIMIENTO-CTL (1:1) <> '*'
                     MOVE WS-VTO-ULTIMO-GRABADO TO WS-VENCIMIENTO
                  END-IF
           END-READ.

       1355-LEER-UN-VENCIMIENTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** MINIMOS y SALDOS-CIERRE acumulan un lote por corrida de
      *    *** facturacion: por clave queda el del periodo mas reciente
      *    *** (a igual periodo, el ultimo leido, que es el reproceso)
       1390-GRABAR-ULTIMO-RESUMEN.

           MOVE WS-TCI-REG          TO WS-TCI-NUEVO.
           MOVE WS-TCI-DATOS (1:6)  TO WS-PERIODO-NUEVO.

           READ TRB-POSFEED KEY IS WS-TCI-CLAVE
               INVALID KEY CONTINUE
           END-READ.

           IF FS-TRABAJO-OK
              MOVE WS-TCI-DATOS (1:6) TO WS-PERIODO-GRABADO
              IF WS-PERIODO-GRABADO > WS-PERIODO-NUEVO
                 GO TO 1390-GRABAR-ULTIMO-RESUMEN-FIN
              END-IF
           END-IF.

           MOVE WS-TCI-NUEVO TO WS-TCI-REG.
           PERFORM 1395-GRABAR-TRABAJO
              THRU 1395-GRABAR-TRABAJO-FIN.

       1390-GRABAR-ULTIMO-RESUMEN-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** una clave repetida reemplaza a la anterior (como
      *    *** TP02EJ01 1199); cualquier otro error frena la corrida:
      *    *** no se publica con una tabla incompleta
       1395-GRABAR-TRABAJO.

           WRITE WS-TCI-REG.

           IF FS-TRABAJO-CLAVE-DUP
              REWRITE WS-TCI-REG
           END-IF.

           IF NOT FS-TRABAJO-OK
              DISPLAY 'ERROR AL GRABAR EN POSFEED-TRABAJO.VSAM, TIPO '
                      WS-TCI-TIPO ' CLAVE ' WS-TCI-VALOR
              DISPLAY 'FILE STATUS: ' FS-TRABAJO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1395-GRABAR-TRABAJO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** H;version;POSFEED;marca de la corrida;periodo en curso;
      *    *** vencimiento del ultimo resumen
       1400-GRABAR-CABECERA.

           MOVE SPACES TO WS-LINEA.
           MOVE 1      TO WS-PUNTERO.
           STRING 'H;' WS-VERSION-LAYOUT ';POSFEED;' WS-MARCA-CORRIDA
                  ';' WS-PERIODO-ACTUAL ';' WS-VENCIMIENTO
                  DELIMITED BY SIZE INTO WS-LINEA
                  WITH POINTER WS-PUNTERO.

           PERFORM 8900-GRABAR-REGISTRO
              THRU 8900-GRABAR-REGISTRO-FIN.

       1400-GRABAR-CABECERA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESAR-TARJETA.

           ADD 1 TO WS-CANT-TARJETAS.

           PERFORM 8100-TOKENIZAR-TARJETA
              THRU 8100-TOKENIZAR-TARJETA-FIN.

           PERFORM 2100-DETERMINAR-ESTADO
              THRU 2100-DETERMINAR-ESTADO-FIN.

           PERFORM 2200-CALCULAR-DISPONIBLE
              THRU 2200-CALCULAR-DISPONIBLE-FIN.

           PERFORM 2400-BUSCAR-ULTIMO-RESUMEN
              THRU 2400-BUSCAR-ULTIMO-RESUMEN-FIN.

           PERFORM 2500-GRABAR-POSICION
              THRU 2500-GRABAR-POSICION-FIN.

           PERFORM 2600-GRABAR-PAGOS
              THRU 2600-GRABAR-PAGOS-FIN.

           PERFORM 2700-GRABAR-CONSUMOS
              THRU 2700-GRABAR-CONSUMOS-FIN.

           PERFORM 2800-GRABAR-RETENCIONES
              THRU 2800-GRABAR-RETENCIONES-FIN.

           PERFORM 8500-LEER-MAESTRO
              THRU 8500-LEER-MAESTRO-FIN.

       2000-PROCESAR-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** mismo orden que MAESTARJ: una tarjeta inactiva se
      *    *** informa con el motivo registrado en BLOQCTRL; una activa
      *    *** cuyo plastico no fue activado todavia, como pendiente
      *    *** (sin registro de plastico la tarjeta es anterior al
      *    *** circuito y opera como siempre)
       2100-DETERMINAR-ESTADO.

           SET WS-POS-ACTIVA TO TRUE.
           MOVE SPACE  TO WS-POS-MOTIVO.
           MOVE SPACES TO WS-POS-DES-MOTIVO.

           IF WS-MT-ESTADO <> 'A'
              SET WS-POS-BLOQUEADA TO TRUE
              ADD 1 TO WS-CANT-BLOQUEADAS
              INITIALIZE WS-BLOQUEO
              SET WS-BLQ-MODO-CONSULTAR TO TRUE
              MOVE WS-MT-NUM-TARJETA TO WS-BLQ-TARJETA-E
              CALL 'BLOQCTRL' USING WS-BLOQUEO
              MOVE WS-BLQ-MOTIVO-O TO WS-POS-MOTIVO
              IF WS-BLQ-SIN-MOTIVO
                 MOVE 'DADA DE BAJA' TO WS-POS-DES-MOTIVO
              ELSE
                 MOVE WS-BLQ-DES-MOTIVO-O TO WS-POS-DES-MOTIVO
              END-IF
              GO TO 2100-DETERMINAR-ESTADO-FIN
           END-IF.

           IF NOT WS-PLASTICO-DISPONIBLE
              GO TO 2100-DETERMINAR-ESTADO-FIN
           END-IF.

           MOVE WS-MT-NUM-TARJETA TO WS-PLA-TARJETA.
           READ ENT-PLASTICO KEY IS WS-PLA-TARJETA
               INVALID KEY
                  GO TO 2100-DETERMINAR-ESTADO-FIN
           END-READ.

           IF FS-PLASTICO-OK
              AND NOT WS-PLA-ACTIVADA
              SET WS-POS-PENDIENTE TO TRUE
              ADD 1 TO WS-CANT-PENDIENTES
              MOVE WS-PLA-ESTADO TO WS-POS-MOTIVO
              MOVE 'PENDIENTE DE ACTIVACION' TO WS-POS-DES-MOTIVO
           END-IF.

       2100-DETERMINAR-ESTADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el gasto del ciclo de la propia tarjeta se informa
      *    *** siempre; el disponible solo para una tarjeta activa: a
      *    *** la bloqueada o pendiente AUTORIZA la rechaza sin
      *    *** calcularlo, y sale en cero
       2200-CALCULAR-DISPONIBLE.

           MOVE ZEROES TO WS-POS-DISP-ARS, WS-POS-DISP-USD.
           MOVE 'N'    TO WS-POS-FAMILIA.

           MOVE WS-MT-NUM-TARJETA TO WS-TARJETA-EVAL.
           PERFORM 7100-LEER-GASTO-CICLO
              THRU 7100-LEER-GASTO-CICLO-FIN.
           MOVE WS-GASTO-ARS TO WS-POS-GASTO-ARS.
           MOVE WS-GASTO-USD TO WS-POS-GASTO-USD.

      *    *** limite compartido de la familia de la cuenta, si tiene
           MOVE 'FA'              TO WS-TCI-TIPO.
           MOVE WS-MT-NUM-CUENTA  TO WS-CUENTA-X.
           MOVE WS-CUENTA-X       TO WS-TCI-VALOR.
           MOVE ZEROES            TO WS-TCI-SECUENCIA.
           READ TRB-POSFEED KEY IS WS-TCI-CLAVE
               INVALID KEY CONTINUE
           END-READ.
           IF FS-TRABAJO-OK
              MOVE WS-TCI-DATOS (1:20) TO WS-TRB-FAMILIA
              MOVE 'S' TO WS-POS-FAMILIA
           END-IF.

           IF NOT WS-POS-ACTIVA
              GO TO 2200-CALCULAR-DISPONIBLE-FIN
           END-IF.

           MOVE 'ARS' TO WS-MONEDA-EVAL.
           PERFORM 2210-DISPONIBLE-MONEDA
              THRU 2210-DISPONIBLE-MONEDA-FIN.
           MOVE WS-DISPONIBLE TO WS-POS-DISP-ARS.

           MOVE 'USD' TO WS-MONEDA-EVAL.
           PERFORM 2210-DISPONIBLE-MONEDA
              THRU 2210-DISPONIBLE-MONEDA-FIN.
           MOVE WS-DISPONIBLE TO WS-POS-DISP-USD.

       2200-CALCULAR-DISPONIBLE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** disponible = limite de la moneda - saldo arrastrado -
      *    *** gasto ya acumulado del ciclo - cuotas comprometidas -
      *    *** retenciones vivas (AUTORIZA 2100)
       2210-DISPONIBLE-MONEDA.

           IF WS-POS-LIMITE-FAMILIA
              PERFORM 2250-DISPONIBLE-FAMILIA
                 THRU 2250-DISPONIBLE-FAMILIA-FIN
              GO TO 2210-DISPONIBLE-MONEDA-FIN
           END-IF.

           IF WS-MONEDA-EVAL = 'ARS'
              MOVE WS-MT-LIMITE-TARJETA      TO WS-LIMITE
              MOVE WS-MT-SALDO-ANTERIOR-ARS  TO WS-SALDO-ARRASTRADO
           ELSE
              MOVE WS-MT-LIMITE-TARJETA-USD  TO WS-LIMITE
              MOVE WS-MT-SALDO-ANTERIOR-USD  TO WS-SALDO-ARRASTRADO
           END-IF.

           MOVE WS-MT-NUM-TARJETA TO WS-TARJETA-EVAL.

           PERFORM 7100-LEER-GASTO-CICLO
              THRU 7100-LEER-GASTO-CICLO-FIN.

           PERFORM 7200-SUMAR-COMPROMETIDO
              THRU 7200-SUMAR-COMPROMETIDO-FIN.

           PERFORM 7300-SUMAR-RETENIDO
              THRU 7300-SUMAR-RETENIDO-FIN.

           COMPUTE WS-DISPONIBLE =
                   WS-LIMITE - WS-SALDO-ARRASTRADO
                   - WS-GASTO-CICLO - WS-COMPROMETIDO
                   - WS-RETENIDO.

       2210-DISPONIBLE-MONEDA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** disponible de una familia con limite compartido: el
      *    *** limite de la cuenta menos el uso combinado de TODAS sus
      *    *** tarjetas (AUTORIZA 2600)
       2250-DISPONIBLE-FAMILIA.

           IF WS-MONEDA-EVAL = 'ARS'
              MOVE WS-TFA-LIMITE-ARS TO WS-LIMITE
           ELSE
              MOVE WS-TFA-LIMITE-USD TO WS-LIMITE
           END-IF.

           MOVE ZEROES TO WS-USADO-FAMILIA.
           MOVE 'N'    TO WS-ARRASTRE-CONTADO.

           MOVE WS-MT-NUM-CUENTA TO WS-MC-NUM-CUENTA.
           START ENT-MAESTRO-CUENTA
               KEY IS EQUAL TO WS-MC-NUM-CUENTA
               INVALID KEY CONTINUE
           END-START.

           IF FS-MAESTRO-CUENTA-OK
              MOVE WS-MT-NUM-CUENTA TO WS-MC-CUENTA-LEIDA
              PERFORM 2260-SUMAR-USO-TARJETA
                 THRU 2260-SUMAR-USO-TARJETA-FIN
                 UNTIL NOT FS-MAESTRO-CUENTA-OK
                    OR WS-MC-CUENTA-LEIDA <> WS-MT-NUM-CUENTA
           END-IF.

           COMPUTE WS-DISPONIBLE = WS-LIMITE - WS-USADO-FAMILIA.

       2250-DISPONIBLE-FAMILIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2260-SUMAR-USO-TARJETA.

           READ ENT-MAESTRO-CUENTA NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF NOT FS-MAESTRO-CUENTA-OK
              GO TO 2260-SUMAR-USO-TARJETA-FIN
           END-IF.

           MOVE WS-MC-NUM-CUENTA TO WS-MC-CUENTA-LEIDA.
           IF WS-MC-CUENTA-LEIDA <> WS-MT-NUM-CUENTA
              GO TO 2260-SUMAR-USO-TARJETA-FIN
           END-IF.

      *    *** el arrastre se cuenta una sola vez por cuenta: con
      *    *** rollup ACTSALDO espeja el mismo saldo combinado en todas
      *    *** las tarjetas de la cuenta
           IF NOT WS-ARRASTRE-YA-CONTADO
              IF WS-MONEDA-EVAL = 'ARS'
                 ADD WS-MC-SALDO-ANTERIOR-ARS TO WS-USADO-FAMILIA
              ELSE
                 ADD WS-MC-SALDO-ANTERIOR-USD TO WS-USADO-FAMILIA
              END-IF
              MOVE 'S' TO WS-ARRASTRE-CONTADO
           END-IF.

           MOVE WS-MC-NUM-TARJETA TO WS-TARJETA-EVAL.

           PERFORM 7100-LEER-GASTO-CICLO
              THRU 7100-LEER-GASTO-CICLO-FIN.
           ADD WS-GASTO-CICLO TO WS-USADO-FAMILIA.

           PERFORM 7200-SUMAR-COMPROMETIDO
              THRU 7200-SUMAR-COMPROMETIDO-FIN.
           ADD WS-COMPROMETIDO TO WS-USADO-FAMILIA.

           PERFORM 7300-SUMAR-RETENIDO
              THRU 7300-SUMAR-RETENIDO-FIN.
           ADD WS-RETENIDO TO WS-USADO-FAMILIA.

       2260-SUMAR-USO-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** ultimo resumen: el de la tarjeta o, con rollup por
      *    *** cuenta, el de la cuenta (misma busqueda que POSICION);
      *    *** total y minimo arman la referencia del cupon
       2400-BUSCAR-ULTIMO-RESUMEN.

           MOVE ZEROES TO WS-POS-PERIODO-RESUMEN, WS-POS-TOTAL-ARS,
                          WS-POS-TOTAL-USD, WS-POS-MINIMO.
           MOVE SPACES TO WS-POS-REFERENCIA.
           MOVE WS-MT-NUM-CUENTA TO WS-CUENTA-X.

           MOVE 'SC'              TO WS-TCI-TIPO.
           MOVE WS-MT-NUM-TARJETA TO WS-CLAVE-X.
           PERFORM 8700-LEER-TRABAJO-CLAVE
              THRU 8700-LEER-TRABAJO-CLAVE-FIN.
           IF NOT FS-TRABAJO-OK
              MOVE WS-CUENTA-X TO WS-CLAVE-X
              PERFORM 8700-LEER-TRABAJO-CLAVE
                 THRU 8700-LEER-TRABAJO-CLAVE-FIN
           END-IF.
           IF FS-TRABAJO-OK
              MOVE WS-TCI-DATOS (1:28) TO WS-TRB-SALDO
              MOVE WS-TSC-PERIODO      TO WS-POS-PERIODO-RESUMEN
              MOVE WS-TSC-SALDO-ARS    TO WS-POS-TOTAL-ARS
              MOVE WS-TSC-SALDO-USD    TO WS-POS-TOTAL-USD
           END-IF.

           MOVE 'MN'              TO WS-TCI-TIPO.
           MOVE WS-MT-NUM-TARJETA TO WS-CLAVE-X.
           PERFORM 8700-LEER-TRABAJO-CLAVE
              THRU 8700-LEER-TRABAJO-CLAVE-FIN.
           IF NOT FS-TRABAJO-OK
              MOVE WS-CUENTA-X TO WS-CLAVE-X
              PERFORM 8700-LEER-TRABAJO-CLAVE
                 THRU 8700-LEER-TRABAJO-CLAVE-FIN
           END-IF.
           IF FS-TRABAJO-OK
              MOVE WS-TCI-DATOS (1:16) TO WS-TRB-MINIMO
              MOVE WS-TMN-PAGO-MINIMO  TO WS-POS-MINIMO
              IF WS-POS-PERIODO-RESUMEN = ZEROES
                 MOVE WS-TMN-PERIODO TO WS-POS-PERIODO-RESUMEN
              END-IF
           END-IF.

           IF WS-POS-PERIODO-RESUMEN > ZEROES
              PERFORM 2450-ARMAR-REFERENCIA
                 THRU 2450-ARMAR-REFERENCIA-FIN
           END-IF.

       2400-BUSCAR-ULTIMO-RESUMEN-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la misma referencia que imprime el cupon del resumen
      *    *** (TP02EJ01 2765): con saldo a favor el cupon va en cero
       2450-ARMAR-REFERENCIA.

           COMPUTE WS-CUPON-MINIMO-CTVS = WS-POS-MINIMO * 100.

           IF WS-POS-TOTAL-ARS > ZEROES
              COMPUTE WS-CUPON-TOTAL-CTVS = WS-POS-TOTAL-ARS * 100
           ELSE
              MOVE ZEROES TO WS-CUPON-TOTAL-CTVS
              MOVE ZEROES TO WS-CUPON-MINIMO-CTVS
           END-IF.

           INITIALIZE WS-REF-ENTRADA, WS-REF-SALIDA.
           SET WS-REF-MODO-GENERAR       TO TRUE.
           MOVE WS-MT-NUM-CUENTA         TO WS-REF-CUENTA.
           MOVE WS-POS-PERIODO-RESUMEN   TO WS-REF-PERIODO.
           MOVE WS-CUPON-MINIMO-CTVS     TO WS-REF-MINIMO-CTVS.
           MOVE WS-CUPON-TOTAL-CTVS      TO WS-REF-TOTAL-CTVS.

           CALL 'CLVALREF' USING WS-VAL-REFERENCIA.

           IF WS-REF-COD-ERROR-O = SPACES
              MOVE WS-REF-REFERENCIA-O TO WS-POS-REFERENCIA
           END-IF.

       2450-ARMAR-REFERENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** P;version;tarjeta;cuenta;tipo de tarjeta;estado;motivo;
      *    *** descripcion del motivo;limite familiar S/N;disponible
      *    *** ARS;disponible USD;saldo arrastrado ARS;saldo arrastrado
      *    *** USD;gasto del ciclo ARS;gasto del ciclo USD;periodo del
      *    *** ultimo resumen;total ARS;total USD;pago minimo;
      *    *** vencimiento;referencia de pago;saldo de puntos
       2500-GRABAR-POSICION.

           MOVE ZEROES TO WS-POS-PUNTOS.
           IF WS-PUNTOS-DISPONIBLE
              MOVE WS-MT-NUM-CUENTA TO WS-PTS-CUENTA
              READ ENT-PUNTOS KEY IS WS-PTS-CUENTA
                  INVALID KEY CONTINUE
              END-READ
              IF FS-PUNTOS-OK
                 MOVE WS-PTS-SALDO TO WS-POS-PUNTOS
              END-IF
           END-IF.

           MOVE SPACES TO WS-LINEA.
           MOVE 1      TO WS-PUNTERO.
           STRING 'P;' WS-VERSION-LAYOUT
                  DELIMITED BY SIZE INTO WS-LINEA
                  WITH POINTER WS-PUNTERO.

           MOVE WS-POS-TOKEN TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-MT-NUM-CUENTA TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-MT-TIPO-TARJETA TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-POS-ESTADO TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-POS-MOTIVO TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-POS-DES-MOTIVO TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-POS-FAMILIA TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-POS-DISP-ARS TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           MOVE WS-POS-DISP-USD TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           MOVE WS-MT-SALDO-ANTERIOR-ARS TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           MOVE WS-MT-SALDO-ANTERIOR-USD TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           MOVE WS-POS-GASTO-ARS TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           MOVE WS-POS-GASTO-USD TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           MOVE WS-POS-PERIODO-RESUMEN TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-POS-TOTAL-ARS TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           MOVE WS-POS-TOTAL-USD TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           MOVE WS-POS-MINIMO TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           MOVE WS-VENCIMIENTO TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-POS-REFERENCIA TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-POS-PUNTOS TO WS-CAMPO-ENTERO.
           PERFORM 8400-AGREGAR-ENTERO
              THRU 8400-AGREGAR-ENTERO-FIN.

           PERFORM 8900-GRABAR-REGISTRO
              THRU 8900-GRABAR-REGISTRO-FIN.

       2500-GRABAR-POSICION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** pagos aplicados del ciclo a la tarjeta
       2600-GRABAR-PAGOS.

           MOVE 'PT'              TO WS-TCI-TIPO.
           MOVE WS-MT-NUM-TARJETA TO WS-TCI-VALOR.
           MOVE ZEROES            TO WS-TCI-SECUENCIA.
           MOVE 'N'               TO WS-FIN-TRABAJO.

           START TRB-POSFEED KEY IS >= WS-TCI-CLAVE
               INVALID KEY
                  GO TO 2600-GRABAR-PAGOS-FIN
           END-START.

           PERFORM 2650-GRABAR-UN-PAGO
              THRU 2650-GRABAR-UN-PAGO-FIN
              UNTIL WS-NO-HAY-MAS-TRABAJO.

       2600-GRABAR-PAGOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2650-GRABAR-UN-PAGO.

           READ TRB-POSFEED NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIN-TRABAJO
                  GO TO 2650-GRABAR-UN-PAGO-FIN
           END-READ.

           IF WS-TCI-TIPO <> 'PT'
              OR WS-TCI-VALOR <> WS-MT-NUM-TARJETA
              MOVE 'S' TO WS-FIN-TRABAJO
              GO TO 2650-GRABAR-UN-PAGO-FIN
           END-IF.

           MOVE WS-TCI-DATOS TO WS-PAPL-PAGO-APLICADO-REG.

           MOVE 'PAGO'            TO WS-MOV-TIPO.
           STRING WS-PAPL-ANIO WS-PAPL-MES WS-PAPL-DIA
                  DELIMITED BY SIZE INTO WS-MOV-FECHA.
           MOVE WS-PAPL-MONEDA    TO WS-MOV-MONEDA.
           MOVE WS-PAPL-IMPORTE   TO WS-MOV-IMPORTE.
           MOVE WS-PAPL-CANAL     TO WS-MOV-DETALLE.
           PERFORM 8800-GRABAR-MOVIMIENTO
              THRU 8800-GRABAR-MOVIMIENTO-FIN.
           ADD 1 TO WS-CANT-PAGOS.

       2650-GRABAR-UN-PAGO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** consumos del ciclo en curso todavia sin facturar: los
      *    *** que la facturacion archivo en el historico bajo el
      *    *** periodo actual, los mismos que suman el gasto de
      *    *** SALDOCIC que descuenta AUTORIZA
       2700-GRABAR-CONSUMOS.

           IF NOT WS-HIST-CONSUMOS-DISPONIBLE
              GO TO 2700-GRABAR-CONSUMOS-FIN
           END-IF.

           MOVE WS-MT-NUM-TARJETA TO WS-HISC-TARJETA.
           MOVE WS-PERIODO-ACTUAL TO WS-HISC-PERIODO.
           MOVE ZEROES            TO WS-HISC-ID-CONSUMO.

           START ENT-HIST-CONSUMOS KEY IS >= WS-HISC-CLAVE
               INVALID KEY
                  GO TO 2700-GRABAR-CONSUMOS-FIN
           END-START.

           PERFORM 2750-GRABAR-UN-CONSUMO
              THRU 2750-GRABAR-UN-CONSUMO-FIN
              UNTIL NOT FS-HIST-CONSUMOS-OK.

       2700-GRABAR-CONSUMOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2750-GRABAR-UN-CONSUMO.

           READ ENT-HIST-CONSUMOS NEXT RECORD
               AT END
                  GO TO 2750-GRABAR-UN-CONSUMO-FIN
           END-READ.

           IF WS-HISC-TARJETA <> WS-MT-NUM-TARJETA
              OR WS-HISC-PERIODO <> WS-PERIODO-ACTUAL
              MOVE '10' TO FS-HIST-CONSUMOS
              GO TO 2750-GRABAR-UN-CONSUMO-FIN
           END-IF.

           MOVE WS-HISC-CONSUMO TO WS-ENT-CONSUMOS.

           MOVE 'CONSUMO'         TO WS-MOV-TIPO.
           STRING WS-ENT-ANIO WS-ENT-MES WS-ENT-DIA
                  DELIMITED BY SIZE INTO WS-MOV-FECHA.
           MOVE WS-ENT-MONEDA     TO WS-MOV-MONEDA.
           MOVE WS-ENT-IMPORTE    TO WS-MOV-IMPORTE.
           MOVE WS-ENT-DETALLE    TO WS-MOV-DETALLE.
           PERFORM 8800-GRABAR-MOVIMIENTO
              THRU 8800-GRABAR-MOVIMIENTO-FIN.
           ADD 1 TO WS-CANT-CONSUMOS.

       2750-GRABAR-UN-CONSUMO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** retenciones vivas: aprobaciones cuyo consumo todavia no
      *    *** llego y cuya vigencia no vencio
       2800-GRABAR-RETENCIONES.

           IF NOT WS-PREAUT-DISPONIBLE
              GO TO 2800-GRABAR-RETENCIONES-FIN
           END-IF.

           INITIALIZE WS-PRE-CLAVE.
           MOVE WS-MT-NUM-TARJETA TO WS-PRE-TARJETA.

           START ENT-PREAUTORIZADOS
               KEY IS NOT LESS THAN WS-PRE-CLAVE
               INVALID KEY
                  GO TO 2800-GRABAR-RETENCIONES-FIN
           END-START.

           PERFORM 2850-GRABAR-UNA-RETENCION
              THRU 2850-GRABAR-UNA-RETENCION-FIN
              UNTIL NOT FS-PREAUTORIZADOS-OK.

       2800-GRABAR-RETENCIONES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2850-GRABAR-UNA-RETENCION.

           READ ENT-PREAUTORIZADOS NEXT RECORD
               AT END
                  GO TO 2850-GRABAR-UNA-RETENCION-FIN
           END-READ.

           IF WS-PRE-TARJETA <> WS-MT-NUM-TARJETA
              MOVE '10' TO FS-PREAUTORIZADOS
              GO TO 2850-GRABAR-UNA-RETENCION-FIN
           END-IF.

           IF WS-PRE-VENCIMIENTO < WS-FECHA-HOY
              GO TO 2850-GRABAR-UNA-RETENCION-FIN
           END-IF.

           MOVE 'RETENCION'       TO WS-MOV-TIPO.
           MOVE WS-PRE-FECHA      TO WS-MOV-FECHA.
           MOVE WS-PRE-MONEDA     TO WS-MOV-MONEDA.
           MOVE WS-PRE-IMPORTE    TO WS-MOV-IMPORTE.
           MOVE SPACES            TO WS-MOV-DETALLE.
           STRING 'VENCE ' WS-PRE-VENCIMIENTO
                  DELIMITED BY SIZE INTO WS-MOV-DETALLE.
           PERFORM 8800-GRABAR-MOVIMIENTO
              THRU 8800-GRABAR-MOVIMIENTO-FIN.
           ADD 1 TO WS-CANT-RETENCIONES.

       2850-GRABAR-UNA-RETENCION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           PERFORM 3100-GRABAR-TOTALES
              THRU 3100-GRABAR-TOTALES-FIN.

           CLOSE ENT-MAESTRO-TARJETAS.
           CLOSE ENT-MAESTRO-CUENTA.
           CLOSE TRB-POSFEED.
           CLOSE SAL-POSICIONES.

           IF WS-SALDO-CICLO-DISPONIBLE
              CLOSE ENT-SALDO-CICLO
           END-IF.
           IF WS-CUOTAS-DISPONIBLE
              CLOSE ENT-CUOTAS
           END-IF.
           IF WS-PREAUT-DISPONIBLE
              CLOSE ENT-PREAUTORIZADOS
           END-IF.
           IF WS-HIST-CONSUMOS-DISPONIBLE
              CLOSE ENT-HIST-CONSUMOS
           END-IF.
           IF WS-PUNTOS-DISPONIBLE
              CLOSE ENT-PUNTOS
           END-IF.
           IF WS-PLASTICO-DISPONIBLE
              CLOSE ENT-PLASTICO
           END-IF.

           DISPLAY 'POSFEED: CORRIDA ' WS-MARCA-CORRIDA
                   ' LAYOUT ' WS-VERSION-LAYOUT.
           DISPLAY '         TARJETAS PUBLICADAS: ' WS-CANT-TARJETAS.
           DISPLAY '         BLOQUEADAS         : ' WS-CANT-BLOQUEADAS.
           DISPLAY '         PEND. ACTIVACION   : ' WS-CANT-PENDIENTES.
           DISPLAY '         PAGOS              : ' WS-CANT-PAGOS.
           DISPLAY '         CONSUMOS           : ' WS-CANT-CONSUMOS.
           DISPLAY '         RETENCIONES        : '
                   WS-CANT-RETENCIONES.
           DISPLAY '         REGISTROS GRABADOS : ' WS-CANT-REGISTROS.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** T;version;cantidad de registros (cabecera y control
      *    *** incluidos);tarjetas;movimientos;total de los importes de
      *    *** los movimientos en centesimos: el canal no carga un
      *    *** archivo cuyas cantidades no cierran
       3100-GRABAR-TOTALES.

           ADD 1 TO WS-CANT-REGISTROS.
           COMPUTE WS-TOTAL-CENTESIMOS = WS-TOTAL-MOVIMIENTOS * 100.

           MOVE SPACES TO WS-LINEA.
           MOVE 1      TO WS-PUNTERO.
           MOVE WS-CANT-REGISTROS TO WS-CANT-ED.
           STRING 'T;' WS-VERSION-LAYOUT ';' WS-CANT-ED
                  DELIMITED BY SIZE INTO WS-LINEA
                  WITH POINTER WS-PUNTERO.
           MOVE WS-CANT-TARJETAS TO WS-CANT-ED.
           STRING ';' WS-CANT-ED
                  DELIMITED BY SIZE INTO WS-LINEA
                  WITH POINTER WS-PUNTERO.
           MOVE WS-CANT-MOVIMIENTOS TO WS-CANT-ED.
           STRING ';' WS-CANT-ED ';' WS-TOTAL-CENTESIMOS
                  DELIMITED BY SIZE INTO WS-LINEA
                  WITH POINTER WS-PUNTERO.

           WRITE WS-SAL-POSICIONES FROM WS-LINEA.
           IF NOT FS-POSICIONES-OK
              DISPLAY 'ERROR AL GRABAR POSICIONES-CANALES.TXT: '
                      FS-POSICIONES
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       3100-GRABAR-TOTALES-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** gasto del ciclo en curso de WS-TARJETA-EVAL, en las dos
      *    *** monedas y en la evaluada: solo cuenta si el registro es
      *    *** del periodo actual (AUTORIZA 2200)
       7100-LEER-GASTO-CICLO.

           MOVE ZEROES TO WS-GASTO-ARS, WS-GASTO-USD, WS-GASTO-CICLO.

           IF NOT WS-SALDO-CICLO-DISPONIBLE
              GO TO 7100-LEER-GASTO-CICLO-FIN
           END-IF.

           MOVE WS-TARJETA-EVAL TO WS-SDC-TARJETA.
           READ ENT-SALDO-CICLO KEY IS WS-SDC-TARJETA
               INVALID KEY CONTINUE
           END-READ.

           IF FS-SALDO-CICLO-OK
              AND WS-SDC-PERIODO = WS-PERIODO-ACTUAL
              MOVE WS-SDC-ACUM-ARS TO WS-GASTO-ARS
              MOVE WS-SDC-ACUM-USD TO WS-GASTO-USD
           END-IF.

           IF WS-MONEDA-EVAL = 'ARS'
              MOVE WS-GASTO-ARS TO WS-GASTO-CICLO
           ELSE
              MOVE WS-GASTO-USD TO WS-GASTO-CICLO
           END-IF.

       7100-LEER-GASTO-CICLO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cuotas futuras comprometidas de WS-TARJETA-EVAL en la
      *    *** moneda evaluada (AUTORIZA 2300)
       7200-SUMAR-COMPROMETIDO.

           MOVE ZEROES TO WS-COMPROMETIDO.

           IF NOT WS-CUOTAS-DISPONIBLE
              GO TO 7200-SUMAR-COMPROMETIDO-FIN
           END-IF.

           INITIALIZE WS-CUO-CLAVE.
           MOVE WS-TARJETA-EVAL TO WS-CUO-TARJETA.
           MOVE WS-TARJETA-EVAL TO WS-TARJETA-BUSCADA.
           START ENT-CUOTAS KEY IS NOT LESS THAN WS-CUO-CLAVE
               INVALID KEY CONTINUE
           END-START.

           IF FS-CUOTAS-OK
              PERFORM 7210-SUMAR-UN-PLAN
                 THRU 7210-SUMAR-UN-PLAN-FIN
                 UNTIL NOT FS-CUOTAS-OK
                    OR WS-CUO-TARJETA <> WS-TARJETA-BUSCADA
           END-IF.

       7200-SUMAR-COMPROMETIDO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       7210-SUMAR-UN-PLAN.

           READ ENT-CUOTAS NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF FS-CUOTAS-OK
              AND WS-CUO-TARJETA = WS-TARJETA-BUSCADA
              AND WS-CUO-ABIERTO
              AND ((WS-MONEDA-EVAL = 'ARS' AND WS-CUO-MONEDA = 'ARS')
                OR (WS-MONEDA-EVAL <> 'ARS' AND WS-CUO-MONEDA <> 'ARS'))
              SUBTRACT WS-CUO-ULTIMA-CUOTA-VISTA
                       WS-CUO-CUOTAS-ANULADAS
                  FROM WS-CUO-CANT-CUOTAS
                                   GIVING WS-CUOTAS-RESTANTES
              IF WS-CUOTAS-RESTANTES > ZEROES
                 COMPUTE WS-COMPROMETIDO-PLAN =
                         WS-CUOTAS-RESTANTES * WS-CUO-IMPORTE-CUOTA
                 ADD WS-COMPROMETIDO-PLAN TO WS-COMPROMETIDO
              END-IF
           END-IF.

       7210-SUMAR-UN-PLAN-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** retenciones vivas de WS-TARJETA-EVAL en la moneda
      *    *** evaluada (AUTORIZA 2400)
       7300-SUMAR-RETENIDO.

           MOVE ZEROES TO WS-RETENIDO.

           IF NOT WS-PREAUT-DISPONIBLE
              GO TO 7300-SUMAR-RETENIDO-FIN
           END-IF.

           INITIALIZE WS-PRE-CLAVE.
           MOVE WS-TARJETA-EVAL TO WS-PRE-TARJETA.
           MOVE WS-TARJETA-EVAL TO WS-TARJETA-BUSCADA.

           START ENT-PREAUTORIZADOS
               KEY IS NOT LESS THAN WS-PRE-CLAVE
               INVALID KEY CONTINUE
           END-START.

           IF FS-PREAUTORIZADOS-OK
              PERFORM 7310-SUMAR-UNA-RETENCION
                 THRU 7310-SUMAR-UNA-RETENCION-FIN
                 UNTIL NOT FS-PREAUTORIZADOS-OK
                    OR WS-PRE-TARJETA <> WS-TARJETA-BUSCADA
           END-IF.

       7300-SUMAR-RETENIDO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       7310-SUMAR-UNA-RETENCION.

           READ ENT-PREAUTORIZADOS NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF FS-PREAUTORIZADOS-OK
              AND WS-PRE-TARJETA = WS-TARJETA-BUSCADA
              AND WS-PRE-MONEDA = WS-MONEDA-EVAL
              AND WS-PRE-VENCIMIENTO >= WS-FECHA-HOY
              ADD WS-PRE-IMPORTE TO WS-RETENIDO
           END-IF.

       7310-SUMAR-UNA-RETENCION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** ningun numero de tarjeta sale en claro: el token de la
      *    *** tarjeta se pide una vez y sirve para todos sus registros
       8100-TOKENIZAR-TARJETA.

           MOVE 'T'               TO WS-TOK-MODO.
           MOVE WS-MT-NUM-TARJETA TO WS-TOK-TARJETA-E.
           CALL 'TOKENIZA' USING WS-TOKEN.
           IF WS-TOK-COD-ERROR-O <> SPACES
              DISPLAY 'POSFEED: ERROR AL TOKENIZAR: '
                      WS-TOK-COD-ERROR-O ' ' WS-TOK-DES-ERROR-O
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-TOK-TARJETA-S TO WS-POS-TOKEN.

       8100-TOKENIZAR-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el ';' es el separador: dentro de un texto se cambia por
      *    *** ','; los blancos del final no viajan
       8200-AGREGAR-TEXTO.

           INSPECT WS-CAMPO-TEXTO REPLACING ALL ';' BY ','.
           STRING ';' DELIMITED BY SIZE
                  WS-CAMPO-TEXTO DELIMITED BY '  '
                  INTO WS-LINEA
                  WITH POINTER WS-PUNTERO.
           MOVE SPACES TO WS-CAMPO-TEXTO.

       8200-AGREGAR-TEXTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** importes con signo y en centesimos, sin separador
       8300-AGREGAR-IMPORTE.

           COMPUTE WS-CAMPO-CENTESIMOS = WS-CAMPO-IMPORTE * 100.
           MOVE WS-CAMPO-CENTESIMOS TO WS-CAMPO-CENTESIMOS-ED.
           STRING ';' WS-CAMPO-CENTESIMOS-ED
                  DELIMITED BY SIZE INTO WS-LINEA
                  WITH POINTER WS-PUNTERO.

       8300-AGREGAR-IMPORTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       8400-AGREGAR-ENTERO.

           MOVE WS-CAMPO-ENTERO TO WS-CAMPO-ENTERO-ED.
           STRING ';' WS-CAMPO-ENTERO-ED
                  DELIMITED BY SIZE INTO WS-LINEA
                  WITH POINTER WS-PUNTERO.

       8400-AGREGAR-ENTERO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       8500-LEER-MAESTRO.

           READ ENT-MAESTRO-TARJETAS NEXT RECORD
               AT END SET FS-MAESTRO-TARJETAS-EOF TO TRUE
           END-READ.

           IF NOT FS-MAESTRO-TARJETAS-OK
              AND NOT FS-MAESTRO-TARJETAS-EOF
              DISPLAY 'ERROR AL LEER MAESTRO-TARJETAS.VSAM: '
                      FS-MAESTRO-TARJETAS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       8500-LEER-MAESTRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** lee del archivo de trabajo el registro del tipo de
      *    *** WS-TCI-TIPO para la clave WS-CLAVE-X
       8700-LEER-TRABAJO-CLAVE.

           MOVE WS-CLAVE-X TO WS-TCI-VALOR.
           MOVE ZEROES     TO WS-TCI-SECUENCIA.
           READ TRB-POSFEED KEY IS WS-TCI-CLAVE
               INVALID KEY CONTINUE
           END-READ.

       8700-LEER-TRABAJO-CLAVE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** M;version;tarjeta;tipo (PAGO, CONSUMO, RETENCION);fecha
      *    *** AAAAMMDD;moneda;importe;detalle
       8800-GRABAR-MOVIMIENTO.

           MOVE SPACES TO WS-LINEA.
           MOVE 1      TO WS-PUNTERO.
           STRING 'M;' WS-VERSION-LAYOUT
                  DELIMITED BY SIZE INTO WS-LINEA
                  WITH POINTER WS-PUNTERO.

           MOVE WS-POS-TOKEN TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-MOV-TIPO TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-MOV-FECHA TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-MOV-MONEDA TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-MOV-IMPORTE TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           MOVE WS-MOV-DETALLE TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           PERFORM 8900-GRABAR-REGISTRO
              THRU 8900-GRABAR-REGISTRO-FIN.

           ADD 1 TO WS-CANT-MOVIMIENTOS.
           IF WS-MOV-IMPORTE < ZEROES
              SUBTRACT WS-MOV-IMPORTE FROM WS-TOTAL-MOVIMIENTOS
           ELSE
              ADD WS-MOV-IMPORTE TO WS-TOTAL-MOVIMIENTOS
           END-IF.

       8800-GRABAR-MOVIMIENTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       8900-GRABAR-REGISTRO.

           WRITE WS-SAL-POSICIONES FROM WS-LINEA.
           IF NOT FS-POSICIONES-OK
              DISPLAY 'ERROR AL GRABAR POSICIONES-CANALES.TXT: '
                      FS-POSICIONES
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-CANT-REGISTROS.

       8900-GRABAR-REGISTRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       END PROGRAM POSFEED.
