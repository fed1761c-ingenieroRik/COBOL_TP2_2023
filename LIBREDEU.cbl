      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: cotizacion de cancelacion total y certificado de
      *          libre deuda, para atencion al cliente. Dada una
      *          tarjeta o una cuenta y la fecha en que el cliente
      *          piensa pagar, liquida por moneda todo lo que debe la
      *          cuenta: saldo arrastrado del maestro, gasto del ciclo
      *          sin facturar (SALDOCIC.VSAM), cuotas a vencer de los
      *          planes abiertos con su recargo (CUOTAS.VSAM), interes
      *          corrido desde el ultimo cierre hasta esa fecha (tasa
      *          del producto o parametro INTERES, prorrateo dias / 30
      *          como DEVENGA) y los cargos ya emitidos que esperan la
      *          proxima facturacion (REPROCESO.SEQ). La cotizacion se
      *          imprime en COTIZACION_<cuenta>.TXT con su fecha de
      *          validez y la referencia de pago de CLVALREF. Con la
      *          cuenta en cero y sin planes abiertos emite el
      *          certificado de libre deuda numerado
      *          (LIBREDEU_<numero>.TXT), que queda registrado en
      *          CERTIFICADOS.VSAM para verificarlo despues. La
      *          deuda castigada que todavia no se recupero
      *          (CASTIGOS.VSAM) entra en la cotizacion y frena el
      *          certificado, igual que un siniestro en curso
      *          (SEGUROS.VSAM), que ademas congela el interes.
      *          Acceso con SIGNON; emitir exige rol operador o
      *          supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBREDEU.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

      *    *** se lee directo y no por MAESTARJ: una cuenta que se
      *    *** quiere cancelar puede tener las tarjetas bloqueadas
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

       SELECT ENT-TARJETA-PROD
           ASSIGN TO WS-RUTA-TARJETA-PROD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-TPR-TARJETA
           FILE STATUS IS FS-TARJETA-PROD.

       SELECT ENT-PRODUCTOS
           ASSIGN TO WS-RUTA-PRODUCTOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRODUCTOS.

       SELECT ENT-PARAMETROS
           ASSIGN TO WS-RUTA-PARAMETROS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

      *    *** cargos y ajustes emitidos que entran en la proxima
      *    *** facturacion (comisiones de REVPAGO, cambio de producto,
      *    *** creditos de DISPUTAS y FRAUCASO, corregidos de CORRSUB)
       SELECT ENT-REPROCESO
           ASSIGN TO WS-RUTA-REPROCESO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPROCESO.

      *    *** libro de castigos: lo que CASTIGO saco del maestro y
      *    *** todavia no se recupero sigue siendo deuda (opcional)
       SELECT ENT-CASTIGOS
           ASSIGN TO WS-RUTA-CASTIGOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-CAS-CUENTA
           FILE STATUS IS FS-CASTIGOS.

      *    *** seguro de saldo: siniestro en curso (opcional)
       SELECT ENT-SEGUROS
           ASSIGN TO WS-RUTA-SEGUROS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-SEG-CUENTA
           FILE STATUS IS FS-SEGUROS.

       SELECT ENT-CERTIFICADOS
           ASSIGN TO WS-RUTA-CERTIFICADOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-CLD-NUM-CERTIFICADO
           FILE STATUS IS FS-CERTIFICADOS.

      *    *** cotizacion o certificado en curso, un archivo por
      *    *** documento (como RESUMEN_<clave>.TXT de TP02EJ01)
       SELECT SAL-DOCUMENTO
           ASSIGN TO WS-RUTA-DOCUMENTO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DOCUMENTO.

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

       FD ENT-CUOTAS.
           COPY CUOTAS.

       FD ENT-SALDO-CICLO.
           COPY SALDOCIC.

       FD ENT-TARJETA-PROD.
           COPY TARJPROD.

       FD ENT-PRODUCTOS.
           COPY PRODUCTO.

       FD ENT-PARAMETROS.
           COPY PARAMETROS.

       FD ENT-REPROCESO.
           COPY CONSUMOS.

       FD ENT-CASTIGOS.
           COPY CASTIGOS.

       FD ENT-SEGUROS.
           COPY SEGUROS.

       FD ENT-CERTIFICADOS.
           COPY CERTLD.

       FD SAL-DOCUMENTO.
       01 WS-SAL-DOCUMENTO                          PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-MAESTRO-TARJETAS   PIC X(60)
                                     VALUE '../MAESTRO-TARJETAS.VSAM'.
       01 WS-RUTA-CUOTAS             PIC X(60)
                                     VALUE '../CUOTAS.VSAM'.
       01 WS-RUTA-SALDO-CICLO        PIC X(60)
                                     VALUE '../SALDOCIC.VSAM'.
       01 WS-RUTA-TARJETA-PROD       PIC X(60)
                                     VALUE '../TARJPROD.VSAM'.
       01 WS-RUTA-PRODUCTOS          PIC X(60)
                                     VALUE '../PRODUCTOS.SEQ'.
       01 WS-RUTA-PARAMETROS         PIC X(60)
                                     VALUE '../PARAMETROS.SEQ'.
       01 WS-RUTA-REPROCESO          PIC X(60)
                                     VALUE '../REPROCESO.SEQ'.
       01 WS-RUTA-CASTIGOS           PIC X(60)
                                     VALUE '../CASTIGOS.VSAM'.
       01 WS-RUTA-SEGUROS            PIC X(60)
                                     VALUE '../SEGUROS.VSAM'.
       01 WS-RUTA-CERTIFICADOS       PIC X(60)
                                     VALUE '../CERTIFICADOS.VSAM'.
       01 WS-RUTA-DOCUMENTO          PIC X(60) VALUE SPACES.
       01 WS-DIR-DOCUMENTOS          PIC X(40) VALUE '../'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

      *    *** sesion de operador (ver SIGNON)
       01 WS-SIGNON.
           COPY SIGNIO.
       01 WS-OPERADOR-SESION         PIC X(10) VALUE SPACES.
       01 WS-ROL-SESION              PIC X(01) VALUE SPACES.
          88 WS-SESION-PUEDE-MODIFICAR             VALUES 'O', 'S'.

       01 WS-VAL-FECHA.
           COPY VALFECIO.

       01 WS-VAL-REFERENCIA.
           COPY REFERIO.

      *    *** numero del certificado, de la serie central
       01 WS-NUMERADOR.
           COPY NUMERIO.

       01 FS-STATUS.
          05 FS-MAESTRO-TARJETAS                   PIC X(2).
             88 FS-MAESTRO-TARJETAS-FILE-OK            VALUE '00'.
          05 FS-CUOTAS                             PIC X(2).
             88 FS-CUOTAS-OK                           VALUE '00'.
          05 FS-SALDO-CICLO                        PIC X(2).
             88 FS-SALDO-CICLO-OK                      VALUE '00'.
          05 FS-TARJETA-PROD                       PIC X(2).
             88 FS-TARJETA-PROD-OK                     VALUE '00'.
          05 FS-PRODUCTOS                          PIC X(2).
             88 FS-PRODUCTOS-OK                        VALUE '00'.
             88 FS-PRODUCTOS-EOF                       VALUE '10'.
          05 FS-PARAMETROS                         PIC X(2).
             88 FS-PARAMETROS-OK                       VALUE '00'.
             88 FS-PARAMETROS-EOF                      VALUE '10'.
          05 FS-REPROCESO                          PIC X(2).
             88 FS-REPROCESO-OK                        VALUE '00'.
             88 FS-REPROCESO-EOF                       VALUE '10'.
          05 FS-CASTIGOS                           PIC X(2).
             88 FS-CASTIGOS-OK                         VALUE '00'.
          05 FS-SEGUROS                            PIC X(2).
             88 FS-SEGUROS-OK                          VALUE '00'.
          05 FS-CERTIFICADOS                       PIC X(2).
             88 FS-CERTIFICADOS-OK                     VALUE '00'.
             88 FS-CERTIFICADOS-NFD                    VALUE '35'.
             88 FS-CERTIFICADOS-CLAVE-NFD              VALUE '23'.
          05 FS-DOCUMENTO                          PIC X(2).
             88 FS-DOCUMENTO-OK                        VALUE '00'.

      *    *** archivos de consulta opcionales: lo que no este no suma
       01 WS-HAY-CUOTAS              PIC X(01) VALUE 'N'.
          88 WS-EXISTEN-CUOTAS                     VALUE 'S'.
       01 WS-HAY-SALDO-CICLO         PIC X(01) VALUE 'N'.
          88 WS-EXISTE-SALDO-CICLO                 VALUE 'S'.
       01 WS-HAY-TARJETA-PROD        PIC X(01) VALUE 'N'.
          88 WS-EXISTE-TARJETA-PROD                VALUE 'S'.
       01 WS-HAY-CASTIGOS            PIC X(01) VALUE 'N'.
          88 WS-EXISTE-CASTIGOS                    VALUE 'S'.
       01 WS-HAY-SEGUROS             PIC X(01) VALUE 'N'.
          88 WS-EXISTEN-SEGUROS                    VALUE 'S'.

      *    *** modo de la facturacion (LIBREDEU_ROLLUP=S, igual que
      *    *** SEGUROS_ROLLUP): en rollup todas las tarjetas de la
      *    *** cuenta llevan el mismo saldo combinado y el interes se
      *    *** cobra una sola vez, asi que ambos se toman de la
      *    *** titular
       01 WS-MODO-ROLLUP-CUENTA      PIC X(01) VALUE 'N'.
          88 WS-ES-ROLLUP-CUENTA                   VALUE 'S'.

       01 WS-OPCION                                PIC X(01).
          88 WS-OPC-COTIZAR                             VALUE '1'.
          88 WS-OPC-CERTIFICAR                          VALUE '2'.
          88 WS-OPC-VERIFICAR                           VALUE '3'.
          88 WS-OPC-SALIR                               VALUE '4'.

       01 WS-CONTINUAR                             PIC X(01) VALUE 'S'.
          88 WS-SEGUIR-PROCESANDO                       VALUE 'S'.
          88 WS-FIN-PROCESO                             VALUE 'N'.

       01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
       01 WS-HORA-HOY                PIC 9(06) VALUE ZEROES.
       01 WS-FECHA-OBJETIVO          PIC 9(08) VALUE ZEROES.
      *    *** la cotizacion se pide para hoy o hasta 30 dias despues
       77 WS-MAX-DIAS-COTIZACION     PIC 9(03) VALUE 030.
       01 WS-DIAS-ADELANTO           PIC S9(05) VALUE ZEROES.

      *    *** tasa global (parametro INTERES vigente) para las tarjetas
      *    *** sin producto asignado, como hace la facturacion
       77 WS-INTERES                 PIC 9(02)V9(02) VALUE ZEROES.

      *    *** catalogo de productos en memoria (PRODUCTOS.SEQ)
       01 WS-TABLA-PRODUCTOS.
          05 WS-PROD-ITEM OCCURS 10 TIMES
                          INDEXED BY WS-IX-PROD.
             10 WS-PROD-CODIGO            PIC X(03).
             10 WS-PROD-INTERES           PIC 9(02)V9(02).
       01 WS-CANT-PRODUCTOS               PIC 9(02) VALUE ZEROES.

      *    *** cuenta a liquidar
       01 WS-CLAVE-INGRESADA         PIC X(19) VALUE SPACES.
       01 WS-CUENTA-OBJETIVO         PIC 9(10) VALUE ZEROES.
       01 WS-MT-NUM-CUENTA-LEIDA     PIC 9(10) VALUE ZEROES.
       01 WS-CLAVE-BUSCADA           PIC X(19) VALUE SPACES.
       01 WS-CUOTAS-RESTANTES        PIC S9(04) VALUE ZEROES.
       01 WS-COMPROMETIDO-PLAN       PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-RECARGO-PLAN            PIC S9(10)V9(02) VALUE ZEROES.

      *    *** interes corrido de la tarjeta en curso
       01 WS-TASA-TARJETA            PIC 9(02)V9(02) VALUE ZEROES.
       01 WS-ULTIMO-CIERRE           PIC 9(08) VALUE ZEROES.
       01 WS-ULTIMO-CIERRE-R REDEFINES WS-ULTIMO-CIERRE.
          05 WS-CIE-ANIO             PIC 9(04).
          05 WS-CIE-MES              PIC 9(02).
          05 WS-CIE-DIA              PIC 9(02).
       01 WS-PRIMERO-MES-SIGUIENTE   PIC 9(08) VALUE ZEROES.
       01 WS-PRIMERO-SIGUIENTE-R REDEFINES WS-PRIMERO-MES-SIGUIENTE.
          05 WS-SIG-ANIO             PIC 9(04).
          05 WS-SIG-MES              PIC 9(02).
          05 WS-SIG-DIA              PIC 9(02).
       01 WS-ULTIMO-DIA-MES          PIC 9(08) VALUE ZEROES.
       01 WS-DIAS-DEVENGO            PIC 9(03) VALUE ZEROES.
       01 WS-FACTOR-DIAS             PIC 9(02)V9(06) VALUE ZEROES.
       01 WS-INTERES-FILA            PIC S9(10)V9(02) VALUE ZEROES.

      *    *** liquidacion de la cuenta, por moneda
       01 WS-LIQUIDACION.
          05 WS-LIQ-CANT-TARJETAS    PIC 9(03).
          05 WS-LIQ-CANT-PLANES      PIC 9(03).
          05 WS-LIQ-CANT-PENDIENTES  PIC 9(05).
          05 WS-LIQ-OTRAS-MONEDAS    PIC 9(05).
          05 WS-LIQ-NOMBRE           PIC X(20).
          05 WS-LIQ-APELLIDO         PIC X(20).
          05 WS-LIQ-HAY-TITULAR      PIC X(01).
             88 WS-LIQ-TITULAR-TOMADO          VALUE 'S'.
          05 WS-LIQ-SALDO-ARS        PIC S9(10)V9(02).
          05 WS-LIQ-SALDO-USD        PIC S9(10)V9(02).
          05 WS-LIQ-CICLO-ARS        PIC S9(10)V9(02).
          05 WS-LIQ-CICLO-USD        PIC S9(10)V9(02).
          05 WS-LIQ-CUOTAS-ARS       PIC S9(10)V9(02).
          05 WS-LIQ-CUOTAS-USD       PIC S9(10)V9(02).
          05 WS-LIQ-RECARGOS-ARS     PIC S9(10)V9(02).
          05 WS-LIQ-RECARGOS-USD     PIC S9(10)V9(02).
          05 WS-LIQ-INTERES-ARS      PIC S9(10)V9(02).
          05 WS-LIQ-INTERES-USD      PIC S9(10)V9(02).
          05 WS-LIQ-PENDIENTE-ARS    PIC S9(10)V9(02).
          05 WS-LIQ-PENDIENTE-USD    PIC S9(10)V9(02).
      *    *** castigada: lo castigado menos lo ya recuperado
          05 WS-LIQ-ESTADO-CASTIGO   PIC X(01).
             88 WS-LIQ-CUENTA-CASTIGADA        VALUE 'C'.
          05 WS-LIQ-CASTIGO-ARS      PIC S9(10)V9(02).
          05 WS-LIQ-CASTIGO-USD      PIC S9(10)V9(02).
      *    *** siniestro denunciado o reclamado (ver SEGUROS): la
      *    *** cuenta esta congelada y no corre interes
          05 WS-LIQ-SINIESTRO        PIC X(01).
             88 WS-LIQ-CUENTA-CONGELADA        VALUE 'S'.
          05 WS-LIQ-TOTAL-ARS        PIC S9(10)V9(02).
          05 WS-LIQ-TOTAL-USD        PIC S9(10)V9(02).

       01 WS-TOTAL-CTVS              PIC 9(10) VALUE ZEROES.
       01 WS-CERTIFICADO-BUSCADO     PIC 9(10) VALUE ZEROES.
       01 WS-CUENTA-INGRESADA        PIC 9(10) VALUE ZEROES.

       01 WS-LINEA-IMPORTE.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WS-LIM-CONCEPTO         PIC X(34).
          05 WS-LIM-ARS              PIC --.---.---.--9,99.
          05 FILLER                  PIC X(04) VALUE SPACES.
          05 WS-LIM-USD              PIC --.---.---.--9,99.
          05 FILLER                  PIC X(06) VALUE SPACES.

       01 WS-FECHA-O.
          05 WS-FEC-DD-O             PIC 9(02).
          05 FILLER                  PIC X(01) VALUE '/'.
          05 WS-FEC-MM-O             PIC 9(02).
          05 FILLER                  PIC X(01) VALUE '/'.
          05 WS-FEC-AAAA-O           PIC 9(04).

       01 WS-IMPORTE-O               PIC --.---.---.--9,99.

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

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY.

           MOVE 'P' TO WS-SGN-MODO.
           CALL 'SIGNON' USING WS-SIGNON.

           IF NOT WS-SGN-ACEPTADO
              DISPLAY 'ACCESO DENEGADO: ' WS-SGN-DES-ERROR-O
              STOP RUN
           END-IF.

           MOVE WS-SGN-USUARIO TO WS-OPERADOR-SESION.
           MOVE WS-SGN-ROL     TO WS-ROL-SESION.

           PERFORM 1050-LEER-RUTA-ARCHIVO
              THRU 1050-LEER-RUTA-ARCHIVO-FIN.

           OPEN INPUT ENT-MAESTRO-TARJETAS.

           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO MAESTRO TARJETAS'
              DISPLAY 'FILE STATUS: ' FS-MAESTRO-TARJETAS
              STOP RUN
           END-IF.

           OPEN INPUT ENT-CUOTAS.
           IF FS-CUOTAS-OK
              MOVE 'S' TO WS-HAY-CUOTAS
           END-IF.

           OPEN INPUT ENT-SALDO-CICLO.
           IF FS-SALDO-CICLO-OK
              MOVE 'S' TO WS-HAY-SALDO-CICLO
           END-IF.

           OPEN INPUT ENT-CASTIGOS.
           IF FS-CASTIGOS-OK
              MOVE 'S' TO WS-HAY-CASTIGOS
           END-IF.

           OPEN INPUT ENT-SEGUROS.
           IF FS-SEGUROS-OK
              MOVE 'S' TO WS-HAY-SEGUROS
           END-IF.

           PERFORM 1200-LEER-PARAMETROS
              THRU 1200-LEER-PARAMETROS-FIN.

           PERFORM 1240-CARGAR-PRODUCTOS
              THRU 1240-CARGAR-PRODUCTOS-FIN.

      *    *** si todavia no existe (primer certificado) se crea vacio
           OPEN I-O ENT-CERTIFICADOS.

           IF FS-CERTIFICADOS-NFD
              OPEN OUTPUT ENT-CERTIFICADOS
              CLOSE ENT-CERTIFICADOS
              OPEN I-O ENT-CERTIFICADOS
           END-IF.

           IF NOT FS-CERTIFICADOS-OK
              DISPLAY 'ERROR AL ABRIR CERTIFICADOS.VSAM'
              DISPLAY 'FILE STATUS: ' FS-CERTIFICADOS
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1050-LEER-RUTA-ARCHIVO.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'LIBREDEU_ROLLUP'.
           IF WS-RUTA-ENTORNO (1:1) = 'S'
              MOVE 'S' TO WS-MODO-ROLLUP-CUENTA
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MAESTRO_TARJETAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-MAESTRO-TARJETAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'LIBREDEU_CUOTAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CUOTAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'LIBREDEU_SALDOCIC_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-SALDO-CICLO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'LIBREDEU_TARJPROD_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-TARJETA-PROD
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'LIBREDEU_PRODUCTOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PRODUCTOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'LIBREDEU_PARAMETROS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PARAMETROS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'LIBREDEU_REPROCESO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REPROCESO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'LIBREDEU_CERTIFICADOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CERTIFICADOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'LIBREDEU_CASTIGOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CASTIGOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'SEGUROS_SEGUROS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-SEGUROS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'LIBREDEU_DIR'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-DIR-DOCUMENTOS
           END-IF.

       1050-LEER-RUTA-ARCHIVO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** tasa global INTERES vigente hoy
       1200-LEER-PARAMETROS.

           OPEN INPUT ENT-PARAMETROS.

           IF NOT FS-PARAMETROS-OK
              GO TO 1200-LEER-PARAMETROS-FIN
           END-IF.

           PERFORM 1210-LEER-UN-PARAMETRO
              THRU 1210-LEER-UN-PARAMETRO-FIN
              UNTIL FS-PARAMETROS-EOF.

           CLOSE ENT-PARAMETROS.

       1200-LEER-PARAMETROS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1210-LEER-UN-PARAMETRO.

           READ ENT-PARAMETROS
               AT END
                  SET FS-PARAMETROS-EOF TO TRUE
                  GO TO 1210-LEER-UN-PARAMETRO-FIN
           END-READ.

           IF WS-PAR-TIPO = 'INTERES'
              AND (WS-PAR-VIGENCIA = ZEROES
                   OR WS-PAR-VIGENCIA <= WS-FECHA-HOY)
              AND (WS-PAR-VIGENCIA-HASTA = ZEROES
                   OR WS-PAR-VIGENCIA-HASTA >= WS-FECHA-HOY)
              MOVE WS-PAR-VALOR TO WS-INTERES
           END-IF.

       1210-LEER-UN-PARAMETRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** catalogo y asignaciones opcionales, mismo criterio que
      *    *** DEVENGA 1240-CARGAR-PRODUCTOS
       1240-CARGAR-PRODUCTOS.

           OPEN INPUT ENT-PRODUCTOS.

           IF FS-PRODUCTOS-OK
              PERFORM 1245-CARGAR-UN-PRODUCTO
                 THRU 1245-CARGAR-UN-PRODUCTO-FIN
                 UNTIL FS-PRODUCTOS-EOF
              CLOSE ENT-PRODUCTOS
           END-IF.

           IF WS-CANT-PRODUCTOS > ZEROES
              OPEN INPUT ENT-TARJETA-PROD
              IF FS-TARJETA-PROD-OK
                 MOVE 'S' TO WS-HAY-TARJETA-PROD
              END-IF
           END-IF.

       1240-CARGAR-PRODUCTOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1245-CARGAR-UN-PRODUCTO.

           READ ENT-PRODUCTOS.

           IF FS-PRODUCTOS-OK
              AND WS-CANT-PRODUCTOS < 10
              ADD 1 TO WS-CANT-PRODUCTOS
              SET WS-IX-PROD TO WS-CANT-PRODUCTOS
              MOVE WS-PRO-CODIGO  TO WS-PROD-CODIGO (WS-IX-PROD)
              MOVE WS-PRO-INTERES TO WS-PROD-INTERES (WS-IX-PROD)
           END-IF.

       1245-CARGAR-UN-PRODUCTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESAR-MENU.

           DISPLAY '-------------------------------------------------'.
           DISPLAY ' CANCELACION TOTAL Y LIBRE DEUDA'.
           DISPLAY ' 1 - COTIZAR CANCELACION TOTAL'.
           DISPLAY ' 2 - EMITIR CERTIFICADO DE LIBRE DEUDA'.
           DISPLAY ' 3 - VERIFICAR CERTIFICADO'.
           DISPLAY ' 4 - SALIR'.
           DISPLAY '-------------------------------------------------'.
           DISPLAY 'INGRESE UNA OPCION: ' WITH NO ADVANCING.
           ACCEPT WS-OPCION.

           IF WS-OPC-CERTIFICAR
              AND NOT WS-SESION-PUEDE-MODIFICAR
              DISPLAY 'SU ROL SOLO PERMITE CONSULTAS'
              GO TO 2000-PROCESAR-MENU-FIN
           END-IF.

           EVALUATE TRUE
               WHEN WS-OPC-COTIZAR
                    PERFORM 2100-COTIZAR-CANCELACION
                       THRU 2100-COTIZAR-CANCELACION-FIN
               WHEN WS-OPC-CERTIFICAR
                    PERFORM 2200-EMITIR-CERTIFICADO
                       THRU 2200-EMITIR-CERTIFICADO-FIN
               WHEN WS-OPC-VERIFICAR
                    PERFORM 2300-VERIFICAR-CERTIFICADO
                       THRU 2300-VERIFICAR-CERTIFICADO-FIN
               WHEN WS-OPC-SALIR
                    SET WS-FIN-PROCESO TO TRUE
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       2000-PROCESAR-MENU-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la cancelacion es siempre de la cuenta entera: con una
      *    *** tarjeta se toma la cuenta a la que pertenece
       2050-IDENTIFICAR-CUENTA.

           MOVE ZEROES TO WS-CUENTA-OBJETIVO.

           DISPLAY 'TARJETA O CUENTA: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-CLAVE-INGRESADA.
           ACCEPT WS-CLAVE-INGRESADA.

           IF WS-CLAVE-INGRESADA = SPACES
              GO TO 2050-IDENTIFICAR-CUENTA-FIN
           END-IF.

           IF WS-CLAVE-INGRESADA (11:9) = SPACES
              AND WS-CLAVE-INGRESADA (1:10) IS NUMERIC
              MOVE WS-CLAVE-INGRESADA (1:10) TO WS-MT-NUM-CUENTA
              START ENT-MAESTRO-TARJETAS
                  KEY IS EQUAL TO WS-MT-NUM-CUENTA
                  INVALID KEY
                     DISPLAY 'ERROR: LA CUENTA NO TIENE TARJETAS EN '
                             'EL MAESTRO'
                     GO TO 2050-IDENTIFICAR-CUENTA-FIN
              END-START
              MOVE WS-CLAVE-INGRESADA (1:10) TO WS-CUENTA-OBJETIVO
              GO TO 2050-IDENTIFICAR-CUENTA-FIN
           END-IF.

           MOVE WS-CLAVE-INGRESADA TO WS-MT-NUM-TARJETA.
           READ ENT-MAESTRO-TARJETAS KEY IS WS-MT-NUM-TARJETA
               INVALID KEY
                  DISPLAY 'ERROR: LA TARJETA NO EXISTE'
                  GO TO 2050-IDENTIFICAR-CUENTA-FIN
           END-READ.

           MOVE WS-MT-NUM-CUENTA TO WS-CUENTA-OBJETIVO.

       2050-IDENTIFICAR-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2100-COTIZAR-CANCELACION.

           PERFORM 2050-IDENTIFICAR-CUENTA
              THRU 2050-IDENTIFICAR-CUENTA-FIN.

           IF WS-CUENTA-OBJETIVO = ZEROES
              GO TO 2100-COTIZAR-CANCELACION-FIN
           END-IF.

           DISPLAY 'FECHA DE PAGO (AAAAMMDD, ENTER = HOY): '
                   WITH NO ADVANCING.
           MOVE ZEROES TO WS-FECHA-OBJETIVO.
           ACCEPT WS-FECHA-OBJETIVO.

           IF WS-FECHA-OBJETIVO = ZEROES
              MOVE WS-FECHA-HOY TO WS-FECHA-OBJETIVO
           END-IF.

           INITIALIZE WS-SALIDA.
           MOVE WS-FECHA-OBJETIVO (7:2) TO WS-DD-I.
           MOVE WS-FECHA-OBJETIVO (5:2) TO WS-MM-I.
           MOVE WS-FECHA-OBJETIVO (1:4) TO WS-AAAA-I.

           CALL 'CLVALFEC' USING WS-ENTRADA, WS-SALIDA.

           IF WS-VALIDACION-O = 'N'
              DISPLAY 'COTIZACION RECHAZADA: ' WS-DES-ERROR-O
              GO TO 2100-COTIZAR-CANCELACION-FIN
           END-IF.

           COMPUTE WS-DIAS-ADELANTO =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-OBJETIVO)
                 - FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY).

           IF WS-DIAS-ADELANTO < ZEROES
              DISPLAY 'COTIZACION RECHAZADA: LA FECHA ES ANTERIOR A '
                      'HOY'
              GO TO 2100-COTIZAR-CANCELACION-FIN
           END-IF.

           IF WS-DIAS-ADELANTO > WS-MAX-DIAS-COTIZACION
              DISPLAY 'COTIZACION RECHAZADA: LA FECHA SUPERA LOS '
                      WS-MAX-DIAS-COTIZACION ' DIAS'
              GO TO 2100-COTIZAR-CANCELACION-FIN
           END-IF.

           PERFORM 2500-LIQUIDAR-CUENTA
              THRU 2500-LIQUIDAR-CUENTA-FIN.

           IF WS-LIQ-CANT-TARJETAS = ZEROES
              GO TO 2100-COTIZAR-CANCELACION-FIN
           END-IF.

           MOVE WS-LIQ-TOTAL-ARS TO WS-IMPORTE-O.
           DISPLAY 'CANCELACION TOTAL AL ' WS-FECHA-OBJETIVO
                   ' ARS ' WS-IMPORTE-O.
           MOVE WS-LIQ-TOTAL-USD TO WS-IMPORTE-O.
           DISPLAY '                              USD ' WS-IMPORTE-O.

           PERFORM 2700-IMPRIMIR-COTIZACION
              THRU 2700-IMPRIMIR-COTIZACION-FIN.

       2100-COTIZAR-CANCELACION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** libre deuda: la liquidacion a hoy en cero o a favor en
      *    *** las dos monedas, ningun plan de cuotas abierto, la
      *    *** cuenta sin castigo pendiente de recuperar y sin
      *    *** siniestro en curso
       2200-EMITIR-CERTIFICADO.

           PERFORM 2050-IDENTIFICAR-CUENTA
              THRU 2050-IDENTIFICAR-CUENTA-FIN.

           IF WS-CUENTA-OBJETIVO = ZEROES
              GO TO 2200-EMITIR-CERTIFICADO-FIN
           END-IF.

           MOVE WS-FECHA-HOY TO WS-FECHA-OBJETIVO.

           PERFORM 2500-LIQUIDAR-CUENTA
              THRU 2500-LIQUIDAR-CUENTA-FIN.

           IF WS-LIQ-CANT-TARJETAS = ZEROES
              GO TO 2200-EMITIR-CERTIFICADO-FIN
           END-IF.

           IF WS-LIQ-CUENTA-CASTIGADA
              MOVE WS-LIQ-CASTIGO-ARS TO WS-IMPORTE-O
              DISPLAY 'NO CORRESPONDE: CUENTA CASTIGADA, RESTA '
                      'RECUPERAR ARS ' WS-IMPORTE-O
              MOVE WS-LIQ-CASTIGO-USD TO WS-IMPORTE-O
              DISPLAY '                                        USD '
                      WS-IMPORTE-O
              GO TO 2200-EMITIR-CERTIFICADO-FIN
           END-IF.

           IF WS-LIQ-CUENTA-CONGELADA
              DISPLAY 'NO CORRESPONDE: LA CUENTA TIENE UN SINIESTRO '
                      'EN CURSO CON LA ASEGURADORA'
              GO TO 2200-EMITIR-CERTIFICADO-FIN
           END-IF.

           IF WS-LIQ-TOTAL-ARS > ZEROES
              OR WS-LIQ-TOTAL-USD > ZEROES
              MOVE WS-LIQ-TOTAL-ARS TO WS-IMPORTE-O
              DISPLAY 'NO CORRESPONDE: LA CUENTA ADEUDA ARS '
                      WS-IMPORTE-O
              MOVE WS-LIQ-TOTAL-USD TO WS-IMPORTE-O
              DISPLAY '                              USD '
                      WS-IMPORTE-O
              GO TO 2200-EMITIR-CERTIFICADO-FIN
           END-IF.

           IF WS-LIQ-CANT-PLANES > ZEROES
              DISPLAY 'NO CORRESPONDE: LA CUENTA TIENE '
                      WS-LIQ-CANT-PLANES ' PLANES DE CUOTAS ABIERTOS'
              GO TO 2200-EMITIR-CERTIFICADO-FIN
           END-IF.

           IF WS-LIQ-OTRAS-MONEDAS > ZEROES
              DISPLAY 'NO CORRESPONDE: HAY CARGOS PENDIENTES EN '
                      'OTRA MONEDA'
              GO TO 2200-EMITIR-CERTIFICADO-FIN
           END-IF.

           INITIALIZE WS-NUMERADOR.
           MOVE 'LIBREDEU' TO WS-NUM-PROGRAMA-E.
           CALL 'NUMERADOR' USING WS-NUMERADOR.
           IF WS-NUM-COD-ERROR-O <> SPACES
              DISPLAY 'NO SE PUDO NUMERAR EL CERTIFICADO: '
                      WS-NUM-DES-ERROR-O
              GO TO 2200-EMITIR-CERTIFICADO-FIN
           END-IF.

           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HORA-HOY.

           INITIALIZE WS-CLD-CERTIFICADO-REG.
           MOVE WS-NUM-ID-O          TO WS-CLD-NUM-CERTIFICADO.
           MOVE WS-CUENTA-OBJETIVO   TO WS-CLD-NUM-CUENTA.
           MOVE WS-LIQ-NOMBRE        TO WS-CLD-NOMBRE.
           MOVE WS-LIQ-APELLIDO      TO WS-CLD-APELLIDO.
           MOVE WS-LIQ-CANT-TARJETAS TO WS-CLD-CANT-TARJETAS.
           MOVE WS-FECHA-HOY         TO WS-CLD-FECHA-EMISION.
           MOVE WS-HORA-HOY          TO WS-CLD-HORA-EMISION.
           MOVE WS-OPERADOR-SESION   TO WS-CLD-OPERADOR.

           WRITE WS-CLD-CERTIFICADO-REG.

           IF NOT FS-CERTIFICADOS-OK
              DISPLAY 'ERROR AL REGISTRAR EL CERTIFICADO'
              DISPLAY 'FILE STATUS: ' FS-CERTIFICADOS
              GO TO 2200-EMITIR-CERTIFICADO-FIN
           END-IF.

           PERFORM 2800-IMPRIMIR-CERTIFICADO
              THRU 2800-IMPRIMIR-CERTIFICADO-FIN.

           DISPLAY 'CERTIFICADO DE LIBRE DEUDA EMITIDO: '
                   WS-CLD-NUM-CERTIFICADO.

       2200-EMITIR-CERTIFICADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** un tercero presenta el certificado: vale si el numero
      *    *** esta registrado y corresponde a la cuenta que declara
       2300-VERIFICAR-CERTIFICADO.

           DISPLAY 'NUMERO DE CERTIFICADO: ' WITH NO ADVANCING.
           MOVE ZEROES TO WS-CERTIFICADO-BUSCADO.
           ACCEPT WS-CERTIFICADO-BUSCADO.
           DISPLAY 'CUENTA QUE FIGURA EN EL CERTIFICADO: '
                   WITH NO ADVANCING.
           MOVE ZEROES TO WS-CUENTA-INGRESADA.
           ACCEPT WS-CUENTA-INGRESADA.

           MOVE WS-CERTIFICADO-BUSCADO TO WS-CLD-NUM-CERTIFICADO.
           READ ENT-CERTIFICADOS KEY IS WS-CLD-NUM-CERTIFICADO
               INVALID KEY CONTINUE
           END-READ.

           EVALUATE TRUE
               WHEN FS-CERTIFICADOS-OK
                    CONTINUE
               WHEN FS-CERTIFICADOS-CLAVE-NFD
                    DISPLAY 'CERTIFICADO NO REGISTRADO'
                    GO TO 2300-VERIFICAR-CERTIFICADO-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL BUSCAR EL CERTIFICADO'
                    DISPLAY 'FILE STATUS: ' FS-CERTIFICADOS
                    GO TO 2300-VERIFICAR-CERTIFICADO-FIN
           END-EVALUATE.

           IF WS-CLD-NUM-CUENTA <> WS-CUENTA-INGRESADA
              DISPLAY 'CERTIFICADO NO VALIDO: EL NUMERO CORRESPONDE A '
                      'OTRA CUENTA'
              GO TO 2300-VERIFICAR-CERTIFICADO-FIN
           END-IF.

           DISPLAY 'CERTIFICADO VALIDO'.
           DISPLAY '  CUENTA   : ' WS-CLD-NUM-CUENTA.
           DISPLAY '  TITULAR  : ' WS-CLD-NOMBRE ' ' WS-CLD-APELLIDO.
           DISPLAY '  EMITIDO  : ' WS-CLD-FECHA-EMISION ' '
                   WS-CLD-HORA-EMISION ' POR ' WS-CLD-OPERADOR.

       2300-VERIFICAR-CERTIFICADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** liquidacion de la cuenta a WS-FECHA-OBJETIVO: recorre
      *    *** sus tarjetas en el maestro (mismo recorrido que SEGUROS
      *    *** 2550) y despues los cargos pendientes de REPROCESO.SEQ
       2500-LIQUIDAR-CUENTA.

           INITIALIZE WS-LIQUIDACION.

           MOVE WS-CUENTA-OBJETIVO TO WS-MT-NUM-CUENTA.
           START ENT-MAESTRO-TARJETAS
               KEY IS EQUAL TO WS-MT-NUM-CUENTA
               INVALID KEY
                  DISPLAY 'ERROR: LA CUENTA NO TIENE TARJETAS EN EL '
                          'MAESTRO'
                  GO TO 2500-LIQUIDAR-CUENTA-FIN
           END-START.

           PERFORM 2510-VERIFICAR-SINIESTRO
              THRU 2510-VERIFICAR-SINIESTRO-FIN.

           PERFORM 2520-SUMAR-CASTIGO
              THRU 2520-SUMAR-CASTIGO-FIN.

           MOVE WS-CUENTA-OBJETIVO TO WS-MT-NUM-CUENTA-LEIDA.
           PERFORM 2560-LIQUIDAR-UNA-TARJETA
              THRU 2560-LIQUIDAR-UNA-TARJETA-FIN
              UNTIL NOT FS-MAESTRO-TARJETAS-FILE-OK
                 OR WS-MT-NUM-CUENTA-LEIDA <> WS-CUENTA-OBJETIVO.

           PERFORM 2600-SUMAR-PENDIENTES
              THRU 2600-SUMAR-PENDIENTES-FIN.

           COMPUTE WS-LIQ-TOTAL-ARS = WS-LIQ-SALDO-ARS
                                    + WS-LIQ-CICLO-ARS
                                    + WS-LIQ-CUOTAS-ARS
                                    + WS-LIQ-RECARGOS-ARS
                                    + WS-LIQ-INTERES-ARS
                                    + WS-LIQ-PENDIENTE-ARS
                                    + WS-LIQ-CASTIGO-ARS.
           COMPUTE WS-LIQ-TOTAL-USD = WS-LIQ-SALDO-USD
                                    + WS-LIQ-CICLO-USD
                                    + WS-LIQ-CUOTAS-USD
                                    + WS-LIQ-RECARGOS-USD
                                    + WS-LIQ-INTERES-USD
                                    + WS-LIQ-PENDIENTE-USD
                                    + WS-LIQ-CASTIGO-USD.

       2500-LIQUIDAR-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** siniestro en curso en SEGUROS.VSAM: la cuenta queda
      *    *** congelada, mismo criterio que TP02EJ01 2614
       2510-VERIFICAR-SINIESTRO.

           IF NOT WS-EXISTEN-SEGUROS
              GO TO 2510-VERIFICAR-SINIESTRO-FIN
           END-IF.

           MOVE WS-CUENTA-OBJETIVO TO WS-SEG-CUENTA.
           READ ENT-SEGUROS KEY IS WS-SEG-CUENTA
               INVALID KEY
                  GO TO 2510-VERIFICAR-SINIESTRO-FIN
           END-READ.

           IF FS-SEGUROS-OK AND WS-SEG-CUENTA-CONGELADA
              MOVE 'S' TO WS-LIQ-SINIESTRO
           END-IF.

       2510-VERIFICAR-SINIESTRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** CASTIGO pone el maestro en cero: lo castigado que
      *    *** PAGOPOST todavia no recupero se sigue debiendo
       2520-SUMAR-CASTIGO.

           IF NOT WS-EXISTE-CASTIGOS
              GO TO 2520-SUMAR-CASTIGO-FIN
           END-IF.

           MOVE WS-CUENTA-OBJETIVO TO WS-CAS-CUENTA.
           READ ENT-CASTIGOS KEY IS WS-CAS-CUENTA
               INVALID KEY
                  GO TO 2520-SUMAR-CASTIGO-FIN
           END-READ.

           IF NOT FS-CASTIGOS-OK OR NOT WS-CAS-CASTIGADA
              GO TO 2520-SUMAR-CASTIGO-FIN
           END-IF.

           MOVE 'C' TO WS-LIQ-ESTADO-CASTIGO.

           IF WS-CAS-CASTIGADO-ARS > WS-CAS-RECUPERADO-ARS
              COMPUTE WS-LIQ-CASTIGO-ARS =
                      WS-CAS-CASTIGADO-ARS - WS-CAS-RECUPERADO-ARS
           END-IF.

           IF WS-CAS-CASTIGADO-USD > WS-CAS-RECUPERADO-USD
              COMPUTE WS-LIQ-CASTIGO-USD =
                      WS-CAS-CASTIGADO-USD - WS-CAS-RECUPERADO-USD
           END-IF.

       2520-SUMAR-CASTIGO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2560-LIQUIDAR-UNA-TARJETA.

           READ ENT-MAESTRO-TARJETAS NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              GO TO 2560-LIQUIDAR-UNA-TARJETA-FIN
           END-IF.

           MOVE WS-MT-NUM-CUENTA TO WS-MT-NUM-CUENTA-LEIDA.
           IF WS-MT-NUM-CUENTA-LEIDA <> WS-CUENTA-OBJETIVO
              GO TO 2560-LIQUIDAR-UNA-TARJETA-FIN
           END-IF.

           ADD 1 TO WS-LIQ-CANT-TARJETAS.

      *    *** el certificado sale a nombre del titular de la cuenta
           IF NOT WS-LIQ-TITULAR-TOMADO
              MOVE WS-MT-NOMBRE   TO WS-LIQ-NOMBRE
              MOVE WS-MT-APELLIDO TO WS-LIQ-APELLIDO
              IF WS-MT-TIPO-TARJETA = 'T'
                 MOVE 'S' TO WS-LIQ-HAY-TITULAR
              END-IF
           END-IF.

      *    *** saldo arrastrado con su signo: un saldo a favor
      *    *** descuenta de lo que se debe
           IF NOT WS-ES-ROLLUP-CUENTA OR WS-MT-TIPO-TARJETA <> 'A'
              ADD WS-MT-SALDO-ANTERIOR-ARS TO WS-LIQ-SALDO-ARS
              ADD WS-MT-SALDO-ANTERIOR-USD TO WS-LIQ-SALDO-USD
              PERFORM 2580-CALCULAR-INTERES
                 THRU 2580-CALCULAR-INTERES-FIN
           END-IF.

           IF WS-EXISTE-SALDO-CICLO
              MOVE WS-MT-NUM-TARJETA TO WS-SDC-TARJETA
              READ ENT-SALDO-CICLO KEY IS WS-SDC-TARJETA
                  INVALID KEY CONTINUE
              END-READ
              IF FS-SALDO-CICLO-OK
                 ADD WS-SDC-ACUM-ARS TO WS-LIQ-CICLO-ARS
                 ADD WS-SDC-ACUM-USD TO WS-LIQ-CICLO-USD
              END-IF
           END-IF.

           IF WS-EXISTEN-CUOTAS
              PERFORM 2570-SUMAR-PLANES
                 THRU 2570-SUMAR-PLANES-FIN
           END-IF.

       2560-LIQUIDAR-UNA-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cuotas a vencer de los planes abiertos de la tarjeta,
      *    *** con el calculo de compromiso futuro de POSICION mas el
      *    *** recargo que cada cuota todavia tiene que cobrar
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
              OR NOT WS-CUO-ABIERTO
              GO TO 2575-SUMAR-UN-PLAN-FIN
           END-IF.

           SUBTRACT WS-CUO-ULTIMA-CUOTA-VISTA
                    WS-CUO-CUOTAS-ANULADAS
               FROM WS-CUO-CANT-CUOTAS
                                GIVING WS-CUOTAS-RESTANTES.

           IF WS-CUOTAS-RESTANTES NOT > ZEROES
              GO TO 2575-SUMAR-UN-PLAN-FIN
           END-IF.

           ADD 1 TO WS-LIQ-CANT-PLANES.

           COMPUTE WS-COMPROMETIDO-PLAN =
                   WS-CUOTAS-RESTANTES * WS-CUO-IMPORTE-CUOTA.
           COMPUTE WS-RECARGO-PLAN =
                   WS-CUOTAS-RESTANTES * WS-CUO-RECARGO-CUOTA.

           IF WS-CUO-MONEDA = 'USD'
              ADD WS-COMPROMETIDO-PLAN TO WS-LIQ-CUOTAS-USD
              ADD WS-RECARGO-PLAN      TO WS-LIQ-RECARGOS-USD
           ELSE
              ADD WS-COMPROMETIDO-PLAN TO WS-LIQ-CUOTAS-ARS
              ADD WS-RECARGO-PLAN      TO WS-LIQ-RECARGOS-ARS
           END-IF.

       2575-SUMAR-UN-PLAN-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** interes corrido sobre el saldo deudor desde el ultimo
      *    *** cierre de la tarjeta hasta la fecha de pago, con la tasa
      *    *** mensual que cobraria la facturacion y el prorrateo
      *    *** dias / 30 de DEVENGA. Sin dia de cierre no hay interes
       2580-CALCULAR-INTERES.

      *    *** la cuenta congelada por siniestro no financia
           IF WS-LIQ-CUENTA-CONGELADA
              GO TO 2580-CALCULAR-INTERES-FIN
           END-IF.

           IF WS-MT-DIA-CIERRE NOT NUMERIC
              OR WS-MT-DIA-CIERRE = ZEROES
              GO TO 2580-CALCULAR-INTERES-FIN
           END-IF.

           IF WS-MT-SALDO-ANTERIOR-ARS NOT > ZEROES
              AND WS-MT-SALDO-ANTERIOR-USD NOT > ZEROES
              GO TO 2580-CALCULAR-INTERES-FIN
           END-IF.

           PERFORM 2590-RESOLVER-TASA
              THRU 2590-RESOLVER-TASA-FIN.

           IF WS-TASA-TARJETA = ZEROES
              GO TO 2580-CALCULAR-INTERES-FIN
           END-IF.

      *    *** ultimo cierre: el de este mes si ya paso (o es hoy),
      *    *** si no el del mes anterior
           MOVE WS-FECHA-HOY (1:4) TO WS-CIE-ANIO.
           MOVE WS-FECHA-HOY (5:2) TO WS-CIE-MES.
           IF WS-FECHA-HOY (7:2) < WS-MT-DIA-CIERRE
              IF WS-CIE-MES = 01
                 MOVE 12 TO WS-CIE-MES
                 SUBTRACT 1 FROM WS-CIE-ANIO
              ELSE
                 SUBTRACT 1 FROM WS-CIE-MES
              END-IF
           END-IF.

      *    *** un dia de cierre que el mes no tiene (31 en un mes de
      *    *** 30) cae el ultimo dia del mes
           MOVE WS-CIE-ANIO TO WS-SIG-ANIO.
           MOVE WS-CIE-MES  TO WS-SIG-MES.
           MOVE 01          TO WS-SIG-DIA.
           IF WS-SIG-MES = 12
              MOVE 01 TO WS-SIG-MES
              ADD 1   TO WS-SIG-ANIO
           ELSE
              ADD 1   TO WS-SIG-MES
           END-IF.
           COMPUTE WS-ULTIMO-DIA-MES = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-PRIMERO-MES-SIGUIENTE)
                    - 1).
           IF WS-MT-DIA-CIERRE > WS-ULTIMO-DIA-MES (7:2)
              MOVE WS-ULTIMO-DIA-MES (7:2) TO WS-CIE-DIA
           ELSE
              MOVE WS-MT-DIA-CIERRE        TO WS-CIE-DIA
           END-IF.

           IF WS-ULTIMO-CIERRE >= WS-FECHA-OBJETIVO
              GO TO 2580-CALCULAR-INTERES-FIN
           END-IF.

           COMPUTE WS-DIAS-DEVENGO =
                   FUNCTION INTEGER-OF-DATE (WS-FECHA-OBJETIVO)
                 - FUNCTION INTEGER-OF-DATE (WS-ULTIMO-CIERRE).
           COMPUTE WS-FACTOR-DIAS ROUNDED = WS-DIAS-DEVENGO / 30.

           IF WS-MT-SALDO-ANTERIOR-ARS > ZEROES
              COMPUTE WS-INTERES-FILA ROUNDED =
                      WS-MT-SALDO-ANTERIOR-ARS *
                      (WS-TASA-TARJETA / 100) * WS-FACTOR-DIAS
              ADD WS-INTERES-FILA TO WS-LIQ-INTERES-ARS
           END-IF.

           IF WS-MT-SALDO-ANTERIOR-USD > ZEROES
              COMPUTE WS-INTERES-FILA ROUNDED =
                      WS-MT-SALDO-ANTERIOR-USD *
                      (WS-TASA-TARJETA / 100) * WS-FACTOR-DIAS
              ADD WS-INTERES-FILA TO WS-LIQ-INTERES-USD
           END-IF.

       2580-CALCULAR-INTERES-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** tasa del producto de la tarjeta, o la global
       2590-RESOLVER-TASA.

           MOVE WS-INTERES TO WS-TASA-TARJETA.

           IF NOT WS-EXISTE-TARJETA-PROD
              GO TO 2590-RESOLVER-TASA-FIN
           END-IF.

           MOVE WS-MT-NUM-TARJETA TO WS-TPR-TARJETA.
           READ ENT-TARJETA-PROD KEY IS WS-TPR-TARJETA
               INVALID KEY GO TO 2590-RESOLVER-TASA-FIN
           END-READ.

           PERFORM VARYING WS-IX-PROD FROM 1 BY 1
              UNTIL WS-IX-PROD > WS-CANT-PRODUCTOS
              IF WS-PROD-CODIGO (WS-IX-PROD) = WS-TPR-PRODUCTO
                 MOVE WS-PROD-INTERES (WS-IX-PROD) TO WS-TASA-TARJETA
              END-IF
           END-PERFORM.

       2590-RESOLVER-TASA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cargos y creditos de la cuenta ya emitidos que todavia
      *    *** no paso la facturacion; REPROCESO.SEQ es opcional
       2600-SUMAR-PENDIENTES.

           OPEN INPUT ENT-REPROCESO.

           IF NOT FS-REPROCESO-OK
              GO TO 2600-SUMAR-PENDIENTES-FIN
           END-IF.

           PERFORM 2610-SUMAR-UN-PENDIENTE
              THRU 2610-SUMAR-UN-PENDIENTE-FIN
              UNTIL FS-REPROCESO-EOF.

           CLOSE ENT-REPROCESO.

       2600-SUMAR-PENDIENTES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2610-SUMAR-UN-PENDIENTE.

           READ ENT-REPROCESO
               AT END
                  SET FS-REPROCESO-EOF TO TRUE
                  GO TO 2610-SUMAR-UN-PENDIENTE-FIN
           END-READ.

           IF WS-ENT-NUM-CUENTA <> WS-CUENTA-OBJETIVO
              GO TO 2610-SUMAR-UN-PENDIENTE-FIN
           END-IF.

           ADD 1 TO WS-LIQ-CANT-PENDIENTES.

           EVALUATE WS-ENT-MONEDA
               WHEN 'ARS'
                    ADD WS-ENT-IMPORTE TO WS-LIQ-PENDIENTE-ARS
               WHEN 'USD'
                    ADD WS-ENT-IMPORTE TO WS-LIQ-PENDIENTE-USD
               WHEN OTHER
                    ADD 1 TO WS-LIQ-OTRAS-MONEDAS
           END-EVALUATE.

       2610-SUMAR-UN-PENDIENTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la cotizacion vale hasta la fecha de pago pedida; la
      *    *** referencia lleva el total en pesos (lo que se cobra por
      *    *** los canales de cobranza); los dolares se cancelan aparte
       2700-IMPRIMIR-COTIZACION.

           MOVE SPACES TO WS-RUTA-DOCUMENTO.
           STRING WS-DIR-DOCUMENTOS  DELIMITED BY SPACE
                  'COTIZACION_'      DELIMITED BY SIZE
                  WS-CUENTA-OBJETIVO DELIMITED BY SIZE
                  '.TXT'             DELIMITED BY SIZE
                  INTO WS-RUTA-DOCUMENTO.

           OPEN OUTPUT SAL-DOCUMENTO.
           IF NOT FS-DOCUMENTO-OK
              DISPLAY 'ERROR AL ABRIR ' WS-RUTA-DOCUMENTO
              DISPLAY 'FILE STATUS: ' FS-DOCUMENTO
              GO TO 2700-IMPRIMIR-COTIZACION-FIN
           END-IF.

           MOVE 'COTIZACION DE CANCELACION TOTAL' TO WS-SAL-DOCUMENTO.
           WRITE WS-SAL-DOCUMENTO.
           MOVE ALL '=' TO WS-SAL-DOCUMENTO.
           WRITE WS-SAL-DOCUMENTO.

           MOVE SPACES TO WS-SAL-DOCUMENTO.
           STRING 'CUENTA  : ' WS-CUENTA-OBJETIVO
                  '   TARJETAS: ' WS-LIQ-CANT-TARJETAS
                  DELIMITED BY SIZE INTO WS-SAL-DOCUMENTO.
           WRITE WS-SAL-DOCUMENTO.
           MOVE SPACES TO WS-SAL-DOCUMENTO.
           STRING 'TITULAR : ' WS-LIQ-NOMBRE ' ' WS-LIQ-APELLIDO
                  DELIMITED BY SIZE INTO WS-SAL-DOCUMENTO.
           WRITE WS-SAL-DOCUMENTO.

           MOVE WS-FECHA-HOY (7:2) TO WS-FEC-DD-O.
           MOVE WS-FECHA-HOY (5:2) TO WS-FEC-MM-O.
           MOVE WS-FECHA-HOY (1:4) TO WS-FEC-AAAA-O.
           MOVE SPACES TO WS-SAL-DOCUMENTO.
           STRING 'EMITIDA : ' WS-FECHA-O
                  DELIMITED BY SIZE INTO WS-SAL-DOCUMENTO.
           WRITE WS-SAL-DOCUMENTO.

           MOVE WS-FECHA-OBJETIVO (7:2) TO WS-FEC-DD-O.
           MOVE WS-FECHA-OBJETIVO (5:2) TO WS-FEC-MM-O.
           MOVE WS-FECHA-OBJETIVO (1:4) TO WS-FEC-AAAA-O.
           MOVE SPACES TO WS-SAL-DOCUMENTO.
           STRING 'VALIDA HASTA EL ' WS-FECHA-O
                  ' (FECHA DE PAGO COTIZADA)'
                  DELIMITED BY SIZE INTO WS-SAL-DOCUMENTO.
           WRITE WS-SAL-DOCUMENTO.

           MOVE SPACES TO WS-SAL-DOCUMENTO.
           WRITE WS-SAL-DOCUMENTO.
           MOVE '  CONCEPTO                                      PESOS'
             & '           DOLARES' TO WS-SAL-DOCUMENTO.
           WRITE WS-SAL-DOCUMENTO.

           MOVE 'SALDO DEL ULTIMO RESUMEN'   TO WS-LIM-CONCEPTO.
           MOVE WS-LIQ-SALDO-ARS             TO WS-LIM-ARS.
           MOVE WS-LIQ-SALDO-USD             TO WS-LIM-USD.
           MOVE WS-LINEA-IMPORTE             TO WS-SAL-DOCUMENTO.
           WRITE WS-SAL-DOCUMENTO.

           MOVE 'CONSUMOS DEL CICLO SIN FACTURAR' TO WS-LIM-CONCEPTO.
           MOVE WS-LIQ-CICLO-ARS             TO WS-LIM-ARS.
           MOVE WS-LIQ-CICLO-USD             TO WS-LIM-USD.
           MOVE WS-LINEA-IMPORTE             TO WS-SAL-DOCUMENTO.
           WRITE WS-SAL-DOCUMENTO.

           MOVE 'CUOTAS A VENCER'            TO WS-LIM-CONCEPTO.
           MOVE WS-LIQ-CUOTAS-ARS            TO WS-LIM-ARS.
           MOVE WS-LIQ-CUOTAS-USD            TO WS-LIM-USD.
           MOVE WS-LINEA-IMPORTE             TO WS-SAL-DOCUMENTO.
           WRITE WS-SAL-DOCUMENTO.

           MOVE 'RECARGOS DE LAS CUOTAS'     TO WS-LIM-CONCEPTO.
           MOVE WS-LIQ-RECARGOS-ARS          TO WS-LIM-ARS.
           MOVE WS-LIQ-RECARGOS-USD          TO WS-LIM-USD.
           MOVE WS-LINEA-IMPORTE             TO WS-SAL-DOCUMENTO.
           WRITE WS-SAL-DOCUMENTO.

           MOVE 'INTERESES A LA FECHA DE PAGO' TO WS-LIM-CONCEPTO.
           MOVE WS-LIQ-INTERES-ARS           TO WS-LIM-ARS.
           MOVE WS-LIQ-INTERES-USD           TO WS-LIM-USD.
           MOVE WS-LINEA-IMPORTE             TO WS-SAL-DOCUMENTO.
           WRITE WS-SAL-DOCUMENTO.

           MOVE 'CARGOS Y AJUSTES PENDIENTES' TO WS-LIM-CONCEPTO.
           MOVE WS-LIQ-PENDIENTE-ARS         TO WS-LIM-ARS.
           MOVE WS-LIQ-PENDIENTE-USD         TO WS-LIM-USD.
           MOVE WS-LINEA-IMPORTE             TO WS-SAL-DOCUMENTO.
           WRITE WS-SAL-DOCUMENTO.

           IF WS-LIQ-CUENTA-CASTIGADA
              MOVE 'DEUDA CASTIGADA SIN RECUPERAR' TO WS-LIM-CONCEPTO
              MOVE WS-LIQ-CASTIGO-ARS        TO WS-LIM-ARS
              MOVE WS-LIQ-CASTIGO-USD        TO WS-LIM-USD
              MOVE WS-LINEA-IMPORTE          TO WS-SAL-DOCUMENTO
              WRITE WS-SAL-DOCUMENTO
           END-IF.

           MOVE ALL '-' TO WS-SAL-DOCUMENTO.
           WRITE WS-SAL-DOCUMENTO.

           MOVE 'TOTAL PARA CANCELAR'        TO WS-LIM-CONCEPTO.
           MOVE WS-LIQ-TOTAL-ARS             TO WS-LIM-ARS.
           MOVE WS-LIQ-TOTAL-USD             TO WS-LIM-USD.
           MOVE WS-LINEA-IMPORTE             TO WS-SAL-DOCUMENTO.
           WRITE WS-SAL-DOCUMENTO.

           IF WS-LIQ-CUENTA-CONGELADA
              MOVE 'AVISO: SINIESTRO EN CURSO, LA CUENTA NO DEVENGA '
                &  'INTERESES' TO WS-SAL-DOCUMENTO
              WRITE WS-SAL-DOCUMENTO
           END-IF.

           IF WS-LIQ-OTRAS-MONEDAS > ZEROES
              MOVE SPACES TO WS-SAL-DOCUMENTO
              STRING 'AVISO: ' WS-LIQ-OTRAS-MONEDAS
                     ' CARGOS PENDIENTES EN OTRA MONEDA NO INCLUIDOS'
                     DELIMITED BY SIZE INTO WS-SAL-DOCUMENTO
              WRITE WS-SAL-DOCUMENTO
           END-IF.

           IF WS-LIQ-TOTAL-ARS > ZEROES
              COMPUTE WS-TOTAL-CTVS = WS-LIQ-TOTAL-ARS * 100
           ELSE
              MOVE ZEROES TO WS-TOTAL-CTVS
           END-IF.

           INITIALIZE WS-REF-ENTRADA, WS-REF-SALIDA.
           SET WS-REF-MODO-GENERAR   TO TRUE.
           MOVE WS-CUENTA-OBJETIVO   TO WS-REF-CUENTA.
           MOVE WS-FECHA-OBJETIVO (1:6) TO WS-REF-PERIODO.
           MOVE WS-TOTAL-CTVS        TO WS-REF-MINIMO-CTVS.
           MOVE WS-TOTAL-CTVS        TO WS-REF-TOTAL-CTVS.

           CALL 'CLVALREF' USING WS-VAL-REFERENCIA.

           MOVE SPACES TO WS-SAL-DOCUMENTO.
           WRITE WS-SAL-DOCUMENTO.
           MOVE SPACES TO WS-SAL-DOCUMENTO.
           STRING 'REFERENCIA DE PAGO: ' WS-REF-REFERENCIA-O
                  DELIMITED BY SIZE INTO WS-SAL-DOCUMENTO.
           WRITE WS-SAL-DOCUMENTO.

           IF WS-LIQ-TOTAL-USD > ZEROES
              MOVE 'EL SALDO EN DOLARES SE CANCELA POR SEPARADO, EN '
                &  'DOLARES' TO WS-SAL-DOCUMENTO
              WRITE WS-SAL-DOCUMENTO
           END-IF.

           MOVE 'PASADA LA FECHA DE VALIDEZ EL IMPORTE DEBE COTIZARSE '
             &  'NUEVAMENTE' TO WS-SAL-DOCUMENTO.
           WRITE WS-SAL-DOCUMENTO.

           CLOSE SAL-DOCUMENTO.

           DISPLAY 'COTIZACION IMPRESA EN ' WS-RUTA-DOCUMENTO.

       2700-IMPRIMIR-COTIZACION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2800-IMPRIMIR-CERTIFICADO.

           MOVE SPACES TO WS-RUTA-DOCUMENTO.
           STRING WS-DIR-DOCUMENTOS      DELIMITED BY SPACE
                  'LIBREDEU_'            DELIMITED BY SIZE
                  WS-CLD-NUM-CERTIFICADO DELIMITED BY SIZE
                  '.TXT'                 DELIMITED BY SIZE
                  INTO WS-RUTA-DOCUMENTO.

           OPEN OUTPUT SAL-DOCUMENTO.
           IF NOT FS-DOCUMENTO-OK
              DISPLAY 'ERROR AL ABRIR ' WS-RUTA-DOCUMENTO
              DISPLAY 'FILE STATUS: ' FS-DOCUMENTO
              GO TO 2800-IMPRIMIR-CERTIFICADO-FIN
           END-IF.

           MOVE SPACES TO WS-SAL-DOCUMENTO.
           STRING 'CERTIFICADO DE LIBRE DEUDA NRO. '
                  WS-CLD-NUM-CERTIFICADO
                  DELIMITED BY SIZE INTO WS-SAL-DOCUMENTO.
           WRITE WS-SAL-DOCUMENTO.
           MOVE ALL '=' TO WS-SAL-DOCUMENTO.
           WRITE WS-SAL-DOCUMENTO.
           MOVE SPACES TO WS-SAL-DOCUMENTO.
           WRITE WS-SAL-DOCUMENTO.

           MOVE WS-FECHA-HOY (7:2) TO WS-FEC-DD-O.
           MOVE WS-FECHA-HOY (5:2) TO WS-FEC-MM-O.
           MOVE WS-FECHA-HOY (1:4) TO WS-FEC-AAAA-O.

           MOVE SPACES TO WS-SAL-DOCUMENTO.
           STRING 'SE CERTIFICA QUE AL ' WS-FECHA-O
                  ' LA CUENTA ' WS-CLD-NUM-CUENTA
                  DELIMITED BY SIZE INTO WS-SAL-DOCUMENTO.
           WRITE WS-SAL-DOCUMENTO.
           MOVE SPACES TO WS-SAL-DOCUMENTO.
           STRING 'DE ' WS-CLD-NOMBRE ' ' WS-CLD-APELLIDO
                  DELIMITED BY SIZE INTO WS-SAL-DOCUMENTO.
           WRITE WS-SAL-DOCUMENTO.
           MOVE SPACES TO WS-SAL-DOCUMENTO.
           STRING 'CON ' WS-CLD-CANT-TARJETAS
                  ' TARJETA(S), NO REGISTRA DEUDA EN PESOS NI EN '
                  'DOLARES'
                  DELIMITED BY SIZE INTO WS-SAL-DOCUMENTO.
           WRITE WS-SAL-DOCUMENTO.
           MOVE 'NI PLANES DE CUOTAS PENDIENTES CON ESTA ENTIDAD.'
             TO WS-SAL-DOCUMENTO.
           WRITE WS-SAL-DOCUMENTO.

           MOVE SPACES TO WS-SAL-DOCUMENTO.
           WRITE WS-SAL-DOCUMENTO.
           MOVE 'EL CERTIFICADO PUEDE VERIFICARSE CON SU NUMERO Y LA '
             &  'CUENTA.' TO WS-SAL-DOCUMENTO.
           WRITE WS-SAL-DOCUMENTO.
           MOVE SPACES TO WS-SAL-DOCUMENTO.
           STRING 'EMITIDO POR: ' WS-CLD-OPERADOR
                  DELIMITED BY SIZE INTO WS-SAL-DOCUMENTO.
           WRITE WS-SAL-DOCUMENTO.

           CLOSE SAL-DOCUMENTO.

           DISPLAY 'CERTIFICADO IMPRESO EN ' WS-RUTA-DOCUMENTO.

       2800-IMPRIMIR-CERTIFICADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           CLOSE ENT-MAESTRO-TARJETAS
                 ENT-CERTIFICADOS.

           IF WS-EXISTEN-CUOTAS
              CLOSE ENT-CUOTAS
           END-IF.

           IF WS-EXISTE-SALDO-CICLO
              CLOSE ENT-SALDO-CICLO
           END-IF.

           IF WS-EXISTE-TARJETA-PROD
              CLOSE ENT-TARJETA-PROD
           END-IF.

           IF WS-EXISTE-CASTIGOS
              CLOSE ENT-CASTIGOS
           END-IF.

           IF WS-EXISTEN-SEGUROS
              CLOSE ENT-SEGUROS
           END-IF.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM LIBREDEU.
