      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: rentabilidad mensual por cuenta, para que la gerencia
      *          fije el precio de los productos con numeros. Por cada
      *          cuenta del maestro MAESTRO-TARJETAS.VSAM suma los
      *          ingresos del periodo (interes de financiacion y
      *          punitorio, comision anual y cargo por adelanto desde
      *          SALDOS-DESGLOSE.SEQ, comision sobre la prima del
      *          seguro y el arancel de intercambio del lote
      *          GLARANCEL.SEQ prorrateado por compras) y les resta los
      *          costos (fondeo del saldo, puntos acumulados en
      *          PUNTOS.VSAM, disputas resueltas a favor del cliente en
      *          DISPUTAS.VSAM, fraude cerrado en FRAUDE-CASOS.VSAM,
      *          castigos de CASTIGOS.VSAM y un costo de servicio fijo
      *          por cuenta). Los costos unitarios son parametros de
      *          PARAMETROS.SEQ (COSTOFONDO, COSTOSERV, VALORPUNTO,
      *          COMISEGURO). Sale RENTABILIDAD.TXT con las cuentas
      *          menos rentables, la apertura por producto (margen
      *          contra el precio de PRODUCTOS.SEQ), por convenio
      *          corporativo (CONVENIOS.SEQ) y por region del codigo
      *          postal, y el control de los ingresos contra los
      *          haberes de GLINTERF.SEQ. Con ENTIDAD_PROCESO (ver
      *          ENTIDCTL) el reporte es el de esa entidad emisora.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTAB.
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

       SELECT ENT-PRODUCTOS
           ASSIGN TO WS-RUTA-PRODUCTOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRODUCTOS.

       SELECT ENT-PARAMETROS
           ASSIGN TO WS-RUTA-PARAMETROS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

       SELECT ENT-CONVENIOS
           ASSIGN TO WS-RUTA-CONVENIOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONVENIOS.

       SELECT ENT-DESGLOSE
           ASSIGN TO WS-RUTA-DESGLOSE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DESGLOSE.

       SELECT ENT-GL
           ASSIGN TO WS-RUTA-GL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GL.

       SELECT ENT-GL-ARANCEL
           ASSIGN TO WS-RUTA-GL-ARANCEL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GL-ARANCEL.

       SELECT ENT-PUNTOS
           ASSIGN TO WS-RUTA-PUNTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-PTS-CUENTA
           FILE STATUS IS FS-PUNTOS.

       SELECT ENT-DISPUTAS
           ASSIGN TO WS-RUTA-DISPUTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-DIS-CLAVE
           FILE STATUS IS FS-DISPUTAS.

       SELECT ENT-CASOS
           ASSIGN TO WS-RUTA-CASOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-FCA-NUM-CASO
           FILE STATUS IS FS-CASOS.

       SELECT ENT-CASTIGOS
           ASSIGN TO WS-RUTA-CASTIGOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-CAS-CUENTA
           FILE STATUS IS FS-CASTIGOS.

      *    *** productos, convenios, acumulados por cuenta y aperturas
      *    *** por producto, convenio y region, sin tope de cantidad;
      *    *** se arma de cero en cada corrida
       SELECT TRB-RENTAB
           ASSIGN TO WS-RUTA-TRABAJO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-TCI-CLAVE
           FILE STATUS IS FS-TRABAJO.

       SELECT ORD-CUENTAS
           ASSIGN TO WS-RUTA-SORT.

       SELECT SAL-REPORTE
           ASSIGN TO WS-RUTA-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

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
             88 WS-MT-ACTIVA                            VALUE 'A'.
          05 WS-MT-SALDO-ANTERIOR-ARS               PIC S9(08)V9(02).
          05 WS-MT-SALDO-ANTERIOR-USD               PIC S9(08)V9(02).
          05 WS-MT-DIA-CIERRE                       PIC 9(02).
          05 WS-MT-TIPO-TARJETA                     PIC X(01).
          05 WS-MT-NUM-TARJETA-TITULAR              PIC X(19).
          05 WS-MT-LIMITE-TARJETA-USD               PIC 9(08)V9(02).

       FD ENT-TARJETA-PROD.
           COPY TARJPROD.

       FD ENT-PRODUCTOS.
           COPY PRODUCTO.

       FD ENT-PARAMETROS.
           COPY PARAMETROS.

       FD ENT-CONVENIOS.
       01 WS-ENT-CONVENIOS.
          05 WS-CNV-CONVENIO                        PIC X(06).
          05 WS-CNV-EMPRESA                         PIC X(40).
          05 WS-CNV-CUENTA                          PIC 9(10).

       FD ENT-DESGLOSE.
           COPY DESGLOSE.

       FD ENT-GL.
       01 WS-ENT-GL-ASIENTO.
          05 WS-GL-TIPO-REG             PIC X(01).
          05 WS-GL-PERIODO              PIC 9(06).
          05 WS-GL-DEBE-HABER           PIC X(01).
          05 WS-GL-CUENTA-CONTABLE      PIC X(30).
          05 WS-GL-MONEDA               PIC X(03).
          05 WS-GL-IMPORTE              PIC S9(10)V9(02)
                                           SIGN IS TRAILING SEPARATE.

      *    *** mismo layout que GLINTERF.SEQ
       FD ENT-GL-ARANCEL.
       01 WS-ENT-GLA-ASIENTO.
          05 WS-GLA-TIPO-REG            PIC X(01).
          05 WS-GLA-PERIODO             PIC 9(06).
          05 WS-GLA-DEBE-HABER          PIC X(01).
          05 WS-GLA-CUENTA-CONTABLE     PIC X(30).
          05 WS-GLA-MONEDA              PIC X(03).
          05 WS-GLA-IMPORTE             PIC S9(10)V9(02)
                                           SIGN IS TRAILING SEPARATE.

       FD ENT-PUNTOS.
           COPY PUNTOS.

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
             88 WS-DIS-CERRADA                           VALUE 'C'.
          05 WS-DIS-FECHA-ETAPA                      PIC 9(08).
          05 WS-DIS-RESOLUCION                       PIC X(01).
             88 WS-DIS-A-FAVOR-CLIENTE                   VALUE 'F'.
          05 WS-DIS-OPERADOR                         PIC X(10).

       FD ENT-CASOS.
           COPY FRAUCASO.

       FD ENT-CASTIGOS.
           COPY CASTIGOS.

       FD TRB-RENTAB.
           COPY TABCICLO.

      *    *** una fila por cuenta, ordenada de la menos rentable a la
      *    *** mas rentable; todos los importes en pesos
       SD ORD-CUENTAS.
       01 WS-ORD-REG.
          05 WS-ORD-MARGEN                          PIC S9(12)V9(02).
          05 WS-ORD-CUENTA                          PIC 9(10).
          05 WS-ORD-PRODUCTO                        PIC X(03).
          05 WS-ORD-CONVENIO                        PIC X(06).
          05 WS-ORD-REGION                          PIC 9(01).
          05 WS-ORD-INGRESOS                        PIC S9(12)V9(02).
          05 WS-ORD-COSTOS                          PIC S9(12)V9(02).
          05 WS-ORD-SALDO                           PIC S9(12)V9(02).
          05 WS-ORD-FINANCIACION                    PIC S9(12)V9(02).
          05 WS-ORD-PUNITORIO                       PIC S9(12)V9(02).
          05 WS-ORD-CARGO-ANUAL                     PIC S9(12)V9(02).
          05 WS-ORD-CARGO-ADELANTO                  PIC S9(12)V9(02).
          05 WS-ORD-CARGO-ESPERADO                  PIC S9(12)V9(02).
          05 WS-ORD-PRIMA                           PIC S9(12)V9(02).
          05 WS-ORD-SEGURO                          PIC S9(12)V9(02).
          05 WS-ORD-ARANCEL                         PIC S9(12)V9(02).
          05 WS-ORD-FONDEO                          PIC S9(12)V9(02).
          05 WS-ORD-PUNTOS                          PIC S9(12)V9(02).
          05 WS-ORD-DISPUTAS                        PIC S9(12)V9(02).
          05 WS-ORD-FRAUDE                          PIC S9(12)V9(02).
          05 WS-ORD-CASTIGOS                        PIC S9(12)V9(02).
          05 WS-ORD-SERVICIO                        PIC S9(12)V9(02).

       FD SAL-REPORTE.
       01 WS-SAL-REPORTE                            PIC X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-MAESTRO-TARJETAS   PIC X(60)
                                     VALUE '../MAESTRO-TARJETAS.VSAM'.
       01 WS-RUTA-TARJETA-PROD       PIC X(60)
                                     VALUE '../TARJPROD.VSAM'.
       01 WS-RUTA-PRODUCTOS          PIC X(60)
                                     VALUE '../PRODUCTOS.SEQ'.
       01 WS-RUTA-PARAMETROS         PIC X(60)
                                     VALUE '../PARAMETROS.SEQ'.
       01 WS-RUTA-CONVENIOS          PIC X(60)
                                     VALUE '../CONVENIOS.SEQ'.
       01 WS-RUTA-DESGLOSE           PIC X(60)
                                     VALUE '../SALDOS-DESGLOSE.SEQ'.
       01 WS-RUTA-GL                 PIC X(60)
                                     VALUE '../GLINTERF.SEQ'.
       01 WS-RUTA-GL-ARANCEL         PIC X(60)
                                     VALUE '../GLARANCEL.SEQ'.
       01 WS-RUTA-PUNTOS             PIC X(60)
                                     VALUE '../PUNTOS.VSAM'.
       01 WS-RUTA-DISPUTAS           PIC X(60)
                                     VALUE '../DISPUTAS.VSAM'.
       01 WS-RUTA-CASOS              PIC X(60)
                                     VALUE '../FRAUDE-CASOS.VSAM'.
       01 WS-RUTA-CASTIGOS           PIC X(60)
                                     VALUE '../CASTIGOS.VSAM'.
       01 WS-RUTA-TRABAJO            PIC X(60)
                                     VALUE '../RENTAB-TRABAJO.VSAM'.
       01 WS-RUTA-SORT               PIC X(60)
                                     VALUE '../RENTAB-SORT.TMP'.
       01 WS-RUTA-REPORTE            PIC X(60)
                                     VALUE '../RENTABILIDAD.TXT'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.
       01 WS-PARAM-ENTORNO           PIC X(10) VALUE SPACES.

       01 WS-ENTIDAD-AREA.
           COPY ENTIDIO.
       01 WS-VER-CUENTA              PIC 9(10) VALUE ZEROES.

      *    *** cuentas contables de ingreso segun el plan de cuentas
       01 WS-PLAN.
           COPY PLANIO.

       01 FS-STATUS.
          05 FS-MAESTRO-TARJETAS                   PIC X(2).
             88 FS-MAESTRO-TARJETAS-FILE-OK            VALUE '00'.
             88 FS-MAESTRO-TARJETAS-FILE-EOF           VALUE '10'.
          05 FS-TARJETA-PROD                       PIC X(2).
             88 FS-TARJETA-PROD-OK                     VALUE '00'.
             88 FS-TARJETA-PROD-NFD                    VALUE '35'.
          05 FS-PRODUCTOS                          PIC X(2).
             88 FS-PRODUCTOS-OK                        VALUE '00'.
             88 FS-PRODUCTOS-EOF                       VALUE '10'.
             88 FS-PRODUCTOS-NFD                       VALUE '35'.
          05 FS-PARAMETROS                         PIC X(2).
             88 FS-PARAMETROS-OK                       VALUE '00'.
             88 FS-PARAMETROS-EOF                      VALUE '10'.
          05 FS-CONVENIOS                          PIC X(2).
             88 FS-CONVENIOS-OK                        VALUE '00'.
             88 FS-CONVENIOS-EOF                       VALUE '10'.
             88 FS-CONVENIOS-NFD                       VALUE '35'.
          05 FS-DESGLOSE                           PIC X(2).
             88 FS-DESGLOSE-OK                         VALUE '00'.
             88 FS-DESGLOSE-EOF                        VALUE '10'.
             88 FS-DESGLOSE-NFD                        VALUE '35'.
          05 FS-GL                                 PIC X(2).
             88 FS-GL-OK                               VALUE '00'.
             88 FS-GL-EOF                              VALUE '10'.
             88 FS-GL-NFD                              VALUE '35'.
          05 FS-GL-ARANCEL                         PIC X(2).
             88 FS-GL-ARANCEL-OK                       VALUE '00'.
             88 FS-GL-ARANCEL-EOF                      VALUE '10'.
             88 FS-GL-ARANCEL-NFD                      VALUE '35'.
          05 FS-PUNTOS                             PIC X(2).
             88 FS-PUNTOS-OK                           VALUE '00'.
             88 FS-PUNTOS-NFD                          VALUE '35'.
          05 FS-DISPUTAS                           PIC X(2).
             88 FS-DISPUTAS-OK                         VALUE '00'.
             88 FS-DISPUTAS-EOF                        VALUE '10'.
             88 FS-DISPUTAS-NFD                        VALUE '35'.
          05 FS-CASOS                              PIC X(2).
             88 FS-CASOS-OK                            VALUE '00'.
             88 FS-CASOS-EOF                           VALUE '10'.
             88 FS-CASOS-NFD                           VALUE '35'.
          05 FS-CASTIGOS                           PIC X(2).
             88 FS-CASTIGOS-OK                         VALUE '00'.
             88 FS-CASTIGOS-NFD                        VALUE '35'.
          05 FS-TRABAJO                            PIC X(2).
             88 FS-TRABAJO-OK                          VALUE '00'.
             88 FS-TRABAJO-CLAVE-DUP                   VALUE '22'.
          05 FS-REPORTE                            PIC X(2).
             88 FS-REPORTE-OK                          VALUE '00'.

       01 WS-HAY-TARJETA-PROD        PIC X(01) VALUE 'N'.
          88 WS-EXISTE-TARJETA-PROD              VALUE 'S'.
       01 WS-HAY-PUNTOS              PIC X(01) VALUE 'N'.
          88 WS-EXISTE-PUNTOS                    VALUE 'S'.
       01 WS-HAY-CASTIGOS            PIC X(01) VALUE 'N'.
          88 WS-EXISTE-CASTIGOS                  VALUE 'S'.
       01 WS-HAY-CUENTA              PIC X(01) VALUE 'N'.
          88 WS-EXISTE-CUENTA                    VALUE 'S'.
       01 WS-HAY-PRODUCTO            PIC X(01) VALUE 'N'.
          88 WS-EXISTE-PRODUCTO                  VALUE 'S'.
       01 WS-FIN-TRABAJO             PIC X(01) VALUE 'N'.
          88 WS-NO-HAY-MAS-TRABAJO               VALUE 'S'.
       01 WS-FIN-SORT                PIC X(01) VALUE 'N'.
          88 WS-SORT-TERMINO                     VALUE 'S'.

      *    *** periodo del informe y fecha de corte para la vigencia de
      *    *** los parametros (ultimo dia posible del mes)
       01 WS-PERIODO-INFORME         PIC 9(06) VALUE ZEROES.
       01 WS-PERIODO-INFORME-R REDEFINES WS-PERIODO-INFORME.
          05 WS-PERIODO-ANIO                        PIC 9(04).
          05 WS-PERIODO-MES                         PIC 9(02).
       01 WS-FECHA-CORTE             PIC 9(08) VALUE ZEROES.
       01 WS-FECHA-AUX               PIC 9(08) VALUE ZEROES.
       01 WS-FECHA-AUX-R REDEFINES WS-FECHA-AUX.
          05 WS-FECHA-AUX-PERIODO                   PIC 9(06).
          05 WS-FECHA-AUX-DIA                       PIC 9(02).

      *    *** cantidad de cuentas menos rentables a listar
       01 WS-CANT-LISTAR             PIC 9(04) VALUE 20.

      *    *** costos unitarios y tasas (PARAMETROS.SEQ): COSTOFONDO
      *    *** porcentaje mensual sobre el saldo financiado, COSTOSERV
      *    *** pesos por cuenta por mes, VALORPUNTO pesos por punto,
      *    *** COMISEGURO porcentaje de la prima que queda al emisor,
      *    *** ADELANTO cargo por adelanto, CAMBIO cotizacion del dolar
       01 WS-PARAMETROS-RENTAB.
          05 WS-COSTO-FONDEO         PIC 9(06)V9(04) VALUE ZEROES.
          05 WS-COSTO-SERVICIO       PIC 9(06)V9(04) VALUE ZEROES.
          05 WS-VALOR-PUNTO          PIC 9(06)V9(04) VALUE ZEROES.
          05 WS-COMISION-SEGURO      PIC 9(06)V9(04) VALUE ZEROES.
          05 WS-TASA-ADELANTO        PIC 9(06)V9(04) VALUE ZEROES.
          05 WS-TIPO-DE-CAMBIO       PIC 9(06)V9(04) VALUE ZEROES.
       01 WS-FACTOR-MONEDA           PIC 9(06)V9(04) VALUE ZEROES.

      *    *** cuentas de haber de los ingresos, por moneda
       01 WS-CUENTAS-GL.
          05 WS-CTA-INTERES-ARS      PIC X(30) VALUE SPACES.
          05 WS-CTA-INTERES-USD      PIC X(30) VALUE SPACES.
          05 WS-CTA-PUNITORIO-ARS    PIC X(30) VALUE SPACES.
          05 WS-CTA-SEGURO-ARS       PIC X(30) VALUE SPACES.
          05 WS-CTA-ARANCEL-ARS      PIC X(30) VALUE SPACES.
          05 WS-CTA-ARANCEL-USD      PIC X(30) VALUE SPACES.

      *    *** haberes netos del periodo segun los lotes GL, en pesos
       01 WS-TOTALES-GL.
          05 WS-GL-FINANCIACION      PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-GL-PUNITORIO         PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-GL-SEGURO            PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-GL-ARANCEL           PIC S9(12)V9(02) VALUE ZEROES.
       01 WS-GL-NETO                 PIC S9(12)V9(02) VALUE ZEROES.

      *    *** datos de cada tipo de registro del archivo de trabajo:
      *    *** PR producto, CV convenio por cuenta, CU acumulado por
      *    *** cuenta, RP/RC/RR apertura por producto, convenio y
      *    *** region
       01 WS-PROD-ACTUAL.
          05 WS-PROD-CODIGO                         PIC X(03).
          05 WS-PROD-NOMBRE                         PIC X(15).
          05 WS-PROD-INTERES                        PIC 9(02)V9(02).
          05 WS-PROD-COMISION-ANUAL                 PIC 9(06)V9(02).
       01 WS-TRB-CONVENIO.
          05 WS-TCV-CONVENIO                        PIC X(06).
          05 WS-TCV-EMPRESA                         PIC X(30).
       01 WS-TRB-CUENTA.
          05 WS-TCU-PRODUCTO                        PIC X(03).
          05 WS-TCU-CONVENIO                        PIC X(06).
          05 WS-TCU-COD-POSTAL                      PIC 9(04).
      *    *** 'S' = producto y codigo postal ya son los de la titular
          05 WS-TCU-TITULAR-VISTA                   PIC X(01).
          05 WS-TCU-FINANCIACION                    PIC S9(10)V9(02).
          05 WS-TCU-PUNITORIO                       PIC S9(10)V9(02).
          05 WS-TCU-COMISIONES                      PIC S9(10)V9(02).
          05 WS-TCU-ADELANTOS                       PIC S9(10)V9(02).
          05 WS-TCU-CARGO-ESPERADO                  PIC S9(10)V9(02).
          05 WS-TCU-COMPRAS                         PIC S9(10)V9(02).
          05 WS-TCU-SALDO                           PIC S9(10)V9(02).
          05 WS-TCU-DISPUTAS                        PIC S9(10)V9(02).
          05 WS-TCU-FRAUDE                          PIC S9(10)V9(02).
       01 WS-TRB-GRUPO.
          05 WS-TGR-NOMBRE                          PIC X(30).
          05 WS-TGR-TASA-CATALOGO                   PIC 9(02)V9(02).
          05 WS-TGR-COMISION-CATALOGO               PIC 9(06)V9(02).
          05 WS-TGR-CANT                            PIC 9(07).
          05 WS-TGR-INGRESOS                        PIC S9(12)V9(02).
          05 WS-TGR-COSTOS                          PIC S9(12)V9(02).
          05 WS-TGR-FINANCIACION                    PIC S9(12)V9(02).
          05 WS-TGR-SALDO                           PIC S9(12)V9(02).
          05 WS-TGR-CARGO-ANUAL                     PIC S9(12)V9(02).
          05 WS-TGR-CARGO-ESPERADO                  PIC S9(12)V9(02).
       01 WS-TIPO-GRUPO              PIC X(02) VALUE SPACES.
       01 WS-VALOR-GRUPO             PIC X(19) VALUE SPACES.

       01 WS-CUENTA-ACTUAL           PIC 9(10) VALUE ZEROES.
       01 WS-PRODUCTO-TARJETA        PIC X(03) VALUE SPACES.
       01 WS-CP-AUX                  PIC 9(04) VALUE ZEROES.
       01 WS-CP-AUX-R REDEFINES WS-CP-AUX.
          05 WS-CP-REGION                           PIC 9(01).
          05 FILLER                                 PIC 9(03).
       01 WS-IX-REGION               PIC 9(02) VALUE ZEROES.

      *    *** region segun el primer digito del codigo postal
       01 WS-TABLA-REGIONES-DEF.
          05 FILLER PIC X(20) VALUE 'SIN CODIGO POSTAL'.
          05 FILLER PIC X(20) VALUE 'AMBA'.
          05 FILLER PIC X(20) VALUE 'LITORAL'.
          05 FILLER PIC X(20) VALUE 'NEA'.
          05 FILLER PIC X(20) VALUE 'NOA'.
          05 FILLER PIC X(20) VALUE 'CENTRO Y CUYO'.
          05 FILLER PIC X(20) VALUE 'BUENOS AIRES NORTE'.
          05 FILLER PIC X(20) VALUE 'BUENOS AIRES SUR'.
          05 FILLER PIC X(20) VALUE 'PATAGONIA NORTE'.
          05 FILLER PIC X(20) VALUE 'PATAGONIA SUR'.
       01 WS-TABLA-REGIONES REDEFINES WS-TABLA-REGIONES-DEF.
          05 WS-REGION-NOMBRE        PIC X(20) OCCURS 10 TIMES.

      *    *** importes de la cuenta en curso
       01 WS-PUNTOS-GANADOS          PIC S9(09) VALUE ZEROES.
       01 WS-CASTIGADO               PIC S9(12)V9(02) VALUE ZEROES.
       01 WS-IMPORTE-AUX             PIC S9(12)V9(02) VALUE ZEROES.

      *    *** totales de la corrida
       01 WS-TOTALES.
          05 WS-TOT-TARJETAS         PIC 9(07) VALUE ZEROES.
          05 WS-TOT-CUENTAS          PIC 9(07) VALUE ZEROES.
          05 WS-TOT-COMPRAS          PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-TOT-INGRESOS         PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-TOT-COSTOS           PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-TOT-MARGEN           PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-TOT-FINANCIACION     PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-TOT-PUNITORIO        PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-TOT-PRIMAS           PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-TOT-ARANCEL          PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-TOT-SIN-MARGEN       PIC 9(07) VALUE ZEROES.

      *    *** lineas del reporte
       01 WS-LIN-CUENTA.
          05 WS-LCU-CUENTA                          PIC 9(10).
          05 FILLER                                 PIC X(02).
          05 WS-LCU-PRODUCTO                        PIC X(03).
          05 FILLER                                 PIC X(02).
          05 WS-LCU-CONVENIO                        PIC X(06).
          05 FILLER                                 PIC X(02).
          05 WS-LCU-REGION                          PIC X(20).
          05 WS-LCU-SALDO                 PIC ---.---.---.--9,99.
          05 WS-LCU-INGRESOS              PIC ---.---.---.--9,99.
          05 WS-LCU-COSTOS                PIC ---.---.---.--9,99.
          05 WS-LCU-MARGEN                PIC ---.---.---.--9,99.
       01 WS-LIN-DETALLE.
          05 FILLER                                 PIC X(04).
          05 WS-LDE-TITULO                          PIC X(10).
          05 WS-LDE-ITEM OCCURS 6 TIMES.
             10 WS-LDE-ROTULO                       PIC X(06).
             10 WS-LDE-IMPORTE                      PIC -(9)9,99.
             10 FILLER                              PIC X(02).
       01 WS-LIN-GRUPO.
          05 WS-LGR-CODIGO                          PIC X(06).
          05 FILLER                                 PIC X(01).
          05 WS-LGR-NOMBRE                          PIC X(30).
          05 WS-LGR-CANT                            PIC ZZZ.ZZ9.
          05 WS-LGR-INGRESOS              PIC ---.---.---.--9,99.
          05 WS-LGR-COSTOS                PIC ---.---.---.--9,99.
          05 WS-LGR-MARGEN                PIC ---.---.---.--9,99.
          05 WS-LGR-MARGEN-CUENTA         PIC ---.---.--9,99.
       01 WS-LIN-CONTROL.
          05 WS-LCO-CONCEPTO                        PIC X(30).
          05 WS-LCO-CUENTAS               PIC ---.---.---.--9,99.
          05 WS-LCO-GL                    PIC ---.---.---.--9,99.
          05 WS-LCO-DIFERENCIA            PIC ---.---.---.--9,99.

       01 WS-IMPORTE-O               PIC --.---.---.---.--9,99.
       01 WS-IMPORTE2-O              PIC --.---.---.---.--9,99.
       01 WS-IMPORTE3-O              PIC ---.--9,99.
       01 WS-CANT-O                  PIC ---.--9.
       01 WS-PCT-O                   PIC ZZZZ9,99.
       01 WS-PCT2-O                  PIC ZZZZ9,99.
       01 WS-PCT3-O                  PIC ZZZZ9,99.
       01 WS-SPREAD-O                PIC -----9,99.
       01 WS-TASA-EFECTIVA           PIC S9(05)V9(02) VALUE ZEROES.
       01 WS-SPREAD                  PIC S9(05)V9(02) VALUE ZEROES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           SORT ORD-CUENTAS
                ON ASCENDING KEY WS-ORD-MARGEN
                                 WS-ORD-CUENTA
                INPUT PROCEDURE IS 2000-LIBERAR-CUENTAS
                                THRU 2000-LIBERAR-CUENTAS-FIN
                OUTPUT PROCEDURE IS 2700-LISTAR-CUENTAS
                                THRU 2700-LISTAR-CUENTAS-FIN.

           PERFORM 2800-LISTAR-APERTURAS
              THRU 2800-LISTAR-APERTURAS-FIN.

           PERFORM 2900-LISTAR-CONTROL-GL
              THRU 2900-LISTAR-CONTROL-GL-FIN.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-PERIODO-INFORME.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'RENTAB_PERIODO'.
           IF WS-RUTA-ENTORNO (1:6) IS NUMERIC
              AND WS-RUTA-ENTORNO (1:6) <> '000000'
              MOVE WS-RUTA-ENTORNO (1:6) TO WS-PERIODO-INFORME
           END-IF.

           COMPUTE WS-FECHA-CORTE = WS-PERIODO-INFORME * 100 + 31.

           MOVE SPACES TO WS-PARAM-ENTORNO.
           ACCEPT WS-PARAM-ENTORNO FROM ENVIRONMENT
                                        'RENTAB_CANT_CUENTAS'.
           IF WS-PARAM-ENTORNO (1:4) IS NUMERIC
              AND WS-PARAM-ENTORNO (1:4) <> '0000'
              MOVE WS-PARAM-ENTORNO (1:4) TO WS-CANT-LISTAR
           END-IF.

           PERFORM 1050-LEER-RUTA-ARCHIVO
              THRU 1050-LEER-RUTA-ARCHIVO-FIN.

           PERFORM 1100-ABRIR-ARCHIVOS
              THRU 1100-ABRIR-ARCHIVOS-FIN.

           PERFORM 1200-LEER-PARAMETROS
              THRU 1200-LEER-PARAMETROS-FIN.

           PERFORM 1240-CARGAR-PRODUCTOS
              THRU 1240-CARGAR-PRODUCTOS-FIN.

           PERFORM 1260-CARGAR-CONVENIOS
              THRU 1260-CARGAR-CONVENIOS-FIN.

           PERFORM 1300-RESOLVER-CUENTAS-GL
              THRU 1300-RESOLVER-CUENTAS-GL-FIN.

           PERFORM 1400-LEER-GL
              THRU 1400-LEER-GL-FIN.

           PERFORM 1450-LEER-GL-ARANCEL
              THRU 1450-LEER-GL-ARANCEL-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1050-LEER-RUTA-ARCHIVO.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MAESTRO_TARJETAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-MAESTRO-TARJETAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RENTAB_TARJPROD_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-TARJETA-PROD
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RENTAB_PRODUCTOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PRODUCTOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RENTAB_PARAMETROS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PARAMETROS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RENTAB_CONVENIOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CONVENIOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RENTAB_DESGLOSE_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-DESGLOSE
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'RENTAB_GL_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-GL
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RENTAB_GL_ARANCEL_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-GL-ARANCEL
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RENTAB_PUNTOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PUNTOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RENTAB_DISPUTAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-DISPUTAS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RENTAB_FRAUDE_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CASOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RENTAB_CASTIGOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CASTIGOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RENTAB_TRABAJO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-TRABAJO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'RENTAB_REPORTE_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-REPORTE
           END-IF.

      *    *** corrida de una entidad emisora: el desglose, sus lotes
      *    *** GL, el trabajo y el propio reporte estan en su
      *    *** directorio; parametros y productos, los suyos si tiene
           MOVE WS-RUTA-DESGLOSE TO WS-EMI-RUTA-E.
           PERFORM 1060-RUTA-ENTIDAD
              THRU 1060-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-DESGLOSE.

           MOVE WS-RUTA-GL TO WS-EMI-RUTA-E.
           PERFORM 1060-RUTA-ENTIDAD
              THRU 1060-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-GL.

           MOVE WS-RUTA-GL-ARANCEL TO WS-EMI-RUTA-E.
           PERFORM 1060-RUTA-ENTIDAD
              THRU 1060-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-GL-ARANCEL.

           MOVE WS-RUTA-TRABAJO TO WS-EMI-RUTA-E.
           PERFORM 1060-RUTA-ENTIDAD
              THRU 1060-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-TRABAJO.

           MOVE WS-RUTA-REPORTE TO WS-EMI-RUTA-E.
           PERFORM 1060-RUTA-ENTIDAD
              THRU 1060-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-REPORTE.

           MOVE WS-RUTA-PARAMETROS TO WS-EMI-RUTA-E.
           PERFORM 1065-RUTA-PARAMETROS
              THRU 1065-RUTA-PARAMETROS-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-PARAMETROS.

           MOVE WS-RUTA-PRODUCTOS TO WS-EMI-RUTA-E.
           PERFORM 1065-RUTA-PARAMETROS
              THRU 1065-RUTA-PARAMETROS-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-PRODUCTOS.

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

      *    *** sin asignaciones de producto todas las cuentas quedan
      *    *** en la apertura "sin producto"
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

      *    *** el archivo de trabajo se arma de cero en cada corrida
           OPEN OUTPUT TRB-RENTAB.
           IF FS-TRABAJO-OK
              CLOSE TRB-RENTAB
              OPEN I-O TRB-RENTAB
           END-IF.
           IF NOT FS-TRABAJO-OK
              DISPLAY 'ERROR AL ABRIR RENTAB-TRABAJO.VSAM: '
                      FS-TRABAJO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-REPORTE.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR RENTABILIDAD.TXT'
              DISPLAY 'FILE STATUS: ' FS-REPORTE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1100-ABRIR-ARCHIVOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** costos unitarios, cargo por adelanto y cotizacion del
      *    *** dolar vigentes a la fecha de corte (la ultima fila
      *    *** vigente de cada tipo es la que rige)
       1200-LEER-PARAMETROS.

           OPEN INPUT ENT-PARAMETROS.

           IF NOT FS-PARAMETROS-OK
              DISPLAY 'RENTAB: SIN PARAMETROS.SEQ, COSTOS EN CERO'
              GO TO 1200-LEER-PARAMETROS-FIN
           END-IF.

           PERFORM 1210-LEER-UN-PARAMETRO
              THRU 1210-LEER-UN-PARAMETRO-FIN
              UNTIL FS-PARAMETROS-EOF.

           CLOSE ENT-PARAMETROS.

           IF WS-TIPO-DE-CAMBIO = ZEROES
              DISPLAY 'RENTAB: SIN PARAMETRO CAMBIO USD, LOS '
                      'IMPORTES EN DOLARES NO SE VALORIZAN'
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

           EVALUATE WS-PAR-TIPO
               WHEN 'COSTOFONDO'
                    MOVE WS-PAR-VALOR TO WS-COSTO-FONDEO
               WHEN 'COSTOSERV'
                    MOVE WS-PAR-VALOR TO WS-COSTO-SERVICIO
               WHEN 'VALORPUNTO'
                    MOVE WS-PAR-VALOR TO WS-VALOR-PUNTO
               WHEN 'COMISEGURO'
                    MOVE WS-PAR-VALOR TO WS-COMISION-SEGURO
               WHEN 'ADELANTO'
                    MOVE WS-PAR-VALOR TO WS-TASA-ADELANTO
               WHEN 'CAMBIO'
                    IF WS-PAR-MONEDA = 'USD'
                       MOVE WS-PAR-VALOR TO WS-TIPO-DE-CAMBIO
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       1210-LEER-UN-PARAMETRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** catalogo opcional, mismo criterio que TP02EJ01
      *    *** 1240-CARGAR-PRODUCTOS
       1240-CARGAR-PRODUCTOS.

           OPEN INPUT ENT-PRODUCTOS.

           EVALUATE TRUE
               WHEN FS-PRODUCTOS-OK
                    PERFORM 1245-CARGAR-UN-PRODUCTO
                       THRU 1245-CARGAR-UN-PRODUCTO-FIN
                       UNTIL FS-PRODUCTOS-EOF
                    CLOSE ENT-PRODUCTOS
               WHEN FS-PRODUCTOS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR PRODUCTOS.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-PRODUCTOS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       1240-CARGAR-PRODUCTOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1245-CARGAR-UN-PRODUCTO.

           READ ENT-PRODUCTOS
               AT END
                  SET FS-PRODUCTOS-EOF TO TRUE
                  GO TO 1245-CARGAR-UN-PRODUCTO-FIN
           END-READ.

           IF WS-PRO-CODIGO = SPACES
              GO TO 1245-CARGAR-UN-PRODUCTO-FIN
           END-IF.

           INITIALIZE WS-PROD-ACTUAL.
           MOVE WS-PRO-CODIGO TO WS-PROD-CODIGO.
           MOVE WS-PRO-NOMBRE TO WS-PROD-NOMBRE.
           IF WS-PRO-INTERES IS NUMERIC
              MOVE WS-PRO-INTERES TO WS-PROD-INTERES
           END-IF.
           IF WS-PRO-COMISION-ANUAL IS NUMERIC
              MOVE WS-PRO-COMISION-ANUAL TO WS-PROD-COMISION-ANUAL
           END-IF.

           MOVE SPACES         TO WS-TCI-REG.
           MOVE 'PR'           TO WS-TCI-TIPO.
           MOVE WS-PROD-CODIGO TO WS-TCI-VALOR.
           MOVE ZEROES         TO WS-TCI-SECUENCIA.
           MOVE WS-PROD-ACTUAL TO WS-TCI-DATOS.
           PERFORM 1395-GRABAR-TRABAJO
              THRU 1395-GRABAR-TRABAJO-FIN.

       1245-CARGAR-UN-PRODUCTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** convenios corporativos (ver CORPBILL): opcional, sin el
      *    *** todas las cuentas quedan en la apertura "sin convenio"
       1260-CARGAR-CONVENIOS.

           OPEN INPUT ENT-CONVENIOS.

           EVALUATE TRUE
               WHEN FS-CONVENIOS-OK
                    PERFORM 1265-CARGAR-UN-CONVENIO
                       THRU 1265-CARGAR-UN-CONVENIO-FIN
                       UNTIL FS-CONVENIOS-EOF
                    CLOSE ENT-CONVENIOS
               WHEN FS-CONVENIOS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR CONVENIOS.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-CONVENIOS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       1260-CARGAR-CONVENIOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1265-CARGAR-UN-CONVENIO.

           READ ENT-CONVENIOS
               AT END
                  SET FS-CONVENIOS-EOF TO TRUE
                  GO TO 1265-CARGAR-UN-CONVENIO-FIN
           END-READ.

           IF WS-CNV-CONVENIO = SPACES
              OR WS-CNV-CUENTA IS NOT NUMERIC
              GO TO 1265-CARGAR-UN-CONVENIO-FIN
           END-IF.

           MOVE WS-CNV-CONVENIO       TO WS-TCV-CONVENIO.
           MOVE WS-CNV-EMPRESA (1:30) TO WS-TCV-EMPRESA.

           MOVE SPACES          TO WS-TCI-REG.
           MOVE 'CV'            TO WS-TCI-TIPO.
           MOVE WS-CNV-CUENTA   TO WS-TCI-VALOR.
           MOVE ZEROES          TO WS-TCI-SECUENCIA.
           MOVE WS-TRB-CONVENIO TO WS-TCI-DATOS.
           PERFORM 1395-GRABAR-TRABAJO
              THRU 1395-GRABAR-TRABAJO-FIN.

       1265-CARGAR-UN-CONVENIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cuentas de haber de los ingresos a controlar en los
      *    *** lotes GL (las del plan de cuentas, o las de siempre)
       1300-RESOLVER-CUENTAS-GL.

           MOVE 'INTERES'   TO WS-PLC-TIPO-MOV-E.
           MOVE 'ARS'       TO WS-PLC-MONEDA-E.
           PERFORM 1310-RESOLVER-UNA-CUENTA
              THRU 1310-RESOLVER-UNA-CUENTA-FIN.
           MOVE WS-PLC-CUENTA-HABER-O TO WS-CTA-INTERES-ARS.

           MOVE 'INTERES'   TO WS-PLC-TIPO-MOV-E.
           MOVE 'USD'       TO WS-PLC-MONEDA-E.
           PERFORM 1310-RESOLVER-UNA-CUENTA
              THRU 1310-RESOLVER-UNA-CUENTA-FIN.
           MOVE WS-PLC-CUENTA-HABER-O TO WS-CTA-INTERES-USD.

           MOVE 'PUNITORIO' TO WS-PLC-TIPO-MOV-E.
           MOVE 'ARS'       TO WS-PLC-MONEDA-E.
           PERFORM 1310-RESOLVER-UNA-CUENTA
              THRU 1310-RESOLVER-UNA-CUENTA-FIN.
           MOVE WS-PLC-CUENTA-HABER-O TO WS-CTA-PUNITORIO-ARS.

           MOVE 'SEGURO'    TO WS-PLC-TIPO-MOV-E.
           MOVE 'ARS'       TO WS-PLC-MONEDA-E.
           PERFORM 1310-RESOLVER-UNA-CUENTA
              THRU 1310-RESOLVER-UNA-CUENTA-FIN.
           MOVE WS-PLC-CUENTA-HABER-O TO WS-CTA-SEGURO-ARS.

           MOVE 'ARANCEL'   TO WS-PLC-TIPO-MOV-E.
           MOVE 'ARS'       TO WS-PLC-MONEDA-E.
           PERFORM 1310-RESOLVER-UNA-CUENTA
              THRU 1310-RESOLVER-UNA-CUENTA-FIN.
           MOVE WS-PLC-CUENTA-HABER-O TO WS-CTA-ARANCEL-ARS.

           MOVE 'ARANCEL'   TO WS-PLC-TIPO-MOV-E.
           MOVE 'USD'       TO WS-PLC-MONEDA-E.
           PERFORM 1310-RESOLVER-UNA-CUENTA
              THRU 1310-RESOLVER-UNA-CUENTA-FIN.
           MOVE WS-PLC-CUENTA-HABER-O TO WS-CTA-ARANCEL-USD.

       1300-RESOLVER-CUENTAS-GL-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1310-RESOLVER-UNA-CUENTA.

           MOVE SPACES TO WS-PLC-SUBTIPO-E
                          WS-PLC-PRODUCTO-E.
           CALL 'PLANCTAS' USING WS-PLAN.

           IF WS-PLC-COD-ERROR-O <> SPACES
              AND NOT WS-PLC-CUENTA-POR-DEFECTO
              DISPLAY 'PLAN DE CUENTAS: ' WS-PLC-TIPO-MOV-E ' '
                      WS-PLC-MONEDA-E ': ' WS-PLC-DES-ERROR-O
           END-IF.

       1310-RESOLVER-UNA-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** una clave repetida reemplaza a la anterior (como
      *    *** TP02EJ01 1199); cualquier otro error frena la corrida:
      *    *** no se informa con una tabla incompleta
       1395-GRABAR-TRABAJO.

           WRITE WS-TCI-REG.

           IF FS-TRABAJO-CLAVE-DUP
              REWRITE WS-TCI-REG
           END-IF.

           IF NOT FS-TRABAJO-OK
              DISPLAY 'ERROR AL GRABAR EN RENTAB-TRABAJO.VSAM, TIPO '
                      WS-TCI-TIPO ' CLAVE ' WS-TCI-VALOR
              DISPLAY 'FILE STATUS: ' FS-TRABAJO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1395-GRABAR-TRABAJO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** haberes netos del periodo de las cuentas de ingreso de
      *    *** GLINTERF.SEQ, para el control contra lo que suman las
      *    *** cuentas
       1400-LEER-GL.

           OPEN INPUT ENT-GL.

           EVALUATE TRUE
               WHEN FS-GL-OK
                    PERFORM 1410-LEER-UN-ASIENTO
                       THRU 1410-LEER-UN-ASIENTO-FIN
                       UNTIL FS-GL-EOF
                    CLOSE ENT-GL
               WHEN FS-GL-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR GLINTERF.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-GL
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       1400-LEER-GL-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1410-LEER-UN-ASIENTO.

           READ ENT-GL
               AT END
                  SET FS-GL-EOF TO TRUE
                  GO TO 1410-LEER-UN-ASIENTO-FIN
           END-READ.

           IF WS-GL-TIPO-REG <> 'A'
              OR WS-GL-PERIODO <> WS-PERIODO-INFORME
              GO TO 1410-LEER-UN-ASIENTO-FIN
           END-IF.

           IF WS-GL-MONEDA = 'USD'
              MOVE WS-TIPO-DE-CAMBIO TO WS-FACTOR-MONEDA
           ELSE
              MOVE 1 TO WS-FACTOR-MONEDA
           END-IF.

           COMPUTE WS-GL-NETO ROUNDED =
                   WS-GL-IMPORTE * WS-FACTOR-MONEDA.
           IF WS-GL-DEBE-HABER = 'D'
              COMPUTE WS-GL-NETO = WS-GL-NETO * -1
           END-IF.

           EVALUATE TRUE
               WHEN WS-GL-MONEDA <> 'USD'
                    AND WS-GL-CUENTA-CONTABLE = WS-CTA-INTERES-ARS
                    ADD WS-GL-NETO TO WS-GL-FINANCIACION
               WHEN WS-GL-MONEDA = 'USD'
                    AND WS-GL-CUENTA-CONTABLE = WS-CTA-INTERES-USD
                    ADD WS-GL-NETO TO WS-GL-FINANCIACION
               WHEN WS-GL-CUENTA-CONTABLE = WS-CTA-PUNITORIO-ARS
                    ADD WS-GL-NETO TO WS-GL-PUNITORIO
               WHEN WS-GL-CUENTA-CONTABLE = WS-CTA-SEGURO-ARS
                    ADD WS-GL-NETO TO WS-GL-SEGURO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       1410-LEER-UN-ASIENTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el arancel de intercambio no viaja en GLINTERF.SEQ: el
      *    *** ingreso del periodo sale del lote de ARANCEL y se
      *    *** reparte entre las cuentas segun sus compras
       1450-LEER-GL-ARANCEL.

           OPEN INPUT ENT-GL-ARANCEL.

           EVALUATE TRUE
               WHEN FS-GL-ARANCEL-OK
                    PERFORM 1460-LEER-UN-ARANCEL
                       THRU 1460-LEER-UN-ARANCEL-FIN
                       UNTIL FS-GL-ARANCEL-EOF
                    CLOSE ENT-GL-ARANCEL
               WHEN FS-GL-ARANCEL-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR GLARANCEL.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-GL-ARANCEL
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       1450-LEER-GL-ARANCEL-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1460-LEER-UN-ARANCEL.

           READ ENT-GL-ARANCEL
               AT END
                  SET FS-GL-ARANCEL-EOF TO TRUE
                  GO TO 1460-LEER-UN-ARANCEL-FIN
           END-READ.

           IF WS-GLA-TIPO-REG <> 'A'
              OR WS-GLA-PERIODO <> WS-PERIODO-INFORME
              GO TO 1460-LEER-UN-ARANCEL-FIN
           END-IF.

           IF WS-GLA-MONEDA = 'USD'
              IF WS-GLA-CUENTA-CONTABLE <> WS-CTA-ARANCEL-USD
                 GO TO 1460-LEER-UN-ARANCEL-FIN
              END-IF
              MOVE WS-TIPO-DE-CAMBIO TO WS-FACTOR-MONEDA
           ELSE
              IF WS-GLA-CUENTA-CONTABLE <> WS-CTA-ARANCEL-ARS
                 GO TO 1460-LEER-UN-ARANCEL-FIN
              END-IF
              MOVE 1 TO WS-FACTOR-MONEDA
           END-IF.

           COMPUTE WS-GL-NETO ROUNDED =
                   WS-GLA-IMPORTE * WS-FACTOR-MONEDA.
           IF WS-GLA-DEBE-HABER = 'D'
              SUBTRACT WS-GL-NETO FROM WS-GL-ARANCEL
           ELSE
              ADD WS-GL-NETO TO WS-GL-ARANCEL
           END-IF.

       1460-LEER-UN-ARANCEL-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** procedimiento de entrada del SORT: acumula por cuenta
      *    *** en el archivo de trabajo lo que aporta cada fuente y
      *    *** libera una fila por cuenta con su resultado
       2000-LIBERAR-CUENTAS.

           PERFORM 2100-ACUMULAR-TARJETA
              THRU 2100-ACUMULAR-TARJETA-FIN
              UNTIL FS-MAESTRO-TARJETAS-FILE-EOF.

           PERFORM 2200-ACUMULAR-DESGLOSE
              THRU 2200-ACUMULAR-DESGLOSE-FIN.

           PERFORM 2300-ACUMULAR-DISPUTAS
              THRU 2300-ACUMULAR-DISPUTAS-FIN.

           PERFORM 2400-ACUMULAR-FRAUDE
              THRU 2400-ACUMULAR-FRAUDE-FIN.

           PERFORM 2600-RECORRER-CUENTAS
              THRU 2600-RECORRER-CUENTAS-FIN.

       2000-LIBERAR-CUENTAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cada tarjeta del maestro abre (o completa) la fila de
      *    *** su cuenta; producto y codigo postal son los de la
      *    *** titular, y la comision anual esperada la de cada
      *    *** tarjeta que cumple aniversario en el mes
       2100-ACUMULAR-TARJETA.

           READ ENT-MAESTRO-TARJETAS NEXT RECORD
               AT END SET FS-MAESTRO-TARJETAS-FILE-EOF TO TRUE
               NOT AT END
                  MOVE WS-MT-NUM-CUENTA TO WS-VER-CUENTA
                  PERFORM 1070-VERIFICAR-CUENTA
                     THRU 1070-VERIFICAR-CUENTA-FIN
           END-READ.

      *    *** la tarjeta de otra entidad emisora no se mide aca
           IF FS-MAESTRO-TARJETAS-FILE-EOF
              OR NOT WS-EMI-CUENTA-PROPIA
              GO TO 2100-ACUMULAR-TARJETA-FIN
           END-IF.

           ADD 1 TO WS-TOT-TARJETAS.
           MOVE WS-MT-NUM-CUENTA TO WS-CUENTA-ACTUAL.

           PERFORM 2170-PRODUCTO-TARJETA
              THRU 2170-PRODUCTO-TARJETA-FIN.

           PERFORM 2190-LEER-CUENTA-TRABAJO
              THRU 2190-LEER-CUENTA-TRABAJO-FIN.

           IF NOT WS-EXISTE-CUENTA
              INITIALIZE WS-TRB-CUENTA
              MOVE 'N' TO WS-TCU-TITULAR-VISTA
              PERFORM 2180-CONVENIO-CUENTA
                 THRU 2180-CONVENIO-CUENTA-FIN
           END-IF.

           IF WS-TCU-TITULAR-VISTA <> 'S'
              MOVE WS-PRODUCTO-TARJETA TO WS-TCU-PRODUCTO
              MOVE WS-MT-COD-POSTAL    TO WS-TCU-COD-POSTAL
              IF WS-MT-TIPO-TARJETA = 'T'
                 MOVE 'S' TO WS-TCU-TITULAR-VISTA
              END-IF
           END-IF.

           IF WS-EXISTE-PRODUCTO
              AND WS-TPR-MES-ALTA = WS-PERIODO-MES
              ADD WS-PROD-COMISION-ANUAL TO WS-TCU-CARGO-ESPERADO
           END-IF.

           PERFORM 2195-GRABAR-CUENTA-TRABAJO
              THRU 2195-GRABAR-CUENTA-TRABAJO-FIN.

       2100-ACUMULAR-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** producto de la tarjeta en curso (blanco = sin producto)
      *    *** y, si esta en el catalogo, sus precios en WS-PROD-ACTUAL
       2170-PRODUCTO-TARJETA.

           MOVE SPACES TO WS-PRODUCTO-TARJETA.
           MOVE 'N'    TO WS-HAY-PRODUCTO.

           IF NOT WS-EXISTE-TARJETA-PROD
              GO TO 2170-PRODUCTO-TARJETA-FIN
           END-IF.

           MOVE WS-MT-NUM-TARJETA TO WS-TPR-TARJETA.
           READ ENT-TARJETA-PROD KEY IS WS-TPR-TARJETA
               INVALID KEY
                  GO TO 2170-PRODUCTO-TARJETA-FIN
           END-READ.

           MOVE WS-TPR-PRODUCTO TO WS-PRODUCTO-TARJETA.

           MOVE 'PR'            TO WS-TCI-TIPO.
           MOVE WS-TPR-PRODUCTO TO WS-TCI-VALOR.
           MOVE ZEROES          TO WS-TCI-SECUENCIA.
           READ TRB-RENTAB KEY IS WS-TCI-CLAVE
               INVALID KEY
                  GO TO 2170-PRODUCTO-TARJETA-FIN
           END-READ.
           MOVE WS-TCI-DATOS TO WS-PROD-ACTUAL.
           MOVE 'S' TO WS-HAY-PRODUCTO.

       2170-PRODUCTO-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2180-CONVENIO-CUENTA.

           MOVE 'CV'             TO WS-TCI-TIPO.
           MOVE WS-CUENTA-ACTUAL TO WS-TCI-VALOR.
           MOVE ZEROES           TO WS-TCI-SECUENCIA.
           READ TRB-RENTAB KEY IS WS-TCI-CLAVE
               INVALID KEY
                  GO TO 2180-CONVENIO-CUENTA-FIN
           END-READ.
           MOVE WS-TCI-DATOS TO WS-TRB-CONVENIO.
           MOVE WS-TCV-CONVENIO TO WS-TCU-CONVENIO.

       2180-CONVENIO-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** fila CU de WS-CUENTA-ACTUAL en WS-TRB-CUENTA, si existe
       2190-LEER-CUENTA-TRABAJO.

           MOVE 'N' TO WS-HAY-CUENTA.

           MOVE 'CU'             TO WS-TCI-TIPO.
           MOVE WS-CUENTA-ACTUAL TO WS-TCI-VALOR.
           MOVE ZEROES           TO WS-TCI-SECUENCIA.
           READ TRB-RENTAB KEY IS WS-TCI-CLAVE
               INVALID KEY
                  GO TO 2190-LEER-CUENTA-TRABAJO-FIN
           END-READ.

           MOVE WS-TCI-DATOS TO WS-TRB-CUENTA.
           MOVE 'S' TO WS-HAY-CUENTA.

       2190-LEER-CUENTA-TRABAJO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2195-GRABAR-CUENTA-TRABAJO.

           MOVE SPACES           TO WS-TCI-REG.
           MOVE 'CU'             TO WS-TCI-TIPO.
           MOVE WS-CUENTA-ACTUAL TO WS-TCI-VALOR.
           MOVE ZEROES           TO WS-TCI-SECUENCIA.
           MOVE WS-TRB-CUENTA    TO WS-TCI-DATOS.
           PERFORM 1395-GRABAR-TRABAJO
              THRU 1395-GRABAR-TRABAJO-FIN.

       2195-GRABAR-CUENTA-TRABAJO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** composicion del saldo de cierre del periodo: intereses,
      *    *** punitorios, comisiones, adelantos y compras de cada
      *    *** resumen (tarjeta, o cuenta en rollup); la suma de los
      *    *** componentes es el saldo financiado
       2200-ACUMULAR-DESGLOSE.

           OPEN INPUT ENT-DESGLOSE.

           EVALUATE TRUE
               WHEN FS-DESGLOSE-OK
                    PERFORM 2250-ACUMULAR-UN-DESGLOSE
                       THRU 2250-ACUMULAR-UN-DESGLOSE-FIN
                       UNTIL FS-DESGLOSE-EOF
                    CLOSE ENT-DESGLOSE
               WHEN FS-DESGLOSE-NFD
                    DISPLAY 'RENTAB: SIN SALDOS-DESGLOSE.SEQ, SIN '
                            'INGRESOS POR CUENTA'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR SALDOS-DESGLOSE.SEQ'
                    DISPLAY 'FILE STATUS: ' FS-DESGLOSE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       2200-ACUMULAR-DESGLOSE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2250-ACUMULAR-UN-DESGLOSE.

           READ ENT-DESGLOSE
               AT END
                  SET FS-DESGLOSE-EOF TO TRUE
                  GO TO 2250-ACUMULAR-UN-DESGLOSE-FIN
           END-READ.

           IF WS-DES-PERIODO <> WS-PERIODO-INFORME
              GO TO 2250-ACUMULAR-UN-DESGLOSE-FIN
           END-IF.

           PERFORM 2260-CUENTA-DEL-DESGLOSE
              THRU 2260-CUENTA-DEL-DESGLOSE-FIN.
           IF WS-CUENTA-ACTUAL = ZEROES
              GO TO 2250-ACUMULAR-UN-DESGLOSE-FIN
           END-IF.

      *    *** solo las cuentas abiertas desde el maestro (las de otra
      *    *** entidad emisora no tienen fila)
           PERFORM 2190-LEER-CUENTA-TRABAJO
              THRU 2190-LEER-CUENTA-TRABAJO-FIN.
           IF NOT WS-EXISTE-CUENTA
              GO TO 2250-ACUMULAR-UN-DESGLOSE-FIN
           END-IF.

           IF WS-DES-MONEDA = 'USD'
              MOVE WS-TIPO-DE-CAMBIO TO WS-FACTOR-MONEDA
           ELSE
              MOVE 1 TO WS-FACTOR-MONEDA
           END-IF.

           COMPUTE WS-TCU-FINANCIACION ROUNDED = WS-TCU-FINANCIACION
                   + WS-DES-INTERES * WS-FACTOR-MONEDA.
           COMPUTE WS-TCU-PUNITORIO ROUNDED = WS-TCU-PUNITORIO
                   + WS-DES-PUNITORIO * WS-FACTOR-MONEDA.
           COMPUTE WS-TCU-COMISIONES ROUNDED = WS-TCU-COMISIONES
                   + WS-DES-COMISIONES * WS-FACTOR-MONEDA.
           COMPUTE WS-TCU-ADELANTOS ROUNDED = WS-TCU-ADELANTOS
                   + WS-DES-ADELANTOS * WS-FACTOR-MONEDA.

           COMPUTE WS-IMPORTE-AUX ROUNDED =
                   WS-DES-COMPRAS * WS-FACTOR-MONEDA.
           ADD WS-IMPORTE-AUX TO WS-TCU-COMPRAS
                                 WS-TOT-COMPRAS.

           COMPUTE WS-TCU-SALDO ROUNDED = WS-TCU-SALDO
                   + (WS-DES-IMPUESTOS + WS-DES-PUNITORIO
                      + WS-DES-INTERES + WS-DES-COMISIONES
                      + WS-DES-ADELANTOS + WS-DES-COMPRAS)
                     * WS-FACTOR-MONEDA.

           PERFORM 2195-GRABAR-CUENTA-TRABAJO
              THRU 2195-GRABAR-CUENTA-TRABAJO-FIN.

       2250-ACUMULAR-UN-DESGLOSE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la clave del desglose es la tarjeta, o la cuenta en las
      *    *** corridas con rollup (mismo criterio que KPIREP 2360)
       2260-CUENTA-DEL-DESGLOSE.

           MOVE ZEROES TO WS-CUENTA-ACTUAL.
           MOVE WS-DES-CLAVE TO WS-MT-NUM-TARJETA.

           READ ENT-MAESTRO-TARJETAS KEY IS WS-MT-NUM-TARJETA
               INVALID KEY
                  IF WS-DES-CLAVE (1:10) IS NUMERIC
                     AND WS-DES-CLAVE (11:9) = SPACES
                     MOVE WS-DES-CLAVE (1:10) TO WS-CUENTA-ACTUAL
                  END-IF
               NOT INVALID KEY
                  MOVE WS-MT-NUM-CUENTA TO WS-CUENTA-ACTUAL
           END-READ.

       2260-CUENTA-DEL-DESGLOSE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** disputas cerradas en el periodo a favor del cliente: el
      *    *** credito quedo firme y lo absorbe el emisor
       2300-ACUMULAR-DISPUTAS.

           OPEN INPUT ENT-DISPUTAS.

           EVALUATE TRUE
               WHEN FS-DISPUTAS-OK
                    PERFORM 2350-ACUMULAR-UNA-DISPUTA
                       THRU 2350-ACUMULAR-UNA-DISPUTA-FIN
                       UNTIL NOT FS-DISPUTAS-OK
                    CLOSE ENT-DISPUTAS
               WHEN FS-DISPUTAS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR DISPUTAS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-DISPUTAS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       2300-ACUMULAR-DISPUTAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2350-ACUMULAR-UNA-DISPUTA.

           READ ENT-DISPUTAS NEXT RECORD
               AT END
                  GO TO 2350-ACUMULAR-UNA-DISPUTA-FIN
           END-READ.

           MOVE WS-DIS-FECHA-ETAPA TO WS-FECHA-AUX.
           IF NOT WS-DIS-CERRADA
              OR NOT WS-DIS-A-FAVOR-CLIENTE
              OR WS-FECHA-AUX-PERIODO <> WS-PERIODO-INFORME
              GO TO 2350-ACUMULAR-UNA-DISPUTA-FIN
           END-IF.

           MOVE WS-DIS-NUM-CUENTA TO WS-CUENTA-ACTUAL.
           PERFORM 2190-LEER-CUENTA-TRABAJO
              THRU 2190-LEER-CUENTA-TRABAJO-FIN.
           IF NOT WS-EXISTE-CUENTA
              GO TO 2350-ACUMULAR-UNA-DISPUTA-FIN
           END-IF.

           IF WS-DIS-MONEDA = 'USD'
              MOVE WS-TIPO-DE-CAMBIO TO WS-FACTOR-MONEDA
           ELSE
              MOVE 1 TO WS-FACTOR-MONEDA
           END-IF.

           COMPUTE WS-TCU-DISPUTAS ROUNDED = WS-TCU-DISPUTAS
                   + WS-DIS-IMPORTE * WS-FACTOR-MONEDA.

           PERFORM 2195-GRABAR-CUENTA-TRABAJO
              THRU 2195-GRABAR-CUENTA-TRABAJO-FIN.

       2350-ACUMULAR-UNA-DISPUTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** casos de fraude cerrados en el periodo: perdida neta
      *    *** de recuperos (mismo criterio que FRAUREP)
       2400-ACUMULAR-FRAUDE.

           OPEN INPUT ENT-CASOS.

           EVALUATE TRUE
               WHEN FS-CASOS-OK
                    PERFORM 2450-ACUMULAR-UN-CASO
                       THRU 2450-ACUMULAR-UN-CASO-FIN
                       UNTIL NOT FS-CASOS-OK
                    CLOSE ENT-CASOS
               WHEN FS-CASOS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR FRAUDE-CASOS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-CASOS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       2400-ACUMULAR-FRAUDE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2450-ACUMULAR-UN-CASO.

           READ ENT-CASOS NEXT RECORD
               AT END
                  GO TO 2450-ACUMULAR-UN-CASO-FIN
           END-READ.

           MOVE WS-FCA-FECHA-CIERRE TO WS-FECHA-AUX.
           IF NOT WS-FCA-CERRADO
              OR WS-FECHA-AUX-PERIODO <> WS-PERIODO-INFORME
              GO TO 2450-ACUMULAR-UN-CASO-FIN
           END-IF.

           MOVE WS-FCA-NUM-CUENTA TO WS-CUENTA-ACTUAL.
           PERFORM 2190-LEER-CUENTA-TRABAJO
              THRU 2190-LEER-CUENTA-TRABAJO-FIN.
           IF NOT WS-EXISTE-CUENTA
              GO TO 2450-ACUMULAR-UN-CASO-FIN
           END-IF.

           COMPUTE WS-TCU-FRAUDE ROUNDED = WS-TCU-FRAUDE
                   + WS-FCA-PERDIDA-ARS - WS-FCA-RECUPERO-ARS
                   + (WS-FCA-PERDIDA-USD - WS-FCA-RECUPERO-USD)
                     * WS-TIPO-DE-CAMBIO.

           PERFORM 2195-GRABAR-CUENTA-TRABAJO
              THRU 2195-GRABAR-CUENTA-TRABAJO-FIN.

       2450-ACUMULAR-UN-CASO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** recorre las filas CU (sin grabar en el archivo de
      *    *** trabajo mientras se lo recorre) y libera cada cuenta
      *    *** con su resultado al SORT
       2600-RECORRER-CUENTAS.

           OPEN INPUT ENT-PUNTOS.
           EVALUATE TRUE
               WHEN FS-PUNTOS-OK
                    SET WS-EXISTE-PUNTOS TO TRUE
               WHEN FS-PUNTOS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR PUNTOS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-PUNTOS
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

           MOVE 'CU'       TO WS-TCI-TIPO.
           MOVE LOW-VALUES TO WS-TCI-VALOR.
           MOVE ZEROES     TO WS-TCI-SECUENCIA.
           MOVE 'N'        TO WS-FIN-TRABAJO.

           START TRB-RENTAB KEY IS >= WS-TCI-CLAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIN-TRABAJO
           END-START.

           PERFORM 2650-LIBERAR-UNA-CUENTA
              THRU 2650-LIBERAR-UNA-CUENTA-FIN
              UNTIL WS-NO-HAY-MAS-TRABAJO.

           IF WS-EXISTE-PUNTOS
              CLOSE ENT-PUNTOS
           END-IF.
           IF WS-EXISTE-CASTIGOS
              CLOSE ENT-CASTIGOS
           END-IF.

       2600-RECORRER-CUENTAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2650-LIBERAR-UNA-CUENTA.

           READ TRB-RENTAB NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIN-TRABAJO
                  GO TO 2650-LIBERAR-UNA-CUENTA-FIN
           END-READ.

           IF WS-TCI-TIPO <> 'CU'
              MOVE 'S' TO WS-FIN-TRABAJO
              GO TO 2650-LIBERAR-UNA-CUENTA-FIN
           END-IF.

           MOVE WS-TCI-VALOR (1:10) TO WS-CUENTA-ACTUAL.
           MOVE WS-TCI-DATOS        TO WS-TRB-CUENTA.

      *    *** puntos ganados en el ciclo: el pasivo que se genero
           MOVE ZEROES TO WS-PUNTOS-GANADOS.
           IF WS-EXISTE-PUNTOS
              MOVE WS-CUENTA-ACTUAL TO WS-PTS-CUENTA
              READ ENT-PUNTOS KEY IS WS-PTS-CUENTA
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE WS-PTS-GANADOS-CICLO TO WS-PUNTOS-GANADOS
              END-READ
           END-IF.

      *    *** deuda castigada en el periodo
           MOVE ZEROES TO WS-CASTIGADO.
           IF WS-EXISTE-CASTIGOS
              MOVE WS-CUENTA-ACTUAL TO WS-CAS-CUENTA
              READ ENT-CASTIGOS KEY IS WS-CAS-CUENTA
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     IF WS-CAS-PERIODO = WS-PERIODO-INFORME
                        COMPUTE WS-CASTIGADO ROUNDED =
                                WS-CAS-CASTIGADO-ARS
                              + WS-CAS-CASTIGADO-USD
                                * WS-TIPO-DE-CAMBIO
                     END-IF
              END-READ
           END-IF.

           PERFORM 2660-CALCULAR-RESULTADO
              THRU 2660-CALCULAR-RESULTADO-FIN.

           RELEASE WS-ORD-REG.

       2650-LIBERAR-UNA-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** resultado de la cuenta en curso, en pesos:
      *    *** - la comision anual es la parte de las comisiones que
      *    ***   cubre la esperada por el catalogo; el resto es la
      *    ***   prima del seguro, de la que queda COMISEGURO %
      *    *** - el cargo por adelanto sale del total de adelantos
      *    ***   (capital + cargo), con la tasa del parametro ADELANTO
      *    *** - el arancel de intercambio se prorratea por compras
      *    *** - el fondeo se calcula sobre el saldo deudor
       2660-CALCULAR-RESULTADO.

           INITIALIZE WS-ORD-REG.
           MOVE WS-CUENTA-ACTUAL    TO WS-ORD-CUENTA.
           MOVE WS-TCU-PRODUCTO     TO WS-ORD-PRODUCTO.
           MOVE WS-TCU-CONVENIO     TO WS-ORD-CONVENIO.
           MOVE WS-TCU-COD-POSTAL   TO WS-CP-AUX.
           MOVE WS-CP-REGION        TO WS-ORD-REGION.
           MOVE WS-TCU-SALDO        TO WS-ORD-SALDO.
           MOVE WS-TCU-FINANCIACION TO WS-ORD-FINANCIACION.
           MOVE WS-TCU-PUNITORIO    TO WS-ORD-PUNITORIO.
           MOVE WS-TCU-CARGO-ESPERADO TO WS-ORD-CARGO-ESPERADO.

           IF WS-TCU-COMISIONES > ZEROES
              IF WS-TCU-COMISIONES < WS-TCU-CARGO-ESPERADO
                 MOVE WS-TCU-COMISIONES TO WS-ORD-CARGO-ANUAL
              ELSE
                 MOVE WS-TCU-CARGO-ESPERADO TO WS-ORD-CARGO-ANUAL
              END-IF
              COMPUTE WS-ORD-PRIMA =
                      WS-TCU-COMISIONES - WS-ORD-CARGO-ANUAL
           END-IF.

           IF WS-TCU-ADELANTOS > ZEROES
              COMPUTE WS-ORD-CARGO-ADELANTO ROUNDED =
                      WS-TCU-ADELANTOS * WS-TASA-ADELANTO
                      / (100 + WS-TASA-ADELANTO)
           END-IF.

           COMPUTE WS-ORD-SEGURO ROUNDED =
                   WS-ORD-PRIMA * WS-COMISION-SEGURO / 100.

           IF WS-TOT-COMPRAS > ZEROES
              AND WS-TCU-COMPRAS > ZEROES
              COMPUTE WS-ORD-ARANCEL ROUNDED =
                      WS-GL-ARANCEL * WS-TCU-COMPRAS / WS-TOT-COMPRAS
           END-IF.

           IF WS-TCU-SALDO > ZEROES
              COMPUTE WS-ORD-FONDEO ROUNDED =
                      WS-TCU-SALDO * WS-COSTO-FONDEO / 100
           END-IF.

           COMPUTE WS-ORD-PUNTOS ROUNDED =
                   WS-PUNTOS-GANADOS * WS-VALOR-PUNTO.
           MOVE WS-TCU-DISPUTAS   TO WS-ORD-DISPUTAS.
           MOVE WS-TCU-FRAUDE     TO WS-ORD-FRAUDE.
           MOVE WS-CASTIGADO      TO WS-ORD-CASTIGOS.
           COMPUTE WS-ORD-SERVICIO ROUNDED = WS-COSTO-SERVICIO.

           COMPUTE WS-ORD-INGRESOS = WS-ORD-FINANCIACION
                                   + WS-ORD-PUNITORIO
                                   + WS-ORD-CARGO-ANUAL
                                   + WS-ORD-CARGO-ADELANTO
                                   + WS-ORD-SEGURO
                                   + WS-ORD-ARANCEL.

           COMPUTE WS-ORD-COSTOS = WS-ORD-FONDEO
                                 + WS-ORD-PUNTOS
                                 + WS-ORD-DISPUTAS
                                 + WS-ORD-FRAUDE
                                 + WS-ORD-CASTIGOS
                                 + WS-ORD-SERVICIO.

           COMPUTE WS-ORD-MARGEN = WS-ORD-INGRESOS - WS-ORD-COSTOS.

       2660-CALCULAR-RESULTADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** procedimiento de salida del SORT: lista las cuentas
      *    *** menos rentables y acumula todas en las aperturas
       2700-LISTAR-CUENTAS.

           PERFORM 2710-IMPRIMIR-ENCABEZADO
              THRU 2710-IMPRIMIR-ENCABEZADO-FIN.

           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-CANT-LISTAR TO WS-CANT-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'CUENTAS MENOS RENTABLES (LAS PRIMERAS '
                  WS-CANT-O ')'
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'CUENTA      PRD  CONV.   REGION              '
                  '           SALDO          INGRESOS'
                  '            COSTOS            MARGEN'
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE 'N' TO WS-FIN-SORT.

           PERFORM 2750-RETORNAR-CUENTA
              THRU 2750-RETORNAR-CUENTA-FIN
              UNTIL WS-SORT-TERMINO.

       2700-LISTAR-CUENTAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2710-IMPRIMIR-ENCABEZADO.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'RENTABILIDAD POR CUENTA - PERIODO '
                  WS-PERIODO-INFORME
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

           MOVE WS-COSTO-FONDEO    TO WS-PCT-O.
           MOVE WS-COMISION-SEGURO TO WS-PCT2-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'COSTO DE FONDEO ' WS-PCT-O ' % MENSUAL   '
                  'COMISION SOBRE PRIMAS ' WS-PCT2-O ' %'
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-COSTO-SERVICIO TO WS-IMPORTE-O.
           MOVE WS-VALOR-PUNTO    TO WS-IMPORTE2-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'COSTO DE SERVICIO POR CUENTA ' WS-IMPORTE-O
                  '   VALOR DEL PUNTO ' WS-IMPORTE2-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'IMPORTES EN PESOS; USD A LA COTIZACION DEL '
                  'PARAMETRO CAMBIO'
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2710-IMPRIMIR-ENCABEZADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2750-RETORNAR-CUENTA.

           RETURN ORD-CUENTAS
               AT END
                  MOVE 'S' TO WS-FIN-SORT
                  GO TO 2750-RETORNAR-CUENTA-FIN
           END-RETURN.

           ADD 1 TO WS-TOT-CUENTAS.
           ADD WS-ORD-INGRESOS     TO WS-TOT-INGRESOS.
           ADD WS-ORD-COSTOS       TO WS-TOT-COSTOS.
           ADD WS-ORD-MARGEN       TO WS-TOT-MARGEN.
           ADD WS-ORD-FINANCIACION TO WS-TOT-FINANCIACION.
           ADD WS-ORD-PUNITORIO    TO WS-TOT-PUNITORIO.
           ADD WS-ORD-PRIMA        TO WS-TOT-PRIMAS.
           ADD WS-ORD-ARANCEL      TO WS-TOT-ARANCEL.
           IF WS-ORD-MARGEN < ZEROES
              ADD 1 TO WS-TOT-SIN-MARGEN
           END-IF.

           IF WS-TOT-CUENTAS <= WS-CANT-LISTAR
              PERFORM 2760-IMPRIMIR-CUENTA
                 THRU 2760-IMPRIMIR-CUENTA-FIN
           END-IF.

           MOVE 'RP'            TO WS-TIPO-GRUPO.
           MOVE WS-ORD-PRODUCTO TO WS-VALOR-GRUPO.
           PERFORM 2770-ACUMULAR-APERTURA
              THRU 2770-ACUMULAR-APERTURA-FIN.

           MOVE 'RC'            TO WS-TIPO-GRUPO.
           MOVE WS-ORD-CONVENIO TO WS-VALOR-GRUPO.
           PERFORM 2770-ACUMULAR-APERTURA
              THRU 2770-ACUMULAR-APERTURA-FIN.

           MOVE 'RR'            TO WS-TIPO-GRUPO.
           MOVE WS-ORD-REGION   TO WS-VALOR-GRUPO.
           PERFORM 2770-ACUMULAR-APERTURA
              THRU 2770-ACUMULAR-APERTURA-FIN.

       2750-RETORNAR-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2760-IMPRIMIR-CUENTA.

           COMPUTE WS-IX-REGION = WS-ORD-REGION + 1.

           MOVE SPACES              TO WS-LIN-CUENTA.
           MOVE WS-ORD-CUENTA       TO WS-LCU-CUENTA.
           MOVE WS-ORD-PRODUCTO     TO WS-LCU-PRODUCTO.
           MOVE WS-ORD-CONVENIO     TO WS-LCU-CONVENIO.
           MOVE WS-REGION-NOMBRE (WS-IX-REGION) TO WS-LCU-REGION.
           MOVE WS-ORD-SALDO        TO WS-LCU-SALDO.
           MOVE WS-ORD-INGRESOS     TO WS-LCU-INGRESOS.
           MOVE WS-ORD-COSTOS       TO WS-LCU-COSTOS.
           MOVE WS-ORD-MARGEN       TO WS-LCU-MARGEN.
           MOVE WS-LIN-CUENTA       TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE SPACES              TO WS-LIN-DETALLE.
           MOVE 'INGRESOS'          TO WS-LDE-TITULO.
           MOVE 'FINAN '            TO WS-LDE-ROTULO (1).
           MOVE WS-ORD-FINANCIACION TO WS-LDE-IMPORTE (1).
           MOVE 'PUNIT '            TO WS-LDE-ROTULO (2).
           MOVE WS-ORD-PUNITORIO    TO WS-LDE-IMPORTE (2).
           MOVE 'C.ANU '            TO WS-LDE-ROTULO (3).
           MOVE WS-ORD-CARGO-ANUAL  TO WS-LDE-IMPORTE (3).
           MOVE 'C.ADE '            TO WS-LDE-ROTULO (4).
           MOVE WS-ORD-CARGO-ADELANTO TO WS-LDE-IMPORTE (4).
           MOVE 'SEGUR '            TO WS-LDE-ROTULO (5).
           MOVE WS-ORD-SEGURO       TO WS-LDE-IMPORTE (5).
           MOVE 'INTER '            TO WS-LDE-ROTULO (6).
           MOVE WS-ORD-ARANCEL      TO WS-LDE-IMPORTE (6).
           MOVE WS-LIN-DETALLE      TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE SPACES              TO WS-LIN-DETALLE.
           MOVE 'COSTOS'            TO WS-LDE-TITULO.
           MOVE 'FONDEO'            TO WS-LDE-ROTULO (1).
           MOVE WS-ORD-FONDEO       TO WS-LDE-IMPORTE (1).
           MOVE 'PUNTOS'            TO WS-LDE-ROTULO (2).
           MOVE WS-ORD-PUNTOS       TO WS-LDE-IMPORTE (2).
           MOVE 'DISPUT'            TO WS-LDE-ROTULO (3).
           MOVE WS-ORD-DISPUTAS     TO WS-LDE-IMPORTE (3).
           MOVE 'FRAUDE'            TO WS-LDE-ROTULO (4).
           MOVE WS-ORD-FRAUDE       TO WS-LDE-IMPORTE (4).
           MOVE 'CASTIG'            TO WS-LDE-ROTULO (5).
           MOVE WS-ORD-CASTIGOS     TO WS-LDE-IMPORTE (5).
           MOVE 'SERVIC'            TO WS-LDE-ROTULO (6).
           MOVE WS-ORD-SERVICIO     TO WS-LDE-IMPORTE (6).
           MOVE WS-LIN-DETALLE      TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2760-IMPRIMIR-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** suma la cuenta retornada en la apertura WS-TIPO-GRUPO /
      *    *** WS-VALOR-GRUPO; la fila nueva lleva el nombre (y, la de
      *    *** producto, los precios del catalogo)
       2770-ACUMULAR-APERTURA.

           MOVE WS-TIPO-GRUPO  TO WS-TCI-TIPO.
           MOVE WS-VALOR-GRUPO TO WS-TCI-VALOR.
           MOVE ZEROES         TO WS-TCI-SECUENCIA.
           READ TRB-RENTAB KEY IS WS-TCI-CLAVE
               INVALID KEY
                  PERFORM 2780-ABRIR-APERTURA
                     THRU 2780-ABRIR-APERTURA-FIN
               NOT INVALID KEY
                  MOVE WS-TCI-DATOS TO WS-TRB-GRUPO
           END-READ.

           ADD 1                     TO WS-TGR-CANT.
           ADD WS-ORD-INGRESOS       TO WS-TGR-INGRESOS.
           ADD WS-ORD-COSTOS         TO WS-TGR-COSTOS.
           ADD WS-ORD-FINANCIACION   TO WS-TGR-FINANCIACION.
           ADD WS-ORD-SALDO          TO WS-TGR-SALDO.
           ADD WS-ORD-CARGO-ANUAL    TO WS-TGR-CARGO-ANUAL.
           ADD WS-ORD-CARGO-ESPERADO TO WS-TGR-CARGO-ESPERADO.

           MOVE SPACES         TO WS-TCI-REG.
           MOVE WS-TIPO-GRUPO  TO WS-TCI-TIPO.
           MOVE WS-VALOR-GRUPO TO WS-TCI-VALOR.
           MOVE ZEROES         TO WS-TCI-SECUENCIA.
           MOVE WS-TRB-GRUPO   TO WS-TCI-DATOS.
           PERFORM 1395-GRABAR-TRABAJO
              THRU 1395-GRABAR-TRABAJO-FIN.

       2770-ACUMULAR-APERTURA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2780-ABRIR-APERTURA.

           INITIALIZE WS-TRB-GRUPO.

           EVALUATE WS-TIPO-GRUPO
               WHEN 'RP'
                    MOVE 'SIN PRODUCTO' TO WS-TGR-NOMBRE
                    IF WS-ORD-PRODUCTO <> SPACES
                       MOVE 'NO CATALOGADO' TO WS-TGR-NOMBRE
                       MOVE 'PR'            TO WS-TCI-TIPO
                       MOVE WS-ORD-PRODUCTO TO WS-TCI-VALOR
                       MOVE ZEROES          TO WS-TCI-SECUENCIA
                       READ TRB-RENTAB KEY IS WS-TCI-CLAVE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                              MOVE WS-TCI-DATOS TO WS-PROD-ACTUAL
                              MOVE WS-PROD-NOMBRE TO WS-TGR-NOMBRE
                              MOVE WS-PROD-INTERES
                                TO WS-TGR-TASA-CATALOGO
                              MOVE WS-PROD-COMISION-ANUAL
                                TO WS-TGR-COMISION-CATALOGO
                       END-READ
                    END-IF
               WHEN 'RC'
                    MOVE 'SIN CONVENIO' TO WS-TGR-NOMBRE
                    IF WS-ORD-CONVENIO <> SPACES
                       MOVE 'CV'            TO WS-TCI-TIPO
                       MOVE WS-ORD-CUENTA   TO WS-TCI-VALOR
                       MOVE ZEROES          TO WS-TCI-SECUENCIA
                       READ TRB-RENTAB KEY IS WS-TCI-CLAVE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                              MOVE WS-TCI-DATOS TO WS-TRB-CONVENIO
                              MOVE WS-TCV-EMPRESA TO WS-TGR-NOMBRE
                       END-READ
                    END-IF
               WHEN OTHER
                    COMPUTE WS-IX-REGION = WS-ORD-REGION + 1
                    MOVE WS-REGION-NOMBRE (WS-IX-REGION)
                      TO WS-TGR-NOMBRE
           END-EVALUATE.

       2780-ABRIR-APERTURA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2800-LISTAR-APERTURAS.

           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'RENTABILIDAD POR PRODUCTO, CONTRA EL PRECIO DEL '
                  'CATALOGO (TASAS MENSUALES)'
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           PERFORM 2805-IMPRIMIR-TITULOS
              THRU 2805-IMPRIMIR-TITULOS-FIN.
           MOVE 'RP' TO WS-TIPO-GRUPO.
           PERFORM 2810-RECORRER-APERTURA
              THRU 2810-RECORRER-APERTURA-FIN.

           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE 'RENTABILIDAD POR CONVENIO CORPORATIVO'
             TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           PERFORM 2805-IMPRIMIR-TITULOS
              THRU 2805-IMPRIMIR-TITULOS-FIN.
           MOVE 'RC' TO WS-TIPO-GRUPO.
           PERFORM 2810-RECORRER-APERTURA
              THRU 2810-RECORRER-APERTURA-FIN.

           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE 'RENTABILIDAD POR REGION (CODIGO POSTAL)'
             TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           PERFORM 2805-IMPRIMIR-TITULOS
              THRU 2805-IMPRIMIR-TITULOS-FIN.
           MOVE 'RR' TO WS-TIPO-GRUPO.
           PERFORM 2810-RECORRER-APERTURA
              THRU 2810-RECORRER-APERTURA-FIN.

           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-TOT-CUENTAS TO WS-CANT-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'CUENTAS              : ' WS-CANT-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-TOT-SIN-MARGEN TO WS-CANT-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'CUENTAS CON PERDIDA  : ' WS-CANT-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-TOT-INGRESOS TO WS-IMPORTE-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'INGRESOS             : ' WS-IMPORTE-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-TOT-COSTOS TO WS-IMPORTE-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'COSTOS               : ' WS-IMPORTE-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-TOT-MARGEN TO WS-IMPORTE-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'MARGEN               : ' WS-IMPORTE-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2800-LISTAR-APERTURAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2805-IMPRIMIR-TITULOS.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'CODIGO NOMBRE                        CUENTAS'
                  '          INGRESOS            COSTOS'
                  '            MARGEN  MARGEN/CUENTA'
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2805-IMPRIMIR-TITULOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2810-RECORRER-APERTURA.

           MOVE WS-TIPO-GRUPO TO WS-TCI-TIPO.
           MOVE LOW-VALUES    TO WS-TCI-VALOR.
           MOVE ZEROES        TO WS-TCI-SECUENCIA.
           MOVE 'N'           TO WS-FIN-TRABAJO.

           START TRB-RENTAB KEY IS >= WS-TCI-CLAVE
               INVALID KEY
                  MOVE 'S' TO WS-FIN-TRABAJO
           END-START.

           PERFORM 2850-IMPRIMIR-APERTURA
              THRU 2850-IMPRIMIR-APERTURA-FIN
              UNTIL WS-NO-HAY-MAS-TRABAJO.

       2810-RECORRER-APERTURA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2850-IMPRIMIR-APERTURA.

           READ TRB-RENTAB NEXT RECORD
               AT END
                  MOVE 'S' TO WS-FIN-TRABAJO
                  GO TO 2850-IMPRIMIR-APERTURA-FIN
           END-READ.

           IF WS-TCI-TIPO <> WS-TIPO-GRUPO
              MOVE 'S' TO WS-FIN-TRABAJO
              GO TO 2850-IMPRIMIR-APERTURA-FIN
           END-IF.

           MOVE WS-TCI-DATOS TO WS-TRB-GRUPO.

           MOVE SPACES              TO WS-LIN-GRUPO.
           MOVE WS-TCI-VALOR (1:6)  TO WS-LGR-CODIGO.
           MOVE WS-TGR-NOMBRE       TO WS-LGR-NOMBRE.
           MOVE WS-TGR-CANT         TO WS-LGR-CANT.
           MOVE WS-TGR-INGRESOS     TO WS-LGR-INGRESOS.
           MOVE WS-TGR-COSTOS       TO WS-LGR-COSTOS.
           COMPUTE WS-IMPORTE-AUX = WS-TGR-INGRESOS - WS-TGR-COSTOS.
           MOVE WS-IMPORTE-AUX      TO WS-LGR-MARGEN.
           IF WS-TGR-CANT > ZEROES
              COMPUTE WS-IMPORTE-AUX ROUNDED =
                      WS-IMPORTE-AUX / WS-TGR-CANT
           END-IF.
           MOVE WS-IMPORTE-AUX      TO WS-LGR-MARGEN-CUENTA.
           MOVE WS-LIN-GRUPO        TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           IF WS-TIPO-GRUPO = 'RP'
              PERFORM 2860-IMPRIMIR-PRECIO
                 THRU 2860-IMPRIMIR-PRECIO-FIN
           END-IF.

       2850-IMPRIMIR-APERTURA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** tasa efectiva del producto (interes cobrado sobre el
      *    *** saldo) contra la de catalogo y el costo de fondeo, y
      *    *** comision anual cobrada contra la esperada
       2860-IMPRIMIR-PRECIO.

           MOVE ZEROES TO WS-TASA-EFECTIVA.
           IF WS-TGR-SALDO > ZEROES
              COMPUTE WS-TASA-EFECTIVA ROUNDED =
                      WS-TGR-FINANCIACION * 100 / WS-TGR-SALDO
           END-IF.
           COMPUTE WS-SPREAD = WS-TASA-EFECTIVA - WS-COSTO-FONDEO.

           MOVE WS-TASA-EFECTIVA     TO WS-PCT-O.
           MOVE WS-TGR-TASA-CATALOGO TO WS-PCT2-O.
           MOVE WS-COSTO-FONDEO      TO WS-PCT3-O.
           MOVE WS-SPREAD            TO WS-SPREAD-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING '       TASA EFECTIVA ' WS-PCT-O
                  ' %   CATALOGO ' WS-PCT2-O
                  ' %   FONDEO ' WS-PCT3-O
                  ' %   SPREAD ' WS-SPREAD-O ' %'
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE WS-TGR-CARGO-ANUAL    TO WS-IMPORTE-O.
           MOVE WS-TGR-CARGO-ESPERADO TO WS-IMPORTE2-O.
           MOVE WS-TGR-COMISION-CATALOGO TO WS-IMPORTE3-O.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING '       COMISION ANUAL ' WS-IMPORTE3-O
                  '   COBRADA ' WS-IMPORTE-O
                  '   ESPERADA ' WS-IMPORTE2-O
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2860-IMPRIMIR-PRECIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** lo que suman las cuentas contra los haberes netos del
      *    *** periodo en los lotes GL
       2900-LISTAR-CONTROL-GL.

           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'CONTROL CONTRA GL                    SEGUN CUENTAS'
                  '         SEGUN GL        DIFERENCIA'
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

           MOVE 'INTERES POR FINANCIACION' TO WS-LCO-CONCEPTO.
           MOVE WS-TOT-FINANCIACION        TO WS-IMPORTE-AUX.
           MOVE WS-GL-FINANCIACION         TO WS-GL-NETO.
           PERFORM 2950-IMPRIMIR-CONTROL
              THRU 2950-IMPRIMIR-CONTROL-FIN.

           MOVE 'INTERES PUNITORIO'        TO WS-LCO-CONCEPTO.
           MOVE WS-TOT-PUNITORIO           TO WS-IMPORTE-AUX.
           MOVE WS-GL-PUNITORIO            TO WS-GL-NETO.
           PERFORM 2950-IMPRIMIR-CONTROL
              THRU 2950-IMPRIMIR-CONTROL-FIN.

           MOVE 'PRIMAS DE SEGURO'         TO WS-LCO-CONCEPTO.
           MOVE WS-TOT-PRIMAS              TO WS-IMPORTE-AUX.
           MOVE WS-GL-SEGURO               TO WS-GL-NETO.
           PERFORM 2950-IMPRIMIR-CONTROL
              THRU 2950-IMPRIMIR-CONTROL-FIN.

           MOVE 'ARANCEL DE INTERCAMBIO'   TO WS-LCO-CONCEPTO.
           MOVE WS-TOT-ARANCEL             TO WS-IMPORTE-AUX.
           MOVE WS-GL-ARANCEL              TO WS-GL-NETO.
           PERFORM 2950-IMPRIMIR-CONTROL
              THRU 2950-IMPRIMIR-CONTROL-FIN.

       2900-LISTAR-CONTROL-GL-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2950-IMPRIMIR-CONTROL.

           MOVE WS-IMPORTE-AUX TO WS-LCO-CUENTAS.
           MOVE WS-GL-NETO     TO WS-LCO-GL.
           COMPUTE WS-IMPORTE-AUX = WS-IMPORTE-AUX - WS-GL-NETO.
           MOVE WS-IMPORTE-AUX TO WS-LCO-DIFERENCIA.
           MOVE WS-LIN-CONTROL TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2950-IMPRIMIR-CONTROL-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           CLOSE ENT-MAESTRO-TARJETAS
                 TRB-RENTAB
                 SAL-REPORTE.

           IF WS-EXISTE-TARJETA-PROD
              CLOSE ENT-TARJETA-PROD
           END-IF.

           DISPLAY 'TARJETAS LEIDAS    : ' WS-TOT-TARJETAS.
           DISPLAY 'CUENTAS EVALUADAS  : ' WS-TOT-CUENTAS.
           DISPLAY 'CUENTAS CON PERDIDA: ' WS-TOT-SIN-MARGEN.
           DISPLAY 'REPORTE GENERADO EN ' WS-RUTA-REPORTE.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM RENTAB.
