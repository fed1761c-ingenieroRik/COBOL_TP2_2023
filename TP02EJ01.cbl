           RECORD KEY IS WS-CUO-CLAVE
           FILE STATUS IS FS-CUOTAS.

      *    *** devoluciones aplicadas a planes de cuotas y cuotas que
      *    *** la red siguio mandando despues de la devolucion (no se
      *    *** facturan), para que conciliaciones las reclame
       SELECT SAL-CUO-CONCILIAR
           ASSIGN TO WS-RUTA-CUO-CONCILIAR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CUO-CONCILIAR.

      *    *** volcado de cada linea de consumo de RESUMENES.TXT en
      *    *** formato CSV, para que otros sistemas lo importen sin
      *    *** tener que parsear el reporte de texto fijo
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIAL.

      *    *** tablas de trabajo del ciclo (pagos aplicados,
      *    *** productos, comercios, limites familiares, mensajes), por
      *    *** clave y sin tope de cantidad; se arma de cero en cada
      *    *** corrida (ver 1191-ABRIR-TABLAS-CICLO)
       SELECT ENT-TABLAS-CICLO
           ASSIGN TO WS-RUTA-TABLAS-CICLO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-TCI-CLAVE
           FILE STATUS IS FS-TABLAS-CICLO.

      *    *** saldos aplicados al maestro en cada cierre de resumen,
      *    *** para que CONCSAL pueda conciliar el maestro contra lo
       FD ENT-CUOTAS.
           COPY CUOTAS.

       FD SAL-CUO-CONCILIAR.
       01 WS-SAL-CUO-CONCILIAR                      PIC X(132).

      *    *** separador ';' en vez de ',' (mismo motivo que el feed de
      *    *** CARGACSV.cbl: con DECIMAL-POINT IS COMMA el importe se
      *    *** edita con coma decimal, y WS-CSV-DETALLE es texto libre
                                              ' Total USD : $'.
           05 WS-CATO-TOTAL-USD-O        PIC --.---.---,--.

      *    *** cada interfaz entre programas lleva ademas su registro
      *    *** de cabecera y de totales (ver INTFCTL)
       FD ENT-PAGOS-APLICADOS.
           COPY PAGOSAPL.
       01 WS-ENT-PAGOS-APLICADOS-CTL     PIC X(88).

       FD SAL-MINIMOS.
           COPY MINIMOS.
       01 WS-SAL-MINIMOS-CTL             PIC X(88).

       FD ENT-VENCIMIENTO.
       01 WS-ENT-VENCIMIENTO.
           05 WS-VTO-ULTIMO-GRABADO      PIC 9(08).
       01 WS-ENT-VENCIMIENTO-CTL         PIC X(88).

       FD ENT-PERIODO-CTL.
       01 WS-ENT-PERIODO-CTL.
                                              SIGN IS TRAILING SEPARATE.
           05 WS-SDO-SALDO-USD           PIC S9(08)V9(02)
                                              SIGN IS TRAILING SEPARATE.
       01 WS-SAL-SALDOS-CIERRE-CTL       PIC X(88).

       FD ENT-TABLAS-CICLO.
           COPY TABCICLO.

       FD SAL-DESGLOSE.
           COPY DESGLOSE.
                                              SIGN IS TRAILING SEPARATE.
           05 WS-PND-SALDO-USD           PIC S9(08)V9(02)
                                              SIGN IS TRAILING SEPARATE.
       01 WS-SAL-SALDOS-PEND-CTL         PIC X(88).

       FD ENT-MOROSIDAD.
           COPY MOROSIDAD.

       FD SAL-FACTURADOS.
           COPY FACTUR.
       01 WS-SAL-FACTURADOS-CTL          PIC X(88).

      *    *** dos layouts bajo el mismo FD: el asiento individual y el
      *    *** registro de total de lote que cierra el archivo
                                    '../ARCHIVO-RESUMENES.VSAM'.
           05 WS-RUTA-SEGUROS-DEV PIC X(60) VALUE
                                         '../SEGUROS-DEVENGADOS.SEQ'.
           05 WS-RUTA-TABLAS-CICLO PIC X(60) VALUE
                                         '../TABLAS-CICLO.VSAM'.
           05 WS-RUTA-HIST-CONSUMOS PIC X(60) VALUE
                                         '../HISTORIAL-CONSUMOS.VSAM'.
           05 WS-RUTA-ANUAL-BASE PIC X(60) VALUE
                                         '../LIMITES-TEMP.VSAM'.
           05 WS-RUTA-LIM-VENCIDOS PIC X(60) VALUE
                                         '../OVERRIDES-VENCIDOS.TXT'.
           05 WS-RUTA-CUO-CONCILIAR PIC X(60) VALUE
                                         '../CUOTAS-A-CONCILIAR.TXT'.

       01 WS-RUTA-ENTORNO       PIC X(60) VALUE SPACES.

      *    *** entidad emisora de la corrida (ENTIDAD_PROCESO, ver
      *    *** ENTIDCTL): sus novedades, parametros, productos y
      *    *** salidas viven en su propio directorio; los VSAM, el
      *    *** periodo, los comercios y las jurisdicciones son de toda
      *    *** la instalacion
       01 WS-ENTIDAD-AREA.
           COPY ENTIDIO.
       01 WS-DIR-RESUMENES      PIC X(40) VALUE '../'.

      *----------------------------------------------------------------*
      *    FORMATO DE LOS ARCHIVOS DE ENTRADA/SALIDA                           *
      *----------------------------------------------------------------*
       01 WS-VAL-PAN.
           COPY VALPANIO.

      *    *** controles de uso pedidos por el cliente (ver CLCTLTAR)
       01 WS-CONTROL-TARJETA.
           COPY CTLTARIO.

       01 WS-ACT-SALDO.
           COPY ACTSALDO.
      *----------------------------------------------------------------*
             88 FS-CUOTAS-NFD                           VALUE '35'.
             88 FS-CUOTAS-CLAVE-NFD                     VALUE '23'.

      *----------------------------------------------------------------*
      *   ** FILE STATUS DE CUOTAS A CONCILIAR                         *
      *----------------------------------------------------------------*
          05 FS-CUO-CONCILIAR               PIC X(2).
             88 FS-CUO-CONCILIAR-OK                     VALUE '00'.

      *----------------------------------------------------------------*
      *   ** FILE STATUS DE RESUMENES.CSV                              *
      *----------------------------------------------------------------*
             88 FS-SEGUROS-DEV-NFD                      VALUE '35'.
          05 FS-SALDOS-PEND                 PIC X(2).
             88 FS-SALDOS-PEND-OK                       VALUE '00'.
          05 FS-TABLAS-CICLO                PIC X(2).
             88 FS-TABLAS-CICLO-OK                      VALUE '00'.
             88 FS-TABLAS-CICLO-EOF                     VALUE '10'.
             88 FS-TABLAS-CICLO-CLAVE-DUP               VALUE '22'.
          05 FS-HIST-CONSUMOS               PIC X(2).
             88 FS-HIST-CONSUMOS-OK                     VALUE '00'.
             88 FS-HIST-CONSUMOS-NFD                    VALUE '35'.
       01 WS-MODO-RECORRIDA-VALIDADA         PIC X(01) VALUE 'N'.
          88 WS-RECORRIDA-VALIDADA                      VALUE 'S'.

      *    *** id de la corrida para las cabeceras de las interfaces:
      *    *** lo fija el controlador del ciclo via CICLO_RUN_ID, o se
      *    *** genera con fecha y hora; un restart que encuentra sin
      *    *** totales el lote de la corrida cortada sigue con el id de
      *    *** esa corrida (ver 1192-RETOMAR-INTERFAZ)
       01 WS-RUN-ID                          PIC X(15) VALUE SPACES.
       01 WS-FECHA-RUN-ID                    PIC 9(08) VALUE ZEROES.
       01 WS-HORA-RUN-ID                     PIC 9(08) VALUE ZEROES.

      *    *** cantidad de registros y total hash (importes en valor
      *    *** absoluto) de cada interfaz que graba la corrida, para
      *    *** sus registros de totales
       01 WS-TOTALES-INTERFACES.
          05 WS-INT-MIN-CANT                 PIC 9(09) VALUE ZEROES.
          05 WS-INT-MIN-HASH                 PIC 9(16)V99 VALUE ZEROES.
          05 WS-INT-SCI-CANT                 PIC 9(09) VALUE ZEROES.
          05 WS-INT-SCI-HASH                 PIC 9(16)V99 VALUE ZEROES.
          05 WS-INT-PND-CANT                 PIC 9(09) VALUE ZEROES.
          05 WS-INT-PND-HASH                 PIC 9(16)V99 VALUE ZEROES.
          05 WS-INT-FAC-CANT                 PIC 9(09) VALUE ZEROES.
          05 WS-INT-FAC-HASH                 PIC 9(16)V99 VALUE ZEROES.

       01 WS-INTERFAZ.
           COPY INTFIO.

      *    *** si esta en 'S', fuerza el procesamiento aunque parezca
      *    *** una recorrida completa repetida de CONSUMOS.SEQ (ver
      *    *** TP02EJ01_FORZAR_RECORRIDA / 2210-VALIDAR-RECORRIDA)
                  VALUE '* Este mes ha superado su límite de compra *'.

      *    *** campanias de mensajes del resumen (parametros MENSAJE):
      *    *** cada una con su segmentacion y su contador de alcance;
      *    *** se guardan en ENT-TABLAS-CICLO (tipo MS, en orden de
      *    *** carga) y se trabajan de a una en WS-MSG-ACTUAL
       01 WS-MSG-ACTUAL.
          05 WS-MSG-TEXTO                 PIC X(40).
          05 WS-MSG-MONEDA                PIC X(03).
          05 WS-MSG-CP-DESDE              PIC 9(04).
          05 WS-MSG-CP-HASTA              PIC 9(04).
          05 WS-MSG-TIPO-TARJ             PIC X(01).
          05 WS-MSG-CATEGORIA             PIC X(15).
          05 WS-MSG-DESDE                 PIC 9(08).
          05 WS-MSG-HASTA                 PIC 9(08).
          05 WS-MSG-ALCANZADOS            PIC 9(06).
       01 WS-CANT-MENSAJES                PIC 9(05) VALUE ZEROES.

      *    *** tope de mensajes de campania por resumen
       77 WS-MAX-MENSAJES                 PIC 9(02) VALUE 3.
       01 WS-MSG-MONEDA-RESUMEN           PIC X(03) VALUE SPACES.
       01 WS-MSG-TIPO-RESUMEN             PIC X(01) VALUE SPACES.

      *    *** categorias consumidas en el resumen en curso (a lo sumo
      *    *** todas las de WS-TABLA-RESUMEN-CATEGORIAS)
       01 WS-MSG-CATS-VISTAS.
          05 WS-MSG-CAT-ELEM OCCURS 21 TIMES
                             INDEXED BY WS-IX-MSGCAT.
             10 WS-MSG-CAT-NOMBRE         PIC X(15).
       01 WS-CANT-CATS-VISTAS             PIC 9(02) VALUE ZEROES.

      *    *** catalogo de productos (PRODUCTOS.SEQ), guardado en
      *    *** ENT-TABLAS-CICLO por codigo (tipo PR); WS-PROD-ACTUAL es
      *    *** el producto leido o por grabar
       01 WS-PROD-ACTUAL.
          05 WS-PROD-CODIGO               PIC X(03).
          05 WS-PROD-NOMBRE               PIC X(15).
          05 WS-PROD-INTERES              PIC 9(02)V9(02).
          05 WS-PROD-PAGO-MINIMO          PIC 9(02).
          05 WS-PROD-PISO-MINIMO          PIC 9(06)V9(02).
          05 WS-PROD-COMISION-ANUAL       PIC 9(06)V9(02).
          05 WS-PROD-PUNITORIO            PIC 9(02)V9(02).
          05 WS-PROD-PUNTOS               PIC 9(03)V9(02).
          05 WS-PROD-SEGURO-PCT           PIC 9(02)V9(02).
          05 WS-PROD-COEF-3               PIC 9(01)V9(03).
          05 WS-PROD-COEF-6               PIC 9(01)V9(03).
          05 WS-PROD-COEF-12              PIC 9(01)V9(03).
       01 WS-CANT-PRODUCTOS               PIC 9(05) VALUE ZEROES.
       01 WS-HAY-TARJETA-PROD             PIC X(01) VALUE 'N'.
          88 WS-EXISTE-TARJETA-PROD                   VALUE 'S'.
       01 WS-HAY-REEMPLAZOS               PIC X(01) VALUE 'N'.
       01 WS-TOKEN.
           COPY TOKENIO.

      *    *** limites familiares (LIMITES-FAMILIA.SEQ): un limite
      *    *** ARS/USD compartido por todas las tarjetas de la cuenta,
      *    *** opcional por cuenta; en ENT-TABLAS-CICLO por cuenta
      *    *** (tipo FA)
       01 WS-CANT-FAMILIAS                PIC 9(07) VALUE ZEROES.
       01 WS-FLIA-ACTUAL.
          05 WS-FLIA-CUENTA               PIC 9(10).
          05 WS-FLIA-LIMITE-ARS           PIC 9(08)V9(02).
          05 WS-FLIA-LIMITE-USD           PIC 9(08)V9(02).
       01 WS-LIMITE-FAMILIA-ACTIVO        PIC X(01) VALUE 'N'.
          88 WS-RIGE-LIMITE-FAMILIA                   VALUE 'S'.

      *    *** maestro de comercios (rubro + nombre limpio por
      *    *** codigo), en ENT-TABLAS-CICLO por codigo (tipo CO), y
      *    *** resultado de la busqueda del consumo actual (ver
      *    *** 2658-BUSCAR-COMERCIO)
       01 WS-CANT-COMERCIOS               PIC 9(07) VALUE ZEROES.
       01 WS-TCO-ACTUAL.
          05 WS-TCO-CODIGO                PIC X(08).
          05 WS-TCO-RUBRO                 PIC X(15).
          05 WS-TCO-NOMBRE                PIC X(25).
       01 WS-COMERCIO-HALLADO             PIC X(01) VALUE 'N'.
          88 WS-HAY-COMERCIO                          VALUE 'S'.
       01 WS-COMERCIO-RUBRO               PIC X(15) VALUE SPACES.
       01 WS-COMERCIO-NOMBRE              PIC X(25) VALUE SPACES.

      *    *** mensajes dirigidos por clave, en ENT-TABLAS-CICLO
      *    *** (tipo MT, varios por clave en orden de carga)
       01 WS-CANT-MSJ-TARJETA             PIC 9(07) VALUE ZEROES.
       01 WS-MJT-ACTUAL.
          05 WS-MJT-TEXTO                 PIC X(40).

      *    *** recorrido de un tipo + valor de ENT-TABLAS-CICLO (ver
      *    *** 2820-POSICIONAR-TABLA-CICLO)
       01 WS-TCI-BUSCADA.
          05 WS-TCI-BUSCA-TIPO            PIC X(02) VALUE SPACES.
          05 WS-TCI-BUSCA-VALOR           PIC X(19) VALUE SPACES.
       01 WS-TABLA-CICLO-FIN              PIC X(01) VALUE 'S'.
          88 WS-FIN-TABLA-CICLO                       VALUE 'S'.

      *    *** limites temporales del resumen en curso
       01 WS-HAY-LIMITES-TEMP             PIC X(01) VALUE 'N'.
       01 WS-SEGURO-BASE                  PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-SEGURO-EN-MORA               PIC X(01) VALUE 'N'.
          88 WS-SEGURO-CLIENTE-EN-MORA                VALUE 'S'.
      *    *** siniestro denunciado o reclamado (ver SEGUROS): la
      *    *** cuenta esta congelada y no devenga interes, punitorio
      *    *** ni prima hasta que responda la aseguradora
       01 WS-SINIESTRO-EN-CURSO           PIC X(01) VALUE 'N'.
          88 WS-CUENTA-CONGELADA                      VALUE 'S'.
       77 WS-PUNTOS-ENTERO-HOY            PIC S9(08) COMP VALUE ZEROES.
       77 WS-PUNTOS-ENTERO-MOV            PIC S9(08) COMP VALUE ZEROES.
       77 WS-PUNTOS-DIAS-QUIETO           PIC S9(05) VALUE ZEROES.
      *    *** saldo cobrados en el resumen en curso: el recargo es
      *    *** interes de financiacion y la prima va con las
      *    *** comisiones en el desglose (ver 2643/2714/2711)
       01 WS-RECARGO-COBRADO-RES-ARS      PIC S9(08)V9(02)
                                                         VALUE ZEROES.
       01 WS-RECARGO-COBRADO-RES-USD      PIC S9(08)V9(02)
                                                         VALUE ZEROES.
       01 WS-SEGURO-COBRADO-RES           PIC 9(08)V9(02) VALUE ZEROES.
      *    *** nombre e importe de la linea de imputacion de un pago
      *    *** que se esta imprimiendo (ver 2626/2627)
       01 WS-IMPUTACION-NOMBRE            PIC X(18) VALUE SPACES.
       01 WS-IMPUTACION-IMPORTE           PIC S9(08)V9(02) VALUE ZEROES.
       01 WS-PRODUCTO-NOMBRE-RES          PIC X(15) VALUE SPACES.
       01 WS-PRODUCTO-CODIGO-RES          PIC X(03) VALUE SPACES.
       77 WS-DESCUENTO                     PIC 9(02) VALUE 10.
       77 WS-PAGO-MINIMO                   PIC 9(02) VALUE 5.
       77 WS-PAGO-MINIMO-PISO              PIC 9(06)V9(02) VALUE ZEROES.
       77 WS-ALICUOTA-FINANCIACION         PIC 9(02)V9(02) VALUE ZEROES.
       01 WS-TEA-O                         PIC ZZZ9,99.
       01 WS-CFT-O                         PIC ZZZ9,99.
      *    *** proyeccion "pagando solo el minimo" del resumen en
      *    *** curso (obligacion de informar, ver 2745): mes a mes con
      *    *** la tasa, el porcentaje y el piso del producto y sin
      *    *** consumos nuevos, cuantos meses y cuanto interes lleva
      *    *** cancelar el saldo, y la cuota fija que lo cancela en
      *    *** 12 meses. Un saldo que no baja con el minimo corta la
      *    *** proyeccion en WS-HOR-MAX-MESES
       77 WS-HOR-MAX-MESES                 PIC 9(03) VALUE 600.
       77 WS-HOR-MESES                     PIC 9(03) VALUE ZEROES.
       77 WS-HOR-TASA                      PIC 9(02)V9(02) VALUE ZEROES.
       77 WS-HOR-SALDO                     PIC S9(12)V9(02)
                                                        VALUE ZEROES.
       77 WS-HOR-PAGO                      PIC S9(12)V9(02)
                                                        VALUE ZEROES.
       77 WS-HOR-INTERES-MES               PIC S9(12)V9(02)
                                                        VALUE ZEROES.
       77 WS-HOR-INTERES-TOTAL             PIC S9(12)V9(02)
                                                        VALUE ZEROES.
       77 WS-HOR-CUOTA-12                  PIC S9(10)V9(02)
                                                        VALUE ZEROES.
       77 WS-HOR-FACTOR-12                 PIC 9(07)V9(08) VALUE ZEROES.
       01 WS-HOR-NO-CANCELA                PIC X(01) VALUE 'N'.
          88 WS-HOR-SALDO-NO-CANCELA                  VALUE 'S'.
       01 WS-HOR-MESES-O                   PIC ZZ9.
       01 WS-HOR-IMPORTE-O                 PIC Z.ZZZ.ZZZ.ZZ9,99.
      *    *** dias habiles entre la emision y el vencimiento del pago
      *    *** (configurable via el parametro 'VENCIM'; 10 por defecto)
       77 WS-DIAS-VENCIMIENTO              PIC 9(02) VALUE 10.
      *    *** periodo (AAAAMM) de esta corrida, calculado al iniciar
      *    *** (o fijado por el operador, ver 1230-VALIDAR-PERIODO)
       77 WS-PERIODO-CORRIDA               PIC 9(06) VALUE ZEROES.
      *    *** periodo anterior al de la corrida: es el que estampo
      *    *** en VENCIMTO.SEQ la corrida previa (ver 1225)
       01 WS-PERIODO-ANTERIOR.
          05 WS-PERIODO-ANT-ANIO           PIC 9(04) VALUE ZEROES.
          05 WS-PERIODO-ANT-MES            PIC 9(02) VALUE ZEROES.

      *    *** estado del periodo en PERIODO.SEQ y autorizacion del
      *    *** supervisor para facturar un periodo cerrado
       01 WS-PLAN-CFT-O                   PIC ZZZZ9,99.
       01 WS-PLAN-COEF-O                  PIC 9,999.

      *    *** devolucion del comercio imputada a un plan de cuotas y
      *    *** cuota anulada por devolucion que no se factura (ver
      *    *** 2384/2392/2389)
       01 WS-DEV-PLAN-HALLADO             PIC X(01) VALUE 'N'.
          88 WS-HAY-PLAN-DEVOLUCION                   VALUE 'S'.
       01 WS-DEV-TIPO                     PIC X(01) VALUE 'N'.
          88 WS-DEV-ES-TOTAL                          VALUE 'S'.
       01 WS-DEV-IMPORTE                  PIC S9(10)V9(02)
                                                         VALUE ZEROES.
       01 WS-DEV-TOTAL-PLAN               PIC S9(10)V9(02)
                                                         VALUE ZEROES.
       01 WS-DEV-CREDITO                  PIC S9(10)V9(02)
                                                         VALUE ZEROES.
       01 WS-DEV-ANULAR                   PIC 9(02) VALUE ZEROES.
       01 WS-CUOTA-A-CONCILIAR            PIC X(01) VALUE 'N'.
          88 WS-ES-CUOTA-A-CONCILIAR                  VALUE 'S'.
       01 WS-CANT-DEVOLUCIONES-PLAN       PIC 9(06) VALUE ZEROES.
       01 WS-CANT-CUOTAS-CONCILIAR        PIC 9(06) VALUE ZEROES.
       01 WS-CCO-IMPORTE-O                PIC --.---.---.--9,99.
       01 WS-CCO-CREDITO-O                PIC --.---.---.--9,99.
       01 WS-CCO-RECARGO-O                PIC --.---.---.--9,99.

       01 WS-TABLA-COEFCERO.
          05 WS-CANT-COEFCERO             PIC 9(02) VALUE ZEROES.
          05 WS-CFZ-ITEM OCCURS 20 TIMES
          05 WS-GL-CANT-ASIENTOS       PIC 9(06)        VALUE ZEROES.
          05 WS-GL-SUMA-DEBE           PIC S9(12)V9(02) VALUE ZEROES.
          05 WS-GL-SUMA-HABER          PIC S9(12)V9(02) VALUE ZEROES.

      *    *** los mismos acumuladores abiertos por producto, para que
      *    *** el plan de cuentas (PLANCTAS) pueda imputar cada producto
      *    *** a su cuenta: al encabezar cada resumen (y al grabar la
      *    *** interfaz) lo acumulado desde la foto anterior se carga al
      *    *** producto del resumen que se cierra (ver 2813-REPARTIR-GL-
      *    *** PRODUCTO); producto en blanco = tarjeta sin producto
       01 WS-GL-POR-PRODUCTO.
          05 WS-GLP-PRODUCTO-ABIERTO   PIC X(03) VALUE SPACES.
          05 WS-GLF-FOTO.
             10 WS-GLF-INTERES-ARS     PIC S9(10)V9(02) VALUE ZEROES.
             10 WS-GLF-INTERES-USD     PIC S9(10)V9(02) VALUE ZEROES.
             10 WS-GLF-PUNITORIO-ARS   PIC S9(10)V9(02) VALUE ZEROES.
             10 WS-GLF-SEGURO-ARS      PIC S9(10)V9(02) VALUE ZEROES.
             10 WS-GLF-DTO-ARS         PIC S9(10)V9(02) VALUE ZEROES.
             10 WS-GLF-DTO-USD         PIC S9(10)V9(02) VALUE ZEROES.
             10 WS-GLF-DIF-CAMBIO      PIC S9(10)V9(02) VALUE ZEROES.
             10 WS-GLF-CAT OCCURS 21 TIMES.
                15 WS-GLF-CAT-ARS      PIC S9(10)V9(02) VALUE ZEROES.
                15 WS-GLF-CAT-USD      PIC S9(10)V9(02) VALUE ZEROES.
      *    *** lo repartido se guarda en ENT-TABLAS-CICLO (tipo GP),
      *    *** por producto y concepto: concepto 00 los movimientos
      *    *** fijos, 01 a 21 cada categoria de consumo de la corrida
          05 WS-GLP-CLAVE.
             10 WS-GLP-PRODUCTO        PIC X(03).
             10 WS-GLP-CONCEPTO        PIC 9(02).
          05 WS-GLP-IMPORTES.
             10 WS-GLP-INTERES-ARS     PIC S9(10)V9(02) VALUE ZEROES.
             10 WS-GLP-INTERES-USD     PIC S9(10)V9(02) VALUE ZEROES.
             10 WS-GLP-PUNITORIO-ARS   PIC S9(10)V9(02) VALUE ZEROES.
             10 WS-GLP-SEGURO-ARS      PIC S9(10)V9(02) VALUE ZEROES.
             10 WS-GLP-DTO-ARS         PIC S9(10)V9(02) VALUE ZEROES.
             10 WS-GLP-DTO-USD         PIC S9(10)V9(02) VALUE ZEROES.
             10 WS-GLP-DIF-CAMBIO      PIC S9(10)V9(02) VALUE ZEROES.
          05 WS-GLP-IMPORTES-CAT REDEFINES WS-GLP-IMPORTES.
             10 WS-GLP-CAT-ARS         PIC S9(10)V9(02).
             10 WS-GLP-CAT-USD         PIC S9(10)V9(02).
             10 FILLER                 PIC X(60).
          05 WS-GLP-CAT-DELTA-ARS      PIC S9(10)V9(02) VALUE ZEROES.
          05 WS-GLP-CAT-DELTA-USD      PIC S9(10)V9(02) VALUE ZEROES.
          05 WS-GLP-ULTIMA-CLAVE       PIC X(28) VALUE SPACES.
          05 WS-GLP-FIN                PIC X(01) VALUE 'N'.
             88 WS-FIN-GLP                       VALUE 'S'.

      *    *** movimiento a imputar y asientos de la interfaz ya
      *    *** sumados por cuenta, moneda y lado (ver 3172/3173)
       01 WS-GL-MOVIMIENTO.
          05 WS-GLM-TIPO-MOV           PIC X(12).
          05 WS-GLM-SUBTIPO            PIC X(15).
          05 WS-GLM-MONEDA             PIC X(03).
          05 WS-GLM-IMPORTE            PIC S9(10)V9(02).
          05 WS-GLM-CUENTA             PIC X(30).
          05 WS-GLM-DEBE-HABER         PIC X(01).
      *    *** los asientos van a ENT-TABLAS-CICLO (tipo GA) con los
      *    *** primeros 19 caracteres de la cuenta como clave; la
      *    *** secuencia separa las cuentas que comparten ese comienzo
      *    *** y las distintas monedas y lados de una misma cuenta
       01 WS-ASIENTOS-GL.
          05 WS-GLA-ASIENTO.
             10 WS-GLA-CUENTA          PIC X(30).
             10 WS-GLA-MONEDA          PIC X(03).
             10 WS-GLA-DEBE-HABER      PIC X(01).
             10 WS-GLA-IMPORTE         PIC S9(12)V9(02).
          05 WS-GLA-SECUENCIA          PIC 9(07) VALUE ZEROES.
          05 WS-GLA-HALLADO            PIC X(01) VALUE 'N'.
             88 WS-GLA-YA-EXISTE                 VALUE 'S'.
          05 WS-GLA-FIN                PIC X(01) VALUE 'N'.
             88 WS-FIN-GLA                       VALUE 'S'.

      *    *** plan de cuentas de la interfaz contable
       01 WS-PLAN.
           COPY PLANIO.
       77 WS-INTERES-ARS                   PIC S9(08)V9(02) VALUE ZEROES.
       77 WS-INTERES-USD                   PIC S9(08)V9(02) VALUE ZEROES.
       77 WS-LIM-COMPRA                    PIC 9(08)V9(02).
      *    *** de 2660-CLASIFICAR-CATEGORIA
       01 WS-CATEGORIA-APLICABLE           PIC X(15).

      *    *** pagos aplicados por PAGOPOST en el ciclo, cargados
      *    *** desde PAGOS-APLICADOS.SEQ (ver 1190-CARGAR-PAGOS-
      *    *** APLICADOS) en ENT-TABLAS-CICLO dos veces, por tarjeta
      *    *** (tipo PT) y por cuenta (tipo PC); cada pago se imprime
      *    *** como linea de credito en el resumen de su tarjeta/cuenta
       01 WS-CANT-PAGOS                   PIC 9(07) VALUE ZEROES.
       01 WS-PAGO-ACTUAL.
          05 WS-PAGO-NUM-CUENTA           PIC 9(10).
          05 WS-PAGO-NUM-TARJETA          PIC X(19).
          05 WS-PAGO-ANIO                 PIC X(04).
          05 WS-PAGO-MES                  PIC X(02).
          05 WS-PAGO-DIA                  PIC X(02).
          05 WS-PAGO-MONEDA               PIC X(03).
          05 WS-PAGO-IMPORTE              PIC S9(08)V9(02).
          05 WS-PAGO-CANAL                PIC X(10).
      *    *** desglose de imputacion calculado por PAGOPOST (ver
      *    *** PAGOSAPL.CPY); se imprime debajo del credito del pago
          05 WS-PAGO-IMP-IMPUESTOS        PIC S9(08)V9(02).
          05 WS-PAGO-IMP-PUNITORIO        PIC S9(08)V9(02).
          05 WS-PAGO-IMP-INTERES          PIC S9(08)V9(02).
          05 WS-PAGO-IMP-COMISIONES       PIC S9(08)V9(02).
          05 WS-PAGO-IMP-ADELANTOS        PIC S9(08)V9(02).
          05 WS-PAGO-IMP-COMPRAS          PIC S9(08)V9(02).
      *    *** cancelacion de saldo USD con el excedente en pesos del
      *    *** pago (ver PAGOSAPL.CPY); se imprime como linea propia
          05 WS-PAGO-CONV-USD             PIC S9(08)V9(02).
          05 WS-PAGO-CONV-TASA            PIC 9(04)V9(02).

      *    *** clave de cuenta del pago en X(19), para compararla con
      *    *** WS-RESUMEN-TARJETA en modo rollup (que tambien recibe la
      *    *** cuenta por un MOVE de 9(10) a X(19))
       01 WS-PAGO-CUENTA-X                 PIC X(19).

      *    *** importe del pago con el signo dado vuelta, para que la
      *    *** linea de credito salga en negativo en el resumen
       01 WS-PAGO-IMPORTE-CREDITO          PIC S9(08)V9(02).
           DISPLAY '#RESUMENES: ' WS-RESUMEN-TOTAL-RESUMENES
           DISPLAY '#CONSUMOS:  ' WS-RESUMEN-TOTAL-CONSUMOS
           DISPLAY '#ERRORES:   ' WS-RESUMEN-TOTAL-ERRORES
           DISPLAY '#DEVOLUCIONES A PLANES: ' WS-CANT-DEVOLUCIONES-PLAN
           DISPLAY '#CUOTAS A CONCILIAR:    ' WS-CANT-CUOTAS-CONCILIAR

           PERFORM 3100-MOSTRAR-RESUMEN-ERRORES
              THRU 3100-MOSTRAR-RESUMEN-ERRORES-FIN.
       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** corrida de una entidad emisora: las novedades y todas
      *    *** las salidas secuenciales van a su directorio, para que
      *    *** cada banco facture, cuadre e impute por separado sin
      *    *** pisar lo del otro; los parametros y productos son los de
      *    *** la entidad si tiene los propios. Las variables de
      *    *** entorno de 1050 siguen mandando sobre todo esto
       1040-RUTAS-ENTIDAD.

           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-DATOS TO TRUE.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.

           IF WS-EMI-PROCESO-O = SPACES
              GO TO 1040-RUTAS-ENTIDAD-FIN
           END-IF.

           DISPLAY 'ENTIDAD EMISORA: ' WS-EMI-PROCESO-O ' '
                   WS-EMI-NOMBRE-O.

           IF WS-EMI-DIRECTORIO-O <> SPACES
              MOVE WS-EMI-DIRECTORIO-O TO WS-DIR-RESUMENES
           END-IF.

           MOVE WS-RUTA-CONSUMOS TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-CONSUMOS.

           MOVE WS-RUTA-RESUMENES TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-RESUMENES.

           MOVE WS-RUTA-ERRORES TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-ERRORES.

           MOVE WS-RUTA-CHECKPOINT TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-CHECKPOINT.

           MOVE WS-RUTA-CONTROL TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-CONTROL.

           MOVE WS-RUTA-EXCESOS TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-EXCESOS.

           MOVE WS-RUTA-ALERTAS TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-ALERTAS.

           MOVE WS-RUTA-RESUMEN-CSV TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-RESUMEN-CSV.

           MOVE WS-RUTA-CATEGORIAS TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-CATEGORIAS.

           MOVE WS-RUTA-PROXIMO-CICLO TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-PROXIMO-CICLO.

           MOVE WS-RUTA-PAGOS-APLICADOS TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-PAGOS-APLICADOS.

           MOVE WS-RUTA-MINIMOS TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-MINIMOS.

           MOVE WS-RUTA-VENCIMIENTO TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-VENCIMIENTO.

           MOVE WS-RUTA-GL TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-GL.

           MOVE WS-RUTA-FACTURADOS TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-FACTURADOS.

           MOVE WS-RUTA-HISTORIAL TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-HISTORIAL.

           MOVE WS-RUTA-SALDOS-CIERRE TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-SALDOS-CIERRE.

           MOVE WS-RUTA-SALDOS-PEND TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-SALDOS-PEND.

           MOVE WS-RUTA-DESGLOSE TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-DESGLOSE.

           MOVE WS-RUTA-DECLARACION TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-DECLARACION.

           MOVE WS-RUTA-SEGUROS-DEV TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-SEGUROS-DEV.

           MOVE WS-RUTA-TABLAS-CICLO TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-TABLAS-CICLO.

           MOVE WS-RUTA-ANUAL-BASE TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-ANUAL-BASE.

           MOVE WS-RUTA-ENVIOS TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-ENVIOS.

           MOVE WS-RUTA-LIM-VENCIDOS TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-LIM-VENCIDOS.

           MOVE WS-RUTA-CUO-CONCILIAR TO WS-EMI-RUTA-E.
           PERFORM 1045-RUTA-ENTIDAD
              THRU 1045-RUTA-ENTIDAD-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-CUO-CONCILIAR.

           MOVE WS-RUTA-PARAMETROS TO WS-EMI-RUTA-E.
           PERFORM 1046-RUTA-PARAMETROS
              THRU 1046-RUTA-PARAMETROS-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-PARAMETROS.

           MOVE WS-RUTA-PRODUCTOS TO WS-EMI-RUTA-E.
           PERFORM 1046-RUTA-PARAMETROS
              THRU 1046-RUTA-PARAMETROS-FIN.
           MOVE WS-EMI-RUTA-O TO WS-RUTA-PRODUCTOS.

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
       1046-RUTA-PARAMETROS.

           MOVE WS-EMI-RUTA-E TO WS-RUTA-ENTORNO.
           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-RUTA-PARAM TO TRUE.
           MOVE WS-RUTA-ENTORNO TO WS-EMI-RUTA-E.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.

       1046-RUTA-PARAMETROS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** si estan definidas, las variables de entorno permiten
      *    *** apuntar los archivos a otro lugar sin recompilar; si no
      *    *** y se conservan las rutas por defecto
       1050-LEER-RUTAS-ARCHIVOS.

           PERFORM 1040-RUTAS-ENTIDAD
              THRU 1040-RUTAS-ENTIDAD-FIN.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                             'TP02EJ01_CONSUMOS_PATH'.
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-SALDO-CICLO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                         'TP02EJ01_CUOCONC_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CUO-CONCILIAR
           END-IF.

      *    *** dos corridas a la vez (particionadas, o una simulacion
      *    *** junto a la real) necesitan cada una su archivo de trabajo
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                         'TP02EJ01_TABLAS_CICLO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-TABLAS-CICLO
           END-IF.

      *    *** filtro opcional de reimpresion de un unico numero de
      *    *** tarjeta (ver WS-FILTRO-TARJETA)
           MOVE SPACES TO WS-RUTA-ENTORNO.
              MOVE '../SALDOS-DESGLOSE-SIM.SEQ' TO WS-RUTA-DESGLOSE
              MOVE '../GLINTERF-SIM.SEQ'      TO WS-RUTA-GL
              MOVE '../ALERTAS-SIM.TXT'       TO WS-RUTA-ALERTAS
              MOVE '../CUOTAS-A-CONCILIAR-SIM.TXT'
                                              TO WS-RUTA-CUO-CONCILIAR
              DISPLAY '*** CORRIDA EN MODO SIMULACION: NO SE '
                      'ACTUALIZA NINGUN MAESTRO NI CHECKPOINT ***'
           END-IF.
              MOVE WS-RUTA-ENTORNO(1:1) TO WS-MODO-RESUMEN-INDIVIDUAL
           END-IF.

      *    *** id de la corrida para las cabeceras de las interfaces,
      *    *** mismo criterio que PAGOPOST
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'CICLO_RUN_ID'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO (1:15) TO WS-RUN-ID
           ELSE
              ACCEPT WS-FECHA-RUN-ID FROM DATE YYYYMMDD
              ACCEPT WS-HORA-RUN-ID  FROM TIME
              STRING WS-FECHA-RUN-ID '-' WS-HORA-RUN-ID (1:6)
                     DELIMITED BY SIZE INTO WS-RUN-ID
           END-IF.

       1050-LEER-RUTAS-ARCHIVOS-FIN.
           EXIT.

           PERFORM 1188-ABRIR-SALDO-CICLO
              THRU 1188-ABRIR-SALDO-CICLO-FIN.

           PERFORM 1191-ABRIR-TABLAS-CICLO
              THRU 1191-ABRIR-TABLAS-CICLO-FIN.

           PERFORM 1190-CARGAR-PAGOS-APLICADOS
              THRU 1190-CARGAR-PAGOS-APLICADOS-FIN.

      *    *** en un restart se conservan los minimos ya grabados
       1185-ABRIR-SAL-MINIMOS.

           MOVE 'MINIMOS' TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-MINIMOS TO WS-ICT-RUTA-E.
           PERFORM 1192-RETOMAR-INTERFAZ
              THRU 1192-RETOMAR-INTERFAZ-FIN.

           IF WS-ES-RESTART
              OPEN EXTEND SAL-MINIMOS
           ELSE
                    STOP RUN
           END-EVALUATE.

      *    *** un restart sigue el lote que dejo abierto la corrida
      *    *** cortada; si no, el archivo (o el lote) arranca con su
      *    *** cabecera
           IF WS-ICT-HAY-LOTE-ABIERTO
              MOVE WS-ICT-CANT-REGISTROS-O TO WS-INT-MIN-CANT
              MOVE WS-ICT-TOTAL-HASH-O     TO WS-INT-MIN-HASH
           ELSE
              PERFORM 1193-ARMAR-CABECERA
                 THRU 1193-ARMAR-CABECERA-FIN
              WRITE WS-SAL-MINIMOS-CTL FROM WS-ICT-REGISTRO-O
           END-IF.

       1185-ABRIR-SAL-MINIMOS-FIN.
           EXIT.

      *    *** mismo criterio OUTPUT/EXTEND que MINIMOS.SEQ
       1186-ABRIR-SAL-SALDOS-CIERRE.

           MOVE 'SALDCIER' TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-SALDOS-CIERRE TO WS-ICT-RUTA-E.
           PERFORM 1192-RETOMAR-INTERFAZ
              THRU 1192-RETOMAR-INTERFAZ-FIN.

           IF WS-ES-RESTART
              OPEN EXTEND SAL-SALDOS-CIERRE
           ELSE
                    STOP RUN
           END-EVALUATE.

      *    *** un restart sigue el lote que dejo abierto la corrida
      *    *** cortada; si no, el archivo (o el lote) arranca con su
      *    *** cabecera
           IF WS-ICT-HAY-LOTE-ABIERTO
              MOVE WS-ICT-CANT-REGISTROS-O TO WS-INT-SCI-CANT
              MOVE WS-ICT-TOTAL-HASH-O     TO WS-INT-SCI-HASH
           ELSE
              PERFORM 1193-ARMAR-CABECERA
                 THRU 1193-ARMAR-CABECERA-FIN
              WRITE WS-SAL-SALDOS-CIERRE-CTL FROM WS-ICT-REGISTRO-O
           END-IF.

       1186-ABRIR-SAL-SALDOS-CIERRE-FIN.
           EXIT.

              GO TO 1189-ABRIR-SAL-SALDOS-PEND-FIN
           END-IF.

           MOVE 'SALDPEND' TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-SALDOS-PEND TO WS-ICT-RUTA-E.
           PERFORM 1192-RETOMAR-INTERFAZ
              THRU 1192-RETOMAR-INTERFAZ-FIN.

           IF WS-ES-RESTART
              OPEN EXTEND SAL-SALDOS-PEND
           ELSE
                    STOP RUN
           END-EVALUATE.

      *    *** un restart sigue el lote que dejo abierto la corrida
      *    *** cortada; si no, el archivo (o el lote) arranca con su
      *    *** cabecera
           IF WS-ICT-HAY-LOTE-ABIERTO
              MOVE WS-ICT-CANT-REGISTROS-O TO WS-INT-PND-CANT
              MOVE WS-ICT-TOTAL-HASH-O     TO WS-INT-PND-HASH
           ELSE
              PERFORM 1193-ARMAR-CABECERA
                 THRU 1193-ARMAR-CABECERA-FIN
              WRITE WS-SAL-SALDOS-PEND-CTL FROM WS-ICT-REGISTRO-O
           END-IF.

       1189-ABRIR-SAL-SALDOS-PEND-FIN.
           EXIT.

      *    *** RESUMENES: en un restart se conserva lo ya facturado
       1187-ABRIR-SAL-FACTURADOS.

           MOVE 'FACTURAD' TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-FACTURADOS TO WS-ICT-RUTA-E.
           PERFORM 1192-RETOMAR-INTERFAZ
              THRU 1192-RETOMAR-INTERFAZ-FIN.

           IF WS-ES-RESTART
              OPEN EXTEND SAL-FACTURADOS
           ELSE
                    STOP RUN
           END-EVALUATE.

      *    *** un restart sigue el lote que dejo abierto la corrida
      *    *** cortada; si no, el archivo (o el lote) arranca con su
      *    *** cabecera
           IF WS-ICT-HAY-LOTE-ABIERTO
              MOVE WS-ICT-CANT-REGISTROS-O TO WS-INT-FAC-CANT
              MOVE WS-ICT-TOTAL-HASH-O     TO WS-INT-FAC-HASH
           ELSE
              PERFORM 1193-ARMAR-CABECERA
                 THRU 1193-ARMAR-CABECERA-FIN
              WRITE WS-SAL-FACTURADOS-CTL FROM WS-ICT-REGISTRO-O
           END-IF.

       1187-ABRIR-SAL-FACTURADOS-FIN.
           EXIT.

           READ ENT-PRODUCTOS.

           IF FS-PRODUCTOS-OK
              ADD 1 TO WS-CANT-PRODUCTOS
              MOVE WS-PRO-CODIGO  TO WS-PROD-CODIGO
              MOVE WS-PRO-NOMBRE  TO WS-PROD-NOMBRE
              MOVE WS-PRO-INTERES TO WS-PROD-INTERES
              MOVE WS-PRO-PAGO-MINIMO
                TO WS-PROD-PAGO-MINIMO
              MOVE WS-PRO-PISO-MINIMO
                TO WS-PROD-PISO-MINIMO
              MOVE WS-PRO-COMISION-ANUAL
                TO WS-PROD-COMISION-ANUAL
      *    *** campo agregado al final del catalogo: un PRODUCTOS.SEQ
      *    *** viejo lo trae en blanco y rige el parametro global
              IF WS-PRO-PUNITORIO IS NUMERIC
                 MOVE WS-PRO-PUNITORIO
                   TO WS-PROD-PUNITORIO
              ELSE
                 MOVE ZEROES TO WS-PROD-PUNITORIO
              END-IF
              IF WS-PRO-PUNTOS IS NUMERIC
                 MOVE WS-PRO-PUNTOS
                   TO WS-PROD-PUNTOS
              ELSE
                 MOVE ZEROES TO WS-PROD-PUNTOS
              END-IF
              IF WS-PRO-SEGURO-PCT IS NUMERIC
                 MOVE WS-PRO-SEGURO-PCT
                   TO WS-PROD-SEGURO-PCT
              ELSE
                 MOVE ZEROES TO WS-PROD-SEGURO-PCT
              END-IF
              IF WS-PRO-COEF-3 IS NUMERIC
                 MOVE WS-PRO-COEF-3
                   TO WS-PROD-COEF-3
              ELSE
                 MOVE ZEROES TO WS-PROD-COEF-3
              END-IF
              IF WS-PRO-COEF-6 IS NUMERIC
                 MOVE WS-PRO-COEF-6
                   TO WS-PROD-COEF-6
              ELSE
                 MOVE ZEROES TO WS-PROD-COEF-6
              END-IF
              IF WS-PRO-COEF-12 IS NUMERIC
                 MOVE WS-PRO-COEF-12
                   TO WS-PROD-COEF-12
              ELSE
                 MOVE ZEROES TO WS-PROD-COEF-12
              END-IF
              MOVE SPACES         TO WS-TCI-REG
              MOVE 'PR'           TO WS-TCI-TIPO
              MOVE WS-PROD-CODIGO TO WS-TCI-VALOR
              MOVE ZEROES         TO WS-TCI-SECUENCIA
              MOVE WS-PROD-ACTUAL TO WS-TCI-DATOS
              PERFORM 1199-GRABAR-TABLA-CICLO
                 THRU 1199-GRABAR-TABLA-CICLO-FIN
           END-IF.

       1245-CARGAR-UN-PRODUCTO-FIN.
           READ ENT-FAMILIAS
               AT END SET FS-FAMILIAS-EOF TO TRUE
               NOT AT END
                  ADD 1 TO WS-CANT-FAMILIAS
                  MOVE WS-FAM-CUENTA     TO WS-FLIA-CUENTA
                  MOVE WS-FAM-LIMITE-ARS TO WS-FLIA-LIMITE-ARS
                  MOVE WS-FAM-LIMITE-USD TO WS-FLIA-LIMITE-USD
                  MOVE SPACES            TO WS-TCI-REG
                  MOVE 'FA'              TO WS-TCI-TIPO
                  MOVE WS-FAM-CUENTA     TO WS-PAGO-CUENTA-X
                  MOVE WS-PAGO-CUENTA-X  TO WS-TCI-VALOR
                  MOVE ZEROES            TO WS-TCI-SECUENCIA
                  MOVE WS-FLIA-ACTUAL    TO WS-TCI-DATOS
                  PERFORM 1199-GRABAR-TABLA-CICLO
                     THRU 1199-GRABAR-TABLA-CICLO-FIN
           END-READ.

       1275-CARGAR-UNA-FAMILIA-FIN.
           READ ENT-MENSAJES-TARJETA
               AT END SET FS-MENSAJES-TARJETA-EOF TO TRUE
               NOT AT END
                  ADD 1 TO WS-CANT-MSJ-TARJETA
                  MOVE WS-MTA-TEXTO        TO WS-MJT-TEXTO
                  MOVE SPACES              TO WS-TCI-REG
                  MOVE 'MT'                TO WS-TCI-TIPO
                  MOVE WS-MTA-CLAVE        TO WS-TCI-VALOR
                  MOVE WS-CANT-MSJ-TARJETA TO WS-TCI-SECUENCIA
                  MOVE WS-MJT-ACTUAL       TO WS-TCI-DATOS
                  PERFORM 1199-GRABAR-TABLA-CICLO
                     THRU 1199-GRABAR-TABLA-CICLO-FIN
           END-READ.

       1285-CARGAR-UN-MSJ-TARJETA-FIN.
           READ ENT-COMERCIOS
               AT END SET FS-COMERCIOS-EOF TO TRUE
               NOT AT END
                  ADD 1 TO WS-CANT-COMERCIOS
                  MOVE WS-COM-CODIGO        TO WS-TCO-CODIGO
                  MOVE WS-COM-RUBRO         TO WS-TCO-RUBRO
                  MOVE WS-COM-NOMBRE-LIMPIO TO WS-TCO-NOMBRE
                  MOVE SPACES               TO WS-TCI-REG
                  MOVE 'CO'                 TO WS-TCI-TIPO
                  MOVE WS-TCO-CODIGO        TO WS-TCI-VALOR
                  MOVE ZEROES               TO WS-TCI-SECUENCIA
                  MOVE WS-TCO-ACTUAL        TO WS-TCI-DATOS
                  PERFORM 1199-GRABAR-TABLA-CICLO
                     THRU 1199-GRABAR-TABLA-CICLO-FIN
           END-READ.

       1295-CARGAR-UN-COMERCIO-FIN.
      *    *** corrida con calendario) se cobra como siempre
       1225-LEER-VENCIMIENTO-ANT.

           MOVE WS-PERIODO-CORRIDA (1:4) TO WS-PERIODO-ANT-ANIO.
           MOVE WS-PERIODO-CORRIDA (5:2) TO WS-PERIODO-ANT-MES.
           IF WS-PERIODO-ANT-MES = 01
              SUBTRACT 1 FROM WS-PERIODO-ANT-ANIO
              MOVE 12 TO WS-PERIODO-ANT-MES
           ELSE
              SUBTRACT 1 FROM WS-PERIODO-ANT-MES
           END-IF.

           MOVE 'VENCIMTO'          TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-VENCIMIENTO TO WS-ICT-RUTA-E.
           MOVE WS-PERIODO-ANTERIOR TO WS-ICT-PERIODO-E.
      *    *** en una recorrida forzada el vencimiento puede ser el que
      *    *** grabo la corrida anterior del mismo periodo: no se exige
      *    *** periodo
           IF WS-FORZAR-RECORRIDA
              MOVE ZEROES TO WS-ICT-PERIODO-E
           END-IF.
           PERFORM 1196-VERIFICAR-INTERFAZ
              THRU 1196-VERIFICAR-INTERFAZ-FIN.

           OPEN INPUT ENT-VENCIMIENTO.

           IF FS-VENCIMIENTO-OK
              PERFORM UNTIL FS-VENCIMIENTO-EOF
                 READ ENT-VENCIMIENTO
                    AT END
                       SET FS-VENCIMIENTO-EOF TO TRUE
                    NOT AT END
                       IF WS-ENT-VENCIMIENTO-CTL (1:1) <> '*'
                          MOVE WS-VTO-ULTIMO-GRABADO
                                       TO WS-VENCIMIENTO-ANTERIOR
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ENT-VENCIMIENTO
           END-IF.

                          THRU 1219-CARGAR-CATEGORIA-FIN
                    END-IF
               WHEN 'MENSAJE'
                    ADD 1 TO WS-CANT-MENSAJES
                    PERFORM 1221-CARGAR-MENSAJE
                       THRU 1221-CARGAR-MENSAJE-FIN
           END-EVALUATE.

       1215-APLICAR-PARAMETRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** copia una campania de mensaje leida de ENT-PARAMETROS al
      *    *** archivo de trabajo, en el orden de los parametros
       1221-CARGAR-MENSAJE.

           MOVE WS-PAR-TEXTO     TO WS-MSG-TEXTO.
           MOVE WS-PAR-MONEDA    TO WS-MSG-MONEDA.
           MOVE WS-PAR-CP-DESDE  TO WS-MSG-CP-DESDE.
           MOVE WS-PAR-CP-HASTA  TO WS-MSG-CP-HASTA.
           MOVE WS-PAR-TIPO-TARJ TO WS-MSG-TIPO-TARJ.
           MOVE WS-PAR-CATEGORIA TO WS-MSG-CATEGORIA.
           STRING WS-PAR-VIG-ANIO WS-PAR-VIG-MES WS-PAR-VIG-DIA
                  DELIMITED BY SIZE
                  INTO WS-MSG-DESDE.
           STRING WS-PAR-VIG-HASTA-ANIO WS-PAR-VIG-HASTA-MES
                  WS-PAR-VIG-HASTA-DIA
                  DELIMITED BY SIZE
                  INTO WS-MSG-HASTA.
           MOVE ZEROES           TO WS-MSG-ALCANZADOS.

           MOVE SPACES           TO WS-TCI-REG.
           MOVE 'MS'             TO WS-TCI-TIPO.
           MOVE WS-CANT-MENSAJES TO WS-TCI-SECUENCIA.
           MOVE WS-MSG-ACTUAL    TO WS-TCI-DATOS.
           PERFORM 1199-GRABAR-TABLA-CICLO
              THRU 1199-GRABAR-TABLA-CICLO-FIN.

       1221-CARGAR-MENSAJE-FIN.
           EXIT.
                    STOP RUN
           END-EVALUATE.

      *    *** el reporte de conciliacion de cuotas sigue el criterio
      *    *** OUTPUT/EXTEND de SALDOS-CIERRE
           IF WS-ES-RESTART
              OPEN EXTEND SAL-CUO-CONCILIAR
           ELSE
              OPEN OUTPUT SAL-CUO-CONCILIAR
           END-IF.

           IF NOT FS-CUO-CONCILIAR-OK
              DISPLAY 'ERROR AL ABRIR CUOTAS-A-CONCILIAR.TXT'
              DISPLAY 'FILE STATUS: ' FS-CUO-CONCILIAR
              STOP RUN
           END-IF.

       1150-ABRIR-ENT-CUOTAS-FIN.
           EXIT.

           EXIT.

      *----------------------------------------------------------------*
      *    *** el archivo de trabajo de las tablas del ciclo se arma
      *    *** de cero en cada corrida: lo que haya quedado de una
      *    *** corrida anterior (o de un restart) se descarta y se
      *    *** vuelve a cargar desde los archivos de entrada
       1191-ABRIR-TABLAS-CICLO.

           OPEN OUTPUT ENT-TABLAS-CICLO.
           IF FS-TABLAS-CICLO-OK
              CLOSE ENT-TABLAS-CICLO
              OPEN I-O ENT-TABLAS-CICLO
           END-IF.

           EVALUATE TRUE
               WHEN FS-TABLAS-CICLO-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR TABLAS-CICLO.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-TABLAS-CICLO
      *    SI NO ABRE EL ARCHIVO DE TRABAJO DETENGO EL PROCESO
                    STOP RUN
           END-EVALUATE.

       1191-ABRIR-TABLAS-CICLO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** graba en el archivo de trabajo el registro armado en
      *    *** WS-TCI-REG; en las tablas de una entrada por clave
      *    *** (productos, comercios, familias) una clave repetida
      *    *** reemplaza a la anterior, como la ultima fila que ganaba
      *    *** en la busqueda en memoria. Cualquier otro error frena la
      *    *** corrida: no se sigue con una tabla incompleta
       1199-GRABAR-TABLA-CICLO.

           WRITE WS-TCI-REG.

           IF FS-TABLAS-CICLO-CLAVE-DUP
              REWRITE WS-TCI-REG
           END-IF.

           IF NOT FS-TABLAS-CICLO-OK
              DISPLAY 'ERROR AL GRABAR EN TABLAS-CICLO.VSAM, TIPO '
                      WS-TCI-TIPO ' CLAVE ' WS-TCI-VALOR
              DISPLAY 'FILE STATUS: ' FS-TABLAS-CICLO
              STOP RUN
           END-IF.

       1199-GRABAR-TABLA-CICLO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** en un restart averigua si la interfaz (WS-ICT-INTERFAZ-E
      *    *** en WS-ICT-RUTA-E) quedo con el lote de la corrida cortada
      *    *** sin totales: se sigue ese lote, con su id de corrida y
      *    *** con la cantidad y el total hash que ya tenia
       1192-RETOMAR-INTERFAZ.

           MOVE 'N' TO WS-ICT-LOTE-ABIERTO-O.

           IF NOT WS-ES-RESTART
              GO TO 1192-RETOMAR-INTERFAZ-FIN
           END-IF.

           SET WS-ICT-MODO-RETOMAR TO TRUE.
           CALL 'INTFCTL' USING WS-INTERFAZ.

           IF WS-ICT-HAY-LOTE-ABIERTO
              MOVE WS-ICT-RUN-ID-O TO WS-RUN-ID
           END-IF.

       1192-RETOMAR-INTERFAZ-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** arma en WS-ICT-REGISTRO-O la cabecera de la interfaz
      *    *** cargada en WS-ICT-INTERFAZ-E / WS-ICT-RUTA-E
       1193-ARMAR-CABECERA.

           SET WS-ICT-MODO-CABECERA TO TRUE.
           MOVE 'TP02EJ01'         TO WS-ICT-PROGRAMA-E.
           MOVE WS-RUN-ID          TO WS-ICT-RUN-ID-E.
           MOVE WS-PERIODO-CORRIDA TO WS-ICT-PERIODO-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.

       1193-ARMAR-CABECERA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** arma en WS-ICT-REGISTRO-O los totales de la interfaz con
      *    *** la cantidad y el total hash cargados en WS-ICT-CANT-
      *    *** REGISTROS-E / WS-ICT-TOTAL-HASH-E
       1194-ARMAR-TOTALES.

           SET WS-ICT-MODO-TOTALES TO TRUE.
           MOVE 'TP02EJ01'         TO WS-ICT-PROGRAMA-E.
           MOVE WS-RUN-ID          TO WS-ICT-RUN-ID-E.
           MOVE WS-PERIODO-CORRIDA TO WS-ICT-PERIODO-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.

       1194-ARMAR-TOTALES-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** verifica una interfaz de otro programa antes de leerla:
      *    *** un archivo incompleto, con totales que no coinciden o que
      *    *** no es la ultima entrega del productor detiene la corrida
       1196-VERIFICAR-INTERFAZ.

           SET WS-ICT-MODO-VERIFICAR TO TRUE.
           CALL 'INTFCTL' USING WS-INTERFAZ.

           IF WS-ICT-ARCHIVO-RECHAZADO
              DISPLAY 'ARCHIVO RECHAZADO: ' WS-ICT-RUTA-E
              DISPLAY 'MOTIVO: ' WS-ICT-MOTIVO-O
              STOP RUN
           END-IF.

       1196-VERIFICAR-INTERFAZ-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** carga los pagos aplicados por PAGOPOST en el ciclo en el
      *    *** archivo de trabajo; si el archivo no existe (ciclo sin
      *    *** pagos, o PAGOPOST todavia no corrio) se sigue sin lineas
      *    *** de credito, igual criterio que ENT-PARAMETROS
       1190-CARGAR-PAGOS-APLICADOS.

           MOVE 'PAGOSAPL'              TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-PAGOS-APLICADOS TO WS-ICT-RUTA-E.
           MOVE WS-PERIODO-CORRIDA      TO WS-ICT-PERIODO-E.
           PERFORM 1196-VERIFICAR-INTERFAZ
              THRU 1196-VERIFICAR-INTERFAZ-FIN.

           OPEN INPUT ENT-PAGOS-APLICADOS.

           IF FS-PAGOS-APLICADOS-OK
                    AT END
                       SET FS-PAGOS-APLICADOS-EOF TO TRUE
                    NOT AT END
      *    *** el recupero de una cuenta castigada no va al resumen
                       IF WS-ENT-PAGOS-APLICADOS-CTL (1:1) <> '*'
                          AND NOT WS-PAPL-ES-RECUPERO
                          ADD 1 TO WS-CANT-PAGOS
                          PERFORM 1195-CARGAR-UN-PAGO
                             THRU 1195-CARGAR-UN-PAGO-FIN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ENT-PAGOS-APLICADOS
           END-IF.

       1190-CARGAR-PAGOS-APLICADOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cada pago va dos veces: por tarjeta para el resumen
      *    *** normal y por cuenta para el rollup
       1195-CARGAR-UN-PAGO.

           MOVE WS-PAPL-NUM-CUENTA     TO WS-PAGO-NUM-CUENTA.
           MOVE WS-PAPL-NUM-TARJETA    TO WS-PAGO-NUM-TARJETA.
           MOVE WS-PAPL-ANIO           TO WS-PAGO-ANIO.
           MOVE WS-PAPL-MES            TO WS-PAGO-MES.
           MOVE WS-PAPL-DIA            TO WS-PAGO-DIA.
           MOVE WS-PAPL-MONEDA         TO WS-PAGO-MONEDA.
           MOVE WS-PAPL-IMPORTE        TO WS-PAGO-IMPORTE.
           MOVE WS-PAPL-CANAL          TO WS-PAGO-CANAL.
           MOVE WS-PAPL-IMP-IMPUESTOS  TO WS-PAGO-IMP-IMPUESTOS.
           MOVE WS-PAPL-IMP-PUNITORIO  TO WS-PAGO-IMP-PUNITORIO.
           MOVE WS-PAPL-IMP-INTERES    TO WS-PAGO-IMP-INTERES.
           MOVE WS-PAPL-IMP-COMISIONES TO WS-PAGO-IMP-COMISIONES.
           MOVE WS-PAPL-IMP-ADELANTOS  TO WS-PAGO-IMP-ADELANTOS.
           MOVE WS-PAPL-IMP-COMPRAS    TO WS-PAGO-IMP-COMPRAS.
           MOVE WS-PAPL-CONV-USD       TO WS-PAGO-CONV-USD.
           MOVE WS-PAPL-CONV-TASA      TO WS-PAGO-CONV-TASA.

           MOVE SPACES              TO WS-TCI-REG.
           MOVE 'PT'                TO WS-TCI-TIPO.
           MOVE WS-PAGO-NUM-TARJETA TO WS-TCI-VALOR.
           MOVE WS-CANT-PAGOS       TO WS-TCI-SECUENCIA.
           MOVE WS-PAGO-ACTUAL      TO WS-TCI-DATOS.
           PERFORM 1199-GRABAR-TABLA-CICLO
              THRU 1199-GRABAR-TABLA-CICLO-FIN.

           MOVE WS-PAGO-NUM-CUENTA  TO WS-PAGO-CUENTA-X.
           MOVE 'PC'                TO WS-TCI-TIPO.
           MOVE WS-PAGO-CUENTA-X    TO WS-TCI-VALOR.
           PERFORM 1199-GRABAR-TABLA-CICLO
              THRU 1199-GRABAR-TABLA-CICLO-FIN.

       1195-CARGAR-UN-PAGO-FIN.
           EXIT.
           END-IF.

      *    *** si no hay error y es un plan de cuotas, registra el
      *    *** avance del plan en CUOTAS.VSAM; una devolucion (importe
      *    *** negativo) puede corresponder a un plan abierto aunque
      *    *** venga en una sola cuota
           IF LK-COD-ERROR-O = SPACES AND WS-VALIDACION-O <> 'N'
              AND NOT FS-CONSUMOS-EOF
              AND (WS-ENT-CANT-CUOTAS > 1
                   OR WS-ENT-IMPORTE < ZEROES) THEN

              PERFORM 2385-TRACKEAR-CUOTAS
                 THRU 2385-TRACKEAR-CUOTAS-FIN
              WS-VALIDACION-O <> 'N'  AND
              NOT FS-CONSUMOS-EOF

      *    *** una cuota de un plan ya devuelto no se factura: quedo
      *    *** en CUOTAS-A-CONCILIAR.TXT (ver 2389)
              EVALUATE TRUE
                  WHEN WS-ES-CUOTA-A-CONCILIAR
                       CONTINUE
                  WHEN WS-ES-FUERA-DE-CICLO
                       PERFORM 2397-DIFERIR-CONSUMO
                          THRU 2397-DIFERIR-CONSUMO-FIN
                  WHEN OTHER
                       ADD 1             TO WS-RESUMEN-TOTAL-CONSUMOS
                       PERFORM 2600-ARMAR-RESUMENES
                          THRU 2600-ARMAR-RESUMENES-FIN
              END-EVALUATE

              MOVE WS-ENT-ID-CONSUMO TO WS-ULTIMO-ID-PROCESADO
              PERFORM 2790-GRABAR-CHECKPOINT
           INITIALIZE WS-SALIDA.
           MOVE ZEROES TO WS-RECARGO-CUOTA-ACTUAL.
           MOVE 'N'    TO WS-PLAN-INFORMAR.
           MOVE 'N'    TO WS-CUOTA-A-CONCILIAR.

           READ ENT-CONSUMOS.


              CALL 'MAESTARJ' USING LK-ENTRADA, LK-MAESTRO-TARJETAS-REG

              IF LK-COD-ERROR-O = SPACES
                 PERFORM 2305-VALIDAR-ENTIDAD
                    THRU 2305-VALIDAR-ENTIDAD-FIN
              END-IF

              MOVE WS-ENT-NUM-TARJETA TO WS-ULTIMA-TARJETA-VALIDADA
              MOVE LK-COD-ERROR-O     TO WS-ULTIMA-TARJETA-COD-ERROR
              MOVE LK-DES-ERROR-O     TO WS-ULTIMA-TARJETA-DES-ERROR
               PERFORM 2310-ERROR-TARJETA
                  THRU 2310-ERROR-TARJETA-FIN

      *    *** tarjeta valida: los controles del cliente se miran en
      *    *** cada consumo (dependen del tipo, la moneda, el comercio
      *    *** y el importe), aunque la tarjeta venga cacheada
               WHEN OTHER

               PERFORM 2320-VALIDAR-CONTROLES
                  THRU 2320-VALIDAR-CONTROLES-FIN

           END-EVALUATE.

       2300-VALIDAR-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** en la corrida de una entidad, el consumo de una cuenta
      *    *** de otra entidad de la instalacion no se factura aca
      *    *** (llego al archivo equivocado)
       2305-VALIDAR-ENTIDAD.

           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-VERIFICAR TO TRUE.
           MOVE LK-NUM-CUENTA TO WS-EMI-CUENTA-E.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.

           IF NOT WS-EMI-CUENTA-PROPIA
              MOVE '11'                          TO LK-COD-ERROR-O
              MOVE 'CUENTA DE OTRA ENTIDAD EMISORA'
                                                 TO LK-DES-ERROR-O
           END-IF.

       2305-VALIDAR-ENTIDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** una cuota posterior a la primera es de una compra ya
      *    *** aceptada, y no la rechaza un control pedido despues
       2320-VALIDAR-CONTROLES.

           IF WS-ENT-NUMERO-ACTUAL > 1
              GO TO 2320-VALIDAR-CONTROLES-FIN
           END-IF.

           INITIALIZE WS-CONTROL-TARJETA.
           MOVE WS-ENT-NUM-TARJETA  TO WS-CTL-TARJETA-I.
           MOVE WS-ENT-MONEDA       TO WS-CTL-MONEDA-I.
           MOVE WS-ENT-IMPORTE      TO WS-CTL-IMPORTE-I.
           MOVE WS-ENT-TIPO-CONSUMO TO WS-CTL-TIPO-CONSUMO-I.
           MOVE WS-ENT-COD-COMERCIO TO WS-CTL-COD-COMERCIO-I.

           CALL 'CLCTLTAR' USING WS-CONTROL-TARJETA.

           IF WS-CTL-PERMITIDA-O = 'N'
              MOVE WS-CTL-COD-ERROR-O TO LK-COD-ERROR-O
              MOVE WS-CTL-DES-ERROR-O TO LK-DES-ERROR-O
              PERFORM 2310-ERROR-TARJETA
                 THRU 2310-ERROR-TARJETA-FIN
           END-IF.

       2320-VALIDAR-CONTROLES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2310-ERROR-TARJETA.

      *    *** en cuotas se identifica por tarjeta+detalle+cant-cuotas,
      *    *** que vienen iguales en cada cuota mes a mes. Si es la
      *    *** primera vez que se ve el plan se da de alta en CUOTAS.VSAM;
      *    *** si ya existe, se valida que la cuota avance de a una.
      *    *** Una devolucion del comercio se imputa contra el plan
      *    *** (2384) cuando se factura en esta corrida; si se difiere
      *    *** al proximo ciclo, se imputa cuando vuelva a entrar
       2385-TRACKEAR-CUOTAS.

           IF WS-ENT-IMPORTE < ZEROES
              IF NOT WS-ES-FUERA-DE-CICLO
                 PERFORM 2384-DEVOLUCION-CUOTAS
                    THRU 2384-DEVOLUCION-CUOTAS-FIN
              END-IF
              GO TO 2385-TRACKEAR-CUOTAS-FIN
           END-IF.

           MOVE WS-ENT-NUM-TARJETA  TO WS-CUO-TARJETA.
           MOVE WS-ENT-DETALLE      TO WS-CUO-DETALLE.
           MOVE WS-ENT-CANT-CUOTAS  TO WS-CUO-CANT-CUOTAS.
              INVALID KEY CONTINUE
           END-READ.

      *    *** cuota que cae entre las anuladas por una devolucion:
      *    *** no se factura ni mueve el plan
           IF FS-CUOTAS-OK
              AND WS-CUO-CUOTAS-ANULADAS > ZEROES
              AND WS-ENT-NUMERO-ACTUAL + WS-CUO-CUOTAS-ANULADAS >
                  WS-CUO-CANT-CUOTAS
              IF NOT WS-ES-FUERA-DE-CICLO
                 PERFORM 2389-CONCILIAR-CUOTA
                    THRU 2389-CONCILIAR-CUOTA-FIN
              END-IF
              GO TO 2385-TRACKEAR-CUOTAS-FIN
           END-IF.

           EVALUATE TRUE
               WHEN FS-CUOTAS-CLAVE-NFD
                    PERFORM 2386-ALTA-CUOTAS
           MOVE WS-ENT-MES          TO WS-CUO-ULT-MES.
           MOVE WS-ENT-DIA          TO WS-CUO-ULT-DIA.

           IF WS-ENT-NUMERO-ACTUAL + WS-CUO-CUOTAS-ANULADAS >=
              WS-ENT-CANT-CUOTAS
              SET WS-CUO-COMPLETO TO TRUE
           ELSE
              SET WS-CUO-ABIERTO TO TRUE
                  GO TO 2382-RESOLVER-COEFICIENTE-FIN
           END-READ.

           MOVE 'PR'            TO WS-TCI-TIPO.
           MOVE WS-TPR-PRODUCTO TO WS-TCI-VALOR.
           MOVE ZEROES          TO WS-TCI-SECUENCIA.
           READ ENT-TABLAS-CICLO KEY IS WS-TCI-CLAVE
               INVALID KEY
                  GO TO 2382-RESOLVER-COEFICIENTE-FIN
           END-READ.
           MOVE WS-TCI-DATOS TO WS-PROD-ACTUAL.

           EVALUATE TRUE
               WHEN WS-ENT-CANT-CUOTAS <= 3
                    MOVE WS-PROD-COEF-3  TO WS-COEF-APLICADO
               WHEN WS-ENT-CANT-CUOTAS <= 6
                    MOVE WS-PROD-COEF-6  TO WS-COEF-APLICADO
               WHEN OTHER
                    MOVE WS-PROD-COEF-12 TO WS-COEF-APLICADO
           END-EVALUATE.

           IF WS-COEF-APLICADO NOT > 1
              GO TO 2382-RESOLVER-COEFICIENTE-FIN
           EXIT.

      *----------------------------------------------------------------*
      *    *** devolucion del comercio sobre una compra en cuotas: se
      *    *** busca el plan por tarjeta+detalle (+cantidad de cuotas
      *    *** si la devolucion la trae). Sin plan que coincida se
      *    *** factura como credito unico, como siempre
       2384-DEVOLUCION-CUOTAS.

           COMPUTE WS-DEV-IMPORTE = ZEROES - WS-ENT-IMPORTE.
           MOVE 'N' TO WS-DEV-PLAN-HALLADO.

           IF WS-ENT-CANT-CUOTAS > 1
              MOVE WS-ENT-NUM-TARJETA  TO WS-CUO-TARJETA
              MOVE WS-ENT-DETALLE      TO WS-CUO-DETALLE
              MOVE WS-ENT-CANT-CUOTAS  TO WS-CUO-CANT-CUOTAS
              READ ENT-CUOTAS KEY IS WS-CUO-CLAVE
                 INVALID KEY CONTINUE
              END-READ
              IF FS-CUOTAS-OK
                 PERFORM 2391-EVALUAR-PLAN-DEVOLUCION
                    THRU 2391-EVALUAR-PLAN-DEVOLUCION-FIN
              END-IF
           ELSE
              INITIALIZE WS-CUO-CLAVE
              MOVE WS-ENT-NUM-TARJETA  TO WS-CUO-TARJETA
              MOVE WS-ENT-DETALLE      TO WS-CUO-DETALLE
              START ENT-CUOTAS KEY IS NOT LESS THAN WS-CUO-CLAVE
                 INVALID KEY
                    GO TO 2384-DEVOLUCION-CUOTAS-FIN
              END-START
              PERFORM 2393-LEER-PLAN-DEVOLUCION
                 THRU 2393-LEER-PLAN-DEVOLUCION-FIN
                 UNTIL WS-HAY-PLAN-DEVOLUCION
                    OR NOT FS-CUOTAS-OK
                    OR WS-CUO-TARJETA <> WS-ENT-NUM-TARJETA
                    OR WS-CUO-DETALLE <> WS-ENT-DETALLE
           END-IF.

           IF WS-HAY-PLAN-DEVOLUCION
              PERFORM 2392-APLICAR-DEVOLUCION
                 THRU 2392-APLICAR-DEVOLUCION-FIN
           END-IF.

       2384-DEVOLUCION-CUOTAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2393-LEER-PLAN-DEVOLUCION.

           READ ENT-CUOTAS NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF FS-CUOTAS-OK
              AND WS-CUO-TARJETA = WS-ENT-NUM-TARJETA
              AND WS-CUO-DETALLE = WS-ENT-DETALLE
              PERFORM 2391-EVALUAR-PLAN-DEVOLUCION
                 THRU 2391-EVALUAR-PLAN-DEVOLUCION-FIN
           END-IF.

       2393-LEER-PLAN-DEVOLUCION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el plan admite la devolucion si esta abierto, o si se
      *    *** termino de facturar sin anulaciones (la devolucion total
      *    *** todavia tiene que reintegrar el recargo cobrado), en la
      *    *** misma moneda y con importe todavia por devolver
       2391-EVALUAR-PLAN-DEVOLUCION.

           COMPUTE WS-DEV-TOTAL-PLAN =
                   WS-CUO-CANT-CUOTAS * WS-CUO-IMPORTE-CUOTA.

           IF WS-CUO-MONEDA = WS-ENT-MONEDA
              AND WS-CUO-IMPORTE-CUOTA > ZEROES
              AND WS-CUO-IMPORTE-DEVUELTO < WS-DEV-TOTAL-PLAN
              AND (WS-CUO-ABIERTO OR WS-CUO-CUOTAS-ANULADAS = ZEROES)
              MOVE 'S' TO WS-DEV-PLAN-HALLADO
           END-IF.

       2391-EVALUAR-PLAN-DEVOLUCION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** total (lo devuelto cubre la compra, con un centavo de
      *    *** tolerancia por cuota por el redondeo de la red): se
      *    *** anulan todas las cuotas pendientes, el plan se cierra y
      *    *** el cliente recibe lo ya facturado, nominal y recargo.
      *    *** Parcial: se anulan tantas cuotas finales como cubra la
      *    *** devolucion y el resto se acredita en este resumen
       2392-APLICAR-DEVOLUCION.

           MOVE ZEROES TO WS-CUOTAS-RESTANTES.
           IF WS-CUO-ABIERTO
              COMPUTE WS-CUOTAS-RESTANTES = WS-CUO-CANT-CUOTAS
                                          - WS-CUO-ULTIMA-CUOTA-VISTA
                                          - WS-CUO-CUOTAS-ANULADAS
              IF WS-CUOTAS-RESTANTES < ZEROES
                 MOVE ZEROES TO WS-CUOTAS-RESTANTES
              END-IF
           END-IF.

           MOVE ZEROES TO WS-DEV-ANULAR.
           IF WS-DEV-IMPORTE + WS-CUO-IMPORTE-DEVUELTO
              + WS-CUO-CANT-CUOTAS * 0,01 >= WS-DEV-TOTAL-PLAN
              MOVE 'S' TO WS-DEV-TIPO
              MOVE WS-CUOTAS-RESTANTES TO WS-DEV-ANULAR
              IF WS-CUO-RECARGO-CUOTA > ZEROES
                 COMPUTE WS-RECARGO-CUOTA-ACTUAL = ZEROES
                       - WS-CUO-ULTIMA-CUOTA-VISTA
                       * WS-CUO-RECARGO-CUOTA
              END-IF
           ELSE
              MOVE 'N' TO WS-DEV-TIPO
              DIVIDE WS-DEV-IMPORTE BY WS-CUO-IMPORTE-CUOTA
                 GIVING WS-DEV-ANULAR
              IF WS-DEV-ANULAR > WS-CUOTAS-RESTANTES
                 MOVE WS-CUOTAS-RESTANTES TO WS-DEV-ANULAR
              END-IF
           END-IF.

           COMPUTE WS-DEV-CREDITO = WS-DEV-IMPORTE
                  - WS-DEV-ANULAR * WS-CUO-IMPORTE-CUOTA.
           IF WS-DEV-CREDITO < ZEROES
              MOVE ZEROES TO WS-DEV-CREDITO
           END-IF.

           ADD WS-DEV-ANULAR  TO WS-CUO-CUOTAS-ANULADAS.
           ADD WS-DEV-IMPORTE TO WS-CUO-IMPORTE-DEVUELTO.
           IF WS-DEV-ES-TOTAL
              OR WS-CUOTAS-RESTANTES = WS-DEV-ANULAR
              SET WS-CUO-COMPLETO TO TRUE
           END-IF.

           IF NOT WS-ES-SIMULACION
              REWRITE WS-ENT-CUOTAS-REG
              IF NOT FS-CUOTAS-OK
                 DISPLAY 'ERROR AL ACTUALIZAR EL PLAN DE CUOTAS: '
                         FS-CUOTAS
              END-IF
           END-IF.

      *    *** lo que se acredita es lo facturado del plan, no la
      *    *** compra entera: las cuotas anuladas ya no se cobran
           COMPUTE WS-ENT-IMPORTE = ZEROES - WS-DEV-CREDITO.
           ADD 1 TO WS-CANT-DEVOLUCIONES-PLAN.

           MOVE WS-DEV-IMPORTE          TO WS-CCO-IMPORTE-O.
           MOVE WS-DEV-CREDITO          TO WS-CCO-CREDITO-O.
           COMPUTE WS-CCO-RECARGO-O = ZEROES - WS-RECARGO-CUOTA-ACTUAL.
           MOVE SPACES TO WS-SAL-CUO-CONCILIAR.
           IF WS-DEV-ES-TOTAL
              MOVE 'DEVOLUCION TOTAL  ' TO WS-SAL-CUO-CONCILIAR (1:18)
           ELSE
              MOVE 'DEVOLUCION PARCIAL' TO WS-SAL-CUO-CONCILIAR (1:18)
           END-IF.
           STRING ' ' WS-ENT-NUM-TARJETA ' ' WS-CUO-DETALLE
                  ' PLAN ' WS-CUO-CANT-CUOTAS
                  ' VISTAS ' WS-CUO-ULTIMA-CUOTA-VISTA
                  ' ANULADAS ' WS-CUO-CUOTAS-ANULADAS
                  DELIMITED BY SIZE
                  INTO WS-SAL-CUO-CONCILIAR (19:114).
           WRITE WS-SAL-CUO-CONCILIAR.
           MOVE SPACES TO WS-SAL-CUO-CONCILIAR.
           STRING '                   ' WS-ENT-MONEDA
                  ' DEVUELTO ' WS-CCO-IMPORTE-O
                  ' ACREDITADO ' WS-CCO-CREDITO-O
                  ' RECARGO REINTEGRADO ' WS-CCO-RECARGO-O
                  DELIMITED BY SIZE INTO WS-SAL-CUO-CONCILIAR.
           WRITE WS-SAL-CUO-CONCILIAR.

       2392-APLICAR-DEVOLUCION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la red mando una cuota que la devolucion ya anulo: no se
      *    *** factura y queda para que conciliaciones la reclame
       2389-CONCILIAR-CUOTA.

           SET WS-ES-CUOTA-A-CONCILIAR TO TRUE.
           ADD 1 TO WS-CANT-CUOTAS-CONCILIAR.

           MOVE WS-ENT-IMPORTE TO WS-CCO-IMPORTE-O.
           MOVE SPACES TO WS-SAL-CUO-CONCILIAR.
           STRING 'CUOTA ANULADA     ' ' ' WS-ENT-NUM-TARJETA
                  ' ' WS-ENT-DETALLE
                  ' CUOTA ' WS-ENT-NUMERO-ACTUAL '/' WS-ENT-CANT-CUOTAS
                  ' ' WS-ENT-ANIO WS-ENT-MES WS-ENT-DIA
                  ' ' WS-ENT-MONEDA ' ' WS-CCO-IMPORTE-O
                  DELIMITED BY SIZE INTO WS-SAL-CUO-CONCILIAR.
           WRITE WS-SAL-CUO-CONCILIAR.

           IF NOT FS-CUO-CONCILIAR-OK
              DISPLAY 'ERROR AL ESCRIBIR CUOTAS-A-CONCILIAR.TXT'
              DISPLAY 'FILE STATUS: ' FS-CUO-CONCILIAR
           END-IF.

       2389-CONCILIAR-CUOTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2388-ERROR-CUOTAS-SECUENCIA.

           MOVE WS-ENT-CONSUMOS TO WS-SAL-ERRORES-REG.
           MOVE LK-COD-ERROR-O  TO WS-SAL-ERRORES-COD-ERR
           MOVE LK-DES-ERROR-O  TO WS-SAL-ERRORES-DES-ERR

           PERFORM 2500-GRABAR-ERRORES
              THRU 2500-GRABAR-ERRORES-FIN.

       2388-ERROR-CUOTAS-SECUENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** si la tarjeta del consumo figura como reemplazada, el
      *    *** consumo pasa a la tarjeta nueva (hasta 3 saltos, por si
      *    *** la nueva tambien fue reemplazada despues)
       2297-REMAPEAR-TARJETA.

           IF NOT WS-EXISTE-MAPA-REEMPLAZOS
              GO TO 2297-REMAPEAR-TARJETA-FIN
           END-IF.

           MOVE ZEROES TO WS-SALTOS-REMAPEO.

       2298-BUSCAR-REEMPLAZO.

           IF WS-SALTOS-REMAPEO >= 3
              GO TO 2297-REMAPEAR-TARJETA-FIN
           END-IF.

           MOVE WS-ENT-NUM-TARJETA TO WS-REM-TARJETA-VIEJA.
              THRU 2630-DETALLAR-RESUMEN-FIN.

      *    *** se hace el descuento, si corresponde; los adelantos en
      *    *** efectivo, los creditos por fraude y los ajustes
      *    *** manuales no participan de las promociones
               IF WS-DESCUENTO-O = 'S' AND NOT WS-ENT-ES-ADELANTO
                  AND NOT WS-ENT-ES-QUEBRANTO
                  AND NOT WS-ENT-ES-AJUSTE THEN

              PERFORM 2650-DESCONTAR-RESUMEN
                 THRU 2650-DESCONTAR-RESUMEN-FIN
       2605-ABRIR-RESUMEN-INDIVIDUAL.

           MOVE SPACES TO WS-RUTA-RESUMEN-INDIVIDUAL.
           STRING WS-DIR-RESUMENES    DELIMITED BY SPACE
                  'RESUMEN_'          DELIMITED BY SIZE
                  WS-RESUMEN-TARJETA  DELIMITED BY SPACE
                  '.TXT'              DELIMITED BY SIZE
                  INTO WS-RUTA-RESUMEN-INDIVIDUAL.
           MOVE LK-SALDO-ANTERIOR-ARS TO WS-RESUMEN-SALDO-ARS.
           MOVE LK-SALDO-ANTERIOR-USD TO WS-RESUMEN-SALDO-USD.

      *    *** lo contable del resumen anterior va a su producto antes
      *    *** de resolver el producto del que empieza
           PERFORM 2813-REPARTIR-GL-PRODUCTO
              THRU 2813-REPARTIR-GL-PRODUCTO-FIN.

           PERFORM 2810-IMP-RES-ENCABEZADO
              THRU 2810-IMP-RES-ENCABEZADO-FIN.

           MOVE WS-PRODUCTO-CODIGO-RES TO WS-GLP-PRODUCTO-ABIERTO.

           PERFORM 2614-VERIFICAR-SINIESTRO
              THRU 2614-VERIFICAR-SINIESTRO-FIN.

           PERFORM 2615-COBRAR-INTERES
              THRU 2615-COBRAR-INTERES-FIN.

      *    *** neto de esos pagos), por eso no tocan los acumuladores
       2620-IMPRIMIR-PAGOS-RECIBIDOS.

           PERFORM 2615-POSICIONAR-PAGOS
              THRU 2615-POSICIONAR-PAGOS-FIN.

           PERFORM UNTIL WS-FIN-TABLA-CICLO
              MOVE WS-TCI-DATOS TO WS-PAGO-ACTUAL
              PERFORM 2625-IMPRIMIR-UN-PAGO
                 THRU 2625-IMPRIMIR-UN-PAGO-FIN
              PERFORM 2825-LEER-TABLA-CICLO
                 THRU 2825-LEER-TABLA-CICLO-FIN
           END-PERFORM.

       2620-IMPRIMIR-PAGOS-RECIBIDOS-FIN.
           INITIALIZE WS-SAL-RESUMENES.
           INITIALIZE WS-RES-COMPRAS.

           MOVE WS-PAGO-ANIO TO WS-RES-ANIO-COMP.
           MOVE WS-PAGO-MES  TO WS-RES-MES-COMP.
           MOVE WS-PAGO-DIA  TO WS-RES-DIA-COMP.

           MOVE SPACES TO WS-RES-DETALLE.
           STRING 'SU PAGO - '                  DELIMITED BY SIZE
                  WS-PAGO-CANAL                 DELIMITED BY SIZE
                  INTO WS-RES-DETALLE.

           MOVE WS-PAGO-IMPORTE        TO WS-PAGO-IMPORTE-CREDITO.
           MULTIPLY WS-PAGO-IMPORTE-CREDITO BY -1
                                       GIVING WS-PAGO-IMPORTE-CREDITO.

           IF WS-PAGO-MONEDA = 'ARS'
              MOVE WS-PAGO-IMPORTE-CREDITO TO WS-RES-PESOS
           ELSE
              MOVE WS-PAGO-IMPORTE-CREDITO TO WS-RES-DOLARES
      *    *** si PAGOPOST cancelo saldo USD con el excedente del pago
      *    *** en pesos, la conversion sale como linea de credito en
      *    *** la columna de dolares, con la tasa usada a la vista
           IF WS-PAGO-CONV-USD > ZEROES
              PERFORM 2628-IMPRIMIR-CONVERSION
                 THRU 2628-IMPRIMIR-CONVERSION-FIN
           END-IF.

           MOVE SPACES TO WS-RES-DETALLE.
           STRING '  CANCELA SALDO USD T.C. '   DELIMITED BY SIZE
                  WS-PAGO-CONV-TASA             DELIMITED BY SIZE
                  INTO WS-RES-DETALLE.

           MOVE WS-PAGO-CONV-USD       TO WS-PAGO-IMPORTE-CREDITO.
           MULTIPLY WS-PAGO-IMPORTE-CREDITO BY -1
                                       GIVING WS-PAGO-IMPORTE-CREDITO.
           MOVE WS-PAGO-IMPORTE-CREDITO TO WS-RES-DOLARES.
      *    *** desglose (circuito recien implantado) no imprime nada
       2626-IMPRIMIR-IMPUTACION.

           IF WS-PAGO-IMP-IMPUESTOS > ZEROES
              MOVE 'IMPUESTOS/PERCEP.' TO WS-IMPUTACION-NOMBRE
              MOVE WS-PAGO-IMP-IMPUESTOS
                                        TO WS-IMPUTACION-IMPORTE
              PERFORM 2627-IMPRIMIR-UNA-IMPUTACION
                 THRU 2627-IMPRIMIR-UNA-IMPUTACION-FIN
           END-IF.

           IF WS-PAGO-IMP-PUNITORIO > ZEROES
              MOVE 'INTERES PUNITORIO' TO WS-IMPUTACION-NOMBRE
              MOVE WS-PAGO-IMP-PUNITORIO
                                        TO WS-IMPUTACION-IMPORTE
              PERFORM 2627-IMPRIMIR-UNA-IMPUTACION
                 THRU 2627-IMPRIMIR-UNA-IMPUTACION-FIN
           END-IF.

           IF WS-PAGO-IMP-INTERES > ZEROES
              MOVE 'INT. FINANCIACION' TO WS-IMPUTACION-NOMBRE
              MOVE WS-PAGO-IMP-INTERES
                                        TO WS-IMPUTACION-IMPORTE
              PERFORM 2627-IMPRIMIR-UNA-IMPUTACION
                 THRU 2627-IMPRIMIR-UNA-IMPUTACION-FIN
           END-IF.

           IF WS-PAGO-IMP-COMISIONES > ZEROES
              MOVE 'COMISIONES'        TO WS-IMPUTACION-NOMBRE
              MOVE WS-PAGO-IMP-COMISIONES
                                        TO WS-IMPUTACION-IMPORTE
              PERFORM 2627-IMPRIMIR-UNA-IMPUTACION
                 THRU 2627-IMPRIMIR-UNA-IMPUTACION-FIN
           END-IF.

           IF WS-PAGO-IMP-ADELANTOS > ZEROES
              MOVE 'ADELANTOS'         TO WS-IMPUTACION-NOMBRE
              MOVE WS-PAGO-IMP-ADELANTOS
                                        TO WS-IMPUTACION-IMPORTE
              PERFORM 2627-IMPRIMIR-UNA-IMPUTACION
                 THRU 2627-IMPRIMIR-UNA-IMPUTACION-FIN
           END-IF.

           IF WS-PAGO-IMP-COMPRAS > ZEROES
              MOVE 'COMPRAS'           TO WS-IMPUTACION-NOMBRE
              MOVE WS-PAGO-IMP-COMPRAS
                                        TO WS-IMPUTACION-IMPORTE
              PERFORM 2627-IMPRIMIR-UNA-IMPUTACION
                 THRU 2627-IMPRIMIR-UNA-IMPUTACION-FIN
                  WS-IMPUTACION-NOMBRE   DELIMITED BY SIZE
                  INTO WS-RES-DETALLE.

           IF WS-PAGO-MONEDA = 'ARS'
              MOVE WS-IMPUTACION-IMPORTE TO WS-RES-PESOS
           ELSE
              MOVE WS-IMPUTACION-IMPORTE TO WS-RES-DOLARES
       2627-IMPRIMIR-UNA-IMPUTACION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la cuenta del resumen que empieza, con un siniestro en
      *    *** curso en SEGUROS.VSAM, queda congelada
       2614-VERIFICAR-SINIESTRO.

           MOVE 'N' TO WS-SINIESTRO-EN-CURSO.

           IF NOT WS-EXISTEN-SEGUROS
              GO TO 2614-VERIFICAR-SINIESTRO-FIN
           END-IF.

           MOVE WS-RES-NUM-CUENTA TO WS-SEG-CUENTA.
           READ ENT-SEGUROS KEY IS WS-SEG-CUENTA
               INVALID KEY
                  GO TO 2614-VERIFICAR-SINIESTRO-FIN
           END-READ.

           IF FS-SEGUROS-OK AND WS-SEG-CUENTA-CONGELADA
              MOVE 'S' TO WS-SINIESTRO-EN-CURSO
           END-IF.

       2614-VERIFICAR-SINIESTRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cobra el interes por financiacion sobre el saldo que se
      *    *** arrastra del resumen anterior (deuda, no a favor); el
           PERFORM 2616-SUMAR-PAGOS-CICLO
              THRU 2616-SUMAR-PAGOS-CICLO-FIN.

      *    *** cuenta congelada por siniestro: no se financia
           IF WS-CUENTA-CONGELADA
              GO TO 2615-COBRAR-INTERES-FIN
           END-IF.

      *    *** el interes se ancla en el vencimiento impreso en el
      *    *** resumen anterior, no en la fecha en que casualmente se
      *    *** ejecuta esta corrida: si el plazo de pago de ese resumen
           MOVE ZEROES TO WS-PAGOS-EN-TERMINO-ARS,
                          WS-PAGOS-EN-TERMINO-USD.

           PERFORM 2615-POSICIONAR-PAGOS
              THRU 2615-POSICIONAR-PAGOS-FIN.

           PERFORM UNTIL WS-FIN-TABLA-CICLO
              MOVE WS-TCI-DATOS TO WS-PAGO-ACTUAL
              PERFORM 2617-SUMAR-UN-PAGO-CICLO
                 THRU 2617-SUMAR-UN-PAGO-CICLO-FIN
              PERFORM 2825-LEER-TABLA-CICLO
                 THRU 2825-LEER-TABLA-CICLO-FIN
           END-PERFORM.

       2616-SUMAR-PAGOS-CICLO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** se para en el primer pago de la clave del resumen: por
      *    *** cuenta en modo rollup (la clave es la cuenta pasada a
      *    *** X(19)), por tarjeta si no
       2615-POSICIONAR-PAGOS.

           IF WS-ES-ROLLUP-CUENTA
              MOVE 'PC' TO WS-TCI-BUSCA-TIPO
           ELSE
              MOVE 'PT' TO WS-TCI-BUSCA-TIPO
           END-IF.
           MOVE WS-RESUMEN-TARJETA TO WS-TCI-BUSCA-VALOR.

           PERFORM 2820-POSICIONAR-TABLA-CICLO
              THRU 2820-POSICIONAR-TABLA-CICLO-FIN.

       2615-POSICIONAR-PAGOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2617-SUMAR-UN-PAGO-CICLO.

           MOVE WS-PAGO-ANIO TO WS-PAGO-FECHA-NUM (1:4).
           MOVE WS-PAGO-MES  TO WS-PAGO-FECHA-NUM (5:2).
           MOVE WS-PAGO-DIA  TO WS-PAGO-FECHA-NUM (7:2).

           IF WS-PAGO-MONEDA = 'ARS'
              ADD WS-PAGO-IMPORTE TO WS-PAGOS-CICLO-ARS
              IF WS-VENCIMIENTO-ANTERIOR > ZEROES
                 AND WS-PAGO-FECHA-NUM <= WS-VENCIMIENTO-ANTERIOR
                 ADD WS-PAGO-IMPORTE
                                       TO WS-PAGOS-EN-TERMINO-ARS
              END-IF
           ELSE
              ADD WS-PAGO-IMPORTE TO WS-PAGOS-CICLO-USD
              IF WS-VENCIMIENTO-ANTERIOR > ZEROES
                 AND WS-PAGO-FECHA-NUM <= WS-VENCIMIENTO-ANTERIOR
                 ADD WS-PAGO-IMPORTE
                                       TO WS-PAGOS-EN-TERMINO-USD
              END-IF
           END-IF.

           IF NOT WS-EXISTE-MOROSIDAD
              OR WS-PUNITORIO-RESUMEN NOT > ZEROES
              OR WS-CUENTA-CONGELADA
              GO TO 2618-COBRAR-PUNITORIO-FIN
           END-IF.


      *    *** recargo de financiacion de la cuota, si el plan lo
      *    *** pacto al alta; y la primera cuota informa el total del
      *    *** plan y su CFT antes de seguir. Negativo: reintegro
      *    *** del recargo cobrado en una devolucion total (ver 2392)
           IF WS-RECARGO-CUOTA-ACTUAL <> ZEROES
              PERFORM 2643-COBRAR-RECARGO-CUOTA
                 THRU 2643-COBRAR-RECARGO-CUOTA-FIN
           END-IF.
           MOVE WS-ENT-NUM-TARJETA  TO WS-FAC-NUM-TARJETA.
           MOVE WS-ENT-MONEDA       TO WS-FAC-MONEDA.
           MOVE WS-ENT-IMPORTE      TO WS-FAC-IMPORTE.
           ADD 1 TO WS-INT-FAC-CANT.
           IF WS-FAC-IMPORTE < ZEROES
              SUBTRACT WS-FAC-IMPORTE FROM WS-INT-FAC-HASH
           ELSE
              ADD WS-FAC-IMPORTE TO WS-INT-FAC-HASH
           END-IF.
           WRITE WS-FAC-FACTURADO-REG.

           IF NOT FS-FACTURADOS-OK
                      TO WS-RES-VALOR-IMP-USD
           END-EVALUATE.

           IF WS-RECARGO-CUOTA-ACTUAL < ZEROES
              MOVE 'DEV. RECARGO'    TO WS-RES-IMP-NOMBRE
           ELSE
              MOVE 'RECARGO FINANC.' TO WS-RES-IMP-NOMBRE
           END-IF.
           MOVE ZEROES            TO WS-RES-IMP-PCT.
           MOVE WS-RES-IMPUESTO   TO WS-SAL-RESUMENES.
           INITIALIZE WS-RES-IMPUESTO.
              GO TO 2658-BUSCAR-COMERCIO-FIN
           END-IF.

           IF WS-CANT-COMERCIOS = ZEROES
              GO TO 2658-BUSCAR-COMERCIO-FIN
           END-IF.

           MOVE 'CO'                TO WS-TCI-TIPO.
           MOVE WS-ENT-COD-COMERCIO TO WS-TCI-VALOR.
           MOVE ZEROES              TO WS-TCI-SECUENCIA.
           READ ENT-TABLAS-CICLO KEY IS WS-TCI-CLAVE
               INVALID KEY
                  GO TO 2658-BUSCAR-COMERCIO-FIN
           END-READ.
           MOVE WS-TCI-DATOS TO WS-TCO-ACTUAL.

           MOVE 'S'           TO WS-COMERCIO-HALLADO.
           MOVE WS-TCO-RUBRO  TO WS-COMERCIO-RUBRO.
           MOVE WS-TCO-NOMBRE TO WS-COMERCIO-NOMBRE.

       2658-BUSCAR-COMERCIO-FIN.
           EXIT.

           MOVE 'SIN CATEGORIA' TO WS-CATEGORIA-APLICABLE.

      *    *** el credito por un fraude denunciado (ver FRAUCASO) va
      *    *** en su propia categoria, que la interfaz contable asienta
      *    *** como quebranto; no es un consumo del cliente
           IF WS-ENT-ES-QUEBRANTO
              MOVE 'CREDITO FRAUDE' TO WS-CATEGORIA-APLICABLE
              PERFORM 2665-TABULAR-CATEGORIA
                 THRU 2665-TABULAR-CATEGORIA-FIN
              GO TO 2660-CLASIFICAR-CATEGORIA-FIN
           END-IF.

      *    *** un ajuste manual (ver AJUSTES) trae la categoria de su
      *    *** motivo al principio del detalle; cada motivo va a su
      *    *** propia cuenta de gastos en la interfaz contable
           IF WS-ENT-ES-AJUSTE
              MOVE WS-ENT-DETALLE (1:15) TO WS-CATEGORIA-APLICABLE
              PERFORM 2665-TABULAR-CATEGORIA
                 THRU 2665-TABULAR-CATEGORIA-FIN
              GO TO 2660-CLASIFICAR-CATEGORIA-FIN
           END-IF.

      *    *** con codigo de comercio mapeado, manda el rubro del
      *    *** maestro de comercios: no depende del texto del POS
           IF WS-HAY-COMERCIO
              END-IF
           END-PERFORM.

           IF WS-CANT-CATS-VISTAS < 21
              ADD 1 TO WS-CANT-CATS-VISTAS
              SET WS-IX-MSGCAT TO WS-CANT-CATS-VISTAS
              MOVE WS-CATEGORIA-APLICABLE
           PERFORM 2740-CALCULAR-MIN-RESUMEN
              THRU 2740-CALCULAR-MIN-RESUMEN-FIN.

           PERFORM 2745-INFORMAR-HORIZONTE-MIN
              THRU 2745-INFORMAR-HORIZONTE-MIN-FIN.

           PERFORM 2760-VER-LIMITE-RESUMEN
              THRU 2760-VER-LIMITE-RESUMEN-FIN.


           IF NOT FS-SEGUROS-OK
              OR NOT WS-SEG-ADHERIDA
              OR WS-SEG-CUENTA-CONGELADA
              GO TO 2714-COBRAR-SEGURO-SALDO-FIN
           END-IF.

           MOVE WS-PERIODO-CORRIDA (1:4) TO WS-MINR-ANIO.
           MOVE WS-PERIODO-CORRIDA (5:2) TO WS-MINR-MES.
           MOVE WS-RESUMEN-PAGO-MINIMO  TO WS-MINR-PAGO-MINIMO.
           ADD 1                        TO WS-INT-MIN-CANT.
           ADD WS-MINR-PAGO-MINIMO      TO WS-INT-MIN-HASH.
           WRITE WS-MINR-MINIMO-REG.

           IF NOT FS-MINIMOS-OK
       2740-CALCULAR-MIN-RESUMEN-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** obligacion de informar: cuanto tarda y cuanto interes
      *    *** cuesta cancelar el total del resumen pagando solo el
      *    *** minimo, sin consumos nuevos (proyeccion mes a mes con la
      *    *** tasa, el porcentaje y el piso del producto, los mismos
      *    *** de 2615/2740), y la cuota fija que lo cancela en 12
      *    *** meses. Sale impreso debajo del pago minimo (y por lo
      *    *** tanto en el archivo de resumenes) y en RESUMENES.CSV
       2745-INFORMAR-HORIZONTE-MIN.

           IF WS-RESUMEN-TOTAL-PESOS NOT > ZEROES
              OR WS-RESUMEN-PAGO-MINIMO NOT > ZEROES
              GO TO 2745-INFORMAR-HORIZONTE-MIN-FIN
           END-IF.

           MOVE WS-INTERES-RESUMEN     TO WS-HOR-TASA.
           MOVE WS-RESUMEN-TOTAL-PESOS TO WS-HOR-SALDO.
           MOVE ZEROES                 TO WS-HOR-MESES,
                                          WS-HOR-INTERES-TOTAL.
           MOVE 'N'                    TO WS-HOR-NO-CANCELA.

           PERFORM 2746-PROYECTAR-UN-MES
              THRU 2746-PROYECTAR-UN-MES-FIN
              UNTIL WS-HOR-SALDO NOT > ZEROES
                 OR WS-HOR-SALDO-NO-CANCELA.

      *    *** cuota fija de 12 meses: anualidad con el primer pago al
      *    *** vencimiento de este resumen, como en la proyeccion;
      *    *** (1 + i) elevado a 12 con 12 multiplicaciones, como 2619
           IF WS-HOR-TASA = ZEROES
              COMPUTE WS-HOR-CUOTA-12 ROUNDED =
                      WS-RESUMEN-TOTAL-PESOS / 12
           ELSE
              MOVE 1 TO WS-HOR-FACTOR-12
              PERFORM VARYING WS-IX-CAPITALIZA FROM 1 BY 1
                 UNTIL WS-IX-CAPITALIZA > 12
                 COMPUTE WS-HOR-FACTOR-12 ROUNDED =
                         WS-HOR-FACTOR-12 * (1 + WS-HOR-TASA / 100)
              END-PERFORM
              COMPUTE WS-HOR-CUOTA-12 ROUNDED =
                      WS-RESUMEN-TOTAL-PESOS * (WS-HOR-TASA / 100) *
                      WS-HOR-FACTOR-12 /
                      ((WS-HOR-FACTOR-12 - 1) *
                       (1 + WS-HOR-TASA / 100))
           END-IF.

           MOVE SPACES TO WS-SAL-RESUMENES.
           STRING '           PAGANDO SOLO EL MINIMO Y SIN NUEVOS '
                  'CONSUMOS:'
                  DELIMITED BY SIZE INTO WS-SAL-RESUMENES.
           PERFORM 2800-IMPRIMIR-RESUMEN
              THRU 2800-IMPRIMIR-RESUMEN-FIN.

           MOVE SPACES TO WS-SAL-RESUMENES.
           IF WS-HOR-SALDO-NO-CANCELA
              STRING '           EL SALDO NO SE CANCELA NUNCA: EL '
                     'MINIMO NO CUBRE LOS INTERESES'
                     DELIMITED BY SIZE INTO WS-SAL-RESUMENES
           ELSE
              MOVE WS-HOR-MESES         TO WS-HOR-MESES-O
              MOVE WS-HOR-INTERES-TOTAL TO WS-HOR-IMPORTE-O
              STRING '           CANCELARIA EL SALDO EN '
                     WS-HOR-MESES-O ' MESES, PAGANDO $ '
                     WS-HOR-IMPORTE-O ' DE INTERESES'
                     DELIMITED BY SIZE INTO WS-SAL-RESUMENES
           END-IF.
           PERFORM 2800-IMPRIMIR-RESUMEN
              THRU 2800-IMPRIMIR-RESUMEN-FIN.

           MOVE WS-HOR-CUOTA-12 TO WS-HOR-IMPORTE-O.
           MOVE SPACES TO WS-SAL-RESUMENES.
           STRING '           PARA CANCELARLO EN 12 MESES PAGUE $ '
                  WS-HOR-IMPORTE-O ' POR MES'
                  DELIMITED BY SIZE INTO WS-SAL-RESUMENES.
           PERFORM 2800-IMPRIMIR-RESUMEN
              THRU 2800-IMPRIMIR-RESUMEN-FIN.

           PERFORM 2747-EXPORTAR-HORIZONTE-CSV
              THRU 2747-EXPORTAR-HORIZONTE-CSV-FIN.

       2745-INFORMAR-HORIZONTE-MIN-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** un mes de la proyeccion: paga el minimo sobre el saldo
      *    *** (porcentaje con piso, nunca mas que el saldo) y el resto
      *    *** devenga el interes del mes. Si el saldo no baja el
      *    *** minimo no cubre el interes y ya no baja nunca: se corta
       2746-PROYECTAR-UN-MES.

           ADD 1 TO WS-HOR-MESES.

           COMPUTE WS-HOR-PAGO ROUNDED =
                   WS-HOR-SALDO * WS-MINIMO-RESUMEN / 100.
           IF WS-HOR-PAGO < WS-PISO-RESUMEN
              MOVE WS-PISO-RESUMEN TO WS-HOR-PAGO
           END-IF.
           IF WS-HOR-PAGO > WS-HOR-SALDO
              OR WS-HOR-PAGO NOT > ZEROES
              MOVE WS-HOR-SALDO TO WS-HOR-PAGO
           END-IF.

           COMPUTE WS-HOR-INTERES-MES ROUNDED =
                   (WS-HOR-SALDO - WS-HOR-PAGO) * WS-HOR-TASA / 100.

           IF WS-HOR-INTERES-MES >= WS-HOR-PAGO
              OR WS-HOR-MESES >= WS-HOR-MAX-MESES
              SET WS-HOR-SALDO-NO-CANCELA TO TRUE
              GO TO 2746-PROYECTAR-UN-MES-FIN
           END-IF.

           SUBTRACT WS-HOR-PAGO      FROM WS-HOR-SALDO.
           ADD WS-HOR-INTERES-MES    TO WS-HOR-SALDO.
           ADD WS-HOR-INTERES-MES    TO WS-HOR-INTERES-TOTAL.

       2746-PROYECTAR-UN-MES-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** las cifras de la proyeccion van a RESUMENES.CSV como
      *    *** filas propias del resumen (sin fecha de consumo: llevan
      *    *** la del cierre), con la cifra en la columna de importe;
      *    *** un saldo que no se cancela informa cero meses e interes
       2747-EXPORTAR-HORIZONTE-CSV.

           INITIALIZE WS-SAL-RESUMEN-CSV.
           MOVE 'T'                    TO WS-TOK-MODO.
           MOVE WS-RESUMEN-TARJETA     TO WS-TOK-TARJETA-E.
           CALL 'TOKENIZA' USING WS-TOKEN.
           MOVE WS-TOK-TARJETA-S       TO WS-CSV-TARJETA.
           MOVE WS-FECHA-HOY-AAAAMMDD (1:4) TO WS-CSV-ANIO.
           MOVE WS-FECHA-HOY-AAAAMMDD (5:2) TO WS-CSV-MES.
           MOVE WS-FECHA-HOY-AAAAMMDD (7:2) TO WS-CSV-DIA.
           MOVE 'ARS'                  TO WS-CSV-MONEDA.
           MOVE WS-PERIODO-CORRIDA     TO WS-CSV-PERIODO.

           MOVE 'SOLO MINIMO: MESES PARA CANCELAR' TO WS-CSV-DETALLE.
           IF WS-HOR-SALDO-NO-CANCELA
              MOVE ZEROES              TO WS-CSV-IMPORTE
           ELSE
              MOVE WS-HOR-MESES        TO WS-CSV-IMPORTE
           END-IF.
           WRITE WS-SAL-RESUMEN-CSV.

           MOVE 'SOLO MINIMO: INTERES TOTAL'       TO WS-CSV-DETALLE.
           IF WS-HOR-SALDO-NO-CANCELA
              MOVE ZEROES              TO WS-CSV-IMPORTE
           ELSE
              MOVE WS-HOR-INTERES-TOTAL TO WS-CSV-IMPORTE
           END-IF.
           WRITE WS-SAL-RESUMEN-CSV.

           MOVE 'CUOTA PARA CANCELAR EN 12 MESES'  TO WS-CSV-DETALLE.
           MOVE WS-HOR-CUOTA-12        TO WS-CSV-IMPORTE.
           WRITE WS-SAL-RESUMEN-CSV.

       2747-EXPORTAR-HORIZONTE-CSV-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2760-VER-LIMITE-RESUMEN.

              AND WS-CUO-TARJETA = WS-CUO-TARJETA-BUSCADA
              AND WS-CUO-ABIERTO
              SUBTRACT WS-CUO-ULTIMA-CUOTA-VISTA
                       WS-CUO-CUOTAS-ANULADAS
                  FROM WS-CUO-CANT-CUOTAS
                                   GIVING WS-CUOTAS-RESTANTES
              IF WS-CUOTAS-RESTANTES > ZEROES

           MOVE ZEROES TO WS-MENSAJES-IMPRESOS.

           MOVE 'MS'   TO WS-TCI-BUSCA-TIPO.
           MOVE SPACES TO WS-TCI-BUSCA-VALOR.
           PERFORM 2820-POSICIONAR-TABLA-CICLO
              THRU 2820-POSICIONAR-TABLA-CICLO-FIN.

           PERFORM UNTIL WS-FIN-TABLA-CICLO
                      OR WS-MENSAJES-IMPRESOS >= WS-MAX-MENSAJES
              MOVE WS-TCI-DATOS TO WS-MSG-ACTUAL
              PERFORM 2774-EVALUAR-MENSAJE
                 THRU 2774-EVALUAR-MENSAJE-FIN
              PERFORM 2825-LEER-TABLA-CICLO
                 THRU 2825-LEER-TABLA-CICLO-FIN
           END-PERFORM.

       2772-IMPRIMIR-MENSAJES-FIN.
           EXIT.
      *    *** como con rollup por cuenta)
       2773-IMPRIMIR-MSJS-TARJETA.

           IF WS-CANT-MSJ-TARJETA = ZEROES
              GO TO 2773-IMPRIMIR-MSJS-TARJETA-FIN
           END-IF.

           MOVE 'MT'               TO WS-TCI-BUSCA-TIPO.
           MOVE WS-RESUMEN-TARJETA TO WS-TCI-BUSCA-VALOR.
           PERFORM 2771-IMPRIMIR-MSJS-CLAVE
              THRU 2771-IMPRIMIR-MSJS-CLAVE-FIN.

           IF WS-RESUMEN-TARJETA-ANT <> WS-RESUMEN-TARJETA
              MOVE WS-RESUMEN-TARJETA-ANT TO WS-TCI-BUSCA-VALOR
              PERFORM 2771-IMPRIMIR-MSJS-CLAVE
                 THRU 2771-IMPRIMIR-MSJS-CLAVE-FIN
           END-IF.

       2773-IMPRIMIR-MSJS-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** imprime, en orden de carga, los mensajes dirigidos a la
      *    *** clave de WS-TCI-BUSCA-VALOR
       2771-IMPRIMIR-MSJS-CLAVE.

           PERFORM 2820-POSICIONAR-TABLA-CICLO
              THRU 2820-POSICIONAR-TABLA-CICLO-FIN.

           PERFORM UNTIL WS-FIN-TABLA-CICLO
              MOVE WS-TCI-DATOS TO WS-MJT-ACTUAL
              MOVE WS-ASTERISCOS TO WS-SAL-RESUMENES
              PERFORM 2800-IMPRIMIR-RESUMEN
                 THRU 2800-IMPRIMIR-RESUMEN-FIN
              MOVE SPACES TO WS-RES-MENSAJE
              STRING '* ' WS-MJT-TEXTO ' *'
                     DELIMITED BY SIZE INTO WS-RES-MENSAJE
              MOVE WS-MENSAJE-ASTERISCOS TO WS-SAL-RESUMENES
              PERFORM 2800-IMPRIMIR-RESUMEN
                 THRU 2800-IMPRIMIR-RESUMEN-FIN
              MOVE WS-ASTERISCOS TO WS-SAL-RESUMENES
              PERFORM 2800-IMPRIMIR-RESUMEN
                 THRU 2800-IMPRIMIR-RESUMEN-FIN
              PERFORM 2825-LEER-TABLA-CICLO
                 THRU 2825-LEER-TABLA-CICLO-FIN
           END-PERFORM.

       2771-IMPRIMIR-MSJS-CLAVE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2774-EVALUAR-MENSAJE.

      *    *** vigencia (hasta en cero = sin tope)
           IF WS-MSG-DESDE > ZEROES
              AND WS-FECHA-HOY-AAAAMMDD < WS-MSG-DESDE
              GO TO 2774-EVALUAR-MENSAJE-FIN
           END-IF.
           IF WS-MSG-HASTA > ZEROES
              AND WS-FECHA-HOY-AAAAMMDD > WS-MSG-HASTA
              GO TO 2774-EVALUAR-MENSAJE-FIN
           END-IF.

           IF WS-MSG-MONEDA <> SPACES
              AND WS-MSG-MONEDA <> WS-MSG-MONEDA-RESUMEN
              GO TO 2774-EVALUAR-MENSAJE-FIN
           END-IF.

           IF (WS-MSG-CP-DESDE > ZEROES
               OR WS-MSG-CP-HASTA > ZEROES)
              AND (WS-RES-COD-POSTAL < WS-MSG-CP-DESDE
                   OR WS-RES-COD-POSTAL > WS-MSG-CP-HASTA)
              GO TO 2774-EVALUAR-MENSAJE-FIN
           END-IF.

           IF WS-MSG-TIPO-TARJ <> SPACES
              AND WS-MSG-TIPO-TARJ <>
                  WS-MSG-TIPO-RESUMEN
              GO TO 2774-EVALUAR-MENSAJE-FIN
           END-IF.

           IF WS-MSG-CATEGORIA <> SPACES
              PERFORM VARYING WS-IX-MSGCAT FROM 1 BY 1
                 UNTIL WS-IX-MSGCAT > WS-CANT-CATS-VISTAS
                 IF WS-MSG-CAT-NOMBRE (WS-IX-MSGCAT) =
                    WS-MSG-CATEGORIA
                    GO TO 2776-IMPRIMIR-UN-MENSAJE
                 END-IF
              END-PERFORM
              THRU 2800-IMPRIMIR-RESUMEN-FIN.

           MOVE SPACES TO WS-RES-MENSAJE.
           STRING '* ' WS-MSG-TEXTO ' *'
                  DELIMITED BY SIZE INTO WS-RES-MENSAJE.
           MOVE WS-MENSAJE-ASTERISCOS TO WS-SAL-RESUMENES.
           PERFORM 2800-IMPRIMIR-RESUMEN
              THRU 2800-IMPRIMIR-RESUMEN-FIN.

           ADD 1 TO WS-MENSAJES-IMPRESOS.
           ADD 1 TO WS-MSG-ALCANZADOS.
           MOVE WS-MSG-ACTUAL TO WS-TCI-DATOS.
           REWRITE WS-TCI-REG.

       2774-EVALUAR-MENSAJE-FIN.
           EXIT.
      *    *** seccion de puntos del resumen: ganados en el ciclo,
      *    *** canjeados (los que dejo pendiente de informar el
      *    *** mantenimiento de canjes), vencidos por inactividad y
      *    *** saldo final, y los devueltos por transferencias a
      *    *** programas socio rechazadas; el maestro PUNTOS.VSAM queda
      *    *** actualizado
       2777-LIQUIDAR-PUNTOS.

           IF NOT WS-EXISTE-ARCHIVO-PUNTOS
           PERFORM 2800-IMPRIMIR-RESUMEN
              THRU 2800-IMPRIMIR-RESUMEN-FIN.

      *    *** puntos que volvieron al saldo por una transferencia a
      *    *** un programa socio que el socio rechazo
           IF WS-PTS-DEVUELTOS-CICLO <> ZEROES
              MOVE SPACES TO WS-SAL-RESUMENES
              STRING '           PUNTOS DEVUELTOS POR TRANSFERENCIA '
                     'RECHAZADA ' WS-PTS-DEVUELTOS-CICLO
                     DELIMITED BY SIZE INTO WS-SAL-RESUMENES
              PERFORM 2800-IMPRIMIR-RESUMEN
                 THRU 2800-IMPRIMIR-RESUMEN-FIN
           END-IF.

      *    *** los canjeados y devueltos del ciclo ya quedaron
      *    *** informados
           MOVE WS-PUNTOS-GANADOS-RES TO WS-PTS-GANADOS-CICLO.
           MOVE ZEROES                TO WS-PTS-CANJEADOS-CICLO.
           MOVE ZEROES                TO WS-PTS-DEVUELTOS-CICLO.
           MOVE WS-FECHA-HOY-AAAAMMDD TO WS-PTS-FECHA-ULT-MOV.

           IF FS-PUNTOS-OK
              MOVE WS-PERIODO-CORRIDA   TO WS-PND-PERIODO
              MOVE WS-RESUMEN-SALDO-ARS TO WS-PND-SALDO-ARS
              MOVE WS-RESUMEN-SALDO-USD TO WS-PND-SALDO-USD
              ADD 1 TO WS-INT-PND-CANT
              IF WS-PND-SALDO-ARS < ZEROES
                 SUBTRACT WS-PND-SALDO-ARS FROM WS-INT-PND-HASH
              ELSE
                 ADD WS-PND-SALDO-ARS TO WS-INT-PND-HASH
              END-IF
              IF WS-PND-SALDO-USD < ZEROES
                 SUBTRACT WS-PND-SALDO-USD FROM WS-INT-PND-HASH
              ELSE
                 ADD WS-PND-SALDO-USD TO WS-INT-PND-HASH
              END-IF
              WRITE WS-SAL-SALDOS-PEND
              IF NOT FS-SALDOS-PEND-OK
                 DISPLAY 'ERROR AL GRABAR SALDOS-PENDIENTES.SEQ: '
           MOVE WS-PERIODO-CORRIDA   TO WS-SDO-PERIODO.
           MOVE WS-RESUMEN-SALDO-ARS TO WS-SDO-SALDO-ARS.
           MOVE WS-RESUMEN-SALDO-USD TO WS-SDO-SALDO-USD.
           ADD 1 TO WS-INT-SCI-CANT.
           IF WS-SDO-SALDO-ARS < ZEROES
              SUBTRACT WS-SDO-SALDO-ARS FROM WS-INT-SCI-HASH
           ELSE
              ADD WS-SDO-SALDO-ARS TO WS-INT-SCI-HASH
           END-IF.
           IF WS-SDO-SALDO-USD < ZEROES
              SUBTRACT WS-SDO-SALDO-USD FROM WS-INT-SCI-HASH
           ELSE
              ADD WS-SDO-SALDO-USD TO WS-INT-SCI-HASH
           END-IF.
           WRITE WS-SAL-SALDOS-CIERRE.

       2780-ACTUALIZAR-SALDO-ANTERIOR-FIN.
                  LK-APELLIDO DELIMITED BY SPACE
                  INTO        WS-RES-APELLIDO-NOMBRE

      *    *** con varias entidades emisoras el resumen sale con el
      *    *** nombre y la leyenda de la entidad de la cuenta
           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-CUENTA TO TRUE.
           MOVE WS-ENT-NUM-CUENTA TO WS-EMI-CUENTA-E.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.

           IF WS-EMI-HAY-MULTIENTIDAD
              AND WS-EMI-NOMBRE-O <> SPACES
              MOVE WS-EMI-NOMBRE-O  TO WS-RES-ENTIDAD-NOMBRE
              MOVE WS-EMI-LEYENDA-O TO WS-RES-ENTIDAD-LEYENDA
              MOVE WS-RES-ENCABEZADO-ENTIDAD TO WS-SAL-RESUMENES
              WRITE WS-SAL-RESUMENES
              PERFORM 2802-ARCHIVAR-LINEA
                 THRU 2802-ARCHIVAR-LINEA-FIN
           END-IF.

           MOVE WS-CURRENT-DAY TO WS-CURRENT-DIA.
           MOVE WS-CURRENT-MONTH TO WS-CURRENT-MES.
           MOVE WS-CURRENT-YEAR TO WS-CURRENT-ANIO.

           MOVE 'N' TO WS-LIMITE-FAMILIA-ACTIVO.

           IF WS-CANT-FAMILIAS = ZEROES
              GO TO 2817-APLICAR-LIMITE-FAMILIA-FIN
           END-IF.

           MOVE 'FA'              TO WS-TCI-TIPO.
           MOVE WS-ENT-NUM-CUENTA TO WS-PAGO-CUENTA-X.
           MOVE WS-PAGO-CUENTA-X  TO WS-TCI-VALOR.
           MOVE ZEROES            TO WS-TCI-SECUENCIA.
           READ ENT-TABLAS-CICLO KEY IS WS-TCI-CLAVE
               INVALID KEY
                  GO TO 2817-APLICAR-LIMITE-FAMILIA-FIN
           END-READ.
           MOVE WS-TCI-DATOS TO WS-FLIA-ACTUAL.

           MOVE WS-FLIA-LIMITE-ARS TO WS-RESUMEN-LIMITE-COMPRA-ARS.
           MOVE WS-FLIA-LIMITE-USD TO WS-RESUMEN-LIMITE-COMPRA-USD.
           MOVE 'S' TO WS-LIMITE-FAMILIA-ACTIVO.

       2817-APLICAR-LIMITE-FAMILIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** se para en el primer registro de ENT-TABLAS-CICLO del
      *    *** tipo y valor de WS-TCI-BUSCADA y lo deja leido; sin
      *    *** ninguno queda prendido WS-FIN-TABLA-CICLO
       2820-POSICIONAR-TABLA-CICLO.

           MOVE 'S'                TO WS-TABLA-CICLO-FIN.
           MOVE WS-TCI-BUSCA-TIPO  TO WS-TCI-TIPO.
           MOVE WS-TCI-BUSCA-VALOR TO WS-TCI-VALOR.
           MOVE ZEROES             TO WS-TCI-SECUENCIA.

           START ENT-TABLAS-CICLO KEY IS >= WS-TCI-CLAVE
               INVALID KEY
                  GO TO 2820-POSICIONAR-TABLA-CICLO-FIN
           END-START.

           MOVE 'N' TO WS-TABLA-CICLO-FIN.
           PERFORM 2825-LEER-TABLA-CICLO
              THRU 2825-LEER-TABLA-CICLO-FIN.

       2820-POSICIONAR-TABLA-CICLO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** siguiente registro del recorrido; al pasar a otro tipo o
      *    *** a otro valor termina
       2825-LEER-TABLA-CICLO.

           READ ENT-TABLAS-CICLO NEXT RECORD
               AT END
                  MOVE 'S' TO WS-TABLA-CICLO-FIN
                  GO TO 2825-LEER-TABLA-CICLO-FIN
           END-READ.

           IF WS-TCI-TIPO  <> WS-TCI-BUSCA-TIPO
              OR WS-TCI-VALOR <> WS-TCI-BUSCA-VALOR
              MOVE 'S' TO WS-TABLA-CICLO-FIN
           END-IF.

       2825-LEER-TABLA-CICLO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** resuelve las condiciones del producto de la tarjeta que
      *    *** encabeza el resumen (en rollup, la titular manda para
           MOVE WS-PAGO-MINIMO-PISO  TO WS-PISO-RESUMEN.
           MOVE ZEROES               TO WS-COMISION-RESUMEN.
           MOVE SPACES               TO WS-PRODUCTO-NOMBRE-RES.
           MOVE SPACES               TO WS-PRODUCTO-CODIGO-RES.

           IF NOT WS-EXISTE-TARJETA-PROD
              GO TO 2812-RESOLVER-PRODUCTO-FIN
                  GO TO 2812-RESOLVER-PRODUCTO-FIN
           END-READ.

           MOVE 'PR'            TO WS-TCI-TIPO.
           MOVE WS-TPR-PRODUCTO TO WS-TCI-VALOR.
           MOVE ZEROES          TO WS-TCI-SECUENCIA.
           READ ENT-TABLAS-CICLO KEY IS WS-TCI-CLAVE
               INVALID KEY
                  GO TO 2812-RESOLVER-PRODUCTO-FIN
           END-READ.
           MOVE WS-TCI-DATOS TO WS-PROD-ACTUAL.

           MOVE WS-PROD-INTERES     TO WS-INTERES-RESUMEN.
           MOVE WS-PROD-PAGO-MINIMO TO WS-MINIMO-RESUMEN.
           MOVE WS-PROD-PISO-MINIMO TO WS-PISO-RESUMEN.
           MOVE WS-PROD-NOMBRE      TO WS-PRODUCTO-NOMBRE-RES.
           MOVE WS-PROD-CODIGO      TO WS-PRODUCTO-CODIGO-RES.
           IF WS-PROD-PUNITORIO > ZEROES
              MOVE WS-PROD-PUNITORIO TO WS-PUNITORIO-RESUMEN
           END-IF.
           IF WS-PROD-PUNTOS > ZEROES
              MOVE WS-PROD-PUNTOS TO WS-PUNTOS-RESUMEN-TASA
           END-IF.
           MOVE WS-PROD-SEGURO-PCT  TO WS-SEGURO-RESUMEN-PCT.
      *    *** la comision anual solo se cobra en el mes aniversario
      *    *** del alta de la tarjeta
           IF WS-TPR-MES-ALTA = WS-CURRENT-MONTH
              MOVE WS-PROD-COMISION-ANUAL TO WS-COMISION-RESUMEN
           END-IF.

       2812-RESOLVER-PRODUCTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** carga al producto abierto lo que crecieron los
      *    *** acumuladores contables desde la foto anterior, y saca
      *    *** una foto nueva; lo de cada producto queda en ENT-TABLAS-
      *    *** CICLO (tipo GP), sin tope de productos
       2813-REPARTIR-GL-PRODUCTO.

           MOVE WS-GLP-PRODUCTO-ABIERTO TO WS-GLP-PRODUCTO.
           MOVE ZEROES                  TO WS-GLP-CONCEPTO.
           PERFORM 2814-LEER-GL-PRODUCTO
              THRU 2814-LEER-GL-PRODUCTO-FIN.

           COMPUTE WS-GLP-INTERES-ARS =
                   WS-GLP-INTERES-ARS
                 + WS-GL-TOT-INTERES-ARS - WS-GLF-INTERES-ARS.
           COMPUTE WS-GLP-INTERES-USD =
                   WS-GLP-INTERES-USD
                 + WS-GL-TOT-INTERES-USD - WS-GLF-INTERES-USD.
           COMPUTE WS-GLP-PUNITORIO-ARS =
                   WS-GLP-PUNITORIO-ARS
                 + WS-GL-TOT-PUNITORIO-ARS - WS-GLF-PUNITORIO-ARS.
           COMPUTE WS-GLP-SEGURO-ARS =
                   WS-GLP-SEGURO-ARS
                 + WS-GL-TOT-SEGURO-ARS - WS-GLF-SEGURO-ARS.
           COMPUTE WS-GLP-DTO-ARS =
                   WS-GLP-DTO-ARS
                 + WS-GL-TOT-DTO-ARS - WS-GLF-DTO-ARS.
           COMPUTE WS-GLP-DTO-USD =
                   WS-GLP-DTO-USD
                 + WS-GL-TOT-DTO-USD - WS-GLF-DTO-USD.
           COMPUTE WS-GLP-DIF-CAMBIO =
                   WS-GLP-DIF-CAMBIO
                 + WS-GL-TOT-DIF-CAMBIO - WS-GLF-DIF-CAMBIO.

           PERFORM 2818-GRABAR-GL-PRODUCTO
              THRU 2818-GRABAR-GL-PRODUCTO-FIN.

           MOVE WS-GL-TOT-INTERES-ARS   TO WS-GLF-INTERES-ARS.
           MOVE WS-GL-TOT-INTERES-USD   TO WS-GLF-INTERES-USD.
           MOVE WS-GL-TOT-PUNITORIO-ARS TO WS-GLF-PUNITORIO-ARS.
           MOVE WS-GL-TOT-SEGURO-ARS    TO WS-GLF-SEGURO-ARS.
           MOVE WS-GL-TOT-DTO-ARS       TO WS-GLF-DTO-ARS.
           MOVE WS-GL-TOT-DTO-USD       TO WS-GLF-DTO-USD.
           MOVE WS-GL-TOT-DIF-CAMBIO    TO WS-GLF-DIF-CAMBIO.

      *    *** las categorias solo se graban si se movieron
           PERFORM VARYING WS-IX-CAT FROM 1 BY 1
                   UNTIL WS-IX-CAT > WS-CANT-CATEGORIAS
              COMPUTE WS-GLP-CAT-DELTA-ARS =
                      WS-CATR-TOTAL-ARS (WS-IX-CAT)
                    - WS-GLF-CAT-ARS (WS-IX-CAT)
              COMPUTE WS-GLP-CAT-DELTA-USD =
                      WS-CATR-TOTAL-USD (WS-IX-CAT)
                    - WS-GLF-CAT-USD (WS-IX-CAT)
              IF WS-GLP-CAT-DELTA-ARS <> ZEROES
                 OR WS-GLP-CAT-DELTA-USD <> ZEROES
                 SET WS-GLP-CONCEPTO TO WS-IX-CAT
                 PERFORM 2814-LEER-GL-PRODUCTO
                    THRU 2814-LEER-GL-PRODUCTO-FIN
                 ADD WS-GLP-CAT-DELTA-ARS TO WS-GLP-CAT-ARS
                 ADD WS-GLP-CAT-DELTA-USD TO WS-GLP-CAT-USD
                 PERFORM 2818-GRABAR-GL-PRODUCTO
                    THRU 2818-GRABAR-GL-PRODUCTO-FIN
              END-IF
              MOVE WS-CATR-TOTAL-ARS (WS-IX-CAT)
                                      TO WS-GLF-CAT-ARS (WS-IX-CAT)
              MOVE WS-CATR-TOTAL-USD (WS-IX-CAT)
                                      TO WS-GLF-CAT-USD (WS-IX-CAT)
           END-PERFORM.

       2813-REPARTIR-GL-PRODUCTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** trae de ENT-TABLAS-CICLO lo acumulado del producto y
      *    *** concepto de WS-GLP-CLAVE; si todavia no hay, en cero
       2814-LEER-GL-PRODUCTO.

           INITIALIZE WS-GLP-IMPORTES.

           MOVE 'GP'         TO WS-TCI-TIPO.
           MOVE WS-GLP-CLAVE TO WS-TCI-VALOR.
           MOVE ZEROES       TO WS-TCI-SECUENCIA.
           READ ENT-TABLAS-CICLO KEY IS WS-TCI-CLAVE
               INVALID KEY
                  GO TO 2814-LEER-GL-PRODUCTO-FIN
           END-READ.
           MOVE WS-TCI-DATOS TO WS-GLP-IMPORTES.

       2814-LEER-GL-PRODUCTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2818-GRABAR-GL-PRODUCTO.

           MOVE SPACES          TO WS-TCI-REG.
           MOVE 'GP'            TO WS-TCI-TIPO.
           MOVE WS-GLP-CLAVE    TO WS-TCI-VALOR.
           MOVE ZEROES          TO WS-TCI-SECUENCIA.
           MOVE WS-GLP-IMPORTES TO WS-TCI-DATOS.
           PERFORM 1199-GRABAR-TABLA-CICLO
              THRU 1199-GRABAR-TABLA-CICLO-FIN.

       2818-GRABAR-GL-PRODUCTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
           WRITE WS-SAL-CONTROL.

      *    *** alcance de cada campania de mensajes, para marketing
           MOVE 'MS'   TO WS-TCI-BUSCA-TIPO.
           MOVE SPACES TO WS-TCI-BUSCA-VALOR.
           PERFORM 2820-POSICIONAR-TABLA-CICLO
              THRU 2820-POSICIONAR-TABLA-CICLO-FIN.

           PERFORM UNTIL WS-FIN-TABLA-CICLO
              MOVE WS-TCI-DATOS      TO WS-MSG-ACTUAL
              MOVE WS-MSG-TEXTO      TO WS-CTL-CAMP-TEXTO-O
              MOVE WS-MSG-ALCANZADOS TO WS-CTL-CAMP-ALCANCE-O
              WRITE WS-SAL-CONTROL-CAMPANIA
              PERFORM 2825-LEER-TABLA-CICLO
                 THRU 2825-LEER-TABLA-CICLO-FIN
           END-PERFORM.

           CLOSE SAL-CONTROL.
           CLOSE ENT-TABLAS-CICLO.

           PERFORM 3180-GRABAR-HISTORIAL
              THRU 3180-GRABAR-HISTORIAL-FIN.
              AND WS-RANGO-TARJETA-DESDE = SPACES
              AND WS-RANGO-TARJETA-HASTA = SPACES
              AND NOT WS-ES-SIMULACION
              OPEN OUTPUT ENT-PAGOS-APLICADOS
              PERFORM 3155-GRABAR-PAGOS-VACIO
                 THRU 3155-GRABAR-PAGOS-VACIO-FIN
              CLOSE ENT-PAGOS-APLICADOS
           END-IF.

       3150-CONSUMIR-PAGOS-APLICADOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** el archivo vaciado lleva igual su cabecera y sus totales
      *    *** en cero: los consumidores lo ven como una entrega sin
      *    *** pagos y no como un archivo cortado
       3155-GRABAR-PAGOS-VACIO.

           MOVE 'PAGOSAPL'              TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-PAGOS-APLICADOS TO WS-ICT-RUTA-E.
           PERFORM 1193-ARMAR-CABECERA
              THRU 1193-ARMAR-CABECERA-FIN.
           WRITE WS-ENT-PAGOS-APLICADOS-CTL FROM WS-ICT-REGISTRO-O.

           MOVE ZEROES TO WS-ICT-CANT-REGISTROS-E
                          WS-ICT-TOTAL-HASH-E.
           PERFORM 1194-ARMAR-TOTALES
              THRU 1194-ARMAR-TOTALES-FIN.
           WRITE WS-ENT-PAGOS-APLICADOS-CTL FROM WS-ICT-REGISTRO-O.

       3155-GRABAR-PAGOS-VACIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
           END-IF.

           IF WS-VENCIMIENTO-CALCULADO > ZEROES
              OPEN OUTPUT ENT-VENCIMIENTO
              MOVE 'VENCIMTO'          TO WS-ICT-INTERFAZ-E
              MOVE WS-RUTA-VENCIMIENTO TO WS-ICT-RUTA-E
              PERFORM 1193-ARMAR-CABECERA
                 THRU 1193-ARMAR-CABECERA-FIN
              WRITE WS-ENT-VENCIMIENTO-CTL FROM WS-ICT-REGISTRO-O
              MOVE WS-VENCIMIENTO-CALCULADO TO WS-VTO-ULTIMO-GRABADO
              WRITE WS-ENT-VENCIMIENTO
              MOVE 1                        TO WS-ICT-CANT-REGISTROS-E
              MOVE WS-VENCIMIENTO-CALCULADO TO WS-ICT-TOTAL-HASH-E
              PERFORM 1194-ARMAR-TOTALES
                 THRU 1194-ARMAR-TOTALES-FIN
              WRITE WS-ENT-VENCIMIENTO-CTL FROM WS-ICT-REGISTRO-O
              CLOSE ENT-VENCIMIENTO
           END-IF.

              STOP RUN
           END-IF.

      *    *** lo acumulado desde el ultimo resumen va a su producto
           PERFORM 2813-REPARTIR-GL-PRODUCTO
              THRU 2813-REPARTIR-GL-PRODUCTO-FIN.

      *    *** cada producto con sus movimientos, a las cuentas que
      *    *** indique el plan de cuentas; los asientos se suman por
      *    *** cuenta y moneda antes de grabarse
           MOVE 'N'        TO WS-GLP-FIN.
           MOVE SPACES     TO WS-TCI-REG.
           MOVE 'GP'       TO WS-TCI-TIPO.
           MOVE LOW-VALUES TO WS-TCI-VALOR.
           MOVE ZEROES     TO WS-TCI-SECUENCIA.
           MOVE WS-TCI-CLAVE TO WS-GLP-ULTIMA-CLAVE.

           PERFORM 3174-SIGUIENTE-GL-PRODUCTO
              THRU 3174-SIGUIENTE-GL-PRODUCTO-FIN.

           PERFORM UNTIL WS-FIN-GLP
              PERFORM 3171-IMPUTAR-PRODUCTO
                 THRU 3171-IMPUTAR-PRODUCTO-FIN
              PERFORM 3174-SIGUIENTE-GL-PRODUCTO
                 THRU 3174-SIGUIENTE-GL-PRODUCTO-FIN
           END-PERFORM.

           MOVE 'N'        TO WS-GLA-FIN.
           MOVE 'GA'       TO WS-TCI-TIPO.
           MOVE LOW-VALUES TO WS-TCI-VALOR.
           MOVE ZEROES     TO WS-TCI-SECUENCIA.
           START ENT-TABLAS-CICLO KEY IS >= WS-TCI-CLAVE
               INVALID KEY
                  MOVE 'S' TO WS-GLA-FIN
           END-START.

           IF NOT WS-FIN-GLA
              PERFORM 3176-LEER-ASIENTO-GL
                 THRU 3176-LEER-ASIENTO-GL-FIN
           END-IF.

           PERFORM UNTIL WS-FIN-GLA
              IF WS-GLA-IMPORTE <> ZEROES
                 MOVE WS-GLA-DEBE-HABER TO WS-GL-DEBE-HABER
                 MOVE WS-GLA-CUENTA     TO WS-GL-CUENTA-CONTABLE
                 MOVE WS-GLA-MONEDA     TO WS-GL-MONEDA
                 MOVE WS-GLA-IMPORTE    TO WS-GL-IMPORTE
                 PERFORM 3175-GRABAR-ASIENTO
                    THRU 3175-GRABAR-ASIENTO-FIN
              END-IF
              PERFORM 3176-LEER-ASIENTO-GL
                 THRU 3176-LEER-ASIENTO-GL-FIN
           END-PERFORM.

      *    *** control de lote: si debe y haber no cuadran, el archivo
      *    *** no puede salir hacia contaduria
           IF WS-GL-SUMA-DEBE <> WS-GL-SUMA-HABER
       3170-GRABAR-INTERFAZ-GL-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** un concepto de un producto (registro GP leido en
      *    *** 3174): los consumos de una categoria o los movimientos
      *    *** fijos del producto
       3171-IMPUTAR-PRODUCTO.

           IF WS-GLP-CONCEPTO = ZEROES
              PERFORM 3177-IMPUTAR-FIJOS
                 THRU 3177-IMPUTAR-FIJOS-FIN
           ELSE
              PERFORM 3178-IMPUTAR-CATEGORIA
                 THRU 3178-IMPUTAR-CATEGORIA-FIN
           END-IF.

       3171-IMPUTAR-PRODUCTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** intereses (incluye comisiones y recargos), punitorios,
      *    *** seguro, descuentos y diferencia de conversion
       3177-IMPUTAR-FIJOS.

           MOVE SPACES TO WS-GLM-SUBTIPO.

           MOVE 'INTERES'   TO WS-GLM-TIPO-MOV.
           MOVE 'ARS'       TO WS-GLM-MONEDA.
           MOVE WS-GLP-INTERES-ARS TO WS-GLM-IMPORTE.
           PERFORM 3172-IMPUTAR-MOVIMIENTO
              THRU 3172-IMPUTAR-MOVIMIENTO-FIN.
           MOVE 'USD'       TO WS-GLM-MONEDA.
           MOVE WS-GLP-INTERES-USD TO WS-GLM-IMPORTE.
           PERFORM 3172-IMPUTAR-MOVIMIENTO
              THRU 3172-IMPUTAR-MOVIMIENTO-FIN.

           MOVE 'PUNITORIO' TO WS-GLM-TIPO-MOV.
           MOVE 'ARS'       TO WS-GLM-MONEDA.
           MOVE WS-GLP-PUNITORIO-ARS TO WS-GLM-IMPORTE.
           PERFORM 3172-IMPUTAR-MOVIMIENTO
              THRU 3172-IMPUTAR-MOVIMIENTO-FIN.

           MOVE 'SEGURO'    TO WS-GLM-TIPO-MOV.
           MOVE WS-GLP-SEGURO-ARS TO WS-GLM-IMPORTE.
           PERFORM 3172-IMPUTAR-MOVIMIENTO
              THRU 3172-IMPUTAR-MOVIMIENTO-FIN.

           MOVE 'DESCUENTO' TO WS-GLM-TIPO-MOV.
           MOVE WS-GLP-DTO-ARS TO WS-GLM-IMPORTE.
           PERFORM 3172-IMPUTAR-MOVIMIENTO
              THRU 3172-IMPUTAR-MOVIMIENTO-FIN.
           MOVE 'USD'       TO WS-GLM-MONEDA.
           MOVE WS-GLP-DTO-USD TO WS-GLM-IMPORTE.
           PERFORM 3172-IMPUTAR-MOVIMIENTO
              THRU 3172-IMPUTAR-MOVIMIENTO-FIN.

           MOVE 'DIF-CAMBIO' TO WS-GLM-TIPO-MOV.
           MOVE 'ARS'        TO WS-GLM-MONEDA.
           MOVE WS-GLP-DIF-CAMBIO TO WS-GLM-IMPORTE.
           PERFORM 3172-IMPUTAR-MOVIMIENTO
              THRU 3172-IMPUTAR-MOVIMIENTO-FIN.

       3177-IMPUTAR-FIJOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** consumos de una categoria: debe por categoria, haber
      *    *** ventas a facturar
       3178-IMPUTAR-CATEGORIA.

           SET WS-IX-CAT TO WS-GLP-CONCEPTO.

      *    *** la categoria de creditos por fraude suma en negativo:
      *    *** se asienta al reves, debe quebrantos por fraude y haber
      *    *** deudores. Igual las de ajustes manuales ('AJUSTE xxx'),
      *    *** cada una contra la cuenta de gastos de su motivo
      *    *** (tipo 'AJ-xxx' del plan de cuentas)
           MOVE 'CONSUMO'                  TO WS-GLM-TIPO-MOV.
           MOVE WS-CATR-NOMBRE (WS-IX-CAT) TO WS-GLM-SUBTIPO.
           IF WS-CATR-NOMBRE (WS-IX-CAT) = 'CREDITO FRAUDE'
              MOVE 'FRAUDE'                TO WS-GLM-TIPO-MOV
              MOVE SPACES                  TO WS-GLM-SUBTIPO
           END-IF.
           IF WS-CATR-NOMBRE (WS-IX-CAT) (1:7) = 'AJUSTE '
              MOVE SPACES                  TO WS-GLM-TIPO-MOV
              STRING 'AJ-' WS-CATR-NOMBRE (WS-IX-CAT) (8:8)
                     DELIMITED BY SPACE INTO WS-GLM-TIPO-MOV
              MOVE SPACES                  TO WS-GLM-SUBTIPO
           END-IF.

           MOVE 'ARS'                      TO WS-GLM-MONEDA.
           MOVE WS-GLP-CAT-ARS             TO WS-GLM-IMPORTE.
           IF WS-GLM-TIPO-MOV = 'FRAUDE'
              OR WS-GLM-TIPO-MOV (1:3) = 'AJ-'
              COMPUTE WS-GLM-IMPORTE = WS-GLM-IMPORTE * -1
           END-IF.
           PERFORM 3172-IMPUTAR-MOVIMIENTO
              THRU 3172-IMPUTAR-MOVIMIENTO-FIN.

           MOVE 'USD'                      TO WS-GLM-MONEDA.
           MOVE WS-GLP-CAT-USD             TO WS-GLM-IMPORTE.
           IF WS-GLM-TIPO-MOV = 'FRAUDE'
              OR WS-GLM-TIPO-MOV (1:3) = 'AJ-'
              COMPUTE WS-GLM-IMPORTE = WS-GLM-IMPORTE * -1
           END-IF.
           PERFORM 3172-IMPUTAR-MOVIMIENTO
              THRU 3172-IMPUTAR-MOVIMIENTO-FIN.

       3178-IMPUTAR-CATEGORIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** pide las cuentas al plan de cuentas y suma el importe al
      *    *** debe de una y al haber de la otra
       3172-IMPUTAR-MOVIMIENTO.

           IF WS-GLM-IMPORTE = ZEROES
              GO TO 3172-IMPUTAR-MOVIMIENTO-FIN
           END-IF.

           INITIALIZE WS-PLC-ENTRADA.
           MOVE WS-GLM-TIPO-MOV             TO WS-PLC-TIPO-MOV-E.
           MOVE WS-GLM-SUBTIPO              TO WS-PLC-SUBTIPO-E.
           MOVE WS-GLP-PRODUCTO             TO WS-PLC-PRODUCTO-E.
           MOVE WS-GLM-MONEDA               TO WS-PLC-MONEDA-E.
           CALL 'PLANCTAS' USING WS-PLAN.

           IF WS-PLC-COD-ERROR-O <> SPACES
              DISPLAY 'PLAN DE CUENTAS: ' WS-GLM-TIPO-MOV ' '
                      WS-PLC-PRODUCTO-E ' ' WS-GLM-MONEDA ': '
                      WS-PLC-DES-ERROR-O
           END-IF.

           MOVE WS-PLC-CUENTA-DEBE-O  TO WS-GLM-CUENTA.
           MOVE 'D'                   TO WS-GLM-DEBE-HABER.
           PERFORM 3173-SUMAR-ASIENTO
              THRU 3173-SUMAR-ASIENTO-FIN.

           MOVE WS-PLC-CUENTA-HABER-O TO WS-GLM-CUENTA.
           MOVE 'H'                   TO WS-GLM-DEBE-HABER.
           PERFORM 3173-SUMAR-ASIENTO
              THRU 3173-SUMAR-ASIENTO-FIN.

       3172-IMPUTAR-MOVIMIENTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** suma el movimiento al asiento de su cuenta, moneda y
      *    *** lado en ENT-TABLAS-CICLO (tipo GA); si no hay, lo agrega
      *    *** con la secuencia siguiente a la ultima de la clave
       3173-SUMAR-ASIENTO.

           MOVE 'N'                 TO WS-GLA-HALLADO.
           MOVE ZEROES              TO WS-GLA-SECUENCIA.
           MOVE 'GA'                TO WS-TCI-BUSCA-TIPO.
           MOVE WS-GLM-CUENTA (1:19) TO WS-TCI-BUSCA-VALOR.
           PERFORM 2820-POSICIONAR-TABLA-CICLO
              THRU 2820-POSICIONAR-TABLA-CICLO-FIN.

           PERFORM UNTIL WS-FIN-TABLA-CICLO
                      OR WS-GLA-YA-EXISTE
              MOVE WS-TCI-DATOS     TO WS-GLA-ASIENTO
              MOVE WS-TCI-SECUENCIA TO WS-GLA-SECUENCIA
              IF WS-GLA-CUENTA     = WS-GLM-CUENTA
                 AND WS-GLA-MONEDA     = WS-GLM-MONEDA
                 AND WS-GLA-DEBE-HABER = WS-GLM-DEBE-HABER
                 MOVE 'S' TO WS-GLA-HALLADO
              ELSE
                 PERFORM 2825-LEER-TABLA-CICLO
                    THRU 2825-LEER-TABLA-CICLO-FIN
              END-IF
           END-PERFORM.

           IF WS-GLA-YA-EXISTE
              ADD WS-GLM-IMPORTE TO WS-GLA-IMPORTE
           ELSE
              ADD 1 TO WS-GLA-SECUENCIA
              MOVE WS-GLM-CUENTA     TO WS-GLA-CUENTA
              MOVE WS-GLM-MONEDA     TO WS-GLA-MONEDA
              MOVE WS-GLM-DEBE-HABER TO WS-GLA-DEBE-HABER
              MOVE WS-GLM-IMPORTE    TO WS-GLA-IMPORTE
           END-IF.

           MOVE SPACES               TO WS-TCI-REG.
           MOVE 'GA'                 TO WS-TCI-TIPO.
           MOVE WS-GLM-CUENTA (1:19) TO WS-TCI-VALOR.
           MOVE WS-GLA-SECUENCIA     TO WS-TCI-SECUENCIA.
           MOVE WS-GLA-ASIENTO       TO WS-TCI-DATOS.
           PERFORM 1199-GRABAR-TABLA-CICLO
              THRU 1199-GRABAR-TABLA-CICLO-FIN.

       3173-SUMAR-ASIENTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** siguiente registro GP despues del ultimo imputado; se
      *    *** reposiciona cada vez porque 3173 lee y graba en el
      *    *** mismo archivo entre un producto y otro
       3174-SIGUIENTE-GL-PRODUCTO.

           MOVE WS-GLP-ULTIMA-CLAVE TO WS-TCI-CLAVE.
           START ENT-TABLAS-CICLO KEY IS > WS-TCI-CLAVE
               INVALID KEY
                  MOVE 'S' TO WS-GLP-FIN
                  GO TO 3174-SIGUIENTE-GL-PRODUCTO-FIN
           END-START.

           READ ENT-TABLAS-CICLO NEXT RECORD
               AT END
                  MOVE 'S' TO WS-GLP-FIN
                  GO TO 3174-SIGUIENTE-GL-PRODUCTO-FIN
           END-READ.

           IF WS-TCI-TIPO <> 'GP'
              MOVE 'S' TO WS-GLP-FIN
              GO TO 3174-SIGUIENTE-GL-PRODUCTO-FIN
           END-IF.

           MOVE WS-TCI-CLAVE       TO WS-GLP-ULTIMA-CLAVE.
           MOVE WS-TCI-VALOR (1:5) TO WS-GLP-CLAVE.
           MOVE WS-TCI-DATOS       TO WS-GLP-IMPORTES.

       3174-SIGUIENTE-GL-PRODUCTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** siguiente asiento GA ya sumado, para grabar la interfaz
       3176-LEER-ASIENTO-GL.

           READ ENT-TABLAS-CICLO NEXT RECORD
               AT END
                  MOVE 'S' TO WS-GLA-FIN
                  GO TO 3176-LEER-ASIENTO-GL-FIN
           END-READ.

           IF WS-TCI-TIPO <> 'GA'
              MOVE 'S' TO WS-GLA-FIN
              GO TO 3176-LEER-ASIENTO-GL-FIN
           END-IF.

           MOVE WS-TCI-DATOS TO WS-GLA-ASIENTO.

       3176-LEER-ASIENTO-GL-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cierre de la declaracion: un registro 'J' por
      *    *** jurisdiccion y el total 'T' de control, que tiene que
      *----------------------------------------------------------------*
       3200-CERRAR-ARCHIVOS.

           PERFORM 3205-GRABAR-TOTALES-INTERFACES
              THRU 3205-GRABAR-TOTALES-INTERFACES-FIN.

           CLOSE ENT-CONSUMOS
                 SAL-ERRORES
                 SAL-EXCESOS
                 SAL-ALERTAS
                 ENT-CUOTAS
                 SAL-CUO-CONCILIAR
                 SAL-RESUMEN-CSV
                 SAL-CATEGORIAS
                 SAL-PROXIMO-CICLO
       3200-CERRAR-ARCHIVOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cierra cada interfaz con su registro de totales; una
      *    *** corrida cortada no llega aca y deja el archivo sin
      *    *** totales, que los consumidores rechazan
       3205-GRABAR-TOTALES-INTERFACES.

           MOVE 'MINIMOS'        TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-MINIMOS  TO WS-ICT-RUTA-E.
           MOVE WS-INT-MIN-CANT  TO WS-ICT-CANT-REGISTROS-E.
           MOVE WS-INT-MIN-HASH  TO WS-ICT-TOTAL-HASH-E.
           PERFORM 1194-ARMAR-TOTALES
              THRU 1194-ARMAR-TOTALES-FIN.
           WRITE WS-SAL-MINIMOS-CTL FROM WS-ICT-REGISTRO-O.

           MOVE 'SALDCIER'            TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-SALDOS-CIERRE TO WS-ICT-RUTA-E.
           MOVE WS-INT-SCI-CANT       TO WS-ICT-CANT-REGISTROS-E.
           MOVE WS-INT-SCI-HASH       TO WS-ICT-TOTAL-HASH-E.
           PERFORM 1194-ARMAR-TOTALES
              THRU 1194-ARMAR-TOTALES-FIN.
           WRITE WS-SAL-SALDOS-CIERRE-CTL FROM WS-ICT-REGISTRO-O.

           MOVE 'FACTURAD'         TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-FACTURADOS TO WS-ICT-RUTA-E.
           MOVE WS-INT-FAC-CANT    TO WS-ICT-CANT-REGISTROS-E.
           MOVE WS-INT-FAC-HASH    TO WS-ICT-TOTAL-HASH-E.
           PERFORM 1194-ARMAR-TOTALES
              THRU 1194-ARMAR-TOTALES-FIN.
           WRITE WS-SAL-FACTURADOS-CTL FROM WS-ICT-REGISTRO-O.

           IF WS-ES-SALDO-DIFERIDO
              MOVE 'SALDPEND'          TO WS-ICT-INTERFAZ-E
              MOVE WS-RUTA-SALDOS-PEND TO WS-ICT-RUTA-E
              MOVE WS-INT-PND-CANT     TO WS-ICT-CANT-REGISTROS-E
              MOVE WS-INT-PND-HASH     TO WS-ICT-TOTAL-HASH-E
              PERFORM 1194-ARMAR-TOTALES
                 THRU 1194-ARMAR-TOTALES-FIN
              WRITE WS-SAL-SALDOS-PEND-CTL FROM WS-ICT-REGISTRO-O
           END-IF.

       3205-GRABAR-TOTALES-INTERFACES-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** reporte final de errores por codigo, uno por linea, en
      *    *** el mismo orden en que cada codigo aparecio por primera
