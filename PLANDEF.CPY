       01 WS-PDF-CATALOGO.
      *    *** catalogo de tipos de movimiento que asientan los
      *    *** lotes GL, con las cuentas que se usaron siempre (van
      *    *** por defecto cuando no hay PLANCTAS.SEQ). Por tipo:
      *    *** 'P' si el lote lo abre por producto, y las monedas
      *    *** en que se asienta (VALPLAN exige una fila para cada
      *    *** combinacion)
          05 FILLER PIC X(19) VALUE 'CONSUMO     PARSUSD'.
          05 FILLER PIC X(30) VALUE
                              'CONSUMOS *                    '.
          05 FILLER PIC X(30) VALUE
                              'VENTAS A FACTURAR             '.
          05 FILLER PIC X(19) VALUE 'INTERES     PARSUSD'.
          05 FILLER PIC X(30) VALUE
                              'DEUDORES POR INTERESES        '.
          05 FILLER PIC X(30) VALUE
                              'INGRESOS FINANCIEROS          '.
          05 FILLER PIC X(19) VALUE 'PUNITORIO   PARS   '.
          05 FILLER PIC X(30) VALUE
                              'DEUDORES POR PUNITORIOS       '.
          05 FILLER PIC X(30) VALUE
                              'INGRESOS PUNITORIOS           '.
          05 FILLER PIC X(19) VALUE 'SEGURO      PARS   '.
          05 FILLER PIC X(30) VALUE
                              'DEUDORES POR SEGURO           '.
          05 FILLER PIC X(30) VALUE
                              'PRIMAS SEGURO SALDO A RENDIR  '.
          05 FILLER PIC X(19) VALUE 'DESCUENTO   PARSUSD'.
          05 FILLER PIC X(30) VALUE
                              'GASTOS POR PROMOCIONES        '.
          05 FILLER PIC X(30) VALUE
                              'DEUDORES TARJETA              '.
          05 FILLER PIC X(19) VALUE 'DIF-CAMBIO  PARS   '.
          05 FILLER PIC X(30) VALUE
                              'DIFERENCIA DE CAMBIO          '.
          05 FILLER PIC X(30) VALUE
                              'RESULTADO POR CONVERSION      '.
          05 FILLER PIC X(19) VALUE 'REVALUO      ARS   '.
          05 FILLER PIC X(30) VALUE
                              'DEUDORES TARJETA USD          '.
          05 FILLER PIC X(30) VALUE
                              'RESULTADO POR TENENCIA        '.
          05 FILLER PIC X(19) VALUE 'CASTIGO      ARSUSD'.
          05 FILLER PIC X(30) VALUE
                              'PREVISION POR INCOBRABILIDAD  '.
          05 FILLER PIC X(30) VALUE
                              'DEUDORES TARJETA              '.
          05 FILLER PIC X(19) VALUE 'CASTIGO-ORD  ARSUSD'.
          05 FILLER PIC X(30) VALUE
                              'DEUDORES CASTIGADOS CTAS ORDEN'.
          05 FILLER PIC X(30) VALUE
                              'CONTRA DEUDORES CASTIGADOS    '.
          05 FILLER PIC X(19) VALUE 'RECUPERO     ARSUSD'.
          05 FILLER PIC X(30) VALUE
                              'COBRANZAS A IMPUTAR           '.
          05 FILLER PIC X(30) VALUE
                              'RECUPERO CREDITOS CASTIGADOS  '.
          05 FILLER PIC X(19) VALUE 'RECUPERO-ORD ARSUSD'.
          05 FILLER PIC X(30) VALUE
                              'CONTRA DEUDORES CASTIGADOS    '.
          05 FILLER PIC X(30) VALUE
                              'DEUDORES CASTIGADOS CTAS ORDEN'.
          05 FILLER PIC X(19) VALUE 'PREV-CARGO   ARSUSD'.
          05 FILLER PIC X(30) VALUE
                              'CARGO POR INCOBRABILIDAD      '.
          05 FILLER PIC X(30) VALUE
                              'PREVISION POR INCOBRABILIDAD  '.
          05 FILLER PIC X(19) VALUE 'PREV-DESAFEC ARSUSD'.
          05 FILLER PIC X(30) VALUE
                              'PREVISION POR INCOBRABILIDAD  '.
          05 FILLER PIC X(30) VALUE
                              'DESAFECTACION DE PREVISIONES  '.
          05 FILLER PIC X(19) VALUE 'DEVENGO     PARSUSD'.
          05 FILLER PIC X(30) VALUE
                              'INTERESES DEVENGADOS A COBRAR '.
          05 FILLER PIC X(30) VALUE
                              'INGRESOS FINANCIEROS          '.
          05 FILLER PIC X(19) VALUE 'REVERSA-PAGO ARSUSD'.
          05 FILLER PIC X(30) VALUE
                              'DEUDORES TARJETA              '.
          05 FILLER PIC X(30) VALUE
                              'COBRANZAS A IMPUTAR           '.
          05 FILLER PIC X(19) VALUE 'QUITA        ARSUSD'.
          05 FILLER PIC X(30) VALUE
                              'QUEBRANTOS POR QUITAS         '.
          05 FILLER PIC X(30) VALUE
                              'DEUDORES TARJETA              '.
          05 FILLER PIC X(19) VALUE 'SINIESTRO    ARSUSD'.
          05 FILLER PIC X(30) VALUE
                              'INDEMNIZACIONES A COBRAR      '.
          05 FILLER PIC X(30) VALUE
                              'DEUDORES TARJETA              '.
          05 FILLER PIC X(19) VALUE 'ARANCEL      ARSUSD'.
          05 FILLER PIC X(30) VALUE
                              'ARANCELES A COBRAR A LA RED   '.
          05 FILLER PIC X(30) VALUE
                              'INGRESOS POR ARANCEL INTERCAMB'.
          05 FILLER PIC X(19) VALUE 'FRAUDE       ARSUSD'.
          05 FILLER PIC X(30) VALUE
                              'QUEBRANTOS POR FRAUDE         '.
          05 FILLER PIC X(30) VALUE
                              'DEUDORES TARJETA              '.
          05 FILLER PIC X(19) VALUE 'AJ-INTERES   ARSUSD'.
          05 FILLER PIC X(30) VALUE
                              'AJUSTES CONDONACION INTERESES '.
          05 FILLER PIC X(30) VALUE
                              'DEUDORES TARJETA              '.
          05 FILLER PIC X(19) VALUE 'AJ-COMISION  ARSUSD'.
          05 FILLER PIC X(30) VALUE
                              'AJUSTES REVERSION COMISIONES  '.
          05 FILLER PIC X(30) VALUE
                              'DEUDORES TARJETA              '.
          05 FILLER PIC X(19) VALUE 'AJ-CORTESIA  ARSUSD'.
          05 FILLER PIC X(30) VALUE
                              'AJUSTES BONIFICACION CORTESIA '.
          05 FILLER PIC X(30) VALUE
                              'DEUDORES TARJETA              '.
          05 FILLER PIC X(19) VALUE 'AJ-SISTEMA   ARSUSD'.
          05 FILLER PIC X(30) VALUE
                              'AJUSTES POR ERRORES DE SISTEMA'.
          05 FILLER PIC X(30) VALUE
                              'DEUDORES TARJETA              '.
          05 FILLER PIC X(19) VALUE 'SOCIO-PUNTOS ARS   '.
          05 FILLER PIC X(30) VALUE
                              'GASTOS PROGRAMA DE PUNTOS     '.
          05 FILLER PIC X(30) VALUE
                              'PROGRAMAS SOCIO A PAGAR       '.
       01 WS-PDF-CATALOGO-R REDEFINES WS-PDF-CATALOGO.
          05 WS-PDF-ITEM OCCURS 24 INDEXED BY WS-IX-PDF.
             10 WS-PDF-TIPO-MOV                    PIC X(12).
             10 WS-PDF-POR-PRODUCTO                PIC X(01).
                88 WS-PDF-ABRE-PRODUCTO                VALUE 'P'.
             10 WS-PDF-MONEDAS.
                15 WS-PDF-MONEDA   OCCURS 2        PIC X(03).
             10 WS-PDF-CUENTA-DEBE                 PIC X(30).
             10 WS-PDF-CUENTA-HABER                PIC X(30).
       01 WS-PDF-CANT-TIPOS           PIC 9(02) VALUE 24.
