      *    *** catalogo de motivos de ajuste manual (ver AJUSTES): por
      *    *** codigo, la categoria con que se factura el ajuste (y de
      *    *** la que sale su cuenta de gastos 'AJ-xxx' en el plan de
      *    *** cuentas, ver TP02EJ01 3171), la descripcion y si el
      *    *** motivo solo admite creditos al cliente ('C')
       01 WS-AJM-CATALOGO.
          05 FILLER PIC X(43) VALUE
             'INAJUSTE INTERES CONDONACION DE INTERESES C'.
          05 FILLER PIC X(43) VALUE
             'COAJUSTE COMISIONREVERSION DE COMISIONES  C'.
          05 FILLER PIC X(43) VALUE
             'CBAJUSTE CORTESIABONIFICACION DE CORTESIA C'.
          05 FILLER PIC X(43) VALUE
             'ESAJUSTE SISTEMA ERROR DE SISTEMA          '.
       01 WS-AJM-CATALOGO-R REDEFINES WS-AJM-CATALOGO.
          05 WS-AJM-ITEM OCCURS 4 INDEXED BY WS-IX-AJM.
             10 WS-AJM-CODIGO                      PIC X(02).
             10 WS-AJM-CATEGORIA                   PIC X(15).
             10 WS-AJM-DESCRIPCION                 PIC X(25).
             10 WS-AJM-SOLO-CREDITO                PIC X(01).
                88 WS-AJM-ADMITE-SOLO-CREDITO          VALUE 'C'.
       01 WS-AJM-CANT-MOTIVOS         PIC 9(02) VALUE 4.
