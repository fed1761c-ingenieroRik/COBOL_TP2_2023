       01 WS-ODB-ORDEN-REG.
      *    *** orden de debito en cuenta que DEBCBU envia a los bancos
      *    *** (DEBITOS-CBU.SEQ) en cada vencimiento. El id de la orden
      *    *** sale de NUMERADOR y viaja despues como id del pago, asi
      *    *** PAGOPOST no aplica dos veces el mismo debito. Cierra el
      *    *** archivo un registro de control con la cantidad y el
      *    *** total de las ordenes
          05 WS-ODB-TIPO-REG                         PIC X(01).
             88 WS-ODB-ES-DETALLE                        VALUE 'D'.
             88 WS-ODB-ES-TOTAL                          VALUE 'T'.
          05 WS-ODB-DETALLE.
             10 WS-ODB-ID-ORDEN                      PIC 9(10).
             10 WS-ODB-CBU                           PIC X(22).
             10 WS-ODB-NUM-CUENTA                    PIC 9(10).
      *    *** clave del minimo (tarjeta, o cuenta en rollup) y la
      *    *** tarjeta contra la que PAGOPOST aplica el pago
             10 WS-ODB-CLAVE                         PIC X(19).
             10 WS-ODB-NUM-TARJETA                   PIC X(19).
             10 WS-ODB-VENCIMIENTO                   PIC 9(08).
             10 WS-ODB-MONEDA                        PIC X(03).
             10 WS-ODB-IMPORTE                       PIC 9(10)V9(02).
             10 WS-ODB-TIPO-IMPORTE                  PIC X(01).
          05 WS-ODB-TOTAL REDEFINES WS-ODB-DETALLE.
             10 WS-ODB-CANT-ORDENES                  PIC 9(06).
             10 WS-ODB-TOTAL-IMPORTE                 PIC 9(12)V9(02).
             10 FILLER                               PIC X(84).
