       01 WS-ADH-ADHESION-REG.
      *    *** maestro de adhesiones al debito del resumen en cuenta
      *    *** bancaria (ADHESIONES-CBU.VSAM): una adhesion por cuenta
      *    *** de tarjeta, con la CBU a debitar y si se debita el
      *    *** pago minimo o el saldo total del resumen. Lo mantiene
      *    *** ADHECBU; DEBCBU genera las ordenes de debito a los
      *    *** bancos en cada vencimiento
          05 WS-ADH-NUM-CUENTA                       PIC 9(10).
      *    *** CBU de 22 digitos: banco + sucursal + verificador (8)
      *    *** y cuenta + verificador (14)
          05 WS-ADH-CBU.
             10 WS-ADH-CBU-BLOQUE-1                  PIC X(08).
             10 WS-ADH-CBU-BLOQUE-2                  PIC X(14).
          05 WS-ADH-TIPO-IMPORTE                     PIC X(01).
             88 WS-ADH-DEBITA-MINIMO                     VALUE 'M'.
             88 WS-ADH-DEBITA-TOTAL                      VALUE 'T'.
          05 WS-ADH-FECHA-ALTA                       PIC 9(08).
          05 WS-ADH-FECHA-BAJA                       PIC 9(08).
          05 WS-ADH-OPERADOR                         PIC X(10).
          05 WS-ADH-ESTADO                           PIC X(01).
             88 WS-ADH-ACTIVA                            VALUE 'A'.
             88 WS-ADH-DADA-DE-BAJA                      VALUE 'I'.
