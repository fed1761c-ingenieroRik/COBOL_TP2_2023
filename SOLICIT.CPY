       01 WS-SOL-SOLICITUD-REG.
      *    *** solicitud de tarjeta (SOLICITUDES.SEQ), una por renglon
      *    *** tal como la cargan las sucursales y la web; la decide
      *    *** ORIGINA
          05 WS-SOL-SOLICITUD                       PIC 9(10).
          05 WS-SOL-FECHA                           PIC 9(08).
          05 WS-SOL-DOCUMENTO                       PIC X(11).
          05 WS-SOL-NOMBRE                          PIC X(20).
          05 WS-SOL-APELLIDO                        PIC X(20).
          05 WS-SOL-DIRECCION                       PIC X(40).
          05 WS-SOL-COD-POSTAL                      PIC 9(04).
      *    *** ingreso mensual neto declarado por el solicitante
          05 WS-SOL-INGRESO                         PIC 9(08)V9(02).
      *    *** producto pedido (catalogo PRODUCTOS.SEQ)
          05 WS-SOL-PRODUCTO                        PIC X(03).
          05 WS-SOL-DIA-CIERRE                      PIC 9(02).
