      *    *** transaccion de lote de MANTLOTE (TRANSACCIONES-TARJETAS
      *    *** .SEQ): accion + los campos editables del registro del
      *    *** maestro, en posiciones fijas. La originacion (ORIGINA)
      *    *** emite sus altas aprobadas con este mismo layout
       01 WS-ENT-TRANSACCION.
      *    *** 'A' alta, 'B' baja, 'M' modificacion
          05 WS-TRX-ACCION                          PIC X(01).
          05 WS-TRX-NUM-CUENTA                      PIC 9(10).
          05 WS-TRX-NUM-TARJETA                     PIC X(19).
          05 WS-TRX-NOMBRE                          PIC X(20).
          05 WS-TRX-APELLIDO                        PIC X(20).
          05 WS-TRX-DIRECCION                       PIC X(40).
          05 WS-TRX-COD-POSTAL                      PIC 9(04).
          05 WS-TRX-MONEDA                          PIC X(03).
          05 WS-TRX-LIMITE-ARS                      PIC 9(08)V9(02).
          05 WS-TRX-DIA-CIERRE                      PIC 9(02).
          05 WS-TRX-TIPO-TARJETA                    PIC X(01).
          05 WS-TRX-TARJETA-TITULAR                 PIC X(19).
          05 WS-TRX-LIMITE-USD                      PIC 9(08)V9(02).
      *    *** opcionales del alta (blanco en los lotes armados a
      *    *** mano): producto a asignar en TARJPROD.VSAM y documento
      *    *** de la persona a vincular en CUENTA-PERSONA.VSAM
          05 WS-TRX-PRODUCTO                        PIC X(03).
          05 WS-TRX-DOCUMENTO                       PIC X(11).
