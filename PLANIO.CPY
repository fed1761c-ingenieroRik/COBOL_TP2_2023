      *----------------------------------------------------------------*
      *   AREA DE COMUNICACION CON PLANCTAS (CUENTAS CONTABLES DE UN   *
      *   TIPO DE MOVIMIENTO SEGUN EL PLAN DE CUENTAS)                 *
      *----------------------------------------------------------------*
           05 WS-PLC-ENTRADA.
      *    *** tipo de movimiento (ver PLANDEF.CPY), categoria de
      *    *** gasto (solo CONSUMO), producto (blanco = sin producto)
      *    *** y moneda del asiento
              10 WS-PLC-TIPO-MOV-E                PIC X(12)
                                                        VALUE SPACES.
              10 WS-PLC-SUBTIPO-E                 PIC X(15)
                                                        VALUE SPACES.
              10 WS-PLC-PRODUCTO-E                PIC X(03)
                                                        VALUE SPACES.
              10 WS-PLC-MONEDA-E                  PIC X(03)
                                                        VALUE SPACES.

           05 WS-PLC-SALIDA.
              10 WS-PLC-CUENTA-DEBE-O             PIC X(30).
              10 WS-PLC-CUENTA-HABER-O            PIC X(30).
      *    *** 'M' resuelta por el plan de cuentas, 'D' cuenta por
      *    *** defecto del sistema (sin PLANCTAS.SEQ, o tipo sin fila
      *    *** que aplique: en ese caso viene tambien el error '01')
              10 WS-PLC-ORIGEN-O                  PIC X(01).
                 88 WS-PLC-CUENTA-MAPEADA                  VALUE 'M'.
                 88 WS-PLC-CUENTA-POR-DEFECTO              VALUE 'D'.
              10 WS-PLC-COD-ERROR-O               PIC X(02).
              10 WS-PLC-DES-ERROR-O               PIC X(40).
