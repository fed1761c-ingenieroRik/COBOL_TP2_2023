       01 WS-ROR-REGLA-REG.
      *    *** reglas de originacion por producto
      *    *** (REGLAS-ORIGINACION.SEQ, ver ORIGINA). Los importes
      *    *** multiplican el ingreso mensual declarado
          05 WS-ROR-PRODUCTO                        PIC X(03).
      *    *** BIN con que se numeran las tarjetas del producto
          05 WS-ROR-BIN                             PIC 9(06).
      *    *** ingreso minimo; por debajo se rechaza
          05 WS-ROR-INGRESO-MINIMO                  PIC 9(08)V9(02).
      *    *** situacion del buro: hasta SITUACION-APRUEBA se aprueba,
      *    *** hasta SITUACION-REFIERE va al analista, peor se rechaza
          05 WS-ROR-SITUACION-APRUEBA               PIC 9(01).
          05 WS-ROR-SITUACION-REFIERE               PIC 9(01).
      *    *** deuda en el sistema admitida (veces el ingreso); por
      *    *** encima va al analista
          05 WS-ROR-MULT-DEUDA                      PIC 9(02)V9(02).
      *    *** limite ARS asignado (veces el ingreso), con tope en el
      *    *** limite sugerido del producto
          05 WS-ROR-MULT-LIMITE                     PIC 9(02)V9(02).
      *    *** exposicion total de la persona en la casa (limites ARS
      *    *** de sus cuentas + el nuevo), en veces el ingreso
          05 WS-ROR-MULT-EXPOSICION                 PIC 9(02)V9(02).
      *    *** limite minimo que justifica emitir; por debajo va al
      *    *** analista
          05 WS-ROR-LIMITE-MINIMO                   PIC 9(08)V9(02).
