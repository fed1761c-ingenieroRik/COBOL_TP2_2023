       01 WS-LCU-ENTRADA-REG.
      *    *** entrada de las listas de cumplimiento
      *    *** (LISTAS-CUMPLIMIENTO.SEQ): sanciones UIF y OFAC y
      *    *** personas expuestas politicamente, consolidadas en un
      *    *** solo archivo. La fecha de la lista es su version: un
      *    *** archivo con una version nueva dispara el cruce de toda
      *    *** la base de personas (CRUCELIS)
          05 WS-LCU-LISTA                           PIC X(04).
             88 WS-LCU-LISTA-UIF                        VALUE 'UIF '.
             88 WS-LCU-LISTA-OFAC                       VALUE 'OFAC'.
             88 WS-LCU-LISTA-PEP                        VALUE 'PEP '.
      *    *** identificador de la entrada en la lista de origen
          05 WS-LCU-ID-ENTRADA                      PIC X(12).
      *    *** DNI o CUIT; en blanco si la lista no lo informa
          05 WS-LCU-DOCUMENTO                       PIC X(11).
          05 WS-LCU-APELLIDO                        PIC X(20).
          05 WS-LCU-NOMBRE                          PIC X(20).
          05 WS-LCU-FECHA-LISTA                     PIC 9(08).
      *    *** programa de sancion o cargo publico
          05 WS-LCU-DETALLE                         PIC X(40).
