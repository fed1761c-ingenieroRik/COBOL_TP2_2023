       01 WS-CHT-COINCIDENCIA-REG.
      *    *** cola de coincidencias contra las listas de cumplimiento
      *    *** (COINCIDENCIAS.VSAM), una por persona y entrada
      *    *** de lista. CRUCELIS las encola pendientes y cumplimiento
      *    *** las confirma (bloqueo de todas las tarjetas de la
      *    *** persona con motivo 'S' en BLOQCTRL) o las descarta como
      *    *** homonimia; una descartada no se vuelve a encolar
          05 WS-CHT-CLAVE.
             10 WS-CHT-DOCUMENTO                    PIC X(11).
             10 WS-CHT-LISTA                        PIC X(04).
             10 WS-CHT-ID-ENTRADA                   PIC X(12).
      *    *** 'D' coincide el documento, 'N' coincide el nombre
          05 WS-CHT-TIPO-COINCIDENCIA               PIC X(01).
             88 WS-CHT-POR-DOCUMENTO                    VALUE 'D'.
             88 WS-CHT-POR-NOMBRE                       VALUE 'N'.
          05 WS-CHT-FECHA-DETECCION                 PIC 9(08).
          05 WS-CHT-FECHA-LISTA                     PIC 9(08).
          05 WS-CHT-APELLIDO-LISTA                  PIC X(20).
          05 WS-CHT-NOMBRE-LISTA                    PIC X(20).
          05 WS-CHT-DETALLE                         PIC X(40).
          05 WS-CHT-ESTADO                          PIC X(01).
             88 WS-CHT-PENDIENTE                        VALUE 'P'.
             88 WS-CHT-CONFIRMADA                       VALUE 'C'.
             88 WS-CHT-DESCARTADA                       VALUE 'D'.
          05 WS-CHT-FECHA-RESOLUCION                PIC 9(08).
          05 WS-CHT-OPERADOR                        PIC X(10).
          05 WS-CHT-OBSERVACION                     PIC X(40).
          05 WS-CHT-CANT-BLOQUEADAS                 PIC 9(03).
