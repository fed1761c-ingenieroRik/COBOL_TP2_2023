       01 WS-SRG-SOLICITUD-REG.
      *    *** registro de solicitudes (SOLICITUDES-REG.VSAM): la
      *    *** decision de cada solicitud con sus motivos, automatica
      *    *** (ORIGINA) o del analista sobre una referida
          05 WS-SRG-SOLICITUD                       PIC 9(10).
          05 WS-SRG-FECHA-SOLICITUD                 PIC 9(08).
          05 WS-SRG-FECHA-DECISION                  PIC 9(08).
          05 WS-SRG-DOCUMENTO                       PIC X(11).
          05 WS-SRG-NOMBRE                          PIC X(20).
          05 WS-SRG-APELLIDO                        PIC X(20).
          05 WS-SRG-DIRECCION                       PIC X(40).
          05 WS-SRG-COD-POSTAL                      PIC 9(04).
          05 WS-SRG-PRODUCTO                        PIC X(03).
          05 WS-SRG-DIA-CIERRE                      PIC 9(02).
          05 WS-SRG-INGRESO                         PIC 9(08)V9(02).
      *    *** datos del buro con que se decidio ('S' = hubo informe)
          05 WS-SRG-HAY-BURO                        PIC X(01).
          05 WS-SRG-SITUACION-BURO                  PIC 9(01).
          05 WS-SRG-DEUDA-SISTEMA                   PIC 9(10)V9(02).
      *    *** limites ARS que la persona ya tiene en la casa
          05 WS-SRG-EXPOSICION                      PIC 9(10)V9(02).
          05 WS-SRG-DECISION                        PIC X(01).
             88 WS-SRG-APROBADA                         VALUE 'A'.
             88 WS-SRG-RECHAZADA                        VALUE 'D'.
             88 WS-SRG-REFERIDA                         VALUE 'R'.
      *    *** 'M' = motor de reglas, 'A' = analista
          05 WS-SRG-ORIGEN                          PIC X(01).
          05 WS-SRG-OPERADOR                        PIC X(10).
      *    *** limites asignados (propuestos, en una referida)
          05 WS-SRG-LIMITE-ARS                      PIC 9(08)V9(02).
          05 WS-SRG-LIMITE-USD                      PIC 9(08)V9(02).
      *    *** cuenta y tarjeta (tokenizada) emitidas al aprobar
          05 WS-SRG-CUENTA                          PIC 9(10).
          05 WS-SRG-TARJETA                         PIC X(19).
      *    *** motivos de la decision:
      *    *** 60 sin informe del buro              (referida)
      *    *** 61 producto sin reglas de originacion (referida)
      *    *** 62 mora vigente en la casa            (rechazada)
      *    *** 63 ingreso inferior al minimo         (rechazada)
      *    *** 64 situacion del buro fuera de politica (rechazada)
      *    *** 65 situacion del buro a revisar       (referida)
      *    *** 66 endeudamiento en el sistema        (referida)
      *    *** 67 sin margen de exposicion           (referida)
      *    *** 68 limite inferior al minimo          (referida)
      *    *** 69 rechazada por el analista
      *    *** 70 aprobada por el analista
          05 WS-SRG-CANT-MOTIVOS                    PIC 9(01).
          05 WS-SRG-MOTIVO OCCURS 5 TIMES.
             10 WS-SRG-COD-MOTIVO                   PIC X(02).
             10 WS-SRG-DES-MOTIVO                   PIC X(40).
