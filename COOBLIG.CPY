       01 WS-COB-VINCULO-REG.
      *    *** codeudores y garantes de las cuentas
      *    *** (CUENTA-COOBLIGADO.VSAM, ver COOBLIG): completa a
      *    *** CUENTA-PERSONA.VSAM, que sigue ligando cada cuenta con
      *    *** su titular (rol 'T' implicito). Aca va una fila por
      *    *** cada otra persona obligada por la deuda de la cuenta,
      *    *** con clave cuenta + documento y clave alternativa por
      *    *** documento (la exposicion de una persona como garante,
      *    *** ver PERSCONS). La persona vive en PERSONAS.VSAM.
      *    *** Lo usan DEUDORES (informe de situacion de deudores) y
      *    *** CARTAMOR (carta al garante desde la etapa 2)
          05 WS-COB-CLAVE.
             10 WS-COB-CUENTA                         PIC 9(10).
             10 WS-COB-DOCUMENTO                      PIC X(11).
      *    *** 'C' codeudor (obligado solidario), 'G' garante (fiador)
          05 WS-COB-ROL                               PIC X(01).
             88 WS-COB-ES-CODEUDOR                        VALUE 'C'.
             88 WS-COB-ES-GARANTE                         VALUE 'G'.
             88 WS-COB-ROL-VALIDO              VALUES 'C' 'G'.
      *    *** por que se pidio: 'L' limite alto, 'R' refinanciacion
      *    *** (REFINANC), 'O' otro
          05 WS-COB-MOTIVO                            PIC X(01).
             88 WS-COB-MOT-LIMITE                         VALUE 'L'.
             88 WS-COB-MOT-REFINANCIACION                 VALUE 'R'.
             88 WS-COB-MOT-OTRO                           VALUE 'O'.
             88 WS-COB-MOTIVO-VALIDO           VALUES 'L' 'R' 'O'.
      *    *** 'V' vigente, 'B' liberado (la fila queda como historia)
          05 WS-COB-ESTADO                            PIC X(01).
             88 WS-COB-VIGENTE                            VALUE 'V'.
             88 WS-COB-LIBERADO                           VALUE 'B'.
          05 WS-COB-FECHA-ALTA                        PIC 9(08).
          05 WS-COB-FECHA-BAJA                        PIC 9(08).
          05 WS-COB-OPERADOR-ALTA                     PIC X(10).
          05 WS-COB-OPERADOR                          PIC X(10).
