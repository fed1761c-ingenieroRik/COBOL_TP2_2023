       01 WS-AGE-AGENCIA-REG.
      *    *** agencia de cobranza externa (AGENCIAS.VSAM): condiciones
      *    *** pactadas y acumulados que mantiene ASIGNAGE en cada
      *    *** corrida mensual de asignacion y liquidacion
          05 WS-AGE-CODIGO                            PIC X(05).
          05 WS-AGE-NOMBRE                            PIC X(30).
          05 WS-AGE-CUIT                              PIC 9(11).
      *    *** comision sobre lo efectivamente recuperado, en %
          05 WS-AGE-COMISION-PCT                      PIC 9(02)V9(02).
      *    *** dias que la cuenta queda en la agencia antes del retiro
          05 WS-AGE-DIAS-ASIGNACION                   PIC 9(03).
      *    *** maximo de cuentas asignadas a la vez; cero = sin tope
          05 WS-AGE-CUPO-CUENTAS                      PIC 9(05).
          05 WS-AGE-ESTADO                            PIC X(01).
             88 WS-AGE-ACTIVA                             VALUE 'A'.
             88 WS-AGE-INACTIVA                           VALUE 'I'.
          05 WS-AGE-FECHA-ALTA                        PIC 9(08).
          05 WS-AGE-OPERADOR                          PIC X(10).
      *    *** acumulados desde el alta (base del criterio de
      *    *** asignacion por desempeno)
          05 WS-AGE-CUENTAS-VIGENTES                  PIC 9(05).
          05 WS-AGE-DEUDA-ASIGNADA-ARS                PIC 9(12)V9(02).
          05 WS-AGE-RECUPERADO-ARS                    PIC 9(12)V9(02).
          05 WS-AGE-RECUPERADO-USD                    PIC 9(12)V9(02).
          05 WS-AGE-COMISION-ARS                      PIC 9(10)V9(02).
          05 WS-AGE-COMISION-USD                      PIC 9(10)V9(02).
          05 WS-AGE-ULT-PERIODO                       PIC 9(06).
