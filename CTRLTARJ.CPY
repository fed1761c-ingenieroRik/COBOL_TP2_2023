       01 WS-CTJ-CONTROL-REG.
      *    *** control de uso pedido por el cliente sobre una tarjeta
      *    *** (CONTROLES-TARJETA.VSAM): lo mantiene CTRLTARJ y lo
      *    *** aplica CLCTLTAR en la autorizacion (AUTORIZA) y en la
      *    *** facturacion (TP02EJ01 2300). Un titular puede pedirlo
      *    *** para su propia tarjeta o para cada una de sus adicionales
          05 WS-CTJ-CLAVE.
             10 WS-CTJ-TARJETA                      PIC X(19).
      *    *** 'A' adelantos en efectivo bloqueados
      *    *** 'U' consumos en moneda extranjera bloqueados
      *    *** 'R' rubro de comercio bloqueado (rubro en WS-CTJ-VALOR)
      *    *** 'T' tope por operacion (moneda en WS-CTJ-VALOR)
             10 WS-CTJ-TIPO                         PIC X(01).
                88 WS-CTJ-SIN-ADELANTOS                 VALUE 'A'.
                88 WS-CTJ-SIN-MONEDA-EXT                VALUE 'U'.
                88 WS-CTJ-SIN-RUBRO                     VALUE 'R'.
                88 WS-CTJ-TOPE-OPERACION                VALUE 'T'.
                88 WS-CTJ-TIPO-VALIDO                   VALUES 'A',
                                                        'U', 'R', 'T'.
             10 WS-CTJ-VALOR                        PIC X(15).
      *    *** importe maximo por operacion (solo tipo 'T')
          05 WS-CTJ-TOPE                            PIC 9(08)V9(02).
      *    *** un control suspendido queda registrado pero no se aplica
          05 WS-CTJ-ESTADO                          PIC X(01).
             88 WS-CTJ-ACTIVO                           VALUE 'A'.
             88 WS-CTJ-SUSPENDIDO                       VALUE 'S'.
          05 WS-CTJ-FECHA-ALTA                      PIC 9(08).
      *    *** tarjeta titular que pidio el control (la misma tarjeta
      *    *** o la titular de la adicional controlada)
          05 WS-CTJ-SOLICITANTE                     PIC X(19).
          05 WS-CTJ-OPERADOR                        PIC X(10).
