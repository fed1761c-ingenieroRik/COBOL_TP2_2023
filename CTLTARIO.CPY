      *----------------------------------------------------------------*
      *   AREA DE COMUNICACION CON CLCTLTAR (CONTROLES DE USO PEDIDOS  *
      *   POR EL CLIENTE SOBRE LA TARJETA, VER CTRLTARJ.CPY)           *
      *----------------------------------------------------------------*
           05 WS-CTL-ENTRADA.
              10 WS-CTL-TARJETA-I                 PIC X(19)
                                                        VALUE SPACES.
              10 WS-CTL-MONEDA-I                  PIC X(03)
                                                        VALUE SPACES.
              10 WS-CTL-IMPORTE-I                 PIC S9(08)V9(02)
                                                        VALUE ZEROES.
      *    *** 'A' = adelanto en efectivo (mismo criterio que
      *    *** WS-ENT-TIPO-CONSUMO)
              10 WS-CTL-TIPO-CONSUMO-I            PIC X(01)
                                                        VALUE SPACES.
      *    *** codigo del maestro COMERCIOS.SEQ; en blanco no se
      *    *** controla el rubro
              10 WS-CTL-COD-COMERCIO-I            PIC X(08)
                                                        VALUE SPACES.

           05 WS-CTL-SALIDA.
      *    *** 'S' = operacion permitida, 'N' = bloqueada por control
              10 WS-CTL-PERMITIDA-O               PIC X(01).
      *    *** 41 = adelantos en efectivo bloqueados
      *    *** 42 = moneda extranjera bloqueada
      *    *** 43 = rubro de comercio bloqueado
      *    *** 44 = importe supera el tope por operacion
              10 WS-CTL-COD-ERROR-O               PIC X(02).
              10 WS-CTL-DES-ERROR-O               PIC X(40).
