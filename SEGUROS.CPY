             88 WS-SEG-DADA-DE-BAJA                      VALUE 'I'.
          05 WS-SEG-FECHA-ALTA                        PIC 9(08).
          05 WS-SEG-FECHA-BAJA                        PIC 9(08).
      *    *** siniestro por fallecimiento del titular: la denuncia
      *    *** (SEGUROS) congela la cuenta, que deja de devengar
      *    *** interes, punitorio y prima mientras el reclamo esta en
      *    *** curso; SINIESTR lo envia a la aseguradora y procesa su
      *    *** respuesta (pagado: se cancela la deuda y se cierra la
      *    *** cuenta; rechazado: vuelve a la cobranza normal)
          05 WS-SEG-SINIESTRO-ESTADO                  PIC X(01).
             88 WS-SEG-SIN-SINIESTRO                     VALUE ' '.
             88 WS-SEG-SINIESTRO-DENUNCIADO              VALUE 'D'.
             88 WS-SEG-SINIESTRO-ENVIADO                 VALUE 'E'.
             88 WS-SEG-SINIESTRO-PAGADO                  VALUE 'P'.
             88 WS-SEG-SINIESTRO-RECHAZADO               VALUE 'R'.
             88 WS-SEG-CUENTA-CONGELADA                  VALUES 'D',
                                                                'E'.
          05 WS-SEG-FECHA-SINIESTRO                   PIC 9(08).
          05 WS-SEG-FECHA-DENUNCIA                    PIC 9(08).
          05 WS-SEG-OPERADOR-DENUNCIA                 PIC X(10).
      *    *** saldo cubierto a la fecha del siniestro, por moneda:
      *    *** saldo deudor del maestro, cuotas a vencer de los planes
      *    *** abiertos (CUOTAS.VSAM) y gasto del ciclo todavia no
      *    *** facturado (SALDOCIC.VSAM)
          05 WS-SEG-CUBIERTO.
             10 WS-SEG-CUB-SALDO-ARS                  PIC S9(10)V9(02)
                                            SIGN IS TRAILING SEPARATE.
             10 WS-SEG-CUB-SALDO-USD                  PIC S9(10)V9(02)
                                            SIGN IS TRAILING SEPARATE.
             10 WS-SEG-CUB-CUOTAS-ARS                 PIC S9(10)V9(02)
                                            SIGN IS TRAILING SEPARATE.
             10 WS-SEG-CUB-CUOTAS-USD                 PIC S9(10)V9(02)
                                            SIGN IS TRAILING SEPARATE.
             10 WS-SEG-CUB-CICLO-ARS                  PIC S9(10)V9(02)
                                            SIGN IS TRAILING SEPARATE.
             10 WS-SEG-CUB-CICLO-USD                  PIC S9(10)V9(02)
                                            SIGN IS TRAILING SEPARATE.
             10 WS-SEG-CUB-TOTAL-ARS                  PIC S9(10)V9(02)
                                            SIGN IS TRAILING SEPARATE.
             10 WS-SEG-CUB-TOTAL-USD                  PIC S9(10)V9(02)
                                            SIGN IS TRAILING SEPARATE.
          05 WS-SEG-FECHA-ENVIO                       PIC 9(08).
          05 WS-SEG-FECHA-RESOLUCION                  PIC 9(08).
          05 WS-SEG-INDEMNIZADO-ARS                   PIC 9(10)V9(02).
          05 WS-SEG-INDEMNIZADO-USD                   PIC 9(10)V9(02).
          05 WS-SEG-MOTIVO-RECHAZO                    PIC X(30).
