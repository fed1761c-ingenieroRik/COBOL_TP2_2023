       01 WS-CRG-CRUCE-REG.
      *    *** registro fechado de cruces contra listas
      *    *** (REGISTRO-CRUCES.SEQ), evidencia ante el regulador: una
      *    *** linea por persona cruzada, con la version de lista
      *    *** usada y el resultado, y una por cada resolucion de
      *    *** cumplimiento. Solo se agrega, nunca se reescribe
          05 WS-CRG-FECHA                           PIC 9(08).
          05 WS-CRG-HORA                            PIC 9(06).
      *    *** 'BASE ' cruce de toda la base, 'ALTAS' personas nuevas,
      *    *** 'RESOL' resolucion de una coincidencia
          05 WS-CRG-MODO                            PIC X(05).
          05 WS-CRG-DOCUMENTO                       PIC X(11).
          05 WS-CRG-VERSION-LISTA                   PIC 9(08).
          05 WS-CRG-CANT-ENTRADAS                   PIC 9(06).
      *    *** 'L' sin coincidencias, 'H' coincidencia nueva encolada,
      *    *** 'Y' solo coincidencias ya encoladas, 'C' confirmada,
      *    *** 'D' descartada
          05 WS-CRG-RESULTADO                       PIC X(01).
          05 WS-CRG-CANT-COINCIDENCIAS              PIC 9(03).
          05 WS-CRG-LISTA                           PIC X(04).
          05 WS-CRG-ID-ENTRADA                      PIC X(12).
          05 WS-CRG-OPERADOR                        PIC X(10).
