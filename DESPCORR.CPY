       01 WS-DSP-DESPACHO-REG.
      *    *** registro de despachos en papel (DESPACHOS-CORREO.SEQ):
      *    *** MAILHOUS deja un renglon por sobre con el lote en que
      *    *** salio y la direccion impresa; DEVCORR lo usa para
      *    *** ubicar el sobre que devuelve el correo (lote + cuenta)
      *    *** y saber a que direccion habia ido
          05 WS-DSP-FECHA                             PIC 9(08).
          05 WS-DSP-LOTE                              PIC 9(04).
          05 WS-DSP-NUM-CUENTA                        PIC 9(10).
          05 WS-DSP-COD-POSTAL                        PIC 9(04).
          05 WS-DSP-DIRECCION                         PIC X(38).
