       01 WS-BUR-RESPUESTA-REG.
      *    *** respuesta del buro de credito (BURO-RESPUESTA.SEQ), una
      *    *** por documento consultado
          05 WS-BUR-DOCUMENTO                       PIC X(11).
      *    *** peor situacion en la central de deudores del sistema
      *    *** financiero: 1 normal ... 5 irrecuperable; 0 = sin
      *    *** antecedentes
          05 WS-BUR-SITUACION                       PIC 9(01).
      *    *** deuda total informada en el sistema y cantidad de
      *    *** entidades acreedoras
          05 WS-BUR-DEUDA-SISTEMA                   PIC 9(10)V9(02).
          05 WS-BUR-CANT-ENTIDADES                  PIC 9(02).
          05 WS-BUR-FECHA-INFORME                   PIC 9(08).
