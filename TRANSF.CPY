       01 WS-TRF-TRANSF-REG.
      *    *** transferencia de puntos a un programa socio
      *    *** (TRANSF-PUNTOS.VSAM). TRANSPUN la da de alta pendiente
      *    *** con los puntos ya debitados de PUNTOS.VSAM, ENVSOCIO la
      *    *** manda al socio en el archivo del dia, RESPSOC registra
      *    *** la confirmacion o el rechazo (el rechazo devuelve los
      *    *** puntos) y LIQSOCIO liquida al socio las confirmadas del
      *    *** mes. El id sale de NUMERADOR
          05 WS-TRF-ID                                PIC 9(10).
          05 WS-TRF-SOCIO                             PIC X(05).
          05 WS-TRF-CUENTA                            PIC 9(10).
      *    *** numero de socio del cliente en el programa del socio
          05 WS-TRF-NRO-SOCIO                         PIC X(20).
          05 WS-TRF-PUNTOS                            PIC 9(09).
          05 WS-TRF-UNIDADES                          PIC 9(09).
      *    *** lo que se le debe al socio, al costo vigente al pedirla
          05 WS-TRF-IMPORTE                           PIC 9(10)V9(02).
          05 WS-TRF-FECHA-SOLICITUD                   PIC 9(08).
          05 WS-TRF-ESTADO                            PIC X(01).
             88 WS-TRF-PENDIENTE                          VALUE 'P'.
             88 WS-TRF-ENVIADA                            VALUE 'E'.
             88 WS-TRF-CONFIRMADA                         VALUE 'C'.
             88 WS-TRF-RECHAZADA                          VALUE 'R'.
          05 WS-TRF-FECHA-ENVIO                       PIC 9(08).
          05 WS-TRF-FECHA-RESPUESTA                   PIC 9(08).
          05 WS-TRF-MOTIVO                            PIC X(30).
          05 WS-TRF-OPERADOR                          PIC X(10).
