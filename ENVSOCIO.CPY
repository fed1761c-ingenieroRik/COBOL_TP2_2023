       01 WS-ESO-ENVIO-REG.
      *    *** archivo diario de transferencias a un programa socio
      *    *** (TRANSF-<socio>-<AAAAMMDD>.SEQ, lo arma ENVSOCIO): una
      *    *** cabecera, una linea por transferencia y un registro de
      *    *** control con la cantidad y el total de unidades
          05 WS-ESO-TIPO-REG                         PIC X(01).
             88 WS-ESO-ES-CABECERA                       VALUE 'H'.
             88 WS-ESO-ES-DETALLE                        VALUE 'D'.
             88 WS-ESO-ES-TOTAL                          VALUE 'T'.
          05 WS-ESO-DETALLE.
             10 WS-ESO-ID-TRANSF                     PIC 9(10).
             10 WS-ESO-NRO-SOCIO                     PIC X(20).
             10 WS-ESO-UNIDADES                      PIC 9(09).
             10 WS-ESO-FECHA-SOLICITUD               PIC 9(08).
          05 WS-ESO-CABECERA REDEFINES WS-ESO-DETALLE.
             10 WS-ESO-SOCIO                         PIC X(05).
             10 WS-ESO-FECHA-ENVIO                   PIC 9(08).
             10 WS-ESO-UNIDAD                        PIC X(10).
             10 FILLER                               PIC X(24).
          05 WS-ESO-TOTAL REDEFINES WS-ESO-DETALLE.
             10 WS-ESO-CANT-TRANSF                   PIC 9(06).
             10 WS-ESO-TOTAL-UNIDADES                PIC 9(12).
             10 FILLER                               PIC X(29).
