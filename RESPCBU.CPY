       01 WS-RDB-RESPUESTA-REG.
      *    *** respuesta de los bancos a las ordenes de debito
      *    *** (RESPUESTA-DEBITOS-CBU.SEQ): cada orden de
      *    *** DEBITOS-CBU.SEQ vuelve tal cual, con el resultado del
      *    *** debito y, si fue rechazado, el motivo del banco
          05 WS-RDB-ID-ORDEN                         PIC 9(10).
          05 WS-RDB-CBU                              PIC X(22).
          05 WS-RDB-NUM-CUENTA                       PIC 9(10).
          05 WS-RDB-CLAVE                            PIC X(19).
          05 WS-RDB-NUM-TARJETA                      PIC X(19).
          05 WS-RDB-VENCIMIENTO                      PIC 9(08).
          05 WS-RDB-MONEDA                           PIC X(03).
          05 WS-RDB-IMPORTE                          PIC 9(10)V9(02).
          05 WS-RDB-FECHA-DEBITO                     PIC 9(08).
          05 WS-RDB-RESULTADO                        PIC X(01).
             88 WS-RDB-DEBITADO                          VALUE 'A'.
             88 WS-RDB-RECHAZADO                         VALUE 'R'.
          05 WS-RDB-MOTIVO                           PIC X(03).
          05 WS-RDB-DES-MOTIVO                       PIC X(30).
