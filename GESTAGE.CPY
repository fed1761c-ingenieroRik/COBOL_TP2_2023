       01 WS-GAG-GESTION-REG.
      *    *** novedad de gestion informada por una agencia de
      *    *** cobranza (GESTION-<agencia>.SEQ); los pagos que la
      *    *** agencia dice haber cobrado son informativos: la comision
      *    *** se liquida solo sobre lo que posteo PAGOPOST
          05 WS-GAG-CLAVE                             PIC X(19).
          05 WS-GAG-FECHA                             PIC 9(08).
          05 WS-GAG-TIPO                              PIC X(01).
             88 WS-GAG-CONTACTO                           VALUE 'C'.
             88 WS-GAG-PROMESA                            VALUE 'P'.
             88 WS-GAG-PAGO-INFORMADO                     VALUE 'G'.
             88 WS-GAG-SIN-CONTACTO                       VALUE 'N'.
             88 WS-GAG-INICIO-LEGAL                       VALUE 'L'.
             88 WS-GAG-TIPO-VALIDO        VALUES 'C', 'P', 'G', 'N',
                                                 'L'.
          05 WS-GAG-IMPORTE                           PIC 9(08)V9(02).
          05 WS-GAG-DETALLE                           PIC X(40).
