      *          diferidos + reprocesos; facturados + rechazados +
      *          diferidos = consolidados). Ante un desempalme corta
      *          la cadena con veredicto NO-GO y deja todo asentado en
      *          la bitacora CICLO-LOG.TXT. Antes de la carga corre
      *          VALPLAN: sin plan de cuentas completo no se factura.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

      *    *** comandos con los que se lanza cada paso
       01 WS-COMANDOS-CADENA.
          05 WS-CMD-PLAN        PIC X(120) VALUE './valplan'.
          05 WS-CMD-CARGA       PIC X(120) VALUE './cargacsv'.
          05 WS-CMD-FRAUDE      PIC X(120) VALUE './fraudchk'.
          05 WS-CMD-STAGING     PIC X(120) VALUE './stagecon'.
           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 1900-PASO-PLAN-CUENTAS
              THRU 1900-PASO-PLAN-CUENTAS-FIN.

           PERFORM 2000-PASO-CARGA
              THRU 2000-PASO-CARGA-FIN.

              MOVE WS-RUTA-ENTORNO TO WS-RUTA-BITACORA
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'CICLOCTL_CMD_PLAN'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-CMD-PLAN
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'CICLOCTL_CMD_CARGA'.
       1050-LEER-RUTA-ARCHIVO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** todo tipo de movimiento que asienta la facturacion tiene
      *    *** que tener cuenta en el plan de cuentas (VALPLAN termina
      *    *** con RETURN-CODE 8 si falta alguna; ver VALPLAN.TXT)
       1900-PASO-PLAN-CUENTAS.

           MOVE WS-CMD-PLAN TO WS-COMANDO-SISTEMA.
           MOVE 'PLANCTAS'  TO WS-BIT-PASO.
           PERFORM 8200-EJECUTAR-PASO
              THRU 8200-EJECUTAR-PASO-FIN.

           MOVE 'PLANCTAS'         TO WS-BIT-PASO.
           MOVE 'OK'               TO WS-BIT-RESULTADO.
           MOVE 'PLAN DE CUENTAS COMPLETO' TO WS-BIT-DETALLE.
           PERFORM 8100-ASENTAR-BITACORA
              THRU 8100-ASENTAR-BITACORA-FIN.

       1900-PASO-PLAN-CUENTAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-PASO-CARGA.


           READ CNT-ARCHIVO.

      *    *** la cabecera y los totales de control no son registros
           IF FS-CONTAR-OK
              AND WS-CNT-REG (1:10) <> '*CABECERA*'
              AND WS-CNT-REG (1:10) <> '*TOTALES**'
              ADD 1 TO WS-CONTADOR-ARCHIVO
           END-IF.

