      *          y estado, mas la situacion de mora de MOROSIDAD.VSAM.
      *          Es la vista que faltaba para las decisiones de
      *          credito: la misma persona con dos cuentas ya no es
      *          dos desconocidos. Junto a sus cuentas se muestra la
      *          exposicion contingente: las cuentas de otros de las
      *          que es codeudor o garante (CUENTA-COOBLIGADO.VSAM, ver
      *          COOBLIG), con su saldo y su mora. Acceso con SIGNON,
      *          alcanza el rol consulta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ALTERNATE RECORD KEY IS WS-MT-NUM-CUENTA
                                          WITH DUPLICATES.

       SELECT ENT-COOBLIGADOS
           ASSIGN TO WS-RUTA-COOBLIGADOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-COB-CLAVE
           ALTERNATE RECORD KEY IS WS-COB-DOCUMENTO
                                          WITH DUPLICATES
           FILE STATUS IS FS-COOBLIGADOS.

       SELECT ENT-MOROSIDAD
           ASSIGN TO WS-RUTA-MOROSIDAD
           ORGANIZATION IS INDEXED
          05 WS-MT-NUM-TARJETA-TITULAR              PIC X(19).
          05 WS-MT-LIMITE-TARJETA-USD               PIC 9(08)V9(02).

       FD ENT-COOBLIGADOS.
           COPY COOBLIG.

       FD ENT-MOROSIDAD.
           COPY MOROSIDAD.

                                     VALUE '../MAESTRO-TARJETAS.VSAM'.
       01 WS-RUTA-MOROSIDAD          PIC X(60)
                                     VALUE '../MOROSIDAD.VSAM'.
       01 WS-RUTA-COOBLIGADOS        PIC X(60)
                                     VALUE '../CUENTA-COOBLIGADO.VSAM'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

      *    *** sesion de operador (ver SIGNON)
          05 FS-MOROSIDAD                          PIC X(2).
             88 FS-MOROSIDAD-OK                        VALUE '00'.
             88 FS-MOROSIDAD-NFD                       VALUE '35'.
          05 FS-COOBLIGADOS                        PIC X(2).
             88 FS-COOBLIGADOS-OK                      VALUES '00' '02'.

       01 WS-HAY-MOROSIDAD           PIC X(01) VALUE 'N'.
          88 WS-EXISTE-MOROSIDAD                   VALUE 'S'.
       01 WS-HAY-COOBLIGADOS         PIC X(01) VALUE 'N'.
          88 WS-EXISTEN-COOBLIGADOS                VALUE 'S'.

       01 WS-CONTINUAR               PIC X(01) VALUE 'S'.
          88 WS-SEGUIR-PROCESANDO                  VALUE 'S'.
          05 WS-CANT-TARJETAS        PIC 9(03) VALUE ZEROES.
          05 WS-CANT-EN-MORA         PIC 9(03) VALUE ZEROES.

      *    *** exposicion contingente: deuda de las cuentas de otros
      *    *** que la persona respalda como codeudor o garante
       01 WS-TOTALES-CONTINGENTES.
          05 WS-CON-SALDO-ARS        PIC S9(10)V9(02) VALUE ZEROES.
          05 WS-CON-SALDO-USD        PIC S9(10)V9(02) VALUE ZEROES.
          05 WS-CON-CANT-CUENTAS     PIC 9(03) VALUE ZEROES.
          05 WS-CON-CANT-EN-MORA     PIC 9(03) VALUE ZEROES.
       01 WS-CTA-SALDO-ARS           PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-CTA-SALDO-USD           PIC S9(10)V9(02) VALUE ZEROES.
       01 WS-CTA-EN-MORA             PIC X(01) VALUE 'N'.
          88 WS-CUENTA-AVALADA-EN-MORA             VALUE 'S'.
       01 WS-DESC-ROL                PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
              MOVE 'S' TO WS-HAY-MOROSIDAD
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'PERSCONS_COOBLIGADOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-COOBLIGADOS
           END-IF.

      *    *** sin archivo nadie es codeudor ni garante todavia
           OPEN INPUT ENT-COOBLIGADOS.
           IF FS-COOBLIGADOS-OK
              MOVE 'S' TO WS-HAY-COOBLIGADOS
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

           DISPLAY 'DIRECCION : ' WS-PER-DIRECCION ' CP '
                   WS-PER-COD-POSTAL.
           DISPLAY 'ALTA      : ' WS-PER-FECHA-ALTA.
           DISPLAY 'PERFIL    : ' WS-PER-PERFIL-MENSUAL ' MENSUAL, '
                   WS-PER-ACTIVIDAD ' (' WS-PER-FECHA-PERFIL ')'.

           INITIALIZE WS-TOTALES-PERSONA.

           DISPLAY 'LIMITE TOTAL ARS ' WS-TOT-LIMITE-ARS
                   ' / USD ' WS-TOT-LIMITE-USD.

           IF WS-EXISTEN-COOBLIGADOS
              PERFORM 2400-EXPOSICION-CONTINGENTE
                 THRU 2400-EXPOSICION-CONTINGENTE-FIN
           END-IF.

       2000-CONSULTAR-PERSONA-FIN.
           EXIT.

       2250-LISTAR-UNA-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cuentas de otros titulares que la persona respalda como
      *    *** codeudor o garante vigente (clave alternativa documento)
       2400-EXPOSICION-CONTINGENTE.

           INITIALIZE WS-TOTALES-CONTINGENTES.

           MOVE WS-DOCUMENTO-CONSULTA TO WS-COB-DOCUMENTO.
           START ENT-COOBLIGADOS
               KEY IS EQUAL TO WS-COB-DOCUMENTO
               INVALID KEY
                  GO TO 2400-EXPOSICION-CONTINGENTE-FIN
           END-START.

           DISPLAY '-------------------------------------------------'.
           DISPLAY 'EXPOSICION CONTINGENTE (CODEUDOR / GARANTE)'.

           PERFORM 2410-REVISAR-UN-AVAL
              THRU 2410-REVISAR-UN-AVAL-FIN
              UNTIL NOT FS-COOBLIGADOS-OK.

           IF WS-CON-CANT-CUENTAS = ZEROES
              DISPLAY '   (SIN VINCULOS VIGENTES)'
              GO TO 2400-EXPOSICION-CONTINGENTE-FIN
           END-IF.

           DISPLAY 'CUENTAS RESPALDADAS: ' WS-CON-CANT-CUENTAS
                   '  EN MORA: ' WS-CON-CANT-EN-MORA.
           DISPLAY 'SALDO CONTINGENTE ARS ' WS-CON-SALDO-ARS
                   ' / USD ' WS-CON-SALDO-USD.

       2400-EXPOSICION-CONTINGENTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2410-REVISAR-UN-AVAL.

           READ ENT-COOBLIGADOS NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF NOT FS-COOBLIGADOS-OK
              GO TO 2410-REVISAR-UN-AVAL-FIN
           END-IF.

           IF WS-COB-DOCUMENTO <> WS-DOCUMENTO-CONSULTA
              MOVE '10' TO FS-COOBLIGADOS
              GO TO 2410-REVISAR-UN-AVAL-FIN
           END-IF.

           IF NOT WS-COB-VIGENTE
              GO TO 2410-REVISAR-UN-AVAL-FIN
           END-IF.

           ADD 1 TO WS-CON-CANT-CUENTAS.
           IF WS-COB-ES-GARANTE
              MOVE 'GARANTE'  TO WS-DESC-ROL
           ELSE
              MOVE 'CODEUDOR' TO WS-DESC-ROL
           END-IF.

           MOVE WS-COB-CUENTA TO WS-CUENTA-CONSULTA.
           PERFORM 2420-SALDO-CUENTA-AVALADA
              THRU 2420-SALDO-CUENTA-AVALADA-FIN.

           ADD WS-CTA-SALDO-ARS TO WS-CON-SALDO-ARS.
           ADD WS-CTA-SALDO-USD TO WS-CON-SALDO-USD.

           DISPLAY '-- ' WS-DESC-ROL ' DE CUENTA ' WS-CUENTA-CONSULTA
                   ' DESDE ' WS-COB-FECHA-ALTA
                   ' SALDO ARS ' WS-CTA-SALDO-ARS
                   ' USD ' WS-CTA-SALDO-USD.

           IF WS-CUENTA-AVALADA-EN-MORA
              ADD 1 TO WS-CON-CANT-EN-MORA
              DISPLAY '   ** CUENTA EN MORA'
           END-IF.

       2410-REVISAR-UN-AVAL-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** saldo de todas las tarjetas de la cuenta respaldada y
      *    *** si alguna esta en mora
       2420-SALDO-CUENTA-AVALADA.

           MOVE ZEROES TO WS-CTA-SALDO-ARS
                          WS-CTA-SALDO-USD.
           MOVE 'N'    TO WS-CTA-EN-MORA.

           MOVE WS-CUENTA-CONSULTA TO WS-MT-NUM-CUENTA.
           START ENT-MAESTRO-TARJETAS
               KEY IS EQUAL TO WS-MT-NUM-CUENTA
               INVALID KEY
                  GO TO 2420-SALDO-CUENTA-AVALADA-FIN
           END-START.

           MOVE WS-CUENTA-CONSULTA TO WS-CUENTA-LEIDA.
           PERFORM 2430-SUMAR-UNA-TARJETA
              THRU 2430-SUMAR-UNA-TARJETA-FIN
              UNTIL NOT FS-MAESTRO-TARJETAS-FILE-OK
                 OR WS-CUENTA-LEIDA <> WS-CUENTA-CONSULTA.

       2420-SALDO-CUENTA-AVALADA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2430-SUMAR-UNA-TARJETA.

           READ ENT-MAESTRO-TARJETAS NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF NOT FS-MAESTRO-TARJETAS-FILE-OK
              GO TO 2430-SUMAR-UNA-TARJETA-FIN
           END-IF.

           MOVE WS-MT-NUM-CUENTA TO WS-CUENTA-LEIDA.
           IF WS-CUENTA-LEIDA <> WS-CUENTA-CONSULTA
              GO TO 2430-SUMAR-UNA-TARJETA-FIN
           END-IF.

           ADD WS-MT-SALDO-ANTERIOR-ARS TO WS-CTA-SALDO-ARS.
           ADD WS-MT-SALDO-ANTERIOR-USD TO WS-CTA-SALDO-USD.

           IF WS-EXISTE-MOROSIDAD
              MOVE WS-MT-NUM-TARJETA TO WS-MOR-CLAVE
              READ ENT-MOROSIDAD KEY IS WS-MOR-CLAVE
                  INVALID KEY CONTINUE
              END-READ
              IF FS-MOROSIDAD-OK
                 AND NOT WS-MOR-AL-DIA
                 MOVE 'S' TO WS-CTA-EN-MORA
              END-IF
           END-IF.

       2430-SUMAR-UNA-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-EXISTE-MOROSIDAD
              CLOSE ENT-MOROSIDAD
           END-IF.
           IF WS-EXISTEN-COOBLIGADOS
              CLOSE ENT-COOBLIGADOS
           END-IF.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
