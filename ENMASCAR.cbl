      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: copia enmascarada del juego de produccion para el
      *          ambiente de prueba. Lee MAESTRO-TARJETAS.VSAM,
      *          PERSONAS.VSAM, CUENTA-PERSONA.VSAM, CUOTAS.VSAM,
      *          HISTORIAL-CONSUMOS.VSAM y los feeds CONSUMOS.SEQ y
      *          PAGOS.SEQ, y los graba en el directorio
      *          ENMASCAR_DESTINO (omision ../PRUEBA/) con nombres,
      *          direcciones y documentos reemplazados y los PAN
      *          sustituidos. La sustitucion es una funcion fija de la
      *          clave ENMASCAR_CLAVE (obligatoria, 8 digitos, no se
      *          guarda): la misma tarjeta real da la misma tarjeta
      *          ficticia en todos los archivos, dos tarjetas reales
      *          nunca dan la misma, el BIN se conserva y el digito
      *          verificador se recalcula, asi que el PAN ficticio
      *          pasa CLVALPAN (Luhn y BINES.SEQ). Cuentas, fechas e
      *          importes no se tocan. El reporte ENMASCAR.TXT del
      *          destino prueba, releyendo cada archivo grabado, que
      *          cantidades y totales de importes son los de origen.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENMASCAR.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-MAESTRO-TARJETAS
           ASSIGN TO WS-RUTA-MAESTRO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MAESTRO
           RECORD KEY IS WS-EMT-NUM-TARJETA
           ALTERNATE RECORD KEY IS WS-EMT-NUM-CUENTA
                                          WITH DUPLICATES.

       SELECT SAL-MAESTRO-TARJETAS
           ASSIGN TO WS-RUTA-SAL-MAESTRO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS-SAL-MAESTRO
           RECORD KEY IS WS-SMT-NUM-TARJETA
           ALTERNATE RECORD KEY IS WS-SMT-NUM-CUENTA
                                          WITH DUPLICATES.

       SELECT ENT-PERSONAS
           ASSIGN TO WS-RUTA-PERSONAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WS-EPE-DOCUMENTO
           FILE STATUS IS FS-PERSONAS.

       SELECT SAL-PERSONAS
           ASSIGN TO WS-RUTA-SAL-PERSONAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-SPE-DOCUMENTO
           FILE STATUS IS FS-SAL-PERSONAS.

       SELECT ENT-CUENTA-PERSONA
           ASSIGN TO WS-RUTA-CUENTA-PERSONA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WS-ECP-CUENTA
           FILE STATUS IS FS-CUENTA-PERSONA.

       SELECT SAL-CUENTA-PERSONA
           ASSIGN TO WS-RUTA-SAL-CUENTA-PERSONA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-SCP-CUENTA
           FILE STATUS IS FS-SAL-CUENTA-PERSONA.

       SELECT ENT-CUOTAS
           ASSIGN TO WS-RUTA-CUOTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WS-ECU-CLAVE
           FILE STATUS IS FS-CUOTAS.

       SELECT SAL-CUOTAS
           ASSIGN TO WS-RUTA-SAL-CUOTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-SCU-CLAVE
           FILE STATUS IS FS-SAL-CUOTAS.

       SELECT ENT-HIST-CONSUMOS
           ASSIGN TO WS-RUTA-HIST-CONSUMOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WS-EHI-CLAVE
           FILE STATUS IS FS-HIST-CONSUMOS.

       SELECT SAL-HIST-CONSUMOS
           ASSIGN TO WS-RUTA-SAL-HIST-CONSUMOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-SHI-CLAVE
           FILE STATUS IS FS-SAL-HIST-CONSUMOS.

       SELECT ENT-CONSUMOS
           ASSIGN TO WS-RUTA-CONSUMOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONSUMOS.

       SELECT SAL-CONSUMOS
           ASSIGN TO WS-RUTA-SAL-CONSUMOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-CONSUMOS.

       SELECT ENT-PAGOS
           ASSIGN TO WS-RUTA-PAGOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAGOS.

       SELECT SAL-PAGOS
           ASSIGN TO WS-RUTA-SAL-PAGOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SAL-PAGOS.

       SELECT SAL-REPORTE
           ASSIGN TO WS-RUTA-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      *    *** los registros se leen y graban contra las areas de
      *    *** WORKING-STORAGE; en el FD solo van las claves
       FD ENT-MAESTRO-TARJETAS.
       01 WS-EMT-REG.
          05 WS-EMT-NUM-CUENTA                      PIC 9(10).
          05 WS-EMT-NUM-TARJETA                     PIC X(19).
          05 FILLER                                 PIC X(150).

       FD SAL-MAESTRO-TARJETAS.
       01 WS-SMT-REG.
          05 WS-SMT-NUM-CUENTA                      PIC 9(10).
          05 WS-SMT-NUM-TARJETA                     PIC X(19).
          05 FILLER                                 PIC X(150).

       FD ENT-PERSONAS.
       01 WS-EPE-REG.
          05 WS-EPE-DOCUMENTO                       PIC X(11).
          05 FILLER                                 PIC X(142).

       FD SAL-PERSONAS.
       01 WS-SPE-REG.
          05 WS-SPE-DOCUMENTO                       PIC X(11).
          05 FILLER                                 PIC X(142).

       FD ENT-CUENTA-PERSONA.
       01 WS-ECP-REG.
          05 WS-ECP-CUENTA                          PIC 9(10).
          05 FILLER                                 PIC X(11).

       FD SAL-CUENTA-PERSONA.
       01 WS-SCP-REG.
          05 WS-SCP-CUENTA                          PIC 9(10).
          05 FILLER                                 PIC X(11).

       FD ENT-CUOTAS.
       01 WS-ECU-REG.
          05 WS-ECU-CLAVE                           PIC X(53).
          05 FILLER                                 PIC X(51).

       FD SAL-CUOTAS.
       01 WS-SCU-REG.
          05 WS-SCU-CLAVE                           PIC X(53).
          05 FILLER                                 PIC X(51).

       FD ENT-HIST-CONSUMOS.
       01 WS-EHI-REG.
          05 WS-EHI-CLAVE                           PIC X(35).
          05 FILLER                                 PIC X(108).

       FD SAL-HIST-CONSUMOS.
       01 WS-SHI-REG.
          05 WS-SHI-CLAVE                           PIC X(35).
          05 FILLER                                 PIC X(108).

       FD ENT-CONSUMOS.
       01 WS-ECO-REG                                PIC X(108).

       FD SAL-CONSUMOS.
       01 WS-SCO-REG                                PIC X(108).

       FD ENT-PAGOS.
       01 WS-EPA-REG                                PIC X(110).

       FD SAL-PAGOS.
       01 WS-SPA-REG                                PIC X(110).

       FD SAL-REPORTE.
       01 WS-SAL-REPORTE                            PIC X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-MAESTRO            PIC X(60)
                                     VALUE '../MAESTRO-TARJETAS.VSAM'.
       01 WS-RUTA-PERSONAS           PIC X(60)
                                     VALUE '../PERSONAS.VSAM'.
       01 WS-RUTA-CUENTA-PERSONA     PIC X(60)
                                     VALUE '../CUENTA-PERSONA.VSAM'.
       01 WS-RUTA-CUOTAS             PIC X(60)
                                     VALUE '../CUOTAS.VSAM'.
       01 WS-RUTA-HIST-CONSUMOS      PIC X(60)
                                     VALUE '../HISTORIAL-CONSUMOS.VSAM'.
       01 WS-RUTA-CONSUMOS           PIC X(60)
                                     VALUE '../CONSUMOS.SEQ'.
       01 WS-RUTA-PAGOS              PIC X(60)
                                     VALUE '../PAGOS.SEQ'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

      *    *** el juego de prueba va entero a otro directorio, con los
      *    *** mismos nombres de archivo que produccion
       01 WS-DESTINO                 PIC X(40) VALUE '../PRUEBA/'.
       01 WS-RUTA-SAL-MAESTRO        PIC X(60) VALUE SPACES.
       01 WS-RUTA-SAL-PERSONAS       PIC X(60) VALUE SPACES.
       01 WS-RUTA-SAL-CUENTA-PERSONA PIC X(60) VALUE SPACES.
       01 WS-RUTA-SAL-CUOTAS         PIC X(60) VALUE SPACES.
       01 WS-RUTA-SAL-HIST-CONSUMOS  PIC X(60) VALUE SPACES.
       01 WS-RUTA-SAL-CONSUMOS       PIC X(60) VALUE SPACES.
       01 WS-RUTA-SAL-PAGOS          PIC X(60) VALUE SPACES.
       01 WS-RUTA-REPORTE            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
          05 FS-MAESTRO                            PIC X(2).
             88 FS-MAESTRO-OK                          VALUE '00'.
             88 FS-MAESTRO-EOF                         VALUE '10'.
          05 FS-SAL-MAESTRO                        PIC X(2).
             88 FS-SAL-MAESTRO-OK                      VALUE '00'.
             88 FS-SAL-MAESTRO-EOF                     VALUE '10'.
          05 FS-PERSONAS                           PIC X(2).
             88 FS-PERSONAS-OK                         VALUE '00'.
             88 FS-PERSONAS-EOF                        VALUE '10'.
             88 FS-PERSONAS-NFD                        VALUE '35'.
          05 FS-SAL-PERSONAS                       PIC X(2).
             88 FS-SAL-PERSONAS-OK                     VALUE '00'.
             88 FS-SAL-PERSONAS-EOF                    VALUE '10'.
          05 FS-CUENTA-PERSONA                     PIC X(2).
             88 FS-CUENTA-PERSONA-OK                   VALUE '00'.
             88 FS-CUENTA-PERSONA-EOF                  VALUE '10'.
             88 FS-CUENTA-PERSONA-NFD                  VALUE '35'.
          05 FS-SAL-CUENTA-PERSONA                 PIC X(2).
             88 FS-SAL-CUENTA-PERSONA-OK               VALUE '00'.
             88 FS-SAL-CUENTA-PERSONA-EOF              VALUE '10'.
          05 FS-CUOTAS                             PIC X(2).
             88 FS-CUOTAS-OK                           VALUE '00'.
             88 FS-CUOTAS-EOF                          VALUE '10'.
             88 FS-CUOTAS-NFD                          VALUE '35'.
          05 FS-SAL-CUOTAS                         PIC X(2).
             88 FS-SAL-CUOTAS-OK                       VALUE '00'.
             88 FS-SAL-CUOTAS-EOF                      VALUE '10'.
          05 FS-HIST-CONSUMOS                      PIC X(2).
             88 FS-HIST-CONSUMOS-OK                    VALUE '00'.
             88 FS-HIST-CONSUMOS-EOF                   VALUE '10'.
             88 FS-HIST-CONSUMOS-NFD                   VALUE '35'.
          05 FS-SAL-HIST-CONSUMOS                  PIC X(2).
             88 FS-SAL-HIST-CONSUMOS-OK                VALUE '00'.
             88 FS-SAL-HIST-CONSUMOS-EOF               VALUE '10'.
          05 FS-CONSUMOS                           PIC X(2).
             88 FS-CONSUMOS-OK                         VALUE '00'.
             88 FS-CONSUMOS-EOF                        VALUE '10'.
             88 FS-CONSUMOS-NFD                        VALUE '35'.
          05 FS-SAL-CONSUMOS                       PIC X(2).
             88 FS-SAL-CONSUMOS-OK                     VALUE '00'.
             88 FS-SAL-CONSUMOS-EOF                    VALUE '10'.
          05 FS-PAGOS                              PIC X(2).
             88 FS-PAGOS-OK                            VALUE '00'.
             88 FS-PAGOS-EOF                           VALUE '10'.
             88 FS-PAGOS-NFD                           VALUE '35'.
          05 FS-SAL-PAGOS                          PIC X(2).
             88 FS-SAL-PAGOS-OK                        VALUE '00'.
             88 FS-SAL-PAGOS-EOF                       VALUE '10'.
          05 FS-REPORTE                            PIC X(2).
             88 FS-REPORTE-OK                          VALUE '00'.

      *    *** imagen del maestro de tarjetas
       01 WS-MAESTRO-TARJETAS-REG.
          05 WS-MT-NUM-CUENTA                       PIC 9(10).
          05 WS-MT-NUM-TARJETA                      PIC X(19).
          05 WS-MT-NOMBRE                           PIC X(20).
          05 WS-MT-APELLIDO                         PIC X(20).
          05 WS-MT-DIRECCION                        PIC X(40).
          05 WS-MT-COD-POSTAL                       PIC 9(04).
          05 WS-MT-MONEDA-TARJETA                   PIC X(03).
          05 WS-MT-LIMITE-TARJETA                   PIC 9(08)V9(02).
          05 WS-MT-ESTADO                           PIC X(01).
          05 WS-MT-SALDO-ANTERIOR-ARS               PIC S9(08)V9(02).
          05 WS-MT-SALDO-ANTERIOR-USD               PIC S9(08)V9(02).
          05 WS-MT-DIA-CIERRE                       PIC 9(02).
          05 WS-MT-TIPO-TARJETA                     PIC X(01).
          05 WS-MT-NUM-TARJETA-TITULAR              PIC X(19).
          05 WS-MT-LIMITE-TARJETA-USD               PIC 9(08)V9(02).

           COPY PERSONAS.

       01 WS-CPE-VINCULO-REG.
          05 WS-CPE-CUENTA                          PIC 9(10).
          05 WS-CPE-DOCUMENTO                       PIC X(11).

           COPY CUOTAS.

           COPY HISTCON.

           COPY CONSUMOS.

           COPY PAGOS.

      *    *** control del PAN ficticio contra CLVALPAN
       01 WS-VALIDACION-PAN.
           COPY VALPANIO.
       01 WS-PAN-REAL-VALIDO         PIC X(01) VALUE 'N'.
          88 WS-ES-PAN-REAL-VALIDO                 VALUE 'S'.

      *----------------------------------------------------------------*
      *    *** sustitucion de digitos: cada digito a partir de los
      *    *** conservados se corre en la clave mas el digito anterior
      *    *** ya sustituido (modulo 10). Es reversible, asi que dos
      *    *** numeros reales distintos nunca dan el mismo ficticio
      *----------------------------------------------------------------*
       01 WS-CLAVE                   PIC X(08) VALUE SPACES.
       01 WS-MSK-ENTRADA             PIC X(19) VALUE SPACES.
       01 WS-MSK-SALIDA              PIC X(19) VALUE SPACES.
       01 WS-MSK-CONSERVAR           PIC 9(02) VALUE ZEROES.
       01 WS-MSK-LUHN                PIC X(01) VALUE 'N'.
          88 WS-MSK-CON-LUHN                       VALUE 'S'.
       01 WS-MSK-CANT-DIGITOS        PIC 9(02) VALUE ZEROES.
       01 WS-MSK-ORDEN               PIC 9(02) VALUE ZEROES.
       01 WS-MSK-POS-VERIF           PIC 9(02) VALUE ZEROES.
       01 WS-MSK-ANTERIOR            PIC 9(01) VALUE ZEROES.
       01 WS-MSK-DIGITO              PIC 9(01) VALUE ZEROES.
       01 WS-MSK-CLAVE-DIG           PIC 9(01) VALUE ZEROES.
       01 WS-MSK-SUMA                PIC 9(04) VALUE ZEROES.
       01 WS-MSK-COCIENTE            PIC 9(04) VALUE ZEROES.
       01 WS-MSK-RESTO               PIC 9(04) VALUE ZEROES.
       01 WS-MSK-IX-CLAVE            PIC 9(02) VALUE ZEROES.
       77 WS-IX-CHAR                 PIC 9(02) VALUE ZEROES.
       77 WS-LUHN-DOBLE              PIC 9(01) VALUE ZEROES.
       77 WS-LUHN-DIGITO             PIC 9(02) VALUE ZEROES.

      *    *** nombres de fantasia para titulares y personas
       01 WS-NOMBRES-PRUEBA-VAL.
          05 FILLER                  PIC X(10) VALUE 'ANA'.
          05 FILLER                  PIC X(10) VALUE 'BRUNO'.
          05 FILLER                  PIC X(10) VALUE 'CARLA'.
          05 FILLER                  PIC X(10) VALUE 'DIEGO'.
          05 FILLER                  PIC X(10) VALUE 'ELENA'.
          05 FILLER                  PIC X(10) VALUE 'FACUNDO'.
          05 FILLER                  PIC X(10) VALUE 'GABRIELA'.
          05 FILLER                  PIC X(10) VALUE 'HUGO'.
          05 FILLER                  PIC X(10) VALUE 'INES'.
          05 FILLER                  PIC X(10) VALUE 'JULIAN'.
       01 WS-NOMBRES-PRUEBA REDEFINES WS-NOMBRES-PRUEBA-VAL.
          05 WS-NOM-PRUEBA OCCURS 10 TIMES
                                     PIC X(10).
       01 WS-IX-NOMBRE               PIC 9(02) VALUE ZEROES.
       01 WS-SEMILLA                 PIC X(19) VALUE SPACES.
       01 WS-SEMILLA-LARGO           PIC 9(02) VALUE ZEROES.

      *----------------------------------------------------------------*
      *    *** control de cada archivo: origen contra copia releida
      *----------------------------------------------------------------*
       01 WS-CONTROL-ARCHIVO.
          05 WS-CTL-ARCHIVO          PIC X(24) VALUE SPACES.
          05 WS-CTL-LEIDOS           PIC 9(09) VALUE ZEROES.
          05 WS-CTL-GRABADOS         PIC 9(09) VALUE ZEROES.
          05 WS-CTL-RELEIDOS         PIC 9(09) VALUE ZEROES.
          05 WS-CTL-IMPORTE-ENT      PIC S9(14)V9(02) VALUE ZEROES.
          05 WS-CTL-IMPORTE-SAL      PIC S9(14)V9(02) VALUE ZEROES.
       01 WS-IMPORTE-EDITADO         PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-CANT-PAN-SUSTITUIDOS    PIC 9(09) VALUE ZEROES.
       01 WS-CANT-PAN-RECHAZADOS     PIC 9(09) VALUE ZEROES.
       01 WS-CANT-DIFERENCIAS        PIC 9(03) VALUE ZEROES.
       01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-COPIAR-MAESTRO
              THRU 2000-COPIAR-MAESTRO-FIN.

           PERFORM 2100-COPIAR-PERSONAS
              THRU 2100-COPIAR-PERSONAS-FIN.

           PERFORM 2200-COPIAR-VINCULOS
              THRU 2200-COPIAR-VINCULOS-FIN.

           PERFORM 2300-COPIAR-CUOTAS
              THRU 2300-COPIAR-CUOTAS-FIN.

           PERFORM 2400-COPIAR-HISTORIAL
              THRU 2400-COPIAR-HISTORIAL-FIN.

           PERFORM 2500-COPIAR-CONSUMOS
              THRU 2500-COPIAR-CONSUMOS-FIN.

           PERFORM 2600-COPIAR-PAGOS
              THRU 2600-COPIAR-PAGOS-FIN.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'ENMASCAR_CLAVE'.
           IF WS-RUTA-ENTORNO (1:8) IS NOT NUMERIC
              DISPLAY 'ENMASCAR_CLAVE OBLIGATORIA: 8 DIGITOS'
              STOP RUN
           END-IF.
           MOVE WS-RUTA-ENTORNO (1:8) TO WS-CLAVE.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'ENMASCAR_DESTINO'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-DESTINO
           END-IF.

      *    *** nunca sobre el directorio de produccion
           IF WS-DESTINO = '../' OR WS-DESTINO = './'
              OR WS-DESTINO = '.'
              DISPLAY 'ENMASCAR_DESTINO NO PUEDE SER EL DIRECTORIO '
                      'DE PRODUCCION: ' WS-DESTINO
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'MAESTRO_TARJETAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-MAESTRO
           END-IF.

           STRING WS-DESTINO DELIMITED BY SPACE
                  'MAESTRO-TARJETAS.VSAM' DELIMITED BY SIZE
                  INTO WS-RUTA-SAL-MAESTRO.
           STRING WS-DESTINO DELIMITED BY SPACE
                  'PERSONAS.VSAM' DELIMITED BY SIZE
                  INTO WS-RUTA-SAL-PERSONAS.
           STRING WS-DESTINO DELIMITED BY SPACE
                  'CUENTA-PERSONA.VSAM' DELIMITED BY SIZE
                  INTO WS-RUTA-SAL-CUENTA-PERSONA.
           STRING WS-DESTINO DELIMITED BY SPACE
                  'CUOTAS.VSAM' DELIMITED BY SIZE
                  INTO WS-RUTA-SAL-CUOTAS.
           STRING WS-DESTINO DELIMITED BY SPACE
                  'HISTORIAL-CONSUMOS.VSAM' DELIMITED BY SIZE
                  INTO WS-RUTA-SAL-HIST-CONSUMOS.
           STRING WS-DESTINO DELIMITED BY SPACE
                  'CONSUMOS.SEQ' DELIMITED BY SIZE
                  INTO WS-RUTA-SAL-CONSUMOS.
           STRING WS-DESTINO DELIMITED BY SPACE
                  'PAGOS.SEQ' DELIMITED BY SIZE
                  INTO WS-RUTA-SAL-PAGOS.
           STRING WS-DESTINO DELIMITED BY SPACE
                  'ENMASCAR.TXT' DELIMITED BY SIZE
                  INTO WS-RUTA-REPORTE.

           OPEN OUTPUT SAL-REPORTE.
           IF NOT FS-REPORTE-OK
              DISPLAY 'ERROR AL ABRIR ' WS-RUTA-REPORTE ': '
                      FS-REPORTE
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'COPIA ENMASCARADA PARA PRUEBA - ' WS-FECHA-HOY
                  ' - DESTINO ' WS-DESTINO
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE 'ARCHIVO                    LEIDOS    GRABADOS
      -         '  RELEIDOS          IMPORTE ORIGEN           IMPORTE CO
      -         'PIA'
             TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** maestro de tarjetas: PAN, PAN del titular, nombre,
      *    *** apellido y direccion; importes de control como en
      *    *** BACKUPVS (saldos y limites)
       2000-COPIAR-MAESTRO.

           INITIALIZE WS-CONTROL-ARCHIVO.
           MOVE 'MAESTRO-TARJETAS.VSAM' TO WS-CTL-ARCHIVO.

           OPEN INPUT ENT-MAESTRO-TARJETAS.
           IF NOT FS-MAESTRO-OK
              DISPLAY 'ERROR AL ABRIR EL MAESTRO DE TARJETAS: '
                      FS-MAESTRO
              STOP RUN
           END-IF.

           OPEN OUTPUT SAL-MAESTRO-TARJETAS.
           IF NOT FS-SAL-MAESTRO-OK
              DISPLAY 'ERROR AL ABRIR ' WS-RUTA-SAL-MAESTRO ': '
                      FS-SAL-MAESTRO
              STOP RUN
           END-IF.

           PERFORM 2010-COPIAR-TARJETA
              THRU 2010-COPIAR-TARJETA-FIN
              UNTIL NOT FS-MAESTRO-OK.

           CLOSE ENT-MAESTRO-TARJETAS
                 SAL-MAESTRO-TARJETAS.

           OPEN INPUT SAL-MAESTRO-TARJETAS.
           PERFORM 2020-RELEER-TARJETA
              THRU 2020-RELEER-TARJETA-FIN
              UNTIL NOT FS-SAL-MAESTRO-OK.
           CLOSE SAL-MAESTRO-TARJETAS.

           PERFORM 2800-INFORMAR-ARCHIVO
              THRU 2800-INFORMAR-ARCHIVO-FIN.

       2000-COPIAR-MAESTRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2010-COPIAR-TARJETA.

           READ ENT-MAESTRO-TARJETAS NEXT RECORD
                INTO WS-MAESTRO-TARJETAS-REG
               AT END
                  GO TO 2010-COPIAR-TARJETA-FIN
           END-READ.

           ADD 1 TO WS-CTL-LEIDOS.
           ADD WS-MT-SALDO-ANTERIOR-ARS TO WS-CTL-IMPORTE-ENT.
           ADD WS-MT-LIMITE-TARJETA     TO WS-CTL-IMPORTE-ENT.
           ADD WS-MT-SALDO-ANTERIOR-USD TO WS-CTL-IMPORTE-ENT.
           ADD WS-MT-LIMITE-TARJETA-USD TO WS-CTL-IMPORTE-ENT.

      *    *** el PAN ficticio tiene que pasar CLVALPAN siempre que
      *    *** el real la pasaba
           MOVE WS-MT-NUM-TARJETA TO WS-PAN-TARJETA-I.
           CALL 'CLVALPAN' USING WS-VALIDACION-PAN.
           MOVE WS-PAN-VALIDACION-O TO WS-PAN-REAL-VALIDO.

           MOVE WS-MT-NUM-TARJETA TO WS-MSK-ENTRADA.
           PERFORM 2950-SUSTITUIR-PAN
              THRU 2950-SUSTITUIR-PAN-FIN.
           MOVE WS-MSK-SALIDA TO WS-MT-NUM-TARJETA.
           ADD 1 TO WS-CANT-PAN-SUSTITUIDOS.

           IF WS-ES-PAN-REAL-VALIDO
              MOVE WS-MT-NUM-TARJETA TO WS-PAN-TARJETA-I
              CALL 'CLVALPAN' USING WS-VALIDACION-PAN
              IF WS-PAN-VALIDACION-O <> 'S'
                 ADD 1 TO WS-CANT-PAN-RECHAZADOS
              END-IF
           END-IF.

           IF WS-MT-NUM-TARJETA-TITULAR <> SPACES
              MOVE WS-MT-NUM-TARJETA-TITULAR TO WS-MSK-ENTRADA
              PERFORM 2950-SUSTITUIR-PAN
                 THRU 2950-SUSTITUIR-PAN-FIN
              MOVE WS-MSK-SALIDA TO WS-MT-NUM-TARJETA-TITULAR
           END-IF.

           MOVE WS-MT-NUM-TARJETA TO WS-SEMILLA.
           PERFORM 2970-NOMBRE-PRUEBA
              THRU 2970-NOMBRE-PRUEBA-FIN.
           MOVE WS-NOM-PRUEBA (WS-IX-NOMBRE) TO WS-MT-NOMBRE.
           MOVE SPACES TO WS-MT-APELLIDO
                          WS-MT-DIRECCION.
           STRING 'PRUEBA ' WS-SEMILLA (WS-SEMILLA-LARGO - 5:4)
                  DELIMITED BY SIZE INTO WS-MT-APELLIDO.
           STRING 'CALLE DE PRUEBA ' WS-SEMILLA (7:4)
                  DELIMITED BY SIZE INTO WS-MT-DIRECCION.

           WRITE WS-SMT-REG FROM WS-MAESTRO-TARJETAS-REG.
           IF FS-SAL-MAESTRO-OK
              ADD 1 TO WS-CTL-GRABADOS
           ELSE
              DISPLAY 'ERROR AL GRABAR EL MAESTRO DE PRUEBA: '
                      FS-SAL-MAESTRO
           END-IF.

       2010-COPIAR-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2020-RELEER-TARJETA.

           READ SAL-MAESTRO-TARJETAS NEXT RECORD
                INTO WS-MAESTRO-TARJETAS-REG
               AT END
                  GO TO 2020-RELEER-TARJETA-FIN
           END-READ.

           ADD 1 TO WS-CTL-RELEIDOS.
           ADD WS-MT-SALDO-ANTERIOR-ARS TO WS-CTL-IMPORTE-SAL.
           ADD WS-MT-LIMITE-TARJETA     TO WS-CTL-IMPORTE-SAL.
           ADD WS-MT-SALDO-ANTERIOR-USD TO WS-CTL-IMPORTE-SAL.
           ADD WS-MT-LIMITE-TARJETA-USD TO WS-CTL-IMPORTE-SAL.

       2020-RELEER-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** personas: documento (clave), nombre, apellido y
      *    *** direccion; control sobre el perfil mensual declarado
       2100-COPIAR-PERSONAS.

           INITIALIZE WS-CONTROL-ARCHIVO.
           MOVE 'PERSONAS.VSAM' TO WS-CTL-ARCHIVO.

           OPEN INPUT ENT-PERSONAS.
           IF NOT FS-PERSONAS-OK
              PERFORM 2850-INFORMAR-AUSENTE
                 THRU 2850-INFORMAR-AUSENTE-FIN
              GO TO 2100-COPIAR-PERSONAS-FIN
           END-IF.

           OPEN OUTPUT SAL-PERSONAS.
           IF NOT FS-SAL-PERSONAS-OK
              DISPLAY 'ERROR AL ABRIR ' WS-RUTA-SAL-PERSONAS ': '
                      FS-SAL-PERSONAS
              STOP RUN
           END-IF.

           PERFORM 2110-COPIAR-PERSONA
              THRU 2110-COPIAR-PERSONA-FIN
              UNTIL NOT FS-PERSONAS-OK.

           CLOSE ENT-PERSONAS
                 SAL-PERSONAS.

           OPEN INPUT SAL-PERSONAS.
           PERFORM 2120-RELEER-PERSONA
              THRU 2120-RELEER-PERSONA-FIN
              UNTIL NOT FS-SAL-PERSONAS-OK.
           CLOSE SAL-PERSONAS.

           PERFORM 2800-INFORMAR-ARCHIVO
              THRU 2800-INFORMAR-ARCHIVO-FIN.

       2100-COPIAR-PERSONAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2110-COPIAR-PERSONA.

           READ ENT-PERSONAS NEXT RECORD
                INTO WS-PER-PERSONA-REG
               AT END
                  GO TO 2110-COPIAR-PERSONA-FIN
           END-READ.

           ADD 1 TO WS-CTL-LEIDOS.
           ADD WS-PER-PERFIL-MENSUAL TO WS-CTL-IMPORTE-ENT.

           MOVE WS-PER-DOCUMENTO TO WS-MSK-ENTRADA.
           PERFORM 2960-SUSTITUIR-DOCUMENTO
              THRU 2960-SUSTITUIR-DOCUMENTO-FIN.
           MOVE WS-MSK-SALIDA (1:11) TO WS-PER-DOCUMENTO.

      *    *** una persona ya anonimizada (DATOSPER) queda en blanco
           IF WS-PER-NOMBRE <> SPACES
              MOVE WS-PER-DOCUMENTO TO WS-SEMILLA
              PERFORM 2970-NOMBRE-PRUEBA
                 THRU 2970-NOMBRE-PRUEBA-FIN
              MOVE WS-NOM-PRUEBA (WS-IX-NOMBRE) TO WS-PER-NOMBRE
              MOVE SPACES TO WS-PER-APELLIDO
                             WS-PER-DIRECCION
              STRING 'PRUEBA ' WS-PER-DOCUMENTO
                     DELIMITED BY SIZE INTO WS-PER-APELLIDO
              STRING 'CALLE DE PRUEBA ' WS-SEMILLA (1:4)
                     DELIMITED BY SIZE INTO WS-PER-DIRECCION
           END-IF.

           WRITE WS-SPE-REG FROM WS-PER-PERSONA-REG.
           IF FS-SAL-PERSONAS-OK
              ADD 1 TO WS-CTL-GRABADOS
           ELSE
              DISPLAY 'ERROR AL GRABAR PERSONAS DE PRUEBA: '
                      FS-SAL-PERSONAS
           END-IF.

       2110-COPIAR-PERSONA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2120-RELEER-PERSONA.

           READ SAL-PERSONAS NEXT RECORD
                INTO WS-PER-PERSONA-REG
               AT END
                  GO TO 2120-RELEER-PERSONA-FIN
           END-READ.

           ADD 1 TO WS-CTL-RELEIDOS.
           ADD WS-PER-PERFIL-MENSUAL TO WS-CTL-IMPORTE-SAL.

       2120-RELEER-PERSONA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** vinculos cuenta -> documento: el documento se sustituye
      *    *** igual que en PERSONAS para que el vinculo siga cerrando;
      *    *** el control suma los numeros de cuenta
       2200-COPIAR-VINCULOS.

           INITIALIZE WS-CONTROL-ARCHIVO.
           MOVE 'CUENTA-PERSONA.VSAM' TO WS-CTL-ARCHIVO.

           OPEN INPUT ENT-CUENTA-PERSONA.
           IF NOT FS-CUENTA-PERSONA-OK
              PERFORM 2850-INFORMAR-AUSENTE
                 THRU 2850-INFORMAR-AUSENTE-FIN
              GO TO 2200-COPIAR-VINCULOS-FIN
           END-IF.

           OPEN OUTPUT SAL-CUENTA-PERSONA.
           IF NOT FS-SAL-CUENTA-PERSONA-OK
              DISPLAY 'ERROR AL ABRIR ' WS-RUTA-SAL-CUENTA-PERSONA
                      ': ' FS-SAL-CUENTA-PERSONA
              STOP RUN
           END-IF.

           PERFORM 2210-COPIAR-VINCULO
              THRU 2210-COPIAR-VINCULO-FIN
              UNTIL NOT FS-CUENTA-PERSONA-OK.

           CLOSE ENT-CUENTA-PERSONA
                 SAL-CUENTA-PERSONA.

           OPEN INPUT SAL-CUENTA-PERSONA.
           PERFORM 2220-RELEER-VINCULO
              THRU 2220-RELEER-VINCULO-FIN
              UNTIL NOT FS-SAL-CUENTA-PERSONA-OK.
           CLOSE SAL-CUENTA-PERSONA.

           PERFORM 2800-INFORMAR-ARCHIVO
              THRU 2800-INFORMAR-ARCHIVO-FIN.

       2200-COPIAR-VINCULOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2210-COPIAR-VINCULO.

           READ ENT-CUENTA-PERSONA NEXT RECORD
                INTO WS-CPE-VINCULO-REG
               AT END
                  GO TO 2210-COPIAR-VINCULO-FIN
           END-READ.

           ADD 1 TO WS-CTL-LEIDOS.
           ADD WS-CPE-CUENTA TO WS-CTL-IMPORTE-ENT.

           MOVE WS-CPE-DOCUMENTO TO WS-MSK-ENTRADA.
           PERFORM 2960-SUSTITUIR-DOCUMENTO
              THRU 2960-SUSTITUIR-DOCUMENTO-FIN.
           MOVE WS-MSK-SALIDA (1:11) TO WS-CPE-DOCUMENTO.

           WRITE WS-SCP-REG FROM WS-CPE-VINCULO-REG.
           IF FS-SAL-CUENTA-PERSONA-OK
              ADD 1 TO WS-CTL-GRABADOS
           ELSE
              DISPLAY 'ERROR AL GRABAR VINCULOS DE PRUEBA: '
                      FS-SAL-CUENTA-PERSONA
           END-IF.

       2210-COPIAR-VINCULO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2220-RELEER-VINCULO.

           READ SAL-CUENTA-PERSONA NEXT RECORD
                INTO WS-CPE-VINCULO-REG
               AT END
                  GO TO 2220-RELEER-VINCULO-FIN
           END-READ.

           ADD 1 TO WS-CTL-RELEIDOS.
           ADD WS-CPE-CUENTA TO WS-CTL-IMPORTE-SAL.

       2220-RELEER-VINCULO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** planes de cuotas: la tarjeta es parte de la clave
       2300-COPIAR-CUOTAS.

           INITIALIZE WS-CONTROL-ARCHIVO.
           MOVE 'CUOTAS.VSAM' TO WS-CTL-ARCHIVO.

           OPEN INPUT ENT-CUOTAS.
           IF NOT FS-CUOTAS-OK
              PERFORM 2850-INFORMAR-AUSENTE
                 THRU 2850-INFORMAR-AUSENTE-FIN
              GO TO 2300-COPIAR-CUOTAS-FIN
           END-IF.

           OPEN OUTPUT SAL-CUOTAS.
           IF NOT FS-SAL-CUOTAS-OK
              DISPLAY 'ERROR AL ABRIR ' WS-RUTA-SAL-CUOTAS ': '
                      FS-SAL-CUOTAS
              STOP RUN
           END-IF.

           PERFORM 2310-COPIAR-PLAN
              THRU 2310-COPIAR-PLAN-FIN
              UNTIL NOT FS-CUOTAS-OK.

           CLOSE ENT-CUOTAS
                 SAL-CUOTAS.

           OPEN INPUT SAL-CUOTAS.
           PERFORM 2320-RELEER-PLAN
              THRU 2320-RELEER-PLAN-FIN
              UNTIL NOT FS-SAL-CUOTAS-OK.
           CLOSE SAL-CUOTAS.

           PERFORM 2800-INFORMAR-ARCHIVO
              THRU 2800-INFORMAR-ARCHIVO-FIN.

       2300-COPIAR-CUOTAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2310-COPIAR-PLAN.

           READ ENT-CUOTAS NEXT RECORD
                INTO WS-ENT-CUOTAS-REG
               AT END
                  GO TO 2310-COPIAR-PLAN-FIN
           END-READ.

           ADD 1 TO WS-CTL-LEIDOS.
           ADD WS-CUO-IMPORTE-CUOTA TO WS-CTL-IMPORTE-ENT.

           MOVE WS-CUO-TARJETA TO WS-MSK-ENTRADA.
           PERFORM 2950-SUSTITUIR-PAN
              THRU 2950-SUSTITUIR-PAN-FIN.
           MOVE WS-MSK-SALIDA TO WS-CUO-TARJETA.

           WRITE WS-SCU-REG FROM WS-ENT-CUOTAS-REG.
           IF FS-SAL-CUOTAS-OK
              ADD 1 TO WS-CTL-GRABADOS
           ELSE
              DISPLAY 'ERROR AL GRABAR CUOTAS DE PRUEBA: '
                      FS-SAL-CUOTAS
           END-IF.

       2310-COPIAR-PLAN-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2320-RELEER-PLAN.

           READ SAL-CUOTAS NEXT RECORD
                INTO WS-ENT-CUOTAS-REG
               AT END
                  GO TO 2320-RELEER-PLAN-FIN
           END-READ.

           ADD 1 TO WS-CTL-RELEIDOS.
           ADD WS-CUO-IMPORTE-CUOTA TO WS-CTL-IMPORTE-SAL.

       2320-RELEER-PLAN-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** historico de consumos: la tarjeta va en la clave y
      *    *** dentro de la imagen del consumo archivado
       2400-COPIAR-HISTORIAL.

           INITIALIZE WS-CONTROL-ARCHIVO.
           MOVE 'HISTORIAL-CONSUMOS.VSAM' TO WS-CTL-ARCHIVO.

           OPEN INPUT ENT-HIST-CONSUMOS.
           IF NOT FS-HIST-CONSUMOS-OK
              PERFORM 2850-INFORMAR-AUSENTE
                 THRU 2850-INFORMAR-AUSENTE-FIN
              GO TO 2400-COPIAR-HISTORIAL-FIN
           END-IF.

           OPEN OUTPUT SAL-HIST-CONSUMOS.
           IF NOT FS-SAL-HIST-CONSUMOS-OK
              DISPLAY 'ERROR AL ABRIR ' WS-RUTA-SAL-HIST-CONSUMOS
                      ': ' FS-SAL-HIST-CONSUMOS
              STOP RUN
           END-IF.

           PERFORM 2410-COPIAR-CONSUMO-ARCH
              THRU 2410-COPIAR-CONSUMO-ARCH-FIN
              UNTIL NOT FS-HIST-CONSUMOS-OK.

           CLOSE ENT-HIST-CONSUMOS
                 SAL-HIST-CONSUMOS.

           OPEN INPUT SAL-HIST-CONSUMOS.
           PERFORM 2420-RELEER-CONSUMO-ARCH
              THRU 2420-RELEER-CONSUMO-ARCH-FIN
              UNTIL NOT FS-SAL-HIST-CONSUMOS-OK.
           CLOSE SAL-HIST-CONSUMOS.

           PERFORM 2800-INFORMAR-ARCHIVO
              THRU 2800-INFORMAR-ARCHIVO-FIN.

       2400-COPIAR-HISTORIAL-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2410-COPIAR-CONSUMO-ARCH.

           READ ENT-HIST-CONSUMOS NEXT RECORD
                INTO WS-HIS-CONSUMO-REG
               AT END
                  GO TO 2410-COPIAR-CONSUMO-ARCH-FIN
           END-READ.

           MOVE WS-HISC-CONSUMO TO WS-ENT-CONSUMOS.
           ADD 1 TO WS-CTL-LEIDOS.
           ADD WS-ENT-IMPORTE TO WS-CTL-IMPORTE-ENT.

           MOVE WS-HISC-TARJETA TO WS-MSK-ENTRADA.
           PERFORM 2950-SUSTITUIR-PAN
              THRU 2950-SUSTITUIR-PAN-FIN.
           MOVE WS-MSK-SALIDA TO WS-HISC-TARJETA.

           MOVE WS-ENT-NUM-TARJETA TO WS-MSK-ENTRADA.
           PERFORM 2950-SUSTITUIR-PAN
              THRU 2950-SUSTITUIR-PAN-FIN.
           MOVE WS-MSK-SALIDA TO WS-ENT-NUM-TARJETA.
           MOVE WS-ENT-CONSUMOS TO WS-HISC-CONSUMO.

           WRITE WS-SHI-REG FROM WS-HIS-CONSUMO-REG.
           IF FS-SAL-HIST-CONSUMOS-OK
              ADD 1 TO WS-CTL-GRABADOS
           ELSE
              DISPLAY 'ERROR AL GRABAR EL HISTORICO DE PRUEBA: '
                      FS-SAL-HIST-CONSUMOS
           END-IF.

       2410-COPIAR-CONSUMO-ARCH-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2420-RELEER-CONSUMO-ARCH.

           READ SAL-HIST-CONSUMOS NEXT RECORD
                INTO WS-HIS-CONSUMO-REG
               AT END
                  GO TO 2420-RELEER-CONSUMO-ARCH-FIN
           END-READ.

           MOVE WS-HISC-CONSUMO TO WS-ENT-CONSUMOS.
           ADD 1 TO WS-CTL-RELEIDOS.
           ADD WS-ENT-IMPORTE TO WS-CTL-IMPORTE-SAL.

       2420-RELEER-CONSUMO-ARCH-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** feed de consumos del ciclo (entrada de TP02EJ01)
       2500-COPIAR-CONSUMOS.

           INITIALIZE WS-CONTROL-ARCHIVO.
           MOVE 'CONSUMOS.SEQ' TO WS-CTL-ARCHIVO.

           OPEN INPUT ENT-CONSUMOS.
           IF NOT FS-CONSUMOS-OK
              PERFORM 2850-INFORMAR-AUSENTE
                 THRU 2850-INFORMAR-AUSENTE-FIN
              GO TO 2500-COPIAR-CONSUMOS-FIN
           END-IF.

           OPEN OUTPUT SAL-CONSUMOS.
           IF NOT FS-SAL-CONSUMOS-OK
              DISPLAY 'ERROR AL ABRIR ' WS-RUTA-SAL-CONSUMOS ': '
                      FS-SAL-CONSUMOS
              STOP RUN
           END-IF.

           PERFORM 2510-COPIAR-CONSUMO
              THRU 2510-COPIAR-CONSUMO-FIN
              UNTIL NOT FS-CONSUMOS-OK.

           CLOSE ENT-CONSUMOS
                 SAL-CONSUMOS.

           OPEN INPUT SAL-CONSUMOS.
           PERFORM 2520-RELEER-CONSUMO
              THRU 2520-RELEER-CONSUMO-FIN
              UNTIL NOT FS-SAL-CONSUMOS-OK.
           CLOSE SAL-CONSUMOS.

           PERFORM 2800-INFORMAR-ARCHIVO
              THRU 2800-INFORMAR-ARCHIVO-FIN.

       2500-COPIAR-CONSUMOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2510-COPIAR-CONSUMO.

           READ ENT-CONSUMOS INTO WS-ENT-CONSUMOS
               AT END
                  GO TO 2510-COPIAR-CONSUMO-FIN
           END-READ.

           ADD 1 TO WS-CTL-LEIDOS.
           ADD WS-ENT-IMPORTE TO WS-CTL-IMPORTE-ENT.

           MOVE WS-ENT-NUM-TARJETA TO WS-MSK-ENTRADA.
           PERFORM 2950-SUSTITUIR-PAN
              THRU 2950-SUSTITUIR-PAN-FIN.
           MOVE WS-MSK-SALIDA TO WS-ENT-NUM-TARJETA.

           WRITE WS-SCO-REG FROM WS-ENT-CONSUMOS.
           IF FS-SAL-CONSUMOS-OK
              ADD 1 TO WS-CTL-GRABADOS
           END-IF.

       2510-COPIAR-CONSUMO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2520-RELEER-CONSUMO.

           READ SAL-CONSUMOS INTO WS-ENT-CONSUMOS
               AT END
                  GO TO 2520-RELEER-CONSUMO-FIN
           END-READ.

           ADD 1 TO WS-CTL-RELEIDOS.
           ADD WS-ENT-IMPORTE TO WS-CTL-IMPORTE-SAL.

       2520-RELEER-CONSUMO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** feed de pagos de cobranzas (entrada de PAGOPOST)
       2600-COPIAR-PAGOS.

           INITIALIZE WS-CONTROL-ARCHIVO.
           MOVE 'PAGOS.SEQ' TO WS-CTL-ARCHIVO.

           OPEN INPUT ENT-PAGOS.
           IF NOT FS-PAGOS-OK
              PERFORM 2850-INFORMAR-AUSENTE
                 THRU 2850-INFORMAR-AUSENTE-FIN
              GO TO 2600-COPIAR-PAGOS-FIN
           END-IF.

           OPEN OUTPUT SAL-PAGOS.
           IF NOT FS-SAL-PAGOS-OK
              DISPLAY 'ERROR AL ABRIR ' WS-RUTA-SAL-PAGOS ': '
                      FS-SAL-PAGOS
              STOP RUN
           END-IF.

           PERFORM 2610-COPIAR-PAGO
              THRU 2610-COPIAR-PAGO-FIN
              UNTIL NOT FS-PAGOS-OK.

           CLOSE ENT-PAGOS
                 SAL-PAGOS.

           OPEN INPUT SAL-PAGOS.
           PERFORM 2620-RELEER-PAGO
              THRU 2620-RELEER-PAGO-FIN
              UNTIL NOT FS-SAL-PAGOS-OK.
           CLOSE SAL-PAGOS.

           PERFORM 2800-INFORMAR-ARCHIVO
              THRU 2800-INFORMAR-ARCHIVO-FIN.

       2600-COPIAR-PAGOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2610-COPIAR-PAGO.

           READ ENT-PAGOS INTO WS-ENT-PAGOS-REG
               AT END
                  GO TO 2610-COPIAR-PAGO-FIN
           END-READ.

           ADD 1 TO WS-CTL-LEIDOS.
           ADD WS-PAG-IMPORTE TO WS-CTL-IMPORTE-ENT.

      *    *** la referencia del cupon lleva el numero de cuenta, no
      *    *** el PAN: queda como esta
           IF WS-PAG-NUM-TARJETA <> SPACES
              MOVE WS-PAG-NUM-TARJETA TO WS-MSK-ENTRADA
              PERFORM 2950-SUSTITUIR-PAN
                 THRU 2950-SUSTITUIR-PAN-FIN
              MOVE WS-MSK-SALIDA TO WS-PAG-NUM-TARJETA
           END-IF.

           WRITE WS-SPA-REG FROM WS-ENT-PAGOS-REG.
           IF FS-SAL-PAGOS-OK
              ADD 1 TO WS-CTL-GRABADOS
           END-IF.

       2610-COPIAR-PAGO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2620-RELEER-PAGO.

           READ SAL-PAGOS INTO WS-ENT-PAGOS-REG
               AT END
                  GO TO 2620-RELEER-PAGO-FIN
           END-READ.

           ADD 1 TO WS-CTL-RELEIDOS.
           ADD WS-PAG-IMPORTE TO WS-CTL-IMPORTE-SAL.

       2620-RELEER-PAGO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** renglon de control del archivo: la copia cierra si
      *    *** leidos = grabados = releidos y los importes coinciden
       2800-INFORMAR-ARCHIVO.

           MOVE SPACES TO WS-SAL-REPORTE.
           MOVE WS-CTL-ARCHIVO  TO WS-SAL-REPORTE (1:24).
           MOVE WS-CTL-LEIDOS   TO WS-SAL-REPORTE (25:9).
           MOVE WS-CTL-GRABADOS TO WS-SAL-REPORTE (36:9).
           MOVE WS-CTL-RELEIDOS TO WS-SAL-REPORTE (47:9).
           MOVE WS-CTL-IMPORTE-ENT TO WS-IMPORTE-EDITADO.
           MOVE WS-IMPORTE-EDITADO TO WS-SAL-REPORTE (57:23).
           MOVE WS-CTL-IMPORTE-SAL TO WS-IMPORTE-EDITADO.
           MOVE WS-IMPORTE-EDITADO TO WS-SAL-REPORTE (81:23).

           IF WS-CTL-LEIDOS = WS-CTL-GRABADOS
              AND WS-CTL-LEIDOS = WS-CTL-RELEIDOS
              AND WS-CTL-IMPORTE-ENT = WS-CTL-IMPORTE-SAL
              MOVE 'OK' TO WS-SAL-REPORTE (106:10)
           ELSE
              MOVE 'DIFERENCIA' TO WS-SAL-REPORTE (106:10)
              ADD 1 TO WS-CANT-DIFERENCIAS
           END-IF.

           WRITE WS-SAL-REPORTE.

       2800-INFORMAR-ARCHIVO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2850-INFORMAR-AUSENTE.

           MOVE SPACES TO WS-SAL-REPORTE.
           STRING WS-CTL-ARCHIVO ' NO SE COPIA, NO SE PUDO ABRIR EN '
                  'PRODUCCION'
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.

       2850-INFORMAR-AUSENTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** WS-MSK-ENTRADA -> WS-MSK-SALIDA. Guiones y espacios
      *    *** quedan en su lugar; los primeros WS-MSK-CONSERVAR
      *    *** digitos no se tocan y, con Luhn, el ultimo digito se
      *    *** recalcula como digito verificador
       2900-SUSTITUIR-DIGITOS.

           MOVE WS-MSK-ENTRADA TO WS-MSK-SALIDA.
           MOVE ZEROES TO WS-MSK-CANT-DIGITOS
                          WS-MSK-ORDEN
                          WS-MSK-POS-VERIF
                          WS-MSK-ANTERIOR.

           PERFORM VARYING WS-IX-CHAR FROM 1 BY 1
              UNTIL WS-IX-CHAR > 19
              IF WS-MSK-ENTRADA (WS-IX-CHAR:1) IS NUMERIC
                 ADD 1 TO WS-MSK-CANT-DIGITOS
              END-IF
           END-PERFORM.

           IF WS-MSK-CANT-DIGITOS < 13
              MOVE 'N' TO WS-MSK-LUHN
           END-IF.

           PERFORM 2910-SUSTITUIR-UN-DIGITO
              THRU 2910-SUSTITUIR-UN-DIGITO-FIN
              VARYING WS-IX-CHAR FROM 1 BY 1
              UNTIL WS-IX-CHAR > 19.

           IF WS-MSK-CON-LUHN
              PERFORM 2920-DIGITO-VERIFICADOR
                 THRU 2920-DIGITO-VERIFICADOR-FIN
           END-IF.

       2900-SUSTITUIR-DIGITOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2910-SUSTITUIR-UN-DIGITO.

           IF WS-MSK-ENTRADA (WS-IX-CHAR:1) IS NOT NUMERIC
              GO TO 2910-SUSTITUIR-UN-DIGITO-FIN
           END-IF.

           ADD 1 TO WS-MSK-ORDEN.
           MOVE WS-MSK-ENTRADA (WS-IX-CHAR:1) TO WS-MSK-DIGITO.

           IF WS-MSK-ORDEN NOT > WS-MSK-CONSERVAR
              MOVE WS-MSK-DIGITO TO WS-MSK-ANTERIOR
              GO TO 2910-SUSTITUIR-UN-DIGITO-FIN
           END-IF.

           IF WS-MSK-CON-LUHN
              AND WS-MSK-ORDEN = WS-MSK-CANT-DIGITOS
              MOVE WS-IX-CHAR TO WS-MSK-POS-VERIF
              GO TO 2910-SUSTITUIR-UN-DIGITO-FIN
           END-IF.

           DIVIDE WS-MSK-ORDEN BY 8 GIVING WS-MSK-COCIENTE
                                    REMAINDER WS-MSK-IX-CLAVE.
           ADD 1 TO WS-MSK-IX-CLAVE.
           MOVE WS-CLAVE (WS-MSK-IX-CLAVE:1) TO WS-MSK-CLAVE-DIG.

           COMPUTE WS-MSK-SUMA = WS-MSK-DIGITO + WS-MSK-CLAVE-DIG
                               + WS-MSK-ANTERIOR.
           DIVIDE WS-MSK-SUMA BY 10 GIVING WS-MSK-COCIENTE
                                    REMAINDER WS-MSK-RESTO.
           MOVE WS-MSK-RESTO TO WS-MSK-ANTERIOR.
           MOVE WS-MSK-ANTERIOR TO WS-MSK-SALIDA (WS-IX-CHAR:1).

       2910-SUSTITUIR-UN-DIGITO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** Luhn como en CLVALPAN: desde la derecha, sin contar el
      *    *** verificador, se duplica el primero y uno si, uno no
       2920-DIGITO-VERIFICADOR.

           MOVE ZEROES TO WS-MSK-SUMA.
           MOVE 1      TO WS-LUHN-DOBLE.

           PERFORM VARYING WS-IX-CHAR FROM 19 BY -1
              UNTIL WS-IX-CHAR < 1
              IF WS-MSK-SALIDA (WS-IX-CHAR:1) IS NUMERIC
                 AND WS-IX-CHAR <> WS-MSK-POS-VERIF
                 MOVE WS-MSK-SALIDA (WS-IX-CHAR:1) TO WS-LUHN-DIGITO
                 IF WS-LUHN-DOBLE = 1
                    MULTIPLY WS-LUHN-DIGITO BY 2
                                           GIVING WS-LUHN-DIGITO
                    IF WS-LUHN-DIGITO > 9
                       SUBTRACT 9 FROM WS-LUHN-DIGITO
                    END-IF
                    MOVE 0 TO WS-LUHN-DOBLE
                 ELSE
                    MOVE 1 TO WS-LUHN-DOBLE
                 END-IF
                 ADD WS-LUHN-DIGITO TO WS-MSK-SUMA
              END-IF
           END-PERFORM.

           DIVIDE WS-MSK-SUMA BY 10 GIVING WS-MSK-COCIENTE
                                    REMAINDER WS-MSK-RESTO.
           IF WS-MSK-RESTO <> ZEROES
              SUBTRACT WS-MSK-RESTO FROM 10 GIVING WS-MSK-RESTO
           END-IF.
           MOVE WS-MSK-RESTO TO WS-MSK-DIGITO.
           MOVE WS-MSK-DIGITO TO WS-MSK-SALIDA (WS-MSK-POS-VERIF:1).

       2920-DIGITO-VERIFICADOR-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** PAN: se conserva el BIN (6 digitos) y se recalcula Luhn
       2950-SUSTITUIR-PAN.

           MOVE 6   TO WS-MSK-CONSERVAR.
           MOVE 'S' TO WS-MSK-LUHN.
           PERFORM 2900-SUSTITUIR-DIGITOS
              THRU 2900-SUSTITUIR-DIGITOS-FIN.

       2950-SUSTITUIR-PAN-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** documento: se sustituyen todos los digitos; la letra
      *    *** del seudonimo de DATOSPER queda
       2960-SUSTITUIR-DOCUMENTO.

           MOVE ZEROES TO WS-MSK-CONSERVAR.
           MOVE 'N'    TO WS-MSK-LUHN.
           PERFORM 2900-SUSTITUIR-DIGITOS
              THRU 2900-SUSTITUIR-DIGITOS-FIN.

       2960-SUSTITUIR-DOCUMENTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** nombre de fantasia segun el anteultimo digito de la
      *    *** semilla (PAN o documento ya sustituidos); deja el largo
      *    *** de la semilla en WS-SEMILLA-LARGO
       2970-NOMBRE-PRUEBA.

           MOVE ZEROES TO WS-SEMILLA-LARGO.
           PERFORM VARYING WS-IX-CHAR FROM 1 BY 1
              UNTIL WS-IX-CHAR > 19
              IF WS-SEMILLA (WS-IX-CHAR:1) <> SPACE
                 MOVE WS-IX-CHAR TO WS-SEMILLA-LARGO
              END-IF
           END-PERFORM.

           MOVE 1 TO WS-IX-NOMBRE.
           IF WS-SEMILLA-LARGO > 6
              IF WS-SEMILLA (WS-SEMILLA-LARGO - 1:1) IS NUMERIC
                 MOVE WS-SEMILLA (WS-SEMILLA-LARGO - 1:1)
                   TO WS-MSK-DIGITO
                 COMPUTE WS-IX-NOMBRE = WS-MSK-DIGITO + 1
              END-IF
           ELSE
              MOVE 7 TO WS-SEMILLA-LARGO
           END-IF.

       2970-NOMBRE-PRUEBA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           MOVE ALL '-' TO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE SPACES TO WS-SAL-REPORTE.
           STRING 'TARJETAS SUSTITUIDAS: ' WS-CANT-PAN-SUSTITUIDOS
                  '  PAN FICTICIOS RECHAZADOS POR CLVALPAN: '
                  WS-CANT-PAN-RECHAZADOS
                  DELIMITED BY SIZE INTO WS-SAL-REPORTE.
           WRITE WS-SAL-REPORTE.
           MOVE SPACES TO WS-SAL-REPORTE.
           IF WS-CANT-DIFERENCIAS = ZEROES
              AND WS-CANT-PAN-RECHAZADOS = ZEROES
              MOVE 'JUEGO DE PRUEBA CONSISTENTE CON PRODUCCION'
                TO WS-SAL-REPORTE
           ELSE
              STRING 'JUEGO DE PRUEBA CON DIFERENCIAS: '
                     WS-CANT-DIFERENCIAS ' ARCHIVOS'
                     DELIMITED BY SIZE INTO WS-SAL-REPORTE
           END-IF.
           WRITE WS-SAL-REPORTE.

           CLOSE SAL-REPORTE.

           DISPLAY 'ENMASCAR: ' WS-CANT-PAN-SUSTITUIDOS
                   ' TARJETAS, ' WS-CANT-DIFERENCIAS
                   ' ARCHIVOS CON DIFERENCIAS. VER ' WS-RUTA-REPORTE.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM ENMASCAR.
