      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: codeudores y garantes de las cuentas
      *          (CUENTA-COOBLIGADO.VSAM). Por consola, al estilo de
      *          AGENCIAS: alta de una persona como codeudor o garante
      *          de una cuenta (limites altos, refinanciaciones de
      *          REFINANC), cambio de rol, liberacion (solo un
      *          supervisor) y consulta de los obligados de una cuenta
      *          con su titular de CUENTA-PERSONA.VSAM. Si la persona
      *          no esta en PERSONAS.VSAM se la registra aca, con el
      *          domicilio al que CARTAMOR le manda sus cartas.
      *          Acceso con SIGNON; la consulta alcanza el rol
      *          consulta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COOBLIG.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-COOBLIGADOS
           ASSIGN TO WS-RUTA-COOBLIGADOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-COB-CLAVE
           ALTERNATE RECORD KEY IS WS-COB-DOCUMENTO
                                          WITH DUPLICATES
           FILE STATUS IS FS-COOBLIGADOS.

       SELECT ENT-CUENTA-PERSONA
           ASSIGN TO WS-RUTA-CUENTA-PERSONA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-CPE-CUENTA
           FILE STATUS IS FS-CUENTA-PERSONA.

       SELECT ENT-PERSONAS
           ASSIGN TO WS-RUTA-PERSONAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WS-PER-DOCUMENTO
           FILE STATUS IS FS-PERSONAS.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-COOBLIGADOS.
           COPY COOBLIG.

       FD ENT-CUENTA-PERSONA.
       01 WS-CPE-VINCULO-REG.
          05 WS-CPE-CUENTA                          PIC 9(10).
          05 WS-CPE-DOCUMENTO                       PIC X(11).

       FD ENT-PERSONAS.
           COPY PERSONAS.

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-COOBLIGADOS        PIC X(60)
                                     VALUE '../CUENTA-COOBLIGADO.VSAM'.
       01 WS-RUTA-CUENTA-PERSONA     PIC X(60)
                                     VALUE '../CUENTA-PERSONA.VSAM'.
       01 WS-RUTA-PERSONAS           PIC X(60)
                                     VALUE '../PERSONAS.VSAM'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

      *    *** sesion de operador (ver SIGNON)
       01 WS-SIGNON.
           COPY SIGNIO.
       01 WS-OPERADOR-SESION         PIC X(10) VALUE SPACES.
       01 WS-ROL-SESION              PIC X(01) VALUE SPACES.
          88 WS-SESION-PUEDE-MODIFICAR             VALUES 'O', 'S'.
          88 WS-SESION-ES-SUPERVISOR               VALUE 'S'.

       01 FS-STATUS.
          05 FS-COOBLIGADOS                        PIC X(2).
             88 FS-COOBLIGADOS-OK                      VALUES '00' '02'.
             88 FS-COOBLIGADOS-NFD                     VALUE '35'.
             88 FS-COOBLIGADOS-CLAVE-DUP               VALUE '22'.
             88 FS-COOBLIGADOS-CLAVE-NFD               VALUE '23'.
          05 FS-CUENTA-PERSONA                     PIC X(2).
             88 FS-CUENTA-PERSONA-OK                   VALUE '00'.
             88 FS-CUENTA-PERSONA-NFD                  VALUE '35'.
          05 FS-PERSONAS                           PIC X(2).
             88 FS-PERSONAS-OK                         VALUE '00'.
             88 FS-PERSONAS-NFD                        VALUE '35'.
             88 FS-PERSONAS-CLAVE-NFD                  VALUE '23'.

       01 WS-OPCION                                PIC X(01).
          88 WS-OPC-ALTA                                VALUE '1'.
          88 WS-OPC-CAMBIO-ROL                          VALUE '2'.
          88 WS-OPC-LIBERAR                             VALUE '3'.
          88 WS-OPC-CONSULTA                            VALUE '4'.
          88 WS-OPC-SALIR                               VALUE '5'.

       01 WS-CONTINUAR                             PIC X(01) VALUE 'S'.
          88 WS-SEGUIR-PROCESANDO                       VALUE 'S'.
          88 WS-FIN-PROCESO                             VALUE 'N'.

       01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.

      *    *** datos tipeados
       01 WS-CUENTA-INGRESADA        PIC 9(10) VALUE ZEROES.
       01 WS-DOCUMENTO-INGRESADO     PIC X(11) VALUE SPACES.
       01 WS-ROL-INGRESADO           PIC X(01) VALUE SPACE.
          88 WS-ROL-INGRESADO-VALIDO               VALUES 'C' 'G'.
       01 WS-MOTIVO-INGRESADO        PIC X(01) VALUE SPACE.
          88 WS-MOTIVO-INGRESADO-VALIDO            VALUES 'L' 'R' 'O'.
       01 WS-CONFIRMA                PIC X(01) VALUE SPACE.
          88 WS-CONFIRMADO                         VALUES 'S', 's'.

      *    *** titular de la cuenta (CUENTA-PERSONA)
       01 WS-DOCUMENTO-TITULAR       PIC X(11) VALUE SPACES.
       01 WS-CUENTA-LEIDA            PIC 9(10) VALUE ZEROES.
       01 WS-CANT-OBLIGADOS          PIC 9(03) VALUE ZEROES.
       01 WS-DESC-ROL                PIC X(09) VALUE SPACES.
       01 WS-DESC-MOTIVO             PIC X(15) VALUE SPACES.
       01 WS-DESC-ESTADO             PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-PROCESAR-MENU
              THRU 2000-PROCESAR-MENU-FIN
              UNTIL WS-FIN-PROCESO.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'COOBLIG_COOBLIGADOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-COOBLIGADOS
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'COOBLIG_CUENTA_PERSONA_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CUENTA-PERSONA
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'COOBLIG_PERSONAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-PERSONAS
           END-IF.

           PERFORM 1070-IDENTIFICAR-OPERADOR
              THRU 1070-IDENTIFICAR-OPERADOR-FIN.

      *    *** si todavia no existe (primera corrida) se crea vacio
      *    *** antes de abrirlo en modo I-O, igual que AGENCIAS
           OPEN I-O ENT-COOBLIGADOS.

           IF FS-COOBLIGADOS-NFD
              OPEN OUTPUT ENT-COOBLIGADOS
              CLOSE ENT-COOBLIGADOS
              OPEN I-O ENT-COOBLIGADOS
           END-IF.

           IF NOT FS-COOBLIGADOS-OK
              DISPLAY 'ERROR AL ABRIR CUENTA-COOBLIGADO.VSAM'
              DISPLAY 'FILE STATUS: ' FS-COOBLIGADOS
              STOP RUN
           END-IF.

      *    *** sin vinculos de titular no hay cuentas a las que
      *    *** agregarles obligados
           OPEN INPUT ENT-CUENTA-PERSONA.

           EVALUATE TRUE
               WHEN FS-CUENTA-PERSONA-OK
                    CONTINUE
               WHEN FS-CUENTA-PERSONA-NFD
                    DISPLAY 'NO EXISTE CUENTA-PERSONA.VSAM (NINGUN '
                            'ALTA CON DOCUMENTO TODAVIA)'
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR CUENTA-PERSONA.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-CUENTA-PERSONA
                    STOP RUN
           END-EVALUATE.

           OPEN I-O ENT-PERSONAS.

           IF FS-PERSONAS-NFD
              OPEN OUTPUT ENT-PERSONAS
              CLOSE ENT-PERSONAS
              OPEN I-O ENT-PERSONAS
           END-IF.

           IF NOT FS-PERSONAS-OK
              DISPLAY 'ERROR AL ABRIR PERSONAS.VSAM'
              DISPLAY 'FILE STATUS: ' FS-PERSONAS
              STOP RUN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1070-IDENTIFICAR-OPERADOR.

           MOVE 'P' TO WS-SGN-MODO.
           CALL 'SIGNON' USING WS-SIGNON.

           IF NOT WS-SGN-ACEPTADO
              DISPLAY 'ACCESO DENEGADO: ' WS-SGN-DES-ERROR-O
              STOP RUN
           END-IF.

           MOVE WS-SGN-USUARIO TO WS-OPERADOR-SESION.
           MOVE WS-SGN-ROL     TO WS-ROL-SESION.

       1070-IDENTIFICAR-OPERADOR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESAR-MENU.

           DISPLAY '-------------------------------------------------'.
           DISPLAY ' CODEUDORES Y GARANTES'.
           DISPLAY ' 1 - ALTA DE CODEUDOR / GARANTE'.
           DISPLAY ' 2 - CAMBIO DE ROL'.
           DISPLAY ' 3 - LIBERACION (SUPERVISOR)'.
           DISPLAY ' 4 - CONSULTA POR CUENTA'.
           DISPLAY ' 5 - SALIR'.
           DISPLAY '-------------------------------------------------'.
           DISPLAY 'INGRESE UNA OPCION: ' WITH NO ADVANCING.
           ACCEPT WS-OPCION.

           IF (WS-OPC-ALTA OR WS-OPC-CAMBIO-ROL OR WS-OPC-LIBERAR)
              AND NOT WS-SESION-PUEDE-MODIFICAR
              DISPLAY 'SU ROL SOLO PERMITE CONSULTAS'
              GO TO 2000-PROCESAR-MENU-FIN
           END-IF.

      *    *** liberar a un obligado debilita la garantia del credito:
      *    *** queda reservado al supervisor
           IF WS-OPC-LIBERAR
              AND NOT WS-SESION-ES-SUPERVISOR
              DISPLAY 'SOLO UN SUPERVISOR PUEDE LIBERAR A UN '
                      'CODEUDOR O GARANTE'
              GO TO 2000-PROCESAR-MENU-FIN
           END-IF.

           EVALUATE TRUE
               WHEN WS-OPC-ALTA
                    PERFORM 2100-ALTA-OBLIGADO
                       THRU 2100-ALTA-OBLIGADO-FIN
               WHEN WS-OPC-CAMBIO-ROL
                    PERFORM 2200-CAMBIAR-ROL
                       THRU 2200-CAMBIAR-ROL-FIN
               WHEN WS-OPC-LIBERAR
                    PERFORM 2300-LIBERAR-OBLIGADO
                       THRU 2300-LIBERAR-OBLIGADO-FIN
               WHEN WS-OPC-CONSULTA
                    PERFORM 2400-CONSULTAR-CUENTA
                       THRU 2400-CONSULTAR-CUENTA-FIN
               WHEN WS-OPC-SALIR
                    SET WS-FIN-PROCESO TO TRUE
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       2000-PROCESAR-MENU-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** pide la cuenta y busca su titular; deja
      *    *** FS-CUENTA-PERSONA en '00' si la cuenta tiene titular
       2050-BUSCAR-CUENTA.

           MOVE SPACES TO WS-DOCUMENTO-TITULAR.

           DISPLAY 'NUMERO DE CUENTA: ' WITH NO ADVANCING.
           MOVE ZEROES TO WS-CUENTA-INGRESADA.
           ACCEPT WS-CUENTA-INGRESADA.

           MOVE WS-CUENTA-INGRESADA TO WS-CPE-CUENTA.
           READ ENT-CUENTA-PERSONA KEY IS WS-CPE-CUENTA
               INVALID KEY
                  DISPLAY 'ERROR: LA CUENTA NO TIENE TITULAR '
                          'VINCULADO EN CUENTA-PERSONA.VSAM'
                  GO TO 2050-BUSCAR-CUENTA-FIN
           END-READ.

           MOVE WS-CPE-DOCUMENTO TO WS-DOCUMENTO-TITULAR.

       2050-BUSCAR-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** pide cuenta y documento y lee el vinculo; deja
      *    *** FS-COOBLIGADOS en '00' si existe
       2060-BUSCAR-VINCULO.

           PERFORM 2050-BUSCAR-CUENTA
              THRU 2050-BUSCAR-CUENTA-FIN.

           IF NOT FS-CUENTA-PERSONA-OK
              MOVE '23' TO FS-COOBLIGADOS
              GO TO 2060-BUSCAR-VINCULO-FIN
           END-IF.

           DISPLAY 'DOCUMENTO DEL OBLIGADO: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-DOCUMENTO-INGRESADO.
           ACCEPT WS-DOCUMENTO-INGRESADO.

           MOVE WS-CUENTA-INGRESADA    TO WS-COB-CUENTA.
           MOVE WS-DOCUMENTO-INGRESADO TO WS-COB-DOCUMENTO.
           READ ENT-COOBLIGADOS KEY IS WS-COB-CLAVE
               INVALID KEY CONTINUE
           END-READ.

       2060-BUSCAR-VINCULO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la persona obligada tiene que estar en PERSONAS.VSAM
      *    *** (CARTAMOR le escribe a ese domicilio); si no esta se la
      *    *** registra con los datos minimos, como el alta de MANTTARJ
       2070-REGISTRAR-PERSONA.

           MOVE 'N' TO WS-CONFIRMA.

           MOVE WS-DOCUMENTO-INGRESADO TO WS-PER-DOCUMENTO.
           READ ENT-PERSONAS KEY IS WS-PER-DOCUMENTO
               INVALID KEY CONTINUE
           END-READ.

           EVALUATE TRUE
               WHEN FS-PERSONAS-OK
                    DISPLAY 'PERSONA YA REGISTRADA: '
                            WS-PER-NOMBRE ' ' WS-PER-APELLIDO
                    MOVE 'S' TO WS-CONFIRMA
                    GO TO 2070-REGISTRAR-PERSONA-FIN
               WHEN FS-PERSONAS-CLAVE-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER PERSONAS.VSAM: '
                            FS-PERSONAS
                    GO TO 2070-REGISTRAR-PERSONA-FIN
           END-EVALUATE.

           DISPLAY 'LA PERSONA NO ESTA REGISTRADA, SE DA DE ALTA'.
           INITIALIZE WS-PER-PERSONA-REG.
           MOVE WS-DOCUMENTO-INGRESADO TO WS-PER-DOCUMENTO.
           DISPLAY 'NOMBRE        : ' WITH NO ADVANCING.
           ACCEPT WS-PER-NOMBRE.
           DISPLAY 'APELLIDO      : ' WITH NO ADVANCING.
           ACCEPT WS-PER-APELLIDO.
           DISPLAY 'DIRECCION     : ' WITH NO ADVANCING.
           ACCEPT WS-PER-DIRECCION.
           DISPLAY 'CODIGO POSTAL : ' WITH NO ADVANCING.
           ACCEPT WS-PER-COD-POSTAL.

           IF WS-PER-APELLIDO = SPACES
              OR WS-PER-DIRECCION = SPACES
              DISPLAY 'ERROR: APELLIDO Y DIRECCION SON OBLIGATORIOS'
              GO TO 2070-REGISTRAR-PERSONA-FIN
           END-IF.

           MOVE WS-FECHA-HOY TO WS-PER-FECHA-ALTA.

           WRITE WS-PER-PERSONA-REG.

           IF FS-PERSONAS-OK
              MOVE 'S' TO WS-CONFIRMA
           ELSE
              DISPLAY 'ERROR AL GRABAR LA PERSONA'
              DISPLAY 'FILE STATUS: ' FS-PERSONAS
           END-IF.

       2070-REGISTRAR-PERSONA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** alta de un codeudor o garante; un vinculo liberado de la
      *    *** misma persona con la misma cuenta se reactiva
       2100-ALTA-OBLIGADO.

           PERFORM 2060-BUSCAR-VINCULO
              THRU 2060-BUSCAR-VINCULO-FIN.

           IF NOT FS-CUENTA-PERSONA-OK
              GO TO 2100-ALTA-OBLIGADO-FIN
           END-IF.

           IF WS-DOCUMENTO-INGRESADO = SPACES
              DISPLAY 'ERROR: EL DOCUMENTO ES OBLIGATORIO'
              GO TO 2100-ALTA-OBLIGADO-FIN
           END-IF.

           IF WS-DOCUMENTO-INGRESADO = WS-DOCUMENTO-TITULAR
              DISPLAY 'ERROR: LA PERSONA ES LA TITULAR DE LA CUENTA'
              GO TO 2100-ALTA-OBLIGADO-FIN
           END-IF.

           IF FS-COOBLIGADOS-OK
              AND WS-COB-VIGENTE
              DISPLAY 'ERROR: LA PERSONA YA ES OBLIGADA DE LA CUENTA'
              GO TO 2100-ALTA-OBLIGADO-FIN
           END-IF.

           DISPLAY 'ROL (C=CODEUDOR, G=GARANTE): ' WITH NO ADVANCING.
           MOVE SPACE TO WS-ROL-INGRESADO.
           ACCEPT WS-ROL-INGRESADO.

           IF NOT WS-ROL-INGRESADO-VALIDO
              DISPLAY 'ERROR: ROL INVALIDO'
              GO TO 2100-ALTA-OBLIGADO-FIN
           END-IF.

           DISPLAY 'MOTIVO (L=LIMITE ALTO, R=REFINANCIACION, '
                   'O=OTRO): ' WITH NO ADVANCING.
           MOVE SPACE TO WS-MOTIVO-INGRESADO.
           ACCEPT WS-MOTIVO-INGRESADO.

           IF NOT WS-MOTIVO-INGRESADO-VALIDO
              DISPLAY 'ERROR: MOTIVO INVALIDO'
              GO TO 2100-ALTA-OBLIGADO-FIN
           END-IF.

           PERFORM 2070-REGISTRAR-PERSONA
              THRU 2070-REGISTRAR-PERSONA-FIN.

           IF NOT WS-CONFIRMADO
              GO TO 2100-ALTA-OBLIGADO-FIN
           END-IF.

           IF FS-COOBLIGADOS-OK
              MOVE WS-ROL-INGRESADO    TO WS-COB-ROL
              MOVE WS-MOTIVO-INGRESADO TO WS-COB-MOTIVO
              SET WS-COB-VIGENTE       TO TRUE
              MOVE WS-FECHA-HOY        TO WS-COB-FECHA-ALTA
              MOVE ZEROES              TO WS-COB-FECHA-BAJA
              MOVE WS-OPERADOR-SESION  TO WS-COB-OPERADOR-ALTA
              MOVE WS-OPERADOR-SESION  TO WS-COB-OPERADOR
              REWRITE WS-COB-VINCULO-REG
           ELSE
              INITIALIZE WS-COB-VINCULO-REG
              MOVE WS-CUENTA-INGRESADA    TO WS-COB-CUENTA
              MOVE WS-DOCUMENTO-INGRESADO TO WS-COB-DOCUMENTO
              MOVE WS-ROL-INGRESADO       TO WS-COB-ROL
              MOVE WS-MOTIVO-INGRESADO    TO WS-COB-MOTIVO
              SET WS-COB-VIGENTE          TO TRUE
              MOVE WS-FECHA-HOY           TO WS-COB-FECHA-ALTA
              MOVE WS-OPERADOR-SESION     TO WS-COB-OPERADOR-ALTA
              MOVE WS-OPERADOR-SESION     TO WS-COB-OPERADOR
              WRITE WS-COB-VINCULO-REG
           END-IF.

           EVALUATE TRUE
               WHEN FS-COOBLIGADOS-OK
                    DISPLAY 'OBLIGADO DADO DE ALTA CORRECTAMENTE'
               WHEN FS-COOBLIGADOS-CLAVE-DUP
                    DISPLAY 'ERROR: LA PERSONA YA ES OBLIGADA DE LA '
                            'CUENTA'
               WHEN OTHER
                    DISPLAY 'ERROR AL GRABAR EL VINCULO'
                    DISPLAY 'FILE STATUS: ' FS-COOBLIGADOS
           END-EVALUATE.

       2100-ALTA-OBLIGADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** codeudor pasa a garante o al reves
       2200-CAMBIAR-ROL.

           PERFORM 2060-BUSCAR-VINCULO
              THRU 2060-BUSCAR-VINCULO-FIN.

           IF NOT FS-CUENTA-PERSONA-OK
              GO TO 2200-CAMBIAR-ROL-FIN
           END-IF.

           IF NOT FS-COOBLIGADOS-OK
              OR NOT WS-COB-VIGENTE
              DISPLAY 'ERROR: LA PERSONA NO ES OBLIGADA VIGENTE DE LA '
                      'CUENTA'
              GO TO 2200-CAMBIAR-ROL-FIN
           END-IF.

           PERFORM 2460-MOSTRAR-VINCULO
              THRU 2460-MOSTRAR-VINCULO-FIN.

           IF WS-COB-ES-CODEUDOR
              DISPLAY 'CONFIRMA EL PASE A GARANTE (S/N): '
                      WITH NO ADVANCING
           ELSE
              DISPLAY 'CONFIRMA EL PASE A CODEUDOR (S/N): '
                      WITH NO ADVANCING
           END-IF.
           ACCEPT WS-CONFIRMA.

           IF NOT WS-CONFIRMADO
              DISPLAY 'OPERACION CANCELADA'
              GO TO 2200-CAMBIAR-ROL-FIN
           END-IF.

           IF WS-COB-ES-CODEUDOR
              SET WS-COB-ES-GARANTE  TO TRUE
           ELSE
              SET WS-COB-ES-CODEUDOR TO TRUE
           END-IF.
           MOVE WS-OPERADOR-SESION TO WS-COB-OPERADOR.

           REWRITE WS-COB-VINCULO-REG.

           IF FS-COOBLIGADOS-OK
              DISPLAY 'ROL ACTUALIZADO CORRECTAMENTE'
           ELSE
              DISPLAY 'ERROR AL ACTUALIZAR EL VINCULO'
              DISPLAY 'FILE STATUS: ' FS-COOBLIGADOS
           END-IF.

       2200-CAMBIAR-ROL-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la liberacion no borra la fila: queda como historia con
      *    *** la fecha de baja, y deja de informarse en DEUDORES
       2300-LIBERAR-OBLIGADO.

           PERFORM 2060-BUSCAR-VINCULO
              THRU 2060-BUSCAR-VINCULO-FIN.

           IF NOT FS-CUENTA-PERSONA-OK
              GO TO 2300-LIBERAR-OBLIGADO-FIN
           END-IF.

           IF NOT FS-COOBLIGADOS-OK
              OR NOT WS-COB-VIGENTE
              DISPLAY 'ERROR: LA PERSONA NO ES OBLIGADA VIGENTE DE LA '
                      'CUENTA'
              GO TO 2300-LIBERAR-OBLIGADO-FIN
           END-IF.

           PERFORM 2460-MOSTRAR-VINCULO
              THRU 2460-MOSTRAR-VINCULO-FIN.

           DISPLAY 'CONFIRMA LA LIBERACION (S/N): ' WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.

           IF NOT WS-CONFIRMADO
              DISPLAY 'OPERACION CANCELADA'
              GO TO 2300-LIBERAR-OBLIGADO-FIN
           END-IF.

           SET WS-COB-LIBERADO     TO TRUE.
           MOVE WS-FECHA-HOY       TO WS-COB-FECHA-BAJA.
           MOVE WS-OPERADOR-SESION TO WS-COB-OPERADOR.

           REWRITE WS-COB-VINCULO-REG.

           IF FS-COOBLIGADOS-OK
              DISPLAY 'OBLIGADO LIBERADO CORRECTAMENTE'
           ELSE
              DISPLAY 'ERROR AL ACTUALIZAR EL VINCULO'
              DISPLAY 'FILE STATUS: ' FS-COOBLIGADOS
           END-IF.

       2300-LIBERAR-OBLIGADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** titular y obligados (vigentes y liberados) de la cuenta
       2400-CONSULTAR-CUENTA.

           PERFORM 2050-BUSCAR-CUENTA
              THRU 2050-BUSCAR-CUENTA-FIN.

           IF NOT FS-CUENTA-PERSONA-OK
              GO TO 2400-CONSULTAR-CUENTA-FIN
           END-IF.

           MOVE WS-DOCUMENTO-TITULAR TO WS-PER-DOCUMENTO.
           READ ENT-PERSONAS KEY IS WS-PER-DOCUMENTO
               INVALID KEY
                  MOVE SPACES TO WS-PER-NOMBRE
                                 WS-PER-APELLIDO
           END-READ.

           DISPLAY 'TITULAR   ' WS-DOCUMENTO-TITULAR ' '
                   WS-PER-NOMBRE ' ' WS-PER-APELLIDO.

           MOVE ZEROES TO WS-CANT-OBLIGADOS.

           MOVE WS-CUENTA-INGRESADA TO WS-COB-CUENTA.
           MOVE LOW-VALUES          TO WS-COB-DOCUMENTO.
           START ENT-COOBLIGADOS
               KEY IS NOT LESS THAN WS-COB-CLAVE
               INVALID KEY
                  MOVE '10' TO FS-COOBLIGADOS
           END-START.

           MOVE WS-CUENTA-INGRESADA TO WS-CUENTA-LEIDA.
           PERFORM 2450-LISTAR-UN-OBLIGADO
              THRU 2450-LISTAR-UN-OBLIGADO-FIN
              UNTIL NOT FS-COOBLIGADOS-OK
                 OR WS-CUENTA-LEIDA <> WS-CUENTA-INGRESADA.

           IF WS-CANT-OBLIGADOS = ZEROES
              DISPLAY 'LA CUENTA NO TIENE CODEUDORES NI GARANTES'
           END-IF.

       2400-CONSULTAR-CUENTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2450-LISTAR-UN-OBLIGADO.

           READ ENT-COOBLIGADOS NEXT RECORD
               AT END CONTINUE
           END-READ.

           IF NOT FS-COOBLIGADOS-OK
              GO TO 2450-LISTAR-UN-OBLIGADO-FIN
           END-IF.

           MOVE WS-COB-CUENTA TO WS-CUENTA-LEIDA.
           IF WS-CUENTA-LEIDA <> WS-CUENTA-INGRESADA
              GO TO 2450-LISTAR-UN-OBLIGADO-FIN
           END-IF.

           ADD 1 TO WS-CANT-OBLIGADOS.

           PERFORM 2460-MOSTRAR-VINCULO
              THRU 2460-MOSTRAR-VINCULO-FIN.

       2450-LISTAR-UN-OBLIGADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2460-MOSTRAR-VINCULO.

           EVALUATE TRUE
               WHEN WS-COB-ES-CODEUDOR
                    MOVE 'CODEUDOR'        TO WS-DESC-ROL
               WHEN WS-COB-ES-GARANTE
                    MOVE 'GARANTE'         TO WS-DESC-ROL
               WHEN OTHER
                    MOVE WS-COB-ROL        TO WS-DESC-ROL
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-COB-MOT-LIMITE
                    MOVE 'LIMITE ALTO'     TO WS-DESC-MOTIVO
               WHEN WS-COB-MOT-REFINANCIACION
                    MOVE 'REFINANCIACION'  TO WS-DESC-MOTIVO
               WHEN OTHER
                    MOVE 'OTRO'            TO WS-DESC-MOTIVO
           END-EVALUATE.

           IF WS-COB-VIGENTE
              MOVE 'VIGENTE' TO WS-DESC-ESTADO
           ELSE
              MOVE SPACES TO WS-DESC-ESTADO
              STRING 'LIBERADO ' WS-COB-FECHA-BAJA
                     DELIMITED BY SIZE
                INTO WS-DESC-ESTADO
           END-IF.

           MOVE WS-COB-DOCUMENTO TO WS-PER-DOCUMENTO.
           READ ENT-PERSONAS KEY IS WS-PER-DOCUMENTO
               INVALID KEY
                  MOVE SPACES TO WS-PER-NOMBRE
                                 WS-PER-APELLIDO
           END-READ.

           DISPLAY WS-DESC-ROL ' ' WS-COB-DOCUMENTO ' '
                   WS-PER-NOMBRE ' ' WS-PER-APELLIDO.
           DISPLAY '          MOTIVO ' WS-DESC-MOTIVO
                   ' ALTA ' WS-COB-FECHA-ALTA
                   ' ' WS-DESC-ESTADO
                   ' OPERADOR ' WS-COB-OPERADOR.

       2460-MOSTRAR-VINCULO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           CLOSE ENT-COOBLIGADOS
                 ENT-CUENTA-PERSONA
                 ENT-PERSONAS.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM COOBLIG.
