      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: maestro de programas de fidelidad socio (aerolineas y
      *          otros) a los que el cliente puede transferir sus
      *          puntos (SOCIOS-PUNTOS.VSAM). Por consola, al estilo
      *          de AGENCIAS: alta de un socio con su moneda (millas,
      *          etc.), el bloque minimo de puntos y las unidades que
      *          da cada bloque, y el costo por unidad que se le paga;
      *          modificacion de las condiciones, baja o reactivacion
      *          (un socio dado de baja no recibe transferencias
      *          nuevas, pero se le mandan las ya pedidas), y consulta
      *          con lo enviado hasta hoy.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOCIOS.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-SOCIOS
           ASSIGN TO WS-RUTA-SOCIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-SOC-CODIGO
           FILE STATUS IS FS-SOCIOS.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-SOCIOS.
           COPY SOCIO.

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-SOCIOS             PIC X(60)
                                     VALUE '../SOCIOS-PUNTOS.VSAM'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

      *    *** sesion de operador (ver SIGNON)
       01 WS-SIGNON.
           COPY SIGNIO.
       01 WS-OPERADOR-SESION         PIC X(10) VALUE SPACES.
       01 WS-ROL-SESION              PIC X(01) VALUE SPACES.
          88 WS-SESION-PUEDE-MODIFICAR             VALUES 'O', 'S'.

       01 FS-STATUS.
          05 FS-SOCIOS                             PIC X(2).
             88 FS-SOCIOS-OK                           VALUE '00'.
             88 FS-SOCIOS-NFD                          VALUE '35'.
             88 FS-SOCIOS-CLAVE-DUP                    VALUE '22'.

       01 WS-OPCION                                PIC X(01).
          88 WS-OPC-ALTA                                VALUE '1'.
          88 WS-OPC-MODIFICACION                        VALUE '2'.
          88 WS-OPC-BAJA                                VALUE '3'.
          88 WS-OPC-CONSULTA                            VALUE '4'.
          88 WS-OPC-SALIR                               VALUE '5'.

       01 WS-CONTINUAR                             PIC X(01) VALUE 'S'.
          88 WS-SEGUIR-PROCESANDO                       VALUE 'S'.
          88 WS-FIN-PROCESO                             VALUE 'N'.

       01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
       01 WS-CODIGO-INGRESADO        PIC X(05) VALUE SPACES.

      *    *** condiciones tipeadas
       01 WS-NOMBRE-INGRESADO        PIC X(30) VALUE SPACES.
       01 WS-CUIT-INGRESADO          PIC 9(11) VALUE ZEROES.
       01 WS-UNIDAD-INGRESADA        PIC X(10) VALUE SPACES.
       01 WS-BLOQUE-INGRESADO        PIC 9(07) VALUE ZEROES.
       01 WS-UNIDADES-INGRESADAS     PIC 9(07) VALUE ZEROES.
       01 WS-COSTO-INGRESADO         PIC 9(03)V9(04) VALUE ZEROES.
       01 WS-CONFIRMA                PIC X(01) VALUE SPACE.
          88 WS-CONFIRMADO                         VALUES 'S', 's'.

       01 WS-COSTO-O                 PIC ZZ9,9999.

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
                                        'SOCIOS_SOCIOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-SOCIOS
           END-IF.

           PERFORM 1070-IDENTIFICAR-OPERADOR
              THRU 1070-IDENTIFICAR-OPERADOR-FIN.

      *    *** si todavia no existe (primera corrida) se crea vacio
      *    *** antes de abrirlo en modo I-O, igual que AGENCIAS
           OPEN I-O ENT-SOCIOS.

           IF FS-SOCIOS-NFD
              OPEN OUTPUT ENT-SOCIOS
              CLOSE ENT-SOCIOS
              OPEN I-O ENT-SOCIOS
           END-IF.

           EVALUATE TRUE
               WHEN FS-SOCIOS-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR SOCIOS-PUNTOS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-SOCIOS
                    STOP RUN
           END-EVALUATE.

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
           DISPLAY ' PROGRAMAS SOCIO DE PUNTOS'.
           DISPLAY ' 1 - ALTA DE SOCIO'.
           DISPLAY ' 2 - MODIFICACION DE CONDICIONES'.
           DISPLAY ' 3 - BAJA / REACTIVACION'.
           DISPLAY ' 4 - CONSULTA'.
           DISPLAY ' 5 - SALIR'.
           DISPLAY '-------------------------------------------------'.
           DISPLAY 'INGRESE UNA OPCION: ' WITH NO ADVANCING.
           ACCEPT WS-OPCION.

           IF (WS-OPC-ALTA OR WS-OPC-MODIFICACION OR WS-OPC-BAJA)
              AND NOT WS-SESION-PUEDE-MODIFICAR
              DISPLAY 'SU ROL SOLO PERMITE CONSULTAS'
              GO TO 2000-PROCESAR-MENU-FIN
           END-IF.

           EVALUATE TRUE
               WHEN WS-OPC-ALTA
                    PERFORM 2100-ALTA-SOCIO
                       THRU 2100-ALTA-SOCIO-FIN
               WHEN WS-OPC-MODIFICACION
                    PERFORM 2200-MODIFICAR-SOCIO
                       THRU 2200-MODIFICAR-SOCIO-FIN
               WHEN WS-OPC-BAJA
                    PERFORM 2300-CAMBIAR-ESTADO
                       THRU 2300-CAMBIAR-ESTADO-FIN
               WHEN WS-OPC-CONSULTA
                    PERFORM 2400-CONSULTAR-SOCIO
                       THRU 2400-CONSULTAR-SOCIO-FIN
               WHEN WS-OPC-SALIR
                    SET WS-FIN-PROCESO TO TRUE
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       2000-PROCESAR-MENU-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2050-BUSCAR-SOCIO.

           DISPLAY 'CODIGO DE SOCIO: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-CODIGO-INGRESADO.
           ACCEPT WS-CODIGO-INGRESADO.

           MOVE WS-CODIGO-INGRESADO TO WS-SOC-CODIGO.
           READ ENT-SOCIOS KEY IS WS-SOC-CODIGO
               INVALID KEY CONTINUE
           END-READ.

       2050-BUSCAR-SOCIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** pide y valida las condiciones de conversion y el costo;
      *    *** deja WS-CONFIRMA en 'N' si alguna no es valida
       2060-PEDIR-CONDICIONES.

           MOVE 'N' TO WS-CONFIRMA.

           DISPLAY 'BLOQUE MINIMO DE PUNTOS: ' WITH NO ADVANCING.
           MOVE ZEROES TO WS-BLOQUE-INGRESADO.
           ACCEPT WS-BLOQUE-INGRESADO.

           IF WS-BLOQUE-INGRESADO NOT > ZEROES
              DISPLAY 'ERROR: EL BLOQUE DEBE SER MAYOR A CERO'
              GO TO 2060-PEDIR-CONDICIONES-FIN
           END-IF.

           DISPLAY 'UNIDADES DEL SOCIO POR BLOQUE: '
                   WITH NO ADVANCING.
           MOVE ZEROES TO WS-UNIDADES-INGRESADAS.
           ACCEPT WS-UNIDADES-INGRESADAS.

           IF WS-UNIDADES-INGRESADAS NOT > ZEROES
              DISPLAY 'ERROR: LAS UNIDADES DEBEN SER MAYORES A CERO'
              GO TO 2060-PEDIR-CONDICIONES-FIN
           END-IF.

           DISPLAY 'COSTO POR UNIDAD EN PESOS: ' WITH NO ADVANCING.
           MOVE ZEROES TO WS-COSTO-INGRESADO.
           ACCEPT WS-COSTO-INGRESADO.

           IF WS-COSTO-INGRESADO NOT > ZEROES
              DISPLAY 'ERROR: EL COSTO DEBE SER MAYOR A CERO'
              GO TO 2060-PEDIR-CONDICIONES-FIN
           END-IF.

           MOVE 'S' TO WS-CONFIRMA.

       2060-PEDIR-CONDICIONES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2100-ALTA-SOCIO.

           PERFORM 2050-BUSCAR-SOCIO
              THRU 2050-BUSCAR-SOCIO-FIN.

           IF WS-CODIGO-INGRESADO = SPACES
              DISPLAY 'ERROR: EL CODIGO ES OBLIGATORIO'
              GO TO 2100-ALTA-SOCIO-FIN
           END-IF.

           IF FS-SOCIOS-OK
              DISPLAY 'ERROR: EL SOCIO YA EXISTE'
              GO TO 2100-ALTA-SOCIO-FIN
           END-IF.

           DISPLAY 'RAZON SOCIAL: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-NOMBRE-INGRESADO.
           ACCEPT WS-NOMBRE-INGRESADO.

           IF WS-NOMBRE-INGRESADO = SPACES
              DISPLAY 'ERROR: LA RAZON SOCIAL ES OBLIGATORIA'
              GO TO 2100-ALTA-SOCIO-FIN
           END-IF.

           DISPLAY 'CUIT: ' WITH NO ADVANCING.
           MOVE ZEROES TO WS-CUIT-INGRESADO.
           ACCEPT WS-CUIT-INGRESADO.

           IF WS-CUIT-INGRESADO NOT > ZEROES
              DISPLAY 'ERROR: CUIT INVALIDO'
              GO TO 2100-ALTA-SOCIO-FIN
           END-IF.

           DISPLAY 'UNIDAD DEL PROGRAMA (EJ. MILLAS): '
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-UNIDAD-INGRESADA.
           ACCEPT WS-UNIDAD-INGRESADA.

           IF WS-UNIDAD-INGRESADA = SPACES
              DISPLAY 'ERROR: LA UNIDAD ES OBLIGATORIA'
              GO TO 2100-ALTA-SOCIO-FIN
           END-IF.

           PERFORM 2060-PEDIR-CONDICIONES
              THRU 2060-PEDIR-CONDICIONES-FIN.

           IF NOT WS-CONFIRMADO
              GO TO 2100-ALTA-SOCIO-FIN
           END-IF.

           INITIALIZE WS-SOC-SOCIO-REG.
           MOVE WS-CODIGO-INGRESADO    TO WS-SOC-CODIGO.
           MOVE WS-NOMBRE-INGRESADO    TO WS-SOC-NOMBRE.
           MOVE WS-CUIT-INGRESADO      TO WS-SOC-CUIT.
           MOVE WS-UNIDAD-INGRESADA    TO WS-SOC-UNIDAD.
           MOVE WS-BLOQUE-INGRESADO    TO WS-SOC-BLOQUE-PUNTOS.
           MOVE WS-UNIDADES-INGRESADAS TO WS-SOC-UNIDADES-BLOQUE.
           MOVE WS-COSTO-INGRESADO     TO WS-SOC-COSTO-UNIDAD.
           MOVE WS-FECHA-HOY           TO WS-SOC-FECHA-ALTA.
           MOVE WS-OPERADOR-SESION     TO WS-SOC-OPERADOR.
           SET WS-SOC-ACTIVO           TO TRUE.

           WRITE WS-SOC-SOCIO-REG.

           EVALUATE TRUE
               WHEN FS-SOCIOS-OK
                    DISPLAY 'SOCIO DADO DE ALTA CORRECTAMENTE'
               WHEN FS-SOCIOS-CLAVE-DUP
                    DISPLAY 'ERROR: EL SOCIO YA EXISTE'
               WHEN OTHER
                    DISPLAY 'ERROR AL GRABAR EL SOCIO'
                    DISPLAY 'FILE STATUS: ' FS-SOCIOS
           END-EVALUATE.

       2100-ALTA-SOCIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** las condiciones nuevas rigen para las transferencias que
      *    *** se pidan desde ahora; las ya pedidas conservan las
      *    *** unidades y el importe con que se dieron de alta
       2200-MODIFICAR-SOCIO.

           PERFORM 2050-BUSCAR-SOCIO
              THRU 2050-BUSCAR-SOCIO-FIN.

           IF NOT FS-SOCIOS-OK
              DISPLAY 'ERROR: EL SOCIO NO EXISTE'
              GO TO 2200-MODIFICAR-SOCIO-FIN
           END-IF.

           PERFORM 2410-MOSTRAR-SOCIO
              THRU 2410-MOSTRAR-SOCIO-FIN.

           PERFORM 2060-PEDIR-CONDICIONES
              THRU 2060-PEDIR-CONDICIONES-FIN.

           IF NOT WS-CONFIRMADO
              GO TO 2200-MODIFICAR-SOCIO-FIN
           END-IF.

           MOVE WS-BLOQUE-INGRESADO    TO WS-SOC-BLOQUE-PUNTOS.
           MOVE WS-UNIDADES-INGRESADAS TO WS-SOC-UNIDADES-BLOQUE.
           MOVE WS-COSTO-INGRESADO     TO WS-SOC-COSTO-UNIDAD.
           MOVE WS-OPERADOR-SESION     TO WS-SOC-OPERADOR.

           REWRITE WS-SOC-SOCIO-REG.

           IF FS-SOCIOS-OK
              DISPLAY 'CONDICIONES ACTUALIZADAS CORRECTAMENTE'
           ELSE
              DISPLAY 'ERROR AL ACTUALIZAR EL SOCIO'
              DISPLAY 'FILE STATUS: ' FS-SOCIOS
           END-IF.

       2200-MODIFICAR-SOCIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2300-CAMBIAR-ESTADO.

           PERFORM 2050-BUSCAR-SOCIO
              THRU 2050-BUSCAR-SOCIO-FIN.

           IF NOT FS-SOCIOS-OK
              DISPLAY 'ERROR: EL SOCIO NO EXISTE'
              GO TO 2300-CAMBIAR-ESTADO-FIN
           END-IF.

           IF WS-SOC-ACTIVO
              DISPLAY 'EL SOCIO ESTA ACTIVO; CONFIRMA LA BAJA (S/N): '
                      WITH NO ADVANCING
           ELSE
              DISPLAY 'EL SOCIO ESTA DADO DE BAJA; CONFIRMA LA '
                      'REACTIVACION (S/N): ' WITH NO ADVANCING
           END-IF.
           ACCEPT WS-CONFIRMA.

           IF NOT WS-CONFIRMADO
              DISPLAY 'OPERACION CANCELADA'
              GO TO 2300-CAMBIAR-ESTADO-FIN
           END-IF.

           IF WS-SOC-ACTIVO
              SET WS-SOC-INACTIVO TO TRUE
           ELSE
              SET WS-SOC-ACTIVO   TO TRUE
           END-IF.
           MOVE WS-OPERADOR-SESION TO WS-SOC-OPERADOR.

           REWRITE WS-SOC-SOCIO-REG.

           IF FS-SOCIOS-OK
              DISPLAY 'ESTADO ACTUALIZADO CORRECTAMENTE'
           ELSE
              DISPLAY 'ERROR AL ACTUALIZAR EL SOCIO'
              DISPLAY 'FILE STATUS: ' FS-SOCIOS
           END-IF.

       2300-CAMBIAR-ESTADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2400-CONSULTAR-SOCIO.

           PERFORM 2050-BUSCAR-SOCIO
              THRU 2050-BUSCAR-SOCIO-FIN.

           IF NOT FS-SOCIOS-OK
              DISPLAY 'EL SOCIO NO EXISTE'
              GO TO 2400-CONSULTAR-SOCIO-FIN
           END-IF.

           PERFORM 2410-MOSTRAR-SOCIO
              THRU 2410-MOSTRAR-SOCIO-FIN.

       2400-CONSULTAR-SOCIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2410-MOSTRAR-SOCIO.

           DISPLAY 'CODIGO           : ' WS-SOC-CODIGO.
           DISPLAY 'RAZON SOCIAL     : ' WS-SOC-NOMBRE.
           DISPLAY 'CUIT             : ' WS-SOC-CUIT.
           DISPLAY 'UNIDAD           : ' WS-SOC-UNIDAD.
           DISPLAY 'BLOQUE DE PUNTOS : ' WS-SOC-BLOQUE-PUNTOS.
           DISPLAY 'UNIDADES X BLOQUE: ' WS-SOC-UNIDADES-BLOQUE.
           MOVE WS-SOC-COSTO-UNIDAD TO WS-COSTO-O.
           DISPLAY 'COSTO POR UNIDAD : ' WS-COSTO-O.
           IF WS-SOC-ACTIVO
              DISPLAY 'ESTADO           : ACTIVO'
           ELSE
              DISPLAY 'ESTADO           : DADO DE BAJA'
           END-IF.
           DISPLAY 'FECHA DE ALTA    : ' WS-SOC-FECHA-ALTA.
           DISPLAY 'ULTIMO OPERADOR  : ' WS-SOC-OPERADOR.
           DISPLAY 'UNIDADES ENVIADAS: ' WS-SOC-UNIDADES-ENVIADAS.
           DISPLAY 'ULTIMO ENVIO     : ' WS-SOC-FECHA-ULT-ENVIO.

       2410-MOSTRAR-SOCIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           CLOSE ENT-SOCIOS.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
