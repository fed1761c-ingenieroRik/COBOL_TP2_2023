      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: maestro de agencias de cobranza externas
      *          (AGENCIAS.VSAM). Por consola, al estilo de SUSCRIP:
      *          alta de una agencia con sus condiciones (comision
      *          sobre lo recuperado, dias de asignacion y cupo de
      *          cuentas), modificacion de las condiciones, baja o
      *          reactivacion, y consulta con los acumulados que deja
      *          ASIGNAGE en cada corrida mensual.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENCIAS.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-AGENCIAS
           ASSIGN TO WS-RUTA-AGENCIAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-AGE-CODIGO
           FILE STATUS IS FS-AGENCIAS.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-AGENCIAS.
           COPY AGENCIA.

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-AGENCIAS           PIC X(60)
                                     VALUE '../AGENCIAS.VSAM'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

      *    *** sesion de operador (ver SIGNON)
       01 WS-SIGNON.
           COPY SIGNIO.
       01 WS-OPERADOR-SESION         PIC X(10) VALUE SPACES.
       01 WS-ROL-SESION              PIC X(01) VALUE SPACES.
          88 WS-SESION-PUEDE-MODIFICAR             VALUES 'O', 'S'.

       01 FS-STATUS.
          05 FS-AGENCIAS                           PIC X(2).
             88 FS-AGENCIAS-OK                         VALUE '00'.
             88 FS-AGENCIAS-NFD                        VALUE '35'.
             88 FS-AGENCIAS-CLAVE-DUP                  VALUE '22'.

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
       01 WS-COMISION-INGRESADA      PIC 9(02)V9(02) VALUE ZEROES.
       01 WS-DIAS-INGRESADOS         PIC 9(03) VALUE ZEROES.
       01 WS-CUPO-INGRESADO          PIC 9(05) VALUE ZEROES.
       01 WS-CONFIRMA                PIC X(01) VALUE SPACE.
          88 WS-CONFIRMADO                         VALUES 'S', 's'.

       01 WS-IMPORTE-O               PIC ---.---.---.--9,99.
       01 WS-PORCENTAJE-O            PIC Z9,99.

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
                                        'AGENCIAS_AGENCIAS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-AGENCIAS
           END-IF.

           PERFORM 1070-IDENTIFICAR-OPERADOR
              THRU 1070-IDENTIFICAR-OPERADOR-FIN.

      *    *** si todavia no existe (primera corrida) se crea vacio
      *    *** antes de abrirlo en modo I-O, igual que SUSCRIPCIONES
           OPEN I-O ENT-AGENCIAS.

           IF FS-AGENCIAS-NFD
              OPEN OUTPUT ENT-AGENCIAS
              CLOSE ENT-AGENCIAS
              OPEN I-O ENT-AGENCIAS
           END-IF.

           EVALUATE TRUE
               WHEN FS-AGENCIAS-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR AGENCIAS.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-AGENCIAS
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
           DISPLAY ' AGENCIAS DE COBRANZA'.
           DISPLAY ' 1 - ALTA DE AGENCIA'.
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
                    PERFORM 2100-ALTA-AGENCIA
                       THRU 2100-ALTA-AGENCIA-FIN
               WHEN WS-OPC-MODIFICACION
                    PERFORM 2200-MODIFICAR-AGENCIA
                       THRU 2200-MODIFICAR-AGENCIA-FIN
               WHEN WS-OPC-BAJA
                    PERFORM 2300-CAMBIAR-ESTADO
                       THRU 2300-CAMBIAR-ESTADO-FIN
               WHEN WS-OPC-CONSULTA
                    PERFORM 2400-CONSULTAR-AGENCIA
                       THRU 2400-CONSULTAR-AGENCIA-FIN
               WHEN WS-OPC-SALIR
                    SET WS-FIN-PROCESO TO TRUE
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       2000-PROCESAR-MENU-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2050-BUSCAR-AGENCIA.

           DISPLAY 'CODIGO DE AGENCIA: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-CODIGO-INGRESADO.
           ACCEPT WS-CODIGO-INGRESADO.

           MOVE WS-CODIGO-INGRESADO TO WS-AGE-CODIGO.
           READ ENT-AGENCIAS KEY IS WS-AGE-CODIGO
               INVALID KEY CONTINUE
           END-READ.

       2050-BUSCAR-AGENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** pide y valida las condiciones pactadas con la agencia;
      *    *** deja WS-CONFIRMA en 'N' si alguna no es valida
       2060-PEDIR-CONDICIONES.

           MOVE 'N' TO WS-CONFIRMA.

           DISPLAY 'COMISION SOBRE LO RECUPERADO (%): '
                   WITH NO ADVANCING.
           MOVE ZEROES TO WS-COMISION-INGRESADA.
           ACCEPT WS-COMISION-INGRESADA.

           IF WS-COMISION-INGRESADA NOT > ZEROES
              OR WS-COMISION-INGRESADA > 50
              DISPLAY 'ERROR: LA COMISION DEBE SER MAYOR A CERO Y NO '
                      'SUPERAR EL 50%'
              GO TO 2060-PEDIR-CONDICIONES-FIN
           END-IF.

           DISPLAY 'DIAS DE ASIGNACION: ' WITH NO ADVANCING.
           MOVE ZEROES TO WS-DIAS-INGRESADOS.
           ACCEPT WS-DIAS-INGRESADOS.

           IF WS-DIAS-INGRESADOS < 30
              DISPLAY 'ERROR: LA ASIGNACION DEBE SER DE 30 DIAS O MAS'
              GO TO 2060-PEDIR-CONDICIONES-FIN
           END-IF.

           DISPLAY 'CUPO DE CUENTAS (0 = SIN TOPE): '
                   WITH NO ADVANCING.
           MOVE ZEROES TO WS-CUPO-INGRESADO.
           ACCEPT WS-CUPO-INGRESADO.

           MOVE 'S' TO WS-CONFIRMA.

       2060-PEDIR-CONDICIONES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2100-ALTA-AGENCIA.

           PERFORM 2050-BUSCAR-AGENCIA
              THRU 2050-BUSCAR-AGENCIA-FIN.

           IF WS-CODIGO-INGRESADO = SPACES
              DISPLAY 'ERROR: EL CODIGO ES OBLIGATORIO'
              GO TO 2100-ALTA-AGENCIA-FIN
           END-IF.

           IF FS-AGENCIAS-OK
              DISPLAY 'ERROR: LA AGENCIA YA EXISTE'
              GO TO 2100-ALTA-AGENCIA-FIN
           END-IF.

           DISPLAY 'RAZON SOCIAL: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-NOMBRE-INGRESADO.
           ACCEPT WS-NOMBRE-INGRESADO.

           IF WS-NOMBRE-INGRESADO = SPACES
              DISPLAY 'ERROR: LA RAZON SOCIAL ES OBLIGATORIA'
              GO TO 2100-ALTA-AGENCIA-FIN
           END-IF.

           DISPLAY 'CUIT: ' WITH NO ADVANCING.
           MOVE ZEROES TO WS-CUIT-INGRESADO.
           ACCEPT WS-CUIT-INGRESADO.

           IF WS-CUIT-INGRESADO NOT > ZEROES
              DISPLAY 'ERROR: CUIT INVALIDO'
              GO TO 2100-ALTA-AGENCIA-FIN
           END-IF.

           PERFORM 2060-PEDIR-CONDICIONES
              THRU 2060-PEDIR-CONDICIONES-FIN.

           IF NOT WS-CONFIRMADO
              GO TO 2100-ALTA-AGENCIA-FIN
           END-IF.

           INITIALIZE WS-AGE-AGENCIA-REG.
           MOVE WS-CODIGO-INGRESADO   TO WS-AGE-CODIGO.
           MOVE WS-NOMBRE-INGRESADO   TO WS-AGE-NOMBRE.
           MOVE WS-CUIT-INGRESADO     TO WS-AGE-CUIT.
           MOVE WS-COMISION-INGRESADA TO WS-AGE-COMISION-PCT.
           MOVE WS-DIAS-INGRESADOS    TO WS-AGE-DIAS-ASIGNACION.
           MOVE WS-CUPO-INGRESADO     TO WS-AGE-CUPO-CUENTAS.
           MOVE WS-FECHA-HOY          TO WS-AGE-FECHA-ALTA.
           MOVE WS-OPERADOR-SESION    TO WS-AGE-OPERADOR.
           SET WS-AGE-ACTIVA          TO TRUE.

           WRITE WS-AGE-AGENCIA-REG.

           EVALUATE TRUE
               WHEN FS-AGENCIAS-OK
                    DISPLAY 'AGENCIA DADA DE ALTA CORRECTAMENTE'
               WHEN FS-AGENCIAS-CLAVE-DUP
                    DISPLAY 'ERROR: LA AGENCIA YA EXISTE'
               WHEN OTHER
                    DISPLAY 'ERROR AL GRABAR LA AGENCIA'
                    DISPLAY 'FILE STATUS: ' FS-AGENCIAS
           END-EVALUATE.

       2100-ALTA-AGENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** las condiciones nuevas rigen para las asignaciones y
      *    *** liquidaciones de las proximas corridas de ASIGNAGE
       2200-MODIFICAR-AGENCIA.

           PERFORM 2050-BUSCAR-AGENCIA
              THRU 2050-BUSCAR-AGENCIA-FIN.

           IF NOT FS-AGENCIAS-OK
              DISPLAY 'ERROR: LA AGENCIA NO EXISTE'
              GO TO 2200-MODIFICAR-AGENCIA-FIN
           END-IF.

           PERFORM 2410-MOSTRAR-AGENCIA
              THRU 2410-MOSTRAR-AGENCIA-FIN.

           PERFORM 2060-PEDIR-CONDICIONES
              THRU 2060-PEDIR-CONDICIONES-FIN.

           IF NOT WS-CONFIRMADO
              GO TO 2200-MODIFICAR-AGENCIA-FIN
           END-IF.

           MOVE WS-COMISION-INGRESADA TO WS-AGE-COMISION-PCT.
           MOVE WS-DIAS-INGRESADOS    TO WS-AGE-DIAS-ASIGNACION.
           MOVE WS-CUPO-INGRESADO     TO WS-AGE-CUPO-CUENTAS.
           MOVE WS-OPERADOR-SESION    TO WS-AGE-OPERADOR.

           REWRITE WS-AGE-AGENCIA-REG.

           IF FS-AGENCIAS-OK
              DISPLAY 'CONDICIONES ACTUALIZADAS CORRECTAMENTE'
           ELSE
              DISPLAY 'ERROR AL ACTUALIZAR LA AGENCIA'
              DISPLAY 'FILE STATUS: ' FS-AGENCIAS
           END-IF.

       2200-MODIFICAR-AGENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** una agencia dada de baja no recibe cuentas nuevas, y la
      *    *** proxima corrida de ASIGNAGE le retira las que tenga
       2300-CAMBIAR-ESTADO.

           PERFORM 2050-BUSCAR-AGENCIA
              THRU 2050-BUSCAR-AGENCIA-FIN.

           IF NOT FS-AGENCIAS-OK
              DISPLAY 'ERROR: LA AGENCIA NO EXISTE'
              GO TO 2300-CAMBIAR-ESTADO-FIN
           END-IF.

           IF WS-AGE-ACTIVA
              DISPLAY 'LA AGENCIA ESTA ACTIVA CON '
                      WS-AGE-CUENTAS-VIGENTES ' CUENTAS; CONFIRMA LA '
                      'BAJA (S/N): ' WITH NO ADVANCING
           ELSE
              DISPLAY 'LA AGENCIA ESTA DADA DE BAJA; CONFIRMA LA '
                      'REACTIVACION (S/N): ' WITH NO ADVANCING
           END-IF.
           ACCEPT WS-CONFIRMA.

           IF NOT WS-CONFIRMADO
              DISPLAY 'OPERACION CANCELADA'
              GO TO 2300-CAMBIAR-ESTADO-FIN
           END-IF.

           IF WS-AGE-ACTIVA
              SET WS-AGE-INACTIVA TO TRUE
           ELSE
              SET WS-AGE-ACTIVA   TO TRUE
           END-IF.
           MOVE WS-OPERADOR-SESION TO WS-AGE-OPERADOR.

           REWRITE WS-AGE-AGENCIA-REG.

           IF FS-AGENCIAS-OK
              DISPLAY 'ESTADO ACTUALIZADO CORRECTAMENTE'
           ELSE
              DISPLAY 'ERROR AL ACTUALIZAR LA AGENCIA'
              DISPLAY 'FILE STATUS: ' FS-AGENCIAS
           END-IF.

       2300-CAMBIAR-ESTADO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2400-CONSULTAR-AGENCIA.

           PERFORM 2050-BUSCAR-AGENCIA
              THRU 2050-BUSCAR-AGENCIA-FIN.

           IF NOT FS-AGENCIAS-OK
              DISPLAY 'LA AGENCIA NO EXISTE'
              GO TO 2400-CONSULTAR-AGENCIA-FIN
           END-IF.

           PERFORM 2410-MOSTRAR-AGENCIA
              THRU 2410-MOSTRAR-AGENCIA-FIN.

       2400-CONSULTAR-AGENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2410-MOSTRAR-AGENCIA.

           DISPLAY 'CODIGO           : ' WS-AGE-CODIGO.
           DISPLAY 'RAZON SOCIAL     : ' WS-AGE-NOMBRE.
           DISPLAY 'CUIT             : ' WS-AGE-CUIT.
           MOVE WS-AGE-COMISION-PCT TO WS-PORCENTAJE-O.
           DISPLAY 'COMISION %       : ' WS-PORCENTAJE-O.
           DISPLAY 'DIAS ASIGNACION  : ' WS-AGE-DIAS-ASIGNACION.
           DISPLAY 'CUPO DE CUENTAS  : ' WS-AGE-CUPO-CUENTAS.
           IF WS-AGE-ACTIVA
              DISPLAY 'ESTADO           : ACTIVA'
           ELSE
              DISPLAY 'ESTADO           : DADA DE BAJA'
           END-IF.
           DISPLAY 'FECHA DE ALTA    : ' WS-AGE-FECHA-ALTA.
           DISPLAY 'ULTIMO OPERADOR  : ' WS-AGE-OPERADOR.
           DISPLAY 'CUENTAS VIGENTES : ' WS-AGE-CUENTAS-VIGENTES.
           MOVE WS-AGE-DEUDA-ASIGNADA-ARS TO WS-IMPORTE-O.
           DISPLAY 'DEUDA ASIGNADA   : ' WS-IMPORTE-O.
           MOVE WS-AGE-RECUPERADO-ARS TO WS-IMPORTE-O.
           DISPLAY 'RECUPERADO ARS   : ' WS-IMPORTE-O.
           MOVE WS-AGE-RECUPERADO-USD TO WS-IMPORTE-O.
           DISPLAY 'RECUPERADO USD   : ' WS-IMPORTE-O.
           MOVE WS-AGE-COMISION-ARS TO WS-IMPORTE-O.
           DISPLAY 'COMISION ARS     : ' WS-IMPORTE-O.
           MOVE WS-AGE-COMISION-USD TO WS-IMPORTE-O.
           DISPLAY 'COMISION USD     : ' WS-IMPORTE-O.
           DISPLAY 'ULTIMA CORRIDA   : ' WS-AGE-ULT-PERIODO.

       2410-MOSTRAR-AGENCIA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           CLOSE ENT-AGENCIAS.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
