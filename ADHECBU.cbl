      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: Mantenimiento (alta / baja / modificacion / consulta)
      *          del maestro de adhesiones al debito automatico del
      *          resumen en cuenta bancaria, ADHESIONES-CBU.VSAM, al
      *          estilo de SUSCRIP. El alta ubica la cuenta por
      *          cualquiera de sus tarjetas via MAESTARJ y valida los
      *          dos digitos verificadores de la CBU; DEBCBU es quien
      *          genera las ordenes de debito en cada vencimiento.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADHECBU.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-ADHESIONES
           ASSIGN TO WS-RUTA-ADHESIONES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-ADH-NUM-CUENTA
           FILE STATUS IS FS-ADHESIONES.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-ADHESIONES.
           COPY ADHECBU.

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-ADHESIONES         PIC X(60)
                                     VALUE '../ADHESIONES-CBU.VSAM'.

      *    *** sesion de operador (ver SIGNON)
       01 WS-SIGNON.
           COPY SIGNIO.
       01 WS-OPERADOR-SESION         PIC X(10) VALUE SPACES.
       01 WS-ROL-SESION              PIC X(01) VALUE SPACES.
          88 WS-SESION-PUEDE-MODIFICAR             VALUES 'O', 'S'.
          88 WS-SESION-ES-SUPERVISOR               VALUE 'S'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
          05 FS-ADHESIONES                         PIC X(2).
             88 FS-ADHESIONES-OK                       VALUE '00'.
             88 FS-ADHESIONES-NFD                      VALUE '35'.
             88 FS-ADHESIONES-CLAVE-DUP                VALUE '22'.
             88 FS-ADHESIONES-CLAVE-NFD                VALUE '23'.

       01 WS-OPCION                                PIC X(01).
          88 WS-OPC-ALTA                                VALUE '1'.
          88 WS-OPC-BAJA                                VALUE '2'.
          88 WS-OPC-MODIFICACION                        VALUE '3'.
          88 WS-OPC-CONSULTA                            VALUE '4'.
          88 WS-OPC-SALIR                               VALUE '5'.

       01 WS-CONTINUAR                             PIC X(01) VALUE 'S'.
          88 WS-SEGUIR-PROCESANDO                       VALUE 'S'.
          88 WS-FIN-PROCESO                             VALUE 'N'.

      *    *** area de comunicacion con MAESTARJ para ubicar la cuenta
      *    *** de la tarjeta informada y validar que este activa
       01 LK-ENTRADA.
          05 LK-ENT-NUM-TARJETA           PIC X(19).
           COPY MAESTRO-TARJETAS.

       01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
       01 WS-TARJETA-INGRESADA       PIC X(19) VALUE SPACES.

      *    *** datos tipeados, aparte del registro del FD: la
      *    *** modificacion lee el registro antes de pisarlo
       01 WS-CBU-INGRESADA.
          05 WS-CBI-BLOQUE-1                       PIC X(08).
          05 WS-CBI-BLOQUE-2                       PIC X(14).
       01 WS-TIPO-INGRESADO                        PIC X(01).
          88 WS-TIPO-VALIDO                            VALUES 'M', 'T'.

      *    *** verificacion de la CBU: cada bloque lleva su digito
      *    *** verificador al final, calculado con los pesos
      *    *** 7-1-3-9 repetidos (bloque 1) y 3-9-7-1 (bloque 2)
       01 WS-PESOS-BLOQUE-1-X        PIC X(07) VALUE '7139713'.
       01 WS-PESOS-BLOQUE-1 REDEFINES WS-PESOS-BLOQUE-1-X.
          05 WS-PESO-B1              PIC 9(01) OCCURS 7 TIMES.
       01 WS-PESOS-BLOQUE-2-X        PIC X(13) VALUE '3971397139713'.
       01 WS-PESOS-BLOQUE-2 REDEFINES WS-PESOS-BLOQUE-2-X.
          05 WS-PESO-B2              PIC 9(01) OCCURS 13 TIMES.
       01 WS-CBU-DIGITOS             PIC X(22).
       01 WS-CBU-DIGITOS-R REDEFINES WS-CBU-DIGITOS.
          05 WS-CBU-DIGITO           PIC 9(01) OCCURS 22 TIMES.
       77 WS-IX-CBU                  PIC 9(02) COMP VALUE ZEROES.
       77 WS-SUMA-CBU                PIC 9(04) VALUE ZEROES.
       77 WS-COCIENTE-CBU            PIC 9(04) VALUE ZEROES.
       77 WS-RESTO-CBU               PIC 9(02) VALUE ZEROES.
       77 WS-DV-CALCULADO            PIC 9(01) VALUE ZEROES.
       01 WS-CBU-VALIDA              PIC X(01) VALUE 'N'.
          88 WS-ES-CBU-VALIDA            VALUE 'S'.

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

           PERFORM 1070-IDENTIFICAR-OPERADOR
              THRU 1070-IDENTIFICAR-OPERADOR-FIN.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'ADHECBU_ADHESIONES_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-ADHESIONES
           END-IF.

      *    *** si todavia no existe (primera corrida) se crea vacio
      *    *** antes de abrirlo en modo I-O, igual que SUSCRIPCIONES
           OPEN I-O ENT-ADHESIONES.

           IF FS-ADHESIONES-NFD
              OPEN OUTPUT ENT-ADHESIONES
              CLOSE ENT-ADHESIONES
              OPEN I-O ENT-ADHESIONES
           END-IF.

           EVALUATE TRUE
               WHEN FS-ADHESIONES-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR ADHESIONES-CBU.VSAM'
                    DISPLAY 'FILE STATUS: ' FS-ADHESIONES
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
           DISPLAY ' ADHESIONES AL DEBITO DEL RESUMEN POR CBU'.
           DISPLAY ' 1 - ALTA DE ADHESION'.
           DISPLAY ' 2 - BAJA DE ADHESION'.
           DISPLAY ' 3 - MODIFICACION (CBU / IMPORTE A DEBITAR)'.
           DISPLAY ' 4 - CONSULTA POR CUENTA'.
           DISPLAY ' 5 - SALIR'.
           DISPLAY '-------------------------------------------------'.
           DISPLAY 'INGRESE UNA OPCION: ' WITH NO ADVANCING.
           ACCEPT WS-OPCION.

      *    *** alta, baja y modificacion exigen rol operador o
      *    *** supervisor
           IF (WS-OPC-ALTA OR WS-OPC-BAJA OR WS-OPC-MODIFICACION)
              AND NOT WS-SESION-PUEDE-MODIFICAR
              DISPLAY 'SU ROL SOLO PERMITE CONSULTAS'
              GO TO 2000-PROCESAR-MENU-FIN
           END-IF.

           EVALUATE TRUE
               WHEN WS-OPC-ALTA
                    PERFORM 2100-ALTA-ADHESION
                       THRU 2100-ALTA-ADHESION-FIN
               WHEN WS-OPC-BAJA
                    PERFORM 2200-BAJA-ADHESION
                       THRU 2200-BAJA-ADHESION-FIN
               WHEN WS-OPC-MODIFICACION
                    PERFORM 2300-MODIFICAR-ADHESION
                       THRU 2300-MODIFICAR-ADHESION-FIN
               WHEN WS-OPC-CONSULTA
                    PERFORM 2400-CONSULTAR-ADHESION
                       THRU 2400-CONSULTAR-ADHESION-FIN
               WHEN WS-OPC-SALIR
                    SET WS-FIN-PROCESO TO TRUE
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       2000-PROCESAR-MENU-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** la adhesion es de la cuenta: se informa cualquier
      *    *** tarjeta activa de ella y MAESTARJ devuelve la cuenta.
      *    *** Una cuenta con la adhesion dada de baja se vuelve a
      *    *** adherir sobre el mismo registro
       2100-ALTA-ADHESION.

           DISPLAY 'NUMERO DE TARJETA DE LA CUENTA: ' WITH NO ADVANCING.
           ACCEPT WS-TARJETA-INGRESADA.

           INITIALIZE LK-MAESTRO-TARJETAS-REG.
           MOVE WS-TARJETA-INGRESADA TO LK-ENT-NUM-TARJETA.
           CALL 'MAESTARJ' USING LK-ENTRADA, LK-MAESTRO-TARJETAS-REG.

           IF LK-COD-ERROR-O <> SPACES
              DISPLAY 'ALTA RECHAZADA: ' LK-DES-ERROR-O
              GO TO 2100-ALTA-ADHESION-FIN
           END-IF.

           MOVE LK-NUM-CUENTA TO WS-ADH-NUM-CUENTA.
           READ ENT-ADHESIONES KEY IS WS-ADH-NUM-CUENTA
               INVALID KEY CONTINUE
           END-READ.

           IF FS-ADHESIONES-OK
              AND WS-ADH-ACTIVA
              DISPLAY 'ERROR: LA CUENTA ' WS-ADH-NUM-CUENTA
                      ' YA TIENE UNA ADHESION ACTIVA (USE '
                      'MODIFICACION)'
              GO TO 2100-ALTA-ADHESION-FIN
           END-IF.

           PERFORM 2500-INGRESAR-DATOS-DEBITO
              THRU 2500-INGRESAR-DATOS-DEBITO-FIN.

           IF NOT WS-ES-CBU-VALIDA
              GO TO 2100-ALTA-ADHESION-FIN
           END-IF.

           IF FS-ADHESIONES-OK
              PERFORM 2510-CARGAR-DATOS-DEBITO
                 THRU 2510-CARGAR-DATOS-DEBITO-FIN
              MOVE WS-FECHA-HOY TO WS-ADH-FECHA-ALTA
              MOVE ZEROES TO WS-ADH-FECHA-BAJA
              SET WS-ADH-ACTIVA TO TRUE
              REWRITE WS-ADH-ADHESION-REG
           ELSE
              INITIALIZE WS-ADH-ADHESION-REG
              MOVE LK-NUM-CUENTA TO WS-ADH-NUM-CUENTA
              PERFORM 2510-CARGAR-DATOS-DEBITO
                 THRU 2510-CARGAR-DATOS-DEBITO-FIN
              MOVE WS-FECHA-HOY TO WS-ADH-FECHA-ALTA
              SET WS-ADH-ACTIVA TO TRUE
              WRITE WS-ADH-ADHESION-REG
           END-IF.

           EVALUATE TRUE
               WHEN FS-ADHESIONES-OK
                    DISPLAY 'ADHESION DADA DE ALTA CORRECTAMENTE '
                            'PARA LA CUENTA ' WS-ADH-NUM-CUENTA
               WHEN OTHER
                    DISPLAY 'ERROR AL DAR DE ALTA LA ADHESION'
                    DISPLAY 'FILE STATUS: ' FS-ADHESIONES
           END-EVALUATE.

       2100-ALTA-ADHESION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2200-BAJA-ADHESION.

           DISPLAY 'NUMERO DE CUENTA: ' WITH NO ADVANCING.
           ACCEPT WS-ADH-NUM-CUENTA.

           READ ENT-ADHESIONES KEY IS WS-ADH-NUM-CUENTA
               INVALID KEY CONTINUE
           END-READ.

           EVALUATE TRUE
               WHEN FS-ADHESIONES-OK
                    IF WS-ADH-DADA-DE-BAJA
                       DISPLAY 'LA ADHESION YA ESTABA DADA DE BAJA'
                    ELSE
                       SET WS-ADH-DADA-DE-BAJA TO TRUE
                       MOVE WS-FECHA-HOY       TO WS-ADH-FECHA-BAJA
                       MOVE WS-OPERADOR-SESION TO WS-ADH-OPERADOR
                       REWRITE WS-ADH-ADHESION-REG
                       IF FS-ADHESIONES-OK
                          DISPLAY 'ADHESION DADA DE BAJA CORRECTAMENTE'
                       ELSE
                          DISPLAY 'ERROR AL DAR DE BAJA LA ADHESION'
                          DISPLAY 'FILE STATUS: ' FS-ADHESIONES
                       END-IF
                    END-IF
               WHEN FS-ADHESIONES-CLAVE-NFD
                    DISPLAY 'ERROR: LA CUENTA NO TIENE ADHESION'
               WHEN OTHER
                    DISPLAY 'ERROR AL BUSCAR LA ADHESION'
                    DISPLAY 'FILE STATUS: ' FS-ADHESIONES
           END-EVALUATE.

       2200-BAJA-ADHESION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** cambio de banco o de modalidad: rige desde el proximo
      *    *** vencimiento que procese DEBCBU
       2300-MODIFICAR-ADHESION.

           DISPLAY 'NUMERO DE CUENTA: ' WITH NO ADVANCING.
           ACCEPT WS-ADH-NUM-CUENTA.

           READ ENT-ADHESIONES KEY IS WS-ADH-NUM-CUENTA
               INVALID KEY CONTINUE
           END-READ.

           EVALUATE TRUE
               WHEN FS-ADHESIONES-OK
                    CONTINUE
               WHEN FS-ADHESIONES-CLAVE-NFD
                    DISPLAY 'ERROR: LA CUENTA NO TIENE ADHESION'
                    GO TO 2300-MODIFICAR-ADHESION-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL BUSCAR LA ADHESION'
                    DISPLAY 'FILE STATUS: ' FS-ADHESIONES
                    GO TO 2300-MODIFICAR-ADHESION-FIN
           END-EVALUATE.

           IF NOT WS-ADH-ACTIVA
              DISPLAY 'LA ADHESION ESTA DADA DE BAJA (USE ALTA)'
              GO TO 2300-MODIFICAR-ADHESION-FIN
           END-IF.

           DISPLAY 'CBU ACTUAL       : ' WS-ADH-CBU.
           DISPLAY 'IMPORTE A DEBITAR: ' WS-ADH-TIPO-IMPORTE.

           PERFORM 2500-INGRESAR-DATOS-DEBITO
              THRU 2500-INGRESAR-DATOS-DEBITO-FIN.

           IF NOT WS-ES-CBU-VALIDA
              GO TO 2300-MODIFICAR-ADHESION-FIN
           END-IF.

           PERFORM 2510-CARGAR-DATOS-DEBITO
              THRU 2510-CARGAR-DATOS-DEBITO-FIN.
           REWRITE WS-ADH-ADHESION-REG.

           IF FS-ADHESIONES-OK
              DISPLAY 'ADHESION MODIFICADA CORRECTAMENTE'
           ELSE
              DISPLAY 'ERROR AL MODIFICAR LA ADHESION'
              DISPLAY 'FILE STATUS: ' FS-ADHESIONES
           END-IF.

       2300-MODIFICAR-ADHESION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2400-CONSULTAR-ADHESION.

           DISPLAY 'NUMERO DE CUENTA A CONSULTAR: ' WITH NO ADVANCING.
           ACCEPT WS-ADH-NUM-CUENTA.

           READ ENT-ADHESIONES KEY IS WS-ADH-NUM-CUENTA
               INVALID KEY CONTINUE
           END-READ.

           IF NOT FS-ADHESIONES-OK
              DISPLAY 'LA CUENTA NO TIENE ADHESION'
              GO TO 2400-CONSULTAR-ADHESION-FIN
           END-IF.

           DISPLAY 'CUENTA           : ' WS-ADH-NUM-CUENTA.
           DISPLAY 'CBU              : ' WS-ADH-CBU.
           IF WS-ADH-DEBITA-TOTAL
              DISPLAY 'IMPORTE A DEBITAR: SALDO TOTAL DEL RESUMEN'
           ELSE
              DISPLAY 'IMPORTE A DEBITAR: PAGO MINIMO'
           END-IF.
           DISPLAY 'FECHA DE ALTA    : ' WS-ADH-FECHA-ALTA.
           DISPLAY 'ULTIMO OPERADOR  : ' WS-ADH-OPERADOR.
           IF WS-ADH-ACTIVA
              DISPLAY 'ESTADO           : ACTIVA'
           ELSE
              DISPLAY 'ESTADO           : BAJA DEL ' WS-ADH-FECHA-BAJA
           END-IF.

       2400-CONSULTAR-ADHESION-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** pide la CBU y la modalidad; la CBU se rechaza si no son
      *    *** 22 digitos o si no cierran sus verificadores
       2500-INGRESAR-DATOS-DEBITO.

           MOVE 'N' TO WS-CBU-VALIDA.

           DISPLAY 'CBU (22 DIGITOS): ' WITH NO ADVANCING.
           ACCEPT WS-CBU-INGRESADA.
           DISPLAY 'DEBITAR (M = PAGO MINIMO / T = SALDO TOTAL): '
                   WITH NO ADVANCING.
           ACCEPT WS-TIPO-INGRESADO.

           IF NOT WS-TIPO-VALIDO
              DISPLAY 'ERROR: EL IMPORTE A DEBITAR DEBE SER M O T'
              GO TO 2500-INGRESAR-DATOS-DEBITO-FIN
           END-IF.

           MOVE WS-CBU-INGRESADA TO WS-CBU-DIGITOS.
           IF WS-CBU-DIGITOS IS NOT NUMERIC
              DISPLAY 'ERROR: LA CBU DEBE TENER 22 DIGITOS'
              GO TO 2500-INGRESAR-DATOS-DEBITO-FIN
           END-IF.

           MOVE ZEROES TO WS-SUMA-CBU.
           PERFORM VARYING WS-IX-CBU FROM 1 BY 1
              UNTIL WS-IX-CBU > 7
              COMPUTE WS-SUMA-CBU = WS-SUMA-CBU +
                      WS-CBU-DIGITO (WS-IX-CBU) * WS-PESO-B1 (WS-IX-CBU)
           END-PERFORM.
           PERFORM 2520-CALCULAR-VERIFICADOR
              THRU 2520-CALCULAR-VERIFICADOR-FIN.
           IF WS-DV-CALCULADO <> WS-CBU-DIGITO (8)
              DISPLAY 'ERROR: CBU INVALIDA (VERIFICADOR DEL BLOQUE '
                      'BANCO/SUCURSAL)'
              GO TO 2500-INGRESAR-DATOS-DEBITO-FIN
           END-IF.

           MOVE ZEROES TO WS-SUMA-CBU.
           PERFORM VARYING WS-IX-CBU FROM 1 BY 1
              UNTIL WS-IX-CBU > 13
              COMPUTE WS-SUMA-CBU = WS-SUMA-CBU +
                      WS-CBU-DIGITO (WS-IX-CBU + 8)
                    * WS-PESO-B2 (WS-IX-CBU)
           END-PERFORM.
           PERFORM 2520-CALCULAR-VERIFICADOR
              THRU 2520-CALCULAR-VERIFICADOR-FIN.
           IF WS-DV-CALCULADO <> WS-CBU-DIGITO (22)
              DISPLAY 'ERROR: CBU INVALIDA (VERIFICADOR DEL BLOQUE '
                      'CUENTA)'
              GO TO 2500-INGRESAR-DATOS-DEBITO-FIN
           END-IF.

           MOVE 'S' TO WS-CBU-VALIDA.

       2500-INGRESAR-DATOS-DEBITO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2510-CARGAR-DATOS-DEBITO.

           MOVE WS-CBU-INGRESADA   TO WS-ADH-CBU.
           MOVE WS-TIPO-INGRESADO  TO WS-ADH-TIPO-IMPORTE.
           MOVE WS-OPERADOR-SESION TO WS-ADH-OPERADOR.

       2510-CARGAR-DATOS-DEBITO-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *    *** verificador = 10 menos el resto de la suma por 10 (un
      *    *** resto cero da verificador cero)
       2520-CALCULAR-VERIFICADOR.

           DIVIDE WS-SUMA-CBU BY 10 GIVING WS-COCIENTE-CBU
                                 REMAINDER WS-RESTO-CBU.
           IF WS-RESTO-CBU = ZEROES
              MOVE ZEROES TO WS-DV-CALCULADO
           ELSE
              COMPUTE WS-DV-CALCULADO = 10 - WS-RESTO-CBU
           END-IF.

       2520-CALCULAR-VERIFICADOR-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           CLOSE ENT-ADHESIONES.

           IF NOT FS-ADHESIONES-OK
              DISPLAY 'ERROR AL CERRAR ADHESIONES-CBU.VSAM: '
                      FS-ADHESIONES
           END-IF.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
