      ******************************************************************
      * Authors: NoemI Berge, Claudia Perdiguera, Ricardo Balsimelli,
      *          Ricardo GarcIa, Senen Urdaneta.
      * Date: 15/10/2026
      * Purpose: extracto nocturno de novedades para el data warehouse.
      *          Publica en DWH-EXTRACTO.TXT, separado por ';' (como
      *          CARGACSV: la coma es el separador decimal), lo que
      *          cambio desde la ultima extraccion:
      *          - el maestro de tarjetas, segun CAMBIOS-MAESTRO.SEQ
      *            (el diario de AUDICAMB);
      *          - CUOTAS, MOROSIDAD, PUNTOS y PERSONAS, que no llevan
      *            fecha de modificacion: se comparan contra la foto
      *            que dejo la extraccion anterior (DWH-FOTO.SEQ);
      *          - los hechos del dia: consumos facturados, pagos
      *            aplicados, saldos y minimos del resumen (los lotes
      *            cuya cabecera, ver INTFCTL, cae en la ventana) y los
      *            lotes contables GL*.SEQ que cambiaron.
      *          Cada fila: entidad;operacion;marca;campos, con
      *          operacion I alta, U modificacion, D baja (solo la
      *          clave), F foto completa y H hecho; marca
      *          AAAAMMDDHHMMSS; importes con signo y en centesimos sin
      *          separador. Los numeros de tarjeta salen tokenizados
      *          (TOKENIZA). La ultima fila es el registro de control
      *          de la carga (CONTROL) con la ventana y la cantidad de
      *          filas por entidad.
      *          DWHEXT_MODO=COMPLETO publica todo (operacion F y
      *          todos los lotes) para rearmar el warehouse; la
      *          primera corrida, sin DWH-CONTROL.SEQ, es completa.
      *          La marca de la ultima extraccion vive en
      *          DWH-CONTROL.SEQ y solo avanza al terminar bien: una
      *          corrida cortada se vuelve a lanzar tal cual y repite
      *          la misma ventana (el extracto se rearma entero).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DWHEXT.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT ENT-MAESTRO-TARJETAS
           ASSIGN TO WS-RUTA-MAESTRO-TARJETAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MAESTRO-TARJETAS
           RECORD KEY IS WS-MT-NUM-TARJETA
           ALTERNATE RECORD KEY IS WS-MT-NUM-CUENTA
                                          WITH DUPLICATES.

       SELECT ENT-CAMBIOS
           ASSIGN TO WS-RUTA-CAMBIOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CAMBIOS.

       SELECT ENT-CUOTAS
           ASSIGN TO WS-RUTA-CUOTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WS-CUO-CLAVE
           FILE STATUS IS FS-CUOTAS.

       SELECT ENT-MOROSIDAD
           ASSIGN TO WS-RUTA-MOROSIDAD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WS-MOR-CLAVE
           FILE STATUS IS FS-MOROSIDAD.

       SELECT ENT-PUNTOS
           ASSIGN TO WS-RUTA-PUNTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WS-PTS-CUENTA
           FILE STATUS IS FS-PUNTOS.

       SELECT ENT-PERSONAS
           ASSIGN TO WS-RUTA-PERSONAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WS-PER-DOCUMENTO
           FILE STATUS IS FS-PERSONAS.

       SELECT ENT-FACTURADOS
           ASSIGN TO WS-RUTA-FACTURADOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FACTURADOS.

       SELECT ENT-PAGOS-APLICADOS
           ASSIGN TO WS-RUTA-PAGOS-APLICADOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAGOS-APLICADOS.

       SELECT ENT-SALDOS-CIERRE
           ASSIGN TO WS-RUTA-SALDOS-CIERRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SALDOS-CIERRE.

       SELECT ENT-MINIMOS
           ASSIGN TO WS-RUTA-MINIMOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MINIMOS.

      *    *** un mismo SELECT para todos los lotes contables, que
      *    *** comparten layout: se abre una vez por lote
       SELECT ENT-LOTE-GL
           ASSIGN TO WS-RUTA-LOTE-GL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LOTE-GL.

      *    *** foto de la extraccion anterior; al confirmar la corrida
      *    *** se reemplaza por la nueva
       SELECT ENT-FOTO
           ASSIGN TO WS-RUTA-FOTO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FOTO.

       SELECT TRB-FOTO-NUEVA
           ASSIGN TO WS-RUTA-FOTO-NUEVA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FOTO-NUEVA.

       SELECT CTL-DWHEXT
           ASSIGN TO WS-RUTA-CONTROL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL.

       SELECT SAL-EXTRACTO
           ASSIGN TO WS-RUTA-EXTRACTO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXTRACTO.

      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD ENT-MAESTRO-TARJETAS.
       01 WS-ENT-MAESTRO-TARJETAS-REG.
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

       FD ENT-CAMBIOS.
       01 WS-ENT-CAMBIOS.
          05 WS-CAM-FECHA                           PIC 9(08).
          05 WS-CAM-HORA                            PIC 9(06).
          05 WS-CAM-PROGRAMA                        PIC X(08).
          05 WS-CAM-OPERACION                       PIC X(01).
          05 WS-CAM-TARJETA                         PIC X(19).
          05 WS-CAM-IMAGEN-ANTES                    PIC X(179).
          05 WS-CAM-IMAGEN-DESPUES                  PIC X(179).
          05 WS-CAM-OPERADOR                        PIC X(10).
          05 WS-CAM-DETALLE                         PIC X(40).
          05 WS-CAM-APROBADOR                       PIC X(10).

       FD ENT-CUOTAS.
           COPY CUOTAS.

       FD ENT-MOROSIDAD.
           COPY MOROSIDAD.

       FD ENT-PUNTOS.
           COPY PUNTOS.

       FD ENT-PERSONAS.
           COPY PERSONAS.

       FD ENT-FACTURADOS.
           COPY FACTUR.
       01 WS-ENT-FACTURADOS-CTL          PIC X(88).

       FD ENT-PAGOS-APLICADOS.
           COPY PAGOSAPL.
       01 WS-ENT-PAGOS-APLICADOS-CTL     PIC X(88).

       FD ENT-SALDOS-CIERRE.
       01 WS-ENT-SALDOS-CIERRE.
          05 WS-SDO-MODO                PIC X(01).
          05 WS-SDO-CLAVE               PIC X(19).
          05 WS-SDO-PERIODO             PIC 9(06).
          05 WS-SDO-SALDO-ARS           PIC S9(08)V9(02)
                                              SIGN IS TRAILING SEPARATE.
          05 WS-SDO-SALDO-USD           PIC S9(08)V9(02)
                                              SIGN IS TRAILING SEPARATE.
       01 WS-ENT-SALDOS-CIERRE-CTL       PIC X(88).

       FD ENT-MINIMOS.
           COPY MINIMOS.
       01 WS-ENT-MINIMOS-CTL             PIC X(88).

       FD ENT-LOTE-GL.
       01 WS-ENT-GL-ASIENTO.
           05 WS-GL-TIPO-REG             PIC X(01).
           05 WS-GL-PERIODO              PIC 9(06).
           05 WS-GL-DEBE-HABER           PIC X(01).
           05 WS-GL-CUENTA-CONTABLE      PIC X(30).
           05 WS-GL-MONEDA               PIC X(03).
           05 WS-GL-IMPORTE              PIC S9(10)V9(02)
                                           SIGN IS TRAILING SEPARATE.

      *    *** una fila por registro de CUOTAS, MOROSIDAD, PUNTOS y
      *    *** PERSONAS, en ese orden y por clave dentro de cada uno
       FD ENT-FOTO.
       01 WS-ENT-FOTO-REG.
          05 WS-FOT-ENTIDAD                         PIC X(08).
          05 WS-FOT-CLAVE                           PIC X(60).
          05 WS-FOT-IMAGEN                          PIC X(210).

       FD TRB-FOTO-NUEVA.
       01 WS-TRB-FOTO-NUEVA-REG                     PIC X(278).

       FD CTL-DWHEXT.
       01 WS-CTL-DWHEXT-REG                         PIC X(520).

       FD SAL-EXTRACTO.
       01 WS-SAL-EXTRACTO                           PIC X(600).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-RUTA-MAESTRO-TARJETAS   PIC X(60)
                                     VALUE '../MAESTRO-TARJETAS.VSAM'.
       01 WS-RUTA-CAMBIOS            PIC X(60)
                                     VALUE '../CAMBIOS-MAESTRO.SEQ'.
       01 WS-RUTA-CUOTAS             PIC X(60)
                                     VALUE '../CUOTAS.VSAM'.
       01 WS-RUTA-MOROSIDAD          PIC X(60)
                                     VALUE '../MOROSIDAD.VSAM'.
       01 WS-RUTA-PUNTOS             PIC X(60)
                                     VALUE '../PUNTOS.VSAM'.
       01 WS-RUTA-PERSONAS           PIC X(60)
                                     VALUE '../PERSONAS.VSAM'.
       01 WS-RUTA-FACTURADOS         PIC X(60)
                                     VALUE '../FACTURADOS.SEQ'.
       01 WS-RUTA-PAGOS-APLICADOS    PIC X(60)
                                     VALUE '../PAGOS-APLICADOS.SEQ'.
       01 WS-RUTA-SALDOS-CIERRE      PIC X(60)
                                     VALUE '../SALDOS-CIERRE.SEQ'.
       01 WS-RUTA-MINIMOS            PIC X(60)
                                     VALUE '../MINIMOS.SEQ'.
       01 WS-RUTA-FOTO               PIC X(60)
                                     VALUE '../DWH-FOTO.SEQ'.
       01 WS-RUTA-FOTO-NUEVA         PIC X(60)
                                     VALUE '../DWH-FOTO-NUEVA.SEQ'.
       01 WS-RUTA-CONTROL            PIC X(60)
                                     VALUE '../DWH-CONTROL.SEQ'.
       01 WS-RUTA-EXTRACTO           PIC X(60)
                                     VALUE '../DWH-EXTRACTO.TXT'.
       01 WS-RUTA-LOTE-GL            PIC X(60) VALUE SPACES.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 FS-STATUS.
          05 FS-MAESTRO-TARJETAS                   PIC X(2).
             88 FS-MAESTRO-TARJETAS-OK                 VALUE '00'.
             88 FS-MAESTRO-TARJETAS-EOF                VALUE '10'.
          05 FS-CAMBIOS                            PIC X(2).
             88 FS-CAMBIOS-OK                          VALUE '00'.
             88 FS-CAMBIOS-EOF                         VALUE '10'.
             88 FS-CAMBIOS-NFD                         VALUE '35'.
          05 FS-CUOTAS                             PIC X(2).
             88 FS-CUOTAS-OK                           VALUE '00'.
             88 FS-CUOTAS-EOF                          VALUE '10'.
             88 FS-CUOTAS-NFD                          VALUE '35'.
          05 FS-MOROSIDAD                          PIC X(2).
             88 FS-MOROSIDAD-OK                        VALUE '00'.
             88 FS-MOROSIDAD-EOF                       VALUE '10'.
             88 FS-MOROSIDAD-NFD                       VALUE '35'.
          05 FS-PUNTOS                             PIC X(2).
             88 FS-PUNTOS-OK                           VALUE '00'.
             88 FS-PUNTOS-EOF                          VALUE '10'.
             88 FS-PUNTOS-NFD                          VALUE '35'.
          05 FS-PERSONAS                           PIC X(2).
             88 FS-PERSONAS-OK                         VALUE '00'.
             88 FS-PERSONAS-EOF                        VALUE '10'.
             88 FS-PERSONAS-NFD                        VALUE '35'.
          05 FS-FACTURADOS                         PIC X(2).
             88 FS-FACTURADOS-OK                       VALUE '00'.
             88 FS-FACTURADOS-EOF                      VALUE '10'.
          05 FS-PAGOS-APLICADOS                    PIC X(2).
             88 FS-PAGOS-APLICADOS-OK                  VALUE '00'.
             88 FS-PAGOS-APLICADOS-EOF                 VALUE '10'.
          05 FS-SALDOS-CIERRE                      PIC X(2).
             88 FS-SALDOS-CIERRE-OK                    VALUE '00'.
             88 FS-SALDOS-CIERRE-EOF                   VALUE '10'.
          05 FS-MINIMOS                            PIC X(2).
             88 FS-MINIMOS-OK                          VALUE '00'.
             88 FS-MINIMOS-EOF                         VALUE '10'.
          05 FS-LOTE-GL                            PIC X(2).
             88 FS-LOTE-GL-OK                          VALUE '00'.
             88 FS-LOTE-GL-EOF                         VALUE '10'.
             88 FS-LOTE-GL-NFD                         VALUE '35'.
          05 FS-FOTO                               PIC X(2).
             88 FS-FOTO-OK                             VALUE '00'.
             88 FS-FOTO-EOF                            VALUE '10'.
             88 FS-FOTO-NFD                            VALUE '35'.
          05 FS-FOTO-NUEVA                         PIC X(2).
             88 FS-FOTO-NUEVA-OK                       VALUE '00'.
             88 FS-FOTO-NUEVA-EOF                      VALUE '10'.
          05 FS-CONTROL                            PIC X(2).
             88 FS-CONTROL-OK                          VALUE '00'.
             88 FS-CONTROL-EOF                         VALUE '10'.
             88 FS-CONTROL-NFD                         VALUE '35'.
          05 FS-EXTRACTO                           PIC X(2).
             88 FS-EXTRACTO-OK                         VALUE '00'.

       01 WS-TOKEN.
           COPY TOKENIO.

       01 WS-INTERFAZ.
           COPY INTFIO.

      *    *** control de la extraccion (DWH-CONTROL.SEQ): la marca
      *    *** hasta donde ya se publico, la corrida en curso y la
      *    *** huella de cada lote contable ya publicado
       01 WS-DWH-CONTROL.
          05 WS-DCT-ULTIMA-MARCA                    PIC 9(14).
      *    *** ' ' sin corrida pendiente; 'E' extraccion en curso (se
      *    *** repite la misma ventana); 'C' extracto terminado, falta
      *    *** reemplazar la foto
          05 WS-DCT-FASE                            PIC X(01).
             88 WS-DCT-FASE-LIBRE                      VALUE ' '.
             88 WS-DCT-FASE-EXTRACCION                 VALUE 'E'.
             88 WS-DCT-FASE-CONFIRMACION               VALUE 'C'.
          05 WS-DCT-MODO                            PIC X(01).
             88 WS-DCT-MODO-COMPLETO                   VALUE 'C'.
             88 WS-DCT-MODO-NOVEDADES                  VALUE 'N'.
          05 WS-DCT-DESDE                           PIC 9(14).
          05 WS-DCT-HASTA                           PIC 9(14).
          05 WS-DCT-RUN-ID                          PIC X(15).
          05 WS-DCT-LOTE-GL OCCURS 11 TIMES.
             10 WS-DCT-GL-PERIODO                   PIC 9(06).
             10 WS-DCT-GL-CANT                      PIC 9(09).
             10 WS-DCT-GL-HASH                      PIC 9(16)V99.

      *    *** lotes contables que se publican, con su ruta
       01 WS-TABLA-GL-VALORES.
          05 FILLER                   PIC X(72)
                        VALUE 'GLINTERF    ../GLINTERF.SEQ'.
          05 FILLER                   PIC X(72)
                        VALUE 'GLREVALUO   ../GLREVALUO.SEQ'.
          05 FILLER                   PIC X(72)
                        VALUE 'GLCASTIGO   ../GLCASTIGO.SEQ'.
          05 FILLER                   PIC X(72)
                        VALUE 'GLARANCEL   ../GLARANCEL.SEQ'.
          05 FILLER                   PIC X(72)
                        VALUE 'GLDEVENGO   ../GLDEVENGO.SEQ'.
          05 FILLER                   PIC X(72)
                        VALUE 'GLDEVREV    ../GLDEVREV.SEQ'.
          05 FILLER                   PIC X(72)
                        VALUE 'GLPREVISION ../GLPREVISION.SEQ'.
          05 FILLER                   PIC X(72)
                        VALUE 'GLQUITA     ../GLQUITA.SEQ'.
          05 FILLER                   PIC X(72)
                        VALUE 'GLRECUPERO  ../GLRECUPERO.SEQ'.
          05 FILLER                   PIC X(72)
                        VALUE 'GLREVPAGO   ../GLREVPAGO.SEQ'.
          05 FILLER                   PIC X(72)
                        VALUE 'GLSINIESTRO ../GLSINIESTRO.SEQ'.
       01 WS-TABLA-GL REDEFINES WS-TABLA-GL-VALORES.
          05 WS-TGL-LOTE OCCURS 11 TIMES.
             10 WS-TGL-ORIGEN                       PIC X(12).
             10 WS-TGL-RUTA                         PIC X(60).
       01 WS-CANT-LOTES-GL           PIC 9(02) VALUE 11.
       01 WS-IX-GL                   PIC 9(02) VALUE ZEROES.

      *    *** huella del lote contable leido en esta corrida
       01 WS-GL-NUEVA.
          05 WS-GLN-LOTE OCCURS 11 TIMES.
             10 WS-GLN-PERIODO                      PIC 9(06).
             10 WS-GLN-CANT                         PIC 9(09).
             10 WS-GLN-HASH                         PIC 9(16)V99.

      *    *** entidades del extracto y filas publicadas de cada una
       01 WS-ENTIDADES-VALORES.
          05 FILLER                   PIC X(08) VALUE 'TARJETA'.
          05 FILLER                   PIC X(08) VALUE 'CUOTA'.
          05 FILLER                   PIC X(08) VALUE 'MORA'.
          05 FILLER                   PIC X(08) VALUE 'PUNTOS'.
          05 FILLER                   PIC X(08) VALUE 'PERSONA'.
          05 FILLER                   PIC X(08) VALUE 'CONSUMO'.
          05 FILLER                   PIC X(08) VALUE 'PAGO'.
          05 FILLER                   PIC X(08) VALUE 'RESUMEN'.
          05 FILLER                   PIC X(08) VALUE 'MINIMO'.
          05 FILLER                   PIC X(08) VALUE 'ASIENTO'.
       01 WS-ENTIDADES REDEFINES WS-ENTIDADES-VALORES.
          05 WS-DWE-NOMBRE OCCURS 10 TIMES          PIC X(08).
       01 WS-CANT-ENTIDADES          PIC 9(02) VALUE 10.
       01 WS-CANT-FILAS-ENTIDAD.
          05 WS-DWE-CANT OCCURS 10 TIMES            PIC 9(09).
       01 WS-CANT-FILAS-TOTAL        PIC 9(09) VALUE ZEROES.
       01 WS-IX-ENTIDAD              PIC 9(02) VALUE ZEROES.

       01 WS-ENTIDAD-TARJETA         PIC 9(02) VALUE 1.
       01 WS-ENTIDAD-CUOTA           PIC 9(02) VALUE 2.
       01 WS-ENTIDAD-MORA            PIC 9(02) VALUE 3.
       01 WS-ENTIDAD-PUNTOS          PIC 9(02) VALUE 4.
       01 WS-ENTIDAD-PERSONA         PIC 9(02) VALUE 5.
       01 WS-ENTIDAD-CONSUMO         PIC 9(02) VALUE 6.
       01 WS-ENTIDAD-PAGO            PIC 9(02) VALUE 7.
       01 WS-ENTIDAD-RESUMEN         PIC 9(02) VALUE 8.
       01 WS-ENTIDAD-MINIMO          PIC 9(02) VALUE 9.
       01 WS-ENTIDAD-ASIENTO         PIC 9(02) VALUE 10.

      *    *** modo pedido por DWHEXT_MODO y modo de la corrida
       01 WS-MODO-PEDIDO             PIC X(01) VALUE 'N'.
          88 WS-PIDE-COMPLETO                      VALUE 'C'.
       01 WS-HAY-CONTROL             PIC X(01) VALUE 'N'.
          88 WS-EXISTE-CONTROL                     VALUE 'S'.
       01 WS-HAY-FOTO                PIC X(01) VALUE 'N'.
          88 WS-FOTO-ABIERTA                       VALUE 'S'.

      *    *** ventana de la corrida: desde la ultima marca publicada
      *    *** (incluida) hasta el momento en que arranca (excluido)
       01 WS-MARCA-DESDE             PIC 9(14) VALUE ZEROES.
       01 WS-MARCA-HASTA             PIC 9(14) VALUE ZEROES.

      *    *** marca de la novedad o del lote que se esta leyendo
       01 WS-MARCA-REG.
          05 WS-MARCA-REG-FECHA                     PIC 9(08).
          05 WS-MARCA-REG-HORA                      PIC 9(06).
       01 WS-MARCA-REG-N REDEFINES WS-MARCA-REG     PIC 9(14).

      *    *** registro de control de los archivos entre programas
      *    *** (mismo layout que arma INTFCTL)
       01 WS-LOTE-CTL.
          05 WS-LCT-MARCA                           PIC X(10).
             88 WS-LCT-ES-CABECERA                     VALUE
                                                        '*CABECERA*'.
          05 WS-LCT-INTERFAZ                        PIC X(08).
          05 WS-LCT-PROGRAMA                        PIC X(08).
          05 WS-LCT-RUN-ID                          PIC X(15).
          05 WS-LCT-PERIODO                         PIC 9(06).
          05 WS-LCT-FECHA                           PIC 9(08).
          05 WS-LCT-HORA                            PIC 9(06).
          05 FILLER                                 PIC X(27).
       01 WS-LOTE-EN-VENTANA         PIC X(01) VALUE 'N'.
          88 WS-PUBLICAR-LOTE                      VALUE 'S'.
       01 WS-HAY-HECHO               PIC X(01) VALUE 'N'.
          88 WS-EXISTE-HECHO                       VALUE 'S'.

      *    *** imagen del maestro tomada de CAMBIOS-MAESTRO.SEQ o del
      *    *** propio maestro en la foto completa
       01 WS-IMAGEN-MAESTRO.
          05 WS-IMG-NUM-CUENTA                      PIC 9(10).
          05 WS-IMG-NUM-TARJETA                     PIC X(19).
          05 WS-IMG-NOMBRE                          PIC X(20).
          05 WS-IMG-APELLIDO                        PIC X(20).
          05 WS-IMG-DIRECCION                       PIC X(40).
          05 WS-IMG-COD-POSTAL                      PIC 9(04).
          05 WS-IMG-MONEDA                          PIC X(03).
          05 WS-IMG-LIMITE                          PIC 9(08)V9(02).
          05 WS-IMG-ESTADO                          PIC X(01).
          05 WS-IMG-SALDO-ARS                       PIC S9(08)V9(02).
          05 WS-IMG-SALDO-USD                       PIC S9(08)V9(02).
          05 WS-IMG-DIA-CIERRE                      PIC 9(02).
          05 WS-IMG-TIPO                            PIC X(01).
          05 WS-IMG-NUM-TARJETA-TITULAR             PIC X(19).
          05 WS-IMG-LIMITE-USD                      PIC 9(08)V9(02).

      *    *** registro vigente de CUOTAS/MOROSIDAD/PUNTOS/PERSONAS a
      *    *** comparar contra la foto anterior
       01 WS-ACTUAL.
          05 WS-ACT-ENTIDAD                         PIC X(08).
          05 WS-ACT-CLAVE                           PIC X(60).
          05 WS-ACT-IMAGEN                          PIC X(210).
       01 WS-ACT-OPERACION           PIC X(01) VALUE SPACES.
          88 WS-ACT-SIN-CAMBIOS                    VALUE SPACE.

      *    *** clave de la fila, con la vista de la clave de cuotas
       01 WS-CLAVE-FILA              PIC X(60) VALUE SPACES.
       01 WS-CLAVE-CUOTA REDEFINES WS-CLAVE-FILA.
          05 WS-CLC-TARJETA                         PIC X(19).
          05 WS-CLC-DETALLE                         PIC X(32).
          05 WS-CLC-CANT-CUOTAS                     PIC X(02).
          05 FILLER                                 PIC X(07).

      *    *** armado de la fila del extracto
       01 WS-LINEA                   PIC X(600) VALUE SPACES.
       01 WS-PUNTERO                 PIC 9(03) VALUE 1.
       01 WS-FILA-OPERACION          PIC X(01) VALUE SPACES.
       01 WS-FILA-MARCA              PIC 9(14) VALUE ZEROES.
       01 WS-CAMPO-TEXTO             PIC X(60) VALUE SPACES.
       01 WS-CAMPO-TARJETA           PIC X(19) VALUE SPACES.
       01 WS-CAMPO-IMPORTE           PIC S9(12)V9(02) VALUE ZEROES.
       01 WS-CAMPO-CENTESIMOS        PIC S9(14) VALUE ZEROES.
       01 WS-CAMPO-CENTESIMOS-ED     PIC +9(14).
       01 WS-CAMPO-ENTERO            PIC S9(12) VALUE ZEROES.
       01 WS-CAMPO-ENTERO-ED         PIC +9(12).
       01 WS-CANT-ED                 PIC 9(09).

       01 WS-IMPORTE-ABS             PIC 9(10)V99 VALUE ZEROES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-PROCESAR-MAESTRO
              THRU 2000-PROCESAR-MAESTRO-FIN.

           PERFORM 2100-PROCESAR-CUOTAS
              THRU 2100-PROCESAR-CUOTAS-FIN.

           PERFORM 2200-PROCESAR-MOROSIDAD
              THRU 2200-PROCESAR-MOROSIDAD-FIN.

           PERFORM 2300-PROCESAR-PUNTOS
              THRU 2300-PROCESAR-PUNTOS-FIN.

           PERFORM 2400-PROCESAR-PERSONAS
              THRU 2400-PROCESAR-PERSONAS-FIN.

           PERFORM 2500-PROCESAR-FACTURADOS
              THRU 2500-PROCESAR-FACTURADOS-FIN.

           PERFORM 2600-PROCESAR-PAGOS
              THRU 2600-PROCESAR-PAGOS-FIN.

           PERFORM 2700-PROCESAR-SALDOS
              THRU 2700-PROCESAR-SALDOS-FIN.

           PERFORM 2800-PROCESAR-MINIMOS
              THRU 2800-PROCESAR-MINIMOS-FIN.

           PERFORM 2900-PROCESAR-LOTES-GL
              THRU 2900-PROCESAR-LOTES-GL-FIN.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           INITIALIZE WS-CANT-FILAS-ENTIDAD.

           PERFORM 1050-LEER-RUTA-ARCHIVO
              THRU 1050-LEER-RUTA-ARCHIVO-FIN.

           PERFORM 1100-LEER-CONTROL
              THRU 1100-LEER-CONTROL-FIN.

      *    *** el extracto de la corrida anterior ya quedo entero: solo
      *    *** faltaba reemplazar la foto
           IF WS-DCT-FASE-CONFIRMACION
              DISPLAY 'DWHEXT: SE COMPLETA LA CONFIRMACION DE LA '
                      'CORRIDA ' WS-DCT-RUN-ID
              PERFORM 3100-REEMPLAZAR-FOTO
                 THRU 3100-REEMPLAZAR-FOTO-FIN
              SET WS-DCT-FASE-LIBRE TO TRUE
              PERFORM 8600-GRABAR-CONTROL
                 THRU 8600-GRABAR-CONTROL-FIN
              DISPLAY 'DWHEXT: VOLVER A LANZAR PARA LA PROXIMA '
                      'EXTRACCION'
              STOP RUN
           END-IF.

           PERFORM 1200-ARMAR-VENTANA
              THRU 1200-ARMAR-VENTANA-FIN.

           PERFORM 1300-ABRIR-ARCHIVOS
              THRU 1300-ABRIR-ARCHIVOS-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1050-LEER-RUTA-ARCHIVO.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'DWHEXT_MODO'.
           IF WS-RUTA-ENTORNO = 'COMPLETO'
              SET WS-PIDE-COMPLETO TO TRUE
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'DWHEXT_EXTRACTO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-EXTRACTO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'DWHEXT_CONTROL_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CONTROL
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT 'DWHEXT_FOTO_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-FOTO
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'DWHEXT_FOTO_NUEVA_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-FOTO-NUEVA
           END-IF.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'AUDICAMB_CAMBIOS_PATH'.
           IF WS-RUTA-ENTORNO <> SPACES
              MOVE WS-RUTA-ENTORNO TO WS-RUTA-CAMBIOS
           END-IF.

       1050-LEER-RUTA-ARCHIVO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1100-LEER-CONTROL.

           INITIALIZE WS-DWH-CONTROL.
           MOVE 'N' TO WS-HAY-CONTROL.

           OPEN INPUT CTL-DWHEXT.
           IF FS-CONTROL-NFD
              GO TO 1100-LEER-CONTROL-FIN
           END-IF.
           IF NOT FS-CONTROL-OK
              DISPLAY 'ERROR AL ABRIR DWH-CONTROL.SEQ: ' FS-CONTROL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ CTL-DWHEXT INTO WS-DWH-CONTROL.
           IF FS-CONTROL-OK
              MOVE 'S' TO WS-HAY-CONTROL
           END-IF.

           CLOSE CTL-DWHEXT.

       1100-LEER-CONTROL-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1200-ARMAR-VENTANA.

      *    *** corrida cortada: se repite la misma ventana con el mismo
      *    *** modo, salvo que ahora se pida la foto completa
           IF WS-DCT-FASE-EXTRACCION
              AND NOT WS-PIDE-COMPLETO
              MOVE WS-DCT-DESDE TO WS-MARCA-DESDE
              MOVE WS-DCT-HASTA TO WS-MARCA-HASTA
              DISPLAY 'DWHEXT: SE RETOMA LA CORRIDA ' WS-DCT-RUN-ID
              GO TO 1200-ARMAR-VENTANA-FIN
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-MARCA-HASTA.

      *    *** sin control previo no hay desde donde tomar novedades:
      *    *** la primera corrida es completa
           IF WS-PIDE-COMPLETO
              OR NOT WS-EXISTE-CONTROL
              SET WS-DCT-MODO-COMPLETO TO TRUE
              MOVE ZEROES TO WS-MARCA-DESDE
           ELSE
              SET WS-DCT-MODO-NOVEDADES TO TRUE
              MOVE WS-DCT-ULTIMA-MARCA TO WS-MARCA-DESDE
           END-IF.

           MOVE WS-MARCA-DESDE TO WS-DCT-DESDE.
           MOVE WS-MARCA-HASTA TO WS-DCT-HASTA.
           MOVE SPACES         TO WS-DCT-RUN-ID.
           STRING WS-MARCA-HASTA WS-DCT-MODO
                  DELIMITED BY SIZE INTO WS-DCT-RUN-ID.

      *    *** la corrida queda anotada antes de publicar nada
           SET WS-DCT-FASE-EXTRACCION TO TRUE.
           PERFORM 8600-GRABAR-CONTROL
              THRU 8600-GRABAR-CONTROL-FIN.

       1200-ARMAR-VENTANA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       1300-ABRIR-ARCHIVOS.

           OPEN OUTPUT SAL-EXTRACTO.
           IF NOT FS-EXTRACTO-OK
              DISPLAY 'ERROR AL ABRIR DWH-EXTRACTO.TXT: ' FS-EXTRACTO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT TRB-FOTO-NUEVA.
           IF NOT FS-FOTO-NUEVA-OK
              DISPLAY 'ERROR AL ABRIR DWH-FOTO-NUEVA.SEQ: '
                      FS-FOTO-NUEVA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    *** la foto anterior solo se usa para comparar novedades; en
      *    *** la foto completa todo sale con operacion F
           MOVE HIGH-VALUES TO WS-ENT-FOTO-REG.
           IF WS-DCT-MODO-COMPLETO
              GO TO 1300-ABRIR-ARCHIVOS-FIN
           END-IF.

           OPEN INPUT ENT-FOTO.
           EVALUATE TRUE
               WHEN FS-FOTO-OK
                    MOVE 'S' TO WS-HAY-FOTO
                    PERFORM 8700-LEER-FOTO
                       THRU 8700-LEER-FOTO-FIN
               WHEN FS-FOTO-NFD
                    DISPLAY 'DWHEXT: NO EXISTE DWH-FOTO.SEQ, TODO EL '
                            'CONTENIDO SALE COMO ALTA'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR DWH-FOTO.SEQ: ' FS-FOTO
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       1300-ABRIR-ARCHIVOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESAR-MAESTRO.

           IF WS-DCT-MODO-COMPLETO
              PERFORM 2050-FOTO-MAESTRO
                 THRU 2050-FOTO-MAESTRO-FIN
              GO TO 2000-PROCESAR-MAESTRO-FIN
           END-IF.

           OPEN INPUT ENT-CAMBIOS.
           IF FS-CAMBIOS-NFD
              GO TO 2000-PROCESAR-MAESTRO-FIN
           END-IF.
           IF NOT FS-CAMBIOS-OK
              DISPLAY 'ERROR AL ABRIR CAMBIOS-MAESTRO.SEQ: '
                      FS-CAMBIOS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ ENT-CAMBIOS.
           PERFORM UNTIL NOT FS-CAMBIOS-OK
               PERFORM 2010-PUBLICAR-CAMBIO
                  THRU 2010-PUBLICAR-CAMBIO-FIN
               READ ENT-CAMBIOS
           END-PERFORM.

           CLOSE ENT-CAMBIOS.

       2000-PROCESAR-MAESTRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2010-PUBLICAR-CAMBIO.

           MOVE WS-CAM-FECHA TO WS-MARCA-REG-FECHA.
           MOVE WS-CAM-HORA  TO WS-MARCA-REG-HORA.
           IF WS-MARCA-REG-N < WS-MARCA-DESDE
              OR WS-MARCA-REG-N NOT < WS-MARCA-HASTA
              GO TO 2010-PUBLICAR-CAMBIO-FIN
           END-IF.

           MOVE WS-ENTIDAD-TARJETA TO WS-IX-ENTIDAD.
           MOVE WS-MARCA-REG-N     TO WS-FILA-MARCA.

           EVALUATE WS-CAM-OPERACION
               WHEN 'W'
                    MOVE 'I' TO WS-FILA-OPERACION
               WHEN 'R'
                    MOVE 'U' TO WS-FILA-OPERACION
               WHEN 'D'
                    MOVE 'D' TO WS-FILA-OPERACION
               WHEN OTHER
                    GO TO 2010-PUBLICAR-CAMBIO-FIN
           END-EVALUATE.

      *    *** la baja publica solo la clave
           IF WS-FILA-OPERACION = 'D'
              PERFORM 8000-INICIAR-FILA
                 THRU 8000-INICIAR-FILA-FIN
              MOVE WS-CAM-TARJETA TO WS-CAMPO-TARJETA
              PERFORM 8110-AGREGAR-TARJETA
                 THRU 8110-AGREGAR-TARJETA-FIN
              PERFORM 8900-GRABAR-FILA
                 THRU 8900-GRABAR-FILA-FIN
              GO TO 2010-PUBLICAR-CAMBIO-FIN
           END-IF.

           MOVE WS-CAM-IMAGEN-DESPUES TO WS-IMAGEN-MAESTRO.
           PERFORM 2090-FILA-MAESTRO
              THRU 2090-FILA-MAESTRO-FIN.

       2010-PUBLICAR-CAMBIO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2050-FOTO-MAESTRO.

           OPEN INPUT ENT-MAESTRO-TARJETAS.
           IF NOT FS-MAESTRO-TARJETAS-OK
              DISPLAY 'ERROR AL ABRIR EL MAESTRO DE TARJETAS'
              DISPLAY 'FILE STATUS: ' FS-MAESTRO-TARJETAS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-ENTIDAD-TARJETA TO WS-IX-ENTIDAD.
           MOVE 'F'                TO WS-FILA-OPERACION.
           MOVE WS-MARCA-HASTA     TO WS-FILA-MARCA.

           READ ENT-MAESTRO-TARJETAS NEXT RECORD.
           PERFORM UNTIL NOT FS-MAESTRO-TARJETAS-OK
               MOVE WS-ENT-MAESTRO-TARJETAS-REG TO WS-IMAGEN-MAESTRO
               PERFORM 2090-FILA-MAESTRO
                  THRU 2090-FILA-MAESTRO-FIN
               READ ENT-MAESTRO-TARJETAS NEXT RECORD
           END-PERFORM.

           CLOSE ENT-MAESTRO-TARJETAS.

       2050-FOTO-MAESTRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2090-FILA-MAESTRO.

           PERFORM 8000-INICIAR-FILA
              THRU 8000-INICIAR-FILA-FIN.

           MOVE WS-IMG-NUM-TARJETA TO WS-CAMPO-TARJETA.
           PERFORM 8110-AGREGAR-TARJETA
              THRU 8110-AGREGAR-TARJETA-FIN.

           MOVE WS-IMG-NUM-CUENTA TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-IMG-NOMBRE TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-IMG-APELLIDO TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-IMG-DIRECCION TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-IMG-COD-POSTAL TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-IMG-MONEDA TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-IMG-LIMITE TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           MOVE WS-IMG-ESTADO TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-IMG-SALDO-ARS TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           MOVE WS-IMG-SALDO-USD TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           MOVE WS-IMG-DIA-CIERRE TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-IMG-TIPO TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-IMG-NUM-TARJETA-TITULAR TO WS-CAMPO-TARJETA.
           PERFORM 8110-AGREGAR-TARJETA
              THRU 8110-AGREGAR-TARJETA-FIN.

           MOVE WS-IMG-LIMITE-USD TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           PERFORM 8900-GRABAR-FILA
              THRU 8900-GRABAR-FILA-FIN.

       2090-FILA-MAESTRO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2100-PROCESAR-CUOTAS.

           MOVE WS-ENTIDAD-CUOTA TO WS-IX-ENTIDAD.

           OPEN INPUT ENT-CUOTAS.
      *    *** sin archivo, todo lo que tenia la foto se dio de baja
           IF FS-CUOTAS-NFD
              PERFORM 7100-BAJAS-RESTANTES
                 THRU 7100-BAJAS-RESTANTES-FIN
              GO TO 2100-PROCESAR-CUOTAS-FIN
           END-IF.
           IF NOT FS-CUOTAS-OK
              DISPLAY 'ERROR AL ABRIR CUOTAS.VSAM: ' FS-CUOTAS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ ENT-CUOTAS NEXT RECORD.
           PERFORM UNTIL NOT FS-CUOTAS-OK
               MOVE WS-DWE-NOMBRE (WS-IX-ENTIDAD) TO WS-ACT-ENTIDAD
               MOVE WS-CUO-CLAVE       TO WS-ACT-CLAVE
               MOVE WS-ENT-CUOTAS-REG  TO WS-ACT-IMAGEN
               PERFORM 7000-COMPARAR-FOTO
                  THRU 7000-COMPARAR-FOTO-FIN
               IF NOT WS-ACT-SIN-CAMBIOS
                  PERFORM 2190-FILA-CUOTA
                     THRU 2190-FILA-CUOTA-FIN
               END-IF
               READ ENT-CUOTAS NEXT RECORD
           END-PERFORM.

           CLOSE ENT-CUOTAS.

      *    *** lo que quedo en la foto y ya no esta se dio de baja
           PERFORM 7100-BAJAS-RESTANTES
              THRU 7100-BAJAS-RESTANTES-FIN.

       2100-PROCESAR-CUOTAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2190-FILA-CUOTA.

           MOVE WS-ACT-OPERACION TO WS-FILA-OPERACION.
           MOVE WS-MARCA-HASTA   TO WS-FILA-MARCA.
           MOVE WS-ACT-CLAVE     TO WS-CLAVE-FILA.
           PERFORM 8000-INICIAR-FILA
              THRU 8000-INICIAR-FILA-FIN.
           PERFORM 8050-AGREGAR-CLAVE
              THRU 8050-AGREGAR-CLAVE-FIN.

           MOVE WS-CUO-ULTIMA-CUOTA-VISTA TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-CUO-MONEDA TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-CUO-IMPORTE-CUOTA TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           MOVE WS-CUO-FECHA-ULTIMA TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-CUO-ESTADO TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-CUO-RECARGO-CUOTA TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           MOVE WS-CUO-CUOTAS-ANULADAS TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-CUO-IMPORTE-DEVUELTO TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           PERFORM 8900-GRABAR-FILA
              THRU 8900-GRABAR-FILA-FIN.

       2190-FILA-CUOTA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2200-PROCESAR-MOROSIDAD.

           MOVE WS-ENTIDAD-MORA TO WS-IX-ENTIDAD.

           OPEN INPUT ENT-MOROSIDAD.
      *    *** sin archivo, todo lo que tenia la foto se dio de baja
           IF FS-MOROSIDAD-NFD
              PERFORM 7100-BAJAS-RESTANTES
                 THRU 7100-BAJAS-RESTANTES-FIN
              GO TO 2200-PROCESAR-MOROSIDAD-FIN
           END-IF.
           IF NOT FS-MOROSIDAD-OK
              DISPLAY 'ERROR AL ABRIR MOROSIDAD.VSAM: ' FS-MOROSIDAD
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ ENT-MOROSIDAD NEXT RECORD.
           PERFORM UNTIL NOT FS-MOROSIDAD-OK
               MOVE WS-DWE-NOMBRE (WS-IX-ENTIDAD) TO WS-ACT-ENTIDAD
               MOVE WS-MOR-CLAVE         TO WS-ACT-CLAVE
               MOVE WS-MOR-MOROSIDAD-REG TO WS-ACT-IMAGEN
               PERFORM 7000-COMPARAR-FOTO
                  THRU 7000-COMPARAR-FOTO-FIN
               IF NOT WS-ACT-SIN-CAMBIOS
                  PERFORM 2290-FILA-MORA
                     THRU 2290-FILA-MORA-FIN
               END-IF
               READ ENT-MOROSIDAD NEXT RECORD
           END-PERFORM.

           CLOSE ENT-MOROSIDAD.

      *    *** lo que quedo en la foto y ya no esta se dio de baja
           PERFORM 7100-BAJAS-RESTANTES
              THRU 7100-BAJAS-RESTANTES-FIN.

       2200-PROCESAR-MOROSIDAD-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2290-FILA-MORA.

           MOVE WS-ACT-OPERACION TO WS-FILA-OPERACION.
           MOVE WS-MARCA-HASTA   TO WS-FILA-MARCA.
           MOVE WS-ACT-CLAVE     TO WS-CLAVE-FILA.
           PERFORM 8000-INICIAR-FILA
              THRU 8000-INICIAR-FILA-FIN.
           PERFORM 8050-AGREGAR-CLAVE
              THRU 8050-AGREGAR-CLAVE-FIN.

           MOVE WS-MOR-CICLOS-INCUMPLIDOS TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-MOR-DEUDA-30 TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           MOVE WS-MOR-DEUDA-60 TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           MOVE WS-MOR-DEUDA-90 TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           MOVE WS-MOR-ULT-PERIODO TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-MOR-ESTADO TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           PERFORM 8900-GRABAR-FILA
              THRU 8900-GRABAR-FILA-FIN.

       2290-FILA-MORA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2300-PROCESAR-PUNTOS.

           MOVE WS-ENTIDAD-PUNTOS TO WS-IX-ENTIDAD.

           OPEN INPUT ENT-PUNTOS.
      *    *** sin archivo, todo lo que tenia la foto se dio de baja
           IF FS-PUNTOS-NFD
              PERFORM 7100-BAJAS-RESTANTES
                 THRU 7100-BAJAS-RESTANTES-FIN
              GO TO 2300-PROCESAR-PUNTOS-FIN
           END-IF.
           IF NOT FS-PUNTOS-OK
              DISPLAY 'ERROR AL ABRIR PUNTOS.VSAM: ' FS-PUNTOS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ ENT-PUNTOS NEXT RECORD.
           PERFORM UNTIL NOT FS-PUNTOS-OK
               MOVE WS-DWE-NOMBRE (WS-IX-ENTIDAD) TO WS-ACT-ENTIDAD
               MOVE WS-PTS-CUENTA     TO WS-ACT-CLAVE
               MOVE WS-PTS-PUNTOS-REG TO WS-ACT-IMAGEN
               PERFORM 7000-COMPARAR-FOTO
                  THRU 7000-COMPARAR-FOTO-FIN
               IF NOT WS-ACT-SIN-CAMBIOS
                  PERFORM 2390-FILA-PUNTOS
                     THRU 2390-FILA-PUNTOS-FIN
               END-IF
               READ ENT-PUNTOS NEXT RECORD
           END-PERFORM.

           CLOSE ENT-PUNTOS.

      *    *** lo que quedo en la foto y ya no esta se dio de baja
           PERFORM 7100-BAJAS-RESTANTES
              THRU 7100-BAJAS-RESTANTES-FIN.

       2300-PROCESAR-PUNTOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2390-FILA-PUNTOS.

           MOVE WS-ACT-OPERACION TO WS-FILA-OPERACION.
           MOVE WS-MARCA-HASTA   TO WS-FILA-MARCA.
           MOVE WS-ACT-CLAVE     TO WS-CLAVE-FILA.
           PERFORM 8000-INICIAR-FILA
              THRU 8000-INICIAR-FILA-FIN.
           PERFORM 8050-AGREGAR-CLAVE
              THRU 8050-AGREGAR-CLAVE-FIN.

           MOVE WS-PTS-SALDO TO WS-CAMPO-ENTERO.
           PERFORM 8400-AGREGAR-ENTERO
              THRU 8400-AGREGAR-ENTERO-FIN.

           MOVE WS-PTS-GANADOS-CICLO TO WS-CAMPO-ENTERO.
           PERFORM 8400-AGREGAR-ENTERO
              THRU 8400-AGREGAR-ENTERO-FIN.

           MOVE WS-PTS-CANJEADOS-CICLO TO WS-CAMPO-ENTERO.
           PERFORM 8400-AGREGAR-ENTERO
              THRU 8400-AGREGAR-ENTERO-FIN.

           MOVE WS-PTS-FECHA-ULT-MOV TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           PERFORM 8900-GRABAR-FILA
              THRU 8900-GRABAR-FILA-FIN.

       2390-FILA-PUNTOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2400-PROCESAR-PERSONAS.

           MOVE WS-ENTIDAD-PERSONA TO WS-IX-ENTIDAD.

           OPEN INPUT ENT-PERSONAS.
      *    *** sin archivo, todo lo que tenia la foto se dio de baja
           IF FS-PERSONAS-NFD
              PERFORM 7100-BAJAS-RESTANTES
                 THRU 7100-BAJAS-RESTANTES-FIN
              GO TO 2400-PROCESAR-PERSONAS-FIN
           END-IF.
           IF NOT FS-PERSONAS-OK
              DISPLAY 'ERROR AL ABRIR PERSONAS.VSAM: ' FS-PERSONAS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ ENT-PERSONAS NEXT RECORD.
           PERFORM UNTIL NOT FS-PERSONAS-OK
               MOVE WS-DWE-NOMBRE (WS-IX-ENTIDAD) TO WS-ACT-ENTIDAD
               MOVE WS-PER-DOCUMENTO   TO WS-ACT-CLAVE
               MOVE WS-PER-PERSONA-REG TO WS-ACT-IMAGEN
               PERFORM 7000-COMPARAR-FOTO
                  THRU 7000-COMPARAR-FOTO-FIN
               IF NOT WS-ACT-SIN-CAMBIOS
                  PERFORM 2490-FILA-PERSONA
                     THRU 2490-FILA-PERSONA-FIN
               END-IF
               READ ENT-PERSONAS NEXT RECORD
           END-PERFORM.

           CLOSE ENT-PERSONAS.

      *    *** lo que quedo en la foto y ya no esta se dio de baja
           PERFORM 7100-BAJAS-RESTANTES
              THRU 7100-BAJAS-RESTANTES-FIN.

       2400-PROCESAR-PERSONAS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2490-FILA-PERSONA.

           MOVE WS-ACT-OPERACION TO WS-FILA-OPERACION.
           MOVE WS-MARCA-HASTA   TO WS-FILA-MARCA.
           MOVE WS-ACT-CLAVE     TO WS-CLAVE-FILA.
           PERFORM 8000-INICIAR-FILA
              THRU 8000-INICIAR-FILA-FIN.
           PERFORM 8050-AGREGAR-CLAVE
              THRU 8050-AGREGAR-CLAVE-FIN.

           MOVE WS-PER-NOMBRE TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-PER-APELLIDO TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-PER-DIRECCION TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-PER-COD-POSTAL TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-PER-FECHA-ALTA TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-PER-PERFIL-MENSUAL TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           MOVE WS-PER-ACTIVIDAD TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-PER-FECHA-PERFIL TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-PER-CORREO-E TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           PERFORM 8900-GRABAR-FILA
              THRU 8900-GRABAR-FILA-FIN.

       2490-FILA-PERSONA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2500-PROCESAR-FACTURADOS.

           MOVE 'FACTURAD'         TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-FACTURADOS TO WS-ICT-RUTA-E.
           PERFORM 7500-VERIFICAR-HECHO
              THRU 7500-VERIFICAR-HECHO-FIN.
           IF NOT WS-EXISTE-HECHO
              GO TO 2500-PROCESAR-FACTURADOS-FIN
           END-IF.

           OPEN INPUT ENT-FACTURADOS.
           IF NOT FS-FACTURADOS-OK
              DISPLAY 'ERROR AL ABRIR FACTURADOS.SEQ: ' FS-FACTURADOS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-ENTIDAD-CONSUMO TO WS-IX-ENTIDAD.
           MOVE 'H'                TO WS-FILA-OPERACION.
           MOVE 'N'                TO WS-LOTE-EN-VENTANA.

           READ ENT-FACTURADOS.
           PERFORM UNTIL NOT FS-FACTURADOS-OK
               IF WS-ENT-FACTURADOS-CTL (1:1) = '*'
                  MOVE WS-ENT-FACTURADOS-CTL TO WS-LOTE-CTL
                  PERFORM 7600-EVALUAR-LOTE
                     THRU 7600-EVALUAR-LOTE-FIN
               ELSE
                  IF WS-PUBLICAR-LOTE
                     PERFORM 2590-FILA-CONSUMO
                        THRU 2590-FILA-CONSUMO-FIN
                  END-IF
               END-IF
               READ ENT-FACTURADOS
           END-PERFORM.

           CLOSE ENT-FACTURADOS.

       2500-PROCESAR-FACTURADOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2590-FILA-CONSUMO.

           PERFORM 8000-INICIAR-FILA
              THRU 8000-INICIAR-FILA-FIN.

           MOVE WS-FAC-ID-CONSUMO TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-FAC-NUM-TARJETA TO WS-CAMPO-TARJETA.
           PERFORM 8110-AGREGAR-TARJETA
              THRU 8110-AGREGAR-TARJETA-FIN.

           MOVE WS-FAC-MONEDA TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-FAC-IMPORTE TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           PERFORM 8900-GRABAR-FILA
              THRU 8900-GRABAR-FILA-FIN.

       2590-FILA-CONSUMO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2600-PROCESAR-PAGOS.

           MOVE 'PAGOSAPL'              TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-PAGOS-APLICADOS TO WS-ICT-RUTA-E.
           PERFORM 7500-VERIFICAR-HECHO
              THRU 7500-VERIFICAR-HECHO-FIN.
           IF NOT WS-EXISTE-HECHO
              GO TO 2600-PROCESAR-PAGOS-FIN
           END-IF.

           OPEN INPUT ENT-PAGOS-APLICADOS.
           IF NOT FS-PAGOS-APLICADOS-OK
              DISPLAY 'ERROR AL ABRIR PAGOS-APLICADOS.SEQ: '
                      FS-PAGOS-APLICADOS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-ENTIDAD-PAGO TO WS-IX-ENTIDAD.
           MOVE 'H'             TO WS-FILA-OPERACION.
           MOVE 'N'             TO WS-LOTE-EN-VENTANA.

           READ ENT-PAGOS-APLICADOS.
           PERFORM UNTIL NOT FS-PAGOS-APLICADOS-OK
               IF WS-ENT-PAGOS-APLICADOS-CTL (1:1) = '*'
                  MOVE WS-ENT-PAGOS-APLICADOS-CTL TO WS-LOTE-CTL
                  PERFORM 7600-EVALUAR-LOTE
                     THRU 7600-EVALUAR-LOTE-FIN
               ELSE
                  IF WS-PUBLICAR-LOTE
                     PERFORM 2690-FILA-PAGO
                        THRU 2690-FILA-PAGO-FIN
                  END-IF
               END-IF
               READ ENT-PAGOS-APLICADOS
           END-PERFORM.

           CLOSE ENT-PAGOS-APLICADOS.

       2600-PROCESAR-PAGOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2690-FILA-PAGO.

           PERFORM 8000-INICIAR-FILA
              THRU 8000-INICIAR-FILA-FIN.

           MOVE WS-PAPL-ID-PAGO TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-PAPL-NUM-CUENTA TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-PAPL-NUM-TARJETA TO WS-CAMPO-TARJETA.
           PERFORM 8110-AGREGAR-TARJETA
              THRU 8110-AGREGAR-TARJETA-FIN.

           MOVE WS-PAPL-FECHA TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-PAPL-MONEDA TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-PAPL-IMPORTE TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           MOVE WS-PAPL-CANAL TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-PAPL-IMP-IMPUESTOS TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           MOVE WS-PAPL-IMP-PUNITORIO TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           MOVE WS-PAPL-IMP-INTERES TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           MOVE WS-PAPL-IMP-COMISIONES TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           MOVE WS-PAPL-IMP-ADELANTOS TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           MOVE WS-PAPL-IMP-COMPRAS TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           MOVE WS-PAPL-CONV-USD TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

      *    *** la tasa tambien tiene dos decimales: sale en centesimos
           MOVE WS-PAPL-CONV-TASA TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           PERFORM 8900-GRABAR-FILA
              THRU 8900-GRABAR-FILA-FIN.

       2690-FILA-PAGO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2700-PROCESAR-SALDOS.

           MOVE 'SALDCIER'            TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-SALDOS-CIERRE TO WS-ICT-RUTA-E.
           PERFORM 7500-VERIFICAR-HECHO
              THRU 7500-VERIFICAR-HECHO-FIN.
           IF NOT WS-EXISTE-HECHO
              GO TO 2700-PROCESAR-SALDOS-FIN
           END-IF.

           OPEN INPUT ENT-SALDOS-CIERRE.
           IF NOT FS-SALDOS-CIERRE-OK
              DISPLAY 'ERROR AL ABRIR SALDOS-CIERRE.SEQ: '
                      FS-SALDOS-CIERRE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-ENTIDAD-RESUMEN TO WS-IX-ENTIDAD.
           MOVE 'H'                TO WS-FILA-OPERACION.
           MOVE 'N'                TO WS-LOTE-EN-VENTANA.

           READ ENT-SALDOS-CIERRE.
           PERFORM UNTIL NOT FS-SALDOS-CIERRE-OK
               IF WS-ENT-SALDOS-CIERRE-CTL (1:1) = '*'
                  MOVE WS-ENT-SALDOS-CIERRE-CTL TO WS-LOTE-CTL
                  PERFORM 7600-EVALUAR-LOTE
                     THRU 7600-EVALUAR-LOTE-FIN
               ELSE
                  IF WS-PUBLICAR-LOTE
                     PERFORM 2790-FILA-RESUMEN
                        THRU 2790-FILA-RESUMEN-FIN
                  END-IF
               END-IF
               READ ENT-SALDOS-CIERRE
           END-PERFORM.

           CLOSE ENT-SALDOS-CIERRE.

       2700-PROCESAR-SALDOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2790-FILA-RESUMEN.

           PERFORM 8000-INICIAR-FILA
              THRU 8000-INICIAR-FILA-FIN.

      *    *** la clave es la tarjeta, o la cuenta si el resumen se
      *    *** consolida por cuenta
           MOVE WS-SDO-MODO TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-SDO-CLAVE TO WS-CAMPO-TARJETA.
           PERFORM 8110-AGREGAR-TARJETA
              THRU 8110-AGREGAR-TARJETA-FIN.

           MOVE WS-SDO-PERIODO TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-SDO-SALDO-ARS TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           MOVE WS-SDO-SALDO-USD TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           PERFORM 8900-GRABAR-FILA
              THRU 8900-GRABAR-FILA-FIN.

       2790-FILA-RESUMEN-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2800-PROCESAR-MINIMOS.

           MOVE 'MINIMOS'       TO WS-ICT-INTERFAZ-E.
           MOVE WS-RUTA-MINIMOS TO WS-ICT-RUTA-E.
           PERFORM 7500-VERIFICAR-HECHO
              THRU 7500-VERIFICAR-HECHO-FIN.
           IF NOT WS-EXISTE-HECHO
              GO TO 2800-PROCESAR-MINIMOS-FIN
           END-IF.

           OPEN INPUT ENT-MINIMOS.
           IF NOT FS-MINIMOS-OK
              DISPLAY 'ERROR AL ABRIR MINIMOS.SEQ: ' FS-MINIMOS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-ENTIDAD-MINIMO TO WS-IX-ENTIDAD.
           MOVE 'H'               TO WS-FILA-OPERACION.
           MOVE 'N'               TO WS-LOTE-EN-VENTANA.

           READ ENT-MINIMOS.
           PERFORM UNTIL NOT FS-MINIMOS-OK
               IF WS-ENT-MINIMOS-CTL (1:1) = '*'
                  MOVE WS-ENT-MINIMOS-CTL TO WS-LOTE-CTL
                  PERFORM 7600-EVALUAR-LOTE
                     THRU 7600-EVALUAR-LOTE-FIN
               ELSE
                  IF WS-PUBLICAR-LOTE
                     PERFORM 2890-FILA-MINIMO
                        THRU 2890-FILA-MINIMO-FIN
                  END-IF
               END-IF
               READ ENT-MINIMOS
           END-PERFORM.

           CLOSE ENT-MINIMOS.

       2800-PROCESAR-MINIMOS-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2890-FILA-MINIMO.

           PERFORM 8000-INICIAR-FILA
              THRU 8000-INICIAR-FILA-FIN.

           MOVE WS-MINR-CLAVE TO WS-CAMPO-TARJETA.
           PERFORM 8110-AGREGAR-TARJETA
              THRU 8110-AGREGAR-TARJETA-FIN.

           MOVE WS-MINR-PERIODO TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-MINR-PAGO-MINIMO TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           PERFORM 8900-GRABAR-FILA
              THRU 8900-GRABAR-FILA-FIN.

       2890-FILA-MINIMO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2900-PROCESAR-LOTES-GL.

           INITIALIZE WS-GL-NUEVA.
           MOVE WS-ENTIDAD-ASIENTO TO WS-IX-ENTIDAD.
           MOVE 'H'                TO WS-FILA-OPERACION.
           MOVE WS-MARCA-HASTA     TO WS-FILA-MARCA.

           PERFORM VARYING WS-IX-GL FROM 1 BY 1
                     UNTIL WS-IX-GL > WS-CANT-LOTES-GL
               PERFORM 2910-PROCESAR-LOTE-GL
                  THRU 2910-PROCESAR-LOTE-GL-FIN
           END-PERFORM.

       2900-PROCESAR-LOTES-GL-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2910-PROCESAR-LOTE-GL.

      *    *** los lotes contables no llevan cabecera con fecha: cada
      *    *** productor lo regraba entero, y se publica cuando su
      *    *** huella (periodo, cantidad de asientos y suma de
      *    *** importes) difiere de la del lote ya publicado
           MOVE WS-TGL-RUTA (WS-IX-GL) TO WS-RUTA-LOTE-GL.

           OPEN INPUT ENT-LOTE-GL.
           IF FS-LOTE-GL-NFD
              GO TO 2910-PROCESAR-LOTE-GL-FIN
           END-IF.
           IF NOT FS-LOTE-GL-OK
              DISPLAY 'ERROR AL ABRIR ' WS-TGL-RUTA (WS-IX-GL)
              DISPLAY 'FILE STATUS: ' FS-LOTE-GL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ ENT-LOTE-GL.
           PERFORM UNTIL NOT FS-LOTE-GL-OK
               IF WS-GL-TIPO-REG = 'A'
                  IF WS-GLN-CANT (WS-IX-GL) = ZEROES
                     MOVE WS-GL-PERIODO TO WS-GLN-PERIODO (WS-IX-GL)
                  END-IF
                  ADD 1 TO WS-GLN-CANT (WS-IX-GL)
                  MOVE WS-GL-IMPORTE TO WS-IMPORTE-ABS
                  ADD WS-IMPORTE-ABS TO WS-GLN-HASH (WS-IX-GL)
               END-IF
               READ ENT-LOTE-GL
           END-PERFORM.

           CLOSE ENT-LOTE-GL.

           IF NOT WS-DCT-MODO-COMPLETO
              AND WS-GLN-PERIODO (WS-IX-GL) =
                                  WS-DCT-GL-PERIODO (WS-IX-GL)
              AND WS-GLN-CANT (WS-IX-GL) = WS-DCT-GL-CANT (WS-IX-GL)
              AND WS-GLN-HASH (WS-IX-GL) = WS-DCT-GL-HASH (WS-IX-GL)
              GO TO 2910-PROCESAR-LOTE-GL-FIN
           END-IF.

           OPEN INPUT ENT-LOTE-GL.
           IF NOT FS-LOTE-GL-OK
              DISPLAY 'ERROR AL ABRIR ' WS-TGL-RUTA (WS-IX-GL)
              DISPLAY 'FILE STATUS: ' FS-LOTE-GL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ ENT-LOTE-GL.
           PERFORM UNTIL NOT FS-LOTE-GL-OK
               IF WS-GL-TIPO-REG = 'A'
                  PERFORM 2990-FILA-ASIENTO
                     THRU 2990-FILA-ASIENTO-FIN
               END-IF
               READ ENT-LOTE-GL
           END-PERFORM.

           CLOSE ENT-LOTE-GL.

       2910-PROCESAR-LOTE-GL-FIN.
           EXIT.

      *----------------------------------------------------------------*
       2990-FILA-ASIENTO.

           PERFORM 8000-INICIAR-FILA
              THRU 8000-INICIAR-FILA-FIN.

           MOVE WS-TGL-ORIGEN (WS-IX-GL) TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-GL-PERIODO TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-GL-DEBE-HABER TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-GL-CUENTA-CONTABLE TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-GL-MONEDA TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

           MOVE WS-GL-IMPORTE TO WS-CAMPO-IMPORTE.
           PERFORM 8300-AGREGAR-IMPORTE
              THRU 8300-AGREGAR-IMPORTE-FIN.

           PERFORM 8900-GRABAR-FILA
              THRU 8900-GRABAR-FILA-FIN.

       2990-FILA-ASIENTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           PERFORM 3050-FILA-CONTROL
              THRU 3050-FILA-CONTROL-FIN.

           CLOSE SAL-EXTRACTO.
           CLOSE TRB-FOTO-NUEVA.
           IF WS-FOTO-ABIERTA
              CLOSE ENT-FOTO
           END-IF.

      *    *** el extracto quedo entero: avanza la marca y se guardan
      *    *** las huellas de los lotes contables; la foto nueva se
      *    *** copia despues, y si eso se corta la proxima corrida
      *    *** solo termina la copia
           MOVE WS-MARCA-HASTA TO WS-DCT-ULTIMA-MARCA.
           PERFORM VARYING WS-IX-GL FROM 1 BY 1
                     UNTIL WS-IX-GL > WS-CANT-LOTES-GL
               MOVE WS-GLN-LOTE (WS-IX-GL) TO WS-DCT-LOTE-GL (WS-IX-GL)
           END-PERFORM.
           SET WS-DCT-FASE-CONFIRMACION TO TRUE.
           PERFORM 8600-GRABAR-CONTROL
              THRU 8600-GRABAR-CONTROL-FIN.

           PERFORM 3100-REEMPLAZAR-FOTO
              THRU 3100-REEMPLAZAR-FOTO-FIN.

           SET WS-DCT-FASE-LIBRE TO TRUE.
           PERFORM 8600-GRABAR-CONTROL
              THRU 8600-GRABAR-CONTROL-FIN.

           DISPLAY 'DWHEXT: CORRIDA ' WS-DCT-RUN-ID.
           DISPLAY '        DESDE ' WS-MARCA-DESDE
                   ' HASTA ' WS-MARCA-HASTA.
           PERFORM VARYING WS-IX-ENTIDAD FROM 1 BY 1
                     UNTIL WS-IX-ENTIDAD > WS-CANT-ENTIDADES
               DISPLAY '        ' WS-DWE-NOMBRE (WS-IX-ENTIDAD) ': '
                       WS-DWE-CANT (WS-IX-ENTIDAD)
           END-PERFORM.
           DISPLAY '        FILAS PUBLICADAS: ' WS-CANT-FILAS-TOTAL.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3050-FILA-CONTROL.

      *    *** registro de control de la carga: el warehouse compara
      *    *** la cantidad de filas de cada entidad antes de cargar
           MOVE SPACES TO WS-LINEA.
           MOVE 1      TO WS-PUNTERO.
           STRING 'CONTROL;DWHEXT;' WS-DCT-RUN-ID ';' WS-DCT-MODO ';'
                  WS-MARCA-DESDE ';' WS-MARCA-HASTA
                  DELIMITED BY SIZE INTO WS-LINEA
                  WITH POINTER WS-PUNTERO.

           MOVE WS-CANT-FILAS-TOTAL TO WS-CANT-ED.
           STRING ';' WS-CANT-ED
                  DELIMITED BY SIZE INTO WS-LINEA
                  WITH POINTER WS-PUNTERO.

           PERFORM VARYING WS-IX-ENTIDAD FROM 1 BY 1
                     UNTIL WS-IX-ENTIDAD > WS-CANT-ENTIDADES
               MOVE WS-DWE-CANT (WS-IX-ENTIDAD) TO WS-CANT-ED
               STRING ';' DELIMITED BY SIZE
                      WS-DWE-NOMBRE (WS-IX-ENTIDAD) DELIMITED BY SPACE
                      '=' WS-CANT-ED DELIMITED BY SIZE
                      INTO WS-LINEA
                      WITH POINTER WS-PUNTERO
           END-PERFORM.

           WRITE WS-SAL-EXTRACTO FROM WS-LINEA.
           IF NOT FS-EXTRACTO-OK
              DISPLAY 'ERROR AL GRABAR DWH-EXTRACTO.TXT: ' FS-EXTRACTO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       3050-FILA-CONTROL-FIN.
           EXIT.

      *----------------------------------------------------------------*
       3100-REEMPLAZAR-FOTO.

           OPEN INPUT TRB-FOTO-NUEVA.
           IF NOT FS-FOTO-NUEVA-OK
              DISPLAY 'ERROR AL ABRIR DWH-FOTO-NUEVA.SEQ: '
                      FS-FOTO-NUEVA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT ENT-FOTO.
           IF NOT FS-FOTO-OK
              DISPLAY 'ERROR AL ABRIR DWH-FOTO.SEQ: ' FS-FOTO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           READ TRB-FOTO-NUEVA.
           PERFORM UNTIL NOT FS-FOTO-NUEVA-OK
               WRITE WS-ENT-FOTO-REG FROM WS-TRB-FOTO-NUEVA-REG
               READ TRB-FOTO-NUEVA
           END-PERFORM.

           CLOSE TRB-FOTO-NUEVA.
           CLOSE ENT-FOTO.

       3100-REEMPLAZAR-FOTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       7000-COMPARAR-FOTO.

           PERFORM 7010-DETERMINAR-OPERACION
              THRU 7010-DETERMINAR-OPERACION-FIN.

      *    *** el registro vigente pasa a la foto nueva
           WRITE WS-TRB-FOTO-NUEVA-REG FROM WS-ACTUAL.
           IF NOT FS-FOTO-NUEVA-OK
              DISPLAY 'ERROR AL GRABAR DWH-FOTO-NUEVA.SEQ: '
                      FS-FOTO-NUEVA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       7000-COMPARAR-FOTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       7010-DETERMINAR-OPERACION.

      *    *** la foto completa no compara: todo sale con F
           IF WS-DCT-MODO-COMPLETO
              MOVE 'F' TO WS-ACT-OPERACION
              GO TO 7010-DETERMINAR-OPERACION-FIN
           END-IF.

      *    *** claves de la foto que quedaron antes de la vigente:
      *    *** registros que ya no existen
           PERFORM UNTIL WS-FOT-ENTIDAD <> WS-ACT-ENTIDAD
                      OR WS-FOT-CLAVE NOT < WS-ACT-CLAVE
               PERFORM 7200-PUBLICAR-BAJA
                  THRU 7200-PUBLICAR-BAJA-FIN
               PERFORM 8700-LEER-FOTO
                  THRU 8700-LEER-FOTO-FIN
           END-PERFORM.

           IF WS-FOT-ENTIDAD = WS-ACT-ENTIDAD
              AND WS-FOT-CLAVE = WS-ACT-CLAVE
              IF WS-FOT-IMAGEN = WS-ACT-IMAGEN
                 MOVE SPACE TO WS-ACT-OPERACION
              ELSE
                 MOVE 'U' TO WS-ACT-OPERACION
              END-IF
              PERFORM 8700-LEER-FOTO
                 THRU 8700-LEER-FOTO-FIN
           ELSE
              MOVE 'I' TO WS-ACT-OPERACION
           END-IF.

       7010-DETERMINAR-OPERACION-FIN.
           EXIT.

      *----------------------------------------------------------------*
       7100-BAJAS-RESTANTES.

           MOVE WS-DWE-NOMBRE (WS-IX-ENTIDAD) TO WS-ACT-ENTIDAD.
           PERFORM UNTIL WS-FOT-ENTIDAD <> WS-ACT-ENTIDAD
               PERFORM 7200-PUBLICAR-BAJA
                  THRU 7200-PUBLICAR-BAJA-FIN
               PERFORM 8700-LEER-FOTO
                  THRU 8700-LEER-FOTO-FIN
           END-PERFORM.

       7100-BAJAS-RESTANTES-FIN.
           EXIT.

      *----------------------------------------------------------------*
       7200-PUBLICAR-BAJA.

           MOVE 'D'            TO WS-FILA-OPERACION.
           MOVE WS-MARCA-HASTA TO WS-FILA-MARCA.
           MOVE WS-FOT-CLAVE   TO WS-CLAVE-FILA.
           PERFORM 8000-INICIAR-FILA
              THRU 8000-INICIAR-FILA-FIN.
           PERFORM 8050-AGREGAR-CLAVE
              THRU 8050-AGREGAR-CLAVE-FIN.
           PERFORM 8900-GRABAR-FILA
              THRU 8900-GRABAR-FILA-FIN.

       7200-PUBLICAR-BAJA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       7500-VERIFICAR-HECHO.

      *    *** un archivo de hechos incompleto corta la corrida sin
      *    *** avanzar la marca: se vuelve a lanzar cuando el productor
      *    *** lo haya rehecho
           MOVE 'N' TO WS-HAY-HECHO.
           SET WS-ICT-MODO-VERIFICAR TO TRUE.
           MOVE ZEROES TO WS-ICT-PERIODO-E.
           CALL 'INTFCTL' USING WS-INTERFAZ.

           EVALUATE TRUE
               WHEN WS-ICT-ARCHIVO-OK
                    MOVE 'S' TO WS-HAY-HECHO
               WHEN WS-ICT-ARCHIVO-INEXISTENTE
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'DWHEXT: ' WS-ICT-INTERFAZ-E
                            ' RECHAZADO: ' WS-ICT-MOTIVO-O
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       7500-VERIFICAR-HECHO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       7600-EVALUAR-LOTE.

      *    *** cada lote se publica una vez: el que se abrio dentro de
      *    *** la ventana. Un lote abierto antes ya estaba entero en la
      *    *** corrida anterior (si no, INTFCTL la habria cortado)
           IF NOT WS-LCT-ES-CABECERA
              GO TO 7600-EVALUAR-LOTE-FIN
           END-IF.

           MOVE WS-LCT-FECHA TO WS-MARCA-REG-FECHA.
           MOVE WS-LCT-HORA  TO WS-MARCA-REG-HORA.
           MOVE WS-MARCA-REG-N TO WS-FILA-MARCA.

           IF WS-DCT-MODO-COMPLETO
              OR (WS-MARCA-REG-N NOT < WS-MARCA-DESDE
                  AND WS-MARCA-REG-N < WS-MARCA-HASTA)
              MOVE 'S' TO WS-LOTE-EN-VENTANA
           ELSE
              MOVE 'N' TO WS-LOTE-EN-VENTANA
           END-IF.

       7600-EVALUAR-LOTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       8000-INICIAR-FILA.

           MOVE SPACES TO WS-LINEA.
           MOVE 1      TO WS-PUNTERO.
           STRING WS-DWE-NOMBRE (WS-IX-ENTIDAD) DELIMITED BY SPACE
                  ';' WS-FILA-OPERACION ';' WS-FILA-MARCA
                  DELIMITED BY SIZE INTO WS-LINEA
                  WITH POINTER WS-PUNTERO.

       8000-INICIAR-FILA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       8050-AGREGAR-CLAVE.

      *    *** clave de CUOTAS, MOROSIDAD, PUNTOS o PERSONAS tal como
      *    *** queda en la foto
           EVALUATE WS-IX-ENTIDAD
               WHEN WS-ENTIDAD-CUOTA
                    MOVE WS-CLC-TARJETA TO WS-CAMPO-TARJETA
                    PERFORM 8110-AGREGAR-TARJETA
                       THRU 8110-AGREGAR-TARJETA-FIN
                    MOVE WS-CLC-DETALLE TO WS-CAMPO-TEXTO
                    PERFORM 8200-AGREGAR-TEXTO
                       THRU 8200-AGREGAR-TEXTO-FIN
                    MOVE WS-CLC-CANT-CUOTAS TO WS-CAMPO-TEXTO
                    PERFORM 8200-AGREGAR-TEXTO
                       THRU 8200-AGREGAR-TEXTO-FIN
               WHEN WS-ENTIDAD-MORA
      *             *** tarjeta, o la cuenta si la mora se lleva por
      *             *** cuenta
                    MOVE WS-CLAVE-FILA (1:19) TO WS-CAMPO-TARJETA
                    PERFORM 8110-AGREGAR-TARJETA
                       THRU 8110-AGREGAR-TARJETA-FIN
               WHEN WS-ENTIDAD-PUNTOS
                    MOVE WS-CLAVE-FILA (1:10) TO WS-CAMPO-TEXTO
                    PERFORM 8200-AGREGAR-TEXTO
                       THRU 8200-AGREGAR-TEXTO-FIN
               WHEN OTHER
                    MOVE WS-CLAVE-FILA (1:11) TO WS-CAMPO-TEXTO
                    PERFORM 8200-AGREGAR-TEXTO
                       THRU 8200-AGREGAR-TEXTO-FIN
           END-EVALUATE.

       8050-AGREGAR-CLAVE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       8110-AGREGAR-TARJETA.

      *    *** ningun numero de tarjeta sale en claro: se tokeniza lo
      *    *** que es un PAN (una cuenta de 10 digitos o un campo en
      *    *** blanco pasan tal cual)
           IF WS-CAMPO-TARJETA <> SPACES
              AND WS-CAMPO-TARJETA (11:1) <> SPACE
              MOVE 'T'              TO WS-TOK-MODO
              MOVE WS-CAMPO-TARJETA TO WS-TOK-TARJETA-E
              CALL 'TOKENIZA' USING WS-TOKEN
              IF WS-TOK-COD-ERROR-O <> SPACES
                 DISPLAY 'DWHEXT: ERROR AL TOKENIZAR: '
                         WS-TOK-COD-ERROR-O ' ' WS-TOK-DES-ERROR-O
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-TOK-TARJETA-S TO WS-CAMPO-TARJETA
           END-IF.

           MOVE WS-CAMPO-TARJETA TO WS-CAMPO-TEXTO.
           PERFORM 8200-AGREGAR-TEXTO
              THRU 8200-AGREGAR-TEXTO-FIN.

       8110-AGREGAR-TARJETA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       8200-AGREGAR-TEXTO.

      *    *** el ';' es el separador: dentro de un texto se cambia por
      *    *** ','; los blancos del final no viajan
           INSPECT WS-CAMPO-TEXTO REPLACING ALL ';' BY ','.
           STRING ';' DELIMITED BY SIZE
                  WS-CAMPO-TEXTO DELIMITED BY '  '
                  INTO WS-LINEA
                  WITH POINTER WS-PUNTERO.
           MOVE SPACES TO WS-CAMPO-TEXTO.

       8200-AGREGAR-TEXTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       8300-AGREGAR-IMPORTE.

           COMPUTE WS-CAMPO-CENTESIMOS = WS-CAMPO-IMPORTE * 100.
           MOVE WS-CAMPO-CENTESIMOS TO WS-CAMPO-CENTESIMOS-ED.
           STRING ';' WS-CAMPO-CENTESIMOS-ED
                  DELIMITED BY SIZE INTO WS-LINEA
                  WITH POINTER WS-PUNTERO.

       8300-AGREGAR-IMPORTE-FIN.
           EXIT.

      *----------------------------------------------------------------*
       8400-AGREGAR-ENTERO.

           MOVE WS-CAMPO-ENTERO TO WS-CAMPO-ENTERO-ED.
           STRING ';' WS-CAMPO-ENTERO-ED
                  DELIMITED BY SIZE INTO WS-LINEA
                  WITH POINTER WS-PUNTERO.

       8400-AGREGAR-ENTERO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       8600-GRABAR-CONTROL.

           OPEN OUTPUT CTL-DWHEXT.
           IF NOT FS-CONTROL-OK
              DISPLAY 'ERROR AL ABRIR DWH-CONTROL.SEQ: ' FS-CONTROL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           WRITE WS-CTL-DWHEXT-REG FROM WS-DWH-CONTROL.
           IF NOT FS-CONTROL-OK
              DISPLAY 'ERROR AL GRABAR DWH-CONTROL.SEQ: ' FS-CONTROL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           CLOSE CTL-DWHEXT.

       8600-GRABAR-CONTROL-FIN.
           EXIT.

      *----------------------------------------------------------------*
       8700-LEER-FOTO.

           READ ENT-FOTO.
           IF NOT FS-FOTO-OK
              MOVE HIGH-VALUES TO WS-ENT-FOTO-REG
           END-IF.

       8700-LEER-FOTO-FIN.
           EXIT.

      *----------------------------------------------------------------*
       8900-GRABAR-FILA.

           WRITE WS-SAL-EXTRACTO FROM WS-LINEA.
           IF NOT FS-EXTRACTO-OK
              DISPLAY 'ERROR AL GRABAR DWH-EXTRACTO.TXT: ' FS-EXTRACTO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-DWE-CANT (WS-IX-ENTIDAD).
           ADD 1 TO WS-CANT-FILAS-TOTAL.

       8900-GRABAR-FILA-FIN.
           EXIT.

      *----------------------------------------------------------------*
       END PROGRAM DWHEXT.
