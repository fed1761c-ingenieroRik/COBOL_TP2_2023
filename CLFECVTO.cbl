      *          exista): saltea sabados, domingos y los feriados del
      *          calendario FERIADOS.SEQ (una fecha AAAAMMDD por linea).
      *          Si el calendario no existe se avisa y se calcula solo
      *          con fines de semana. Con varias entidades emisoras
      *          rige el calendario propio de la entidad de la corrida
      *          (su directorio, ver ENTIDCTL) y, si no lo tiene, el de
      *          la instalacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                     VALUE '../FERIADOS.SEQ'.
       01 WS-RUTA-ENTORNO            PIC X(60) VALUE SPACES.

       01 WS-ENTIDAD-AREA.
           COPY ENTIDIO.

       01 FS-STATUS.
          05 FS-FERIADOS                           PIC X(2).
             88 FS-FERIADOS-OK                         VALUE '00'.
      *    *** el calendario de feriados en otro lugar sin recompilar
       1050-LEER-RUTA-ARCHIVO.

           INITIALIZE WS-EMI-ENTRADA.
           SET WS-EMI-MODO-RUTA-PARAM TO TRUE.
           MOVE WS-RUTA-FERIADOS TO WS-EMI-RUTA-E.
           CALL 'ENTIDCTL' USING WS-ENTIDAD-AREA.
           MOVE WS-EMI-RUTA-O    TO WS-RUTA-FERIADOS.

           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
                                        'CLFECVTO_FERIADOS_PATH'.
