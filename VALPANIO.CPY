      *    *** 31 = no numerico / largo invalido
      *    *** 32 = digito verificador (Luhn) incorrecto
      *    *** 33 = BIN ajeno (no es un rango emitido por esta casa)
      *    *** 34 = BIN de otra entidad de la instalacion
              10 WS-PAN-COD-ERROR-O               PIC X(02).
              10 WS-PAN-DES-ERROR-O               PIC X(40).
      *    *** entidad emisora del rango del BIN (ver ENTIDCTL)
              10 WS-PAN-ENTIDAD-O                 PIC X(03).
