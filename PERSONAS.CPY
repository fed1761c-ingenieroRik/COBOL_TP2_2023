      *    *** y cada cuenta del maestro de tarjetas queda ligada a su
      *    *** persona via CUENTA-PERSONA.VSAM (cuenta -> documento).
      *    *** Lo alimenta el alta de MANTTARJ y lo consulta PERSCONS
      *    *** con la posicion consolidada de la persona.
      *    *** Vencida la retencion legal DATOSPER anonimiza la persona:
      *    *** el documento pasa a ser un seudonimo 'A' + primera
      *    *** cuenta (tambien en CUENTA-PERSONA) y nombre, apellido,
      *    *** direccion y actividad quedan en blanco
          05 WS-PER-DOCUMENTO                        PIC X(11).
          05 WS-PER-NOMBRE                           PIC X(20).
          05 WS-PER-APELLIDO                         PIC X(20).
          05 WS-PER-DIRECCION                        PIC X(40).
          05 WS-PER-COD-POSTAL                       PIC 9(04).
          05 WS-PER-FECHA-ALTA                       PIC 9(08).
      *    *** perfil transaccional declarado por la persona
      *    *** (prevencion de lavado, ver MONPLA): monto mensual que
      *    *** espera mover entre consumos y pagos, su actividad y la
      *    *** fecha de la declaracion. Cero = sin perfil declarado
          05 WS-PER-PERFIL-MENSUAL                   PIC 9(10)V9(02).
          05 WS-PER-ACTIVIDAD                        PIC X(30).
          05 WS-PER-FECHA-PERFIL                     PIC 9(08).
      *    *** correo electronico de la persona (blanco = no tiene):
      *    *** a esa direccion se desvian los resumenes en papel de una
      *    *** cuenta con el domicilio marcado invalido (ver MAILHOUS)
          05 WS-PER-CORREO-E                         PIC X(50).
