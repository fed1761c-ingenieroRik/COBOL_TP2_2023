      *----------------------------------------------------------------*
      *   TABLAS DE TRABAJO DEL CICLO, INDEXADAS POR CLAVE             *
      *----------------------------------------------------------------*
      *    *** archivo de trabajo que reemplaza a las tablas en memoria
      *    *** de largo fijo: se arma de cero al empezar la corrida con
      *    *** los archivos de entrada (pagos aplicados, comercios,
      *    *** productos, limites familiares, mensajes) y se consulta
      *    *** por clave, sin tope de cantidad. Cada tipo de registro
      *    *** lleva su propia clave de busqueda; donde puede haber
      *    *** varios registros por clave la secuencia conserva el
      *    *** orden de llegada y se recorren con START + READ NEXT
       01 WS-TCI-REG.
          05 WS-TCI-CLAVE.
      *    *** PT pago por tarjeta, PC pago por cuenta, PR producto,
      *    *** CO comercio, FA limite familiar, MT mensaje por clave,
      *    *** MS campania de mensajes, GP contable por producto y
      *    *** concepto, GA asiento contable por cuenta, PS pago por
      *    *** orden de llegada, PI pago por id, CB cobertura de mora
      *    *** por clave, AU aprobacion de autorizacion ya usada, DG
      *    *** desglose de saldos por clave, PR prima por
      *    *** cuenta/periodo
             10 WS-TCI-TIPO                          PIC X(02).
             10 WS-TCI-VALOR                         PIC X(19).
             10 WS-TCI-SECUENCIA                     PIC 9(07).
          05 WS-TCI-DATOS                            PIC X(160).
