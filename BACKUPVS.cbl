       01 WS-SAL-MAESTRO-BACKUP                     PIC X(179).

       FD SAL-CUOTAS-BACKUP.
       01 WS-SAL-CUOTAS-BACKUP                      PIC X(104).

      *    *** un registro de manifiesto por archivo resguardado
       FD SAL-MANIFIESTO.
