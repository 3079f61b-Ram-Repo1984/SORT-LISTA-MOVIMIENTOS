           DISPLAY "LINEAS RECHAZADAS          : " WS-CONT-RECHAZADOS
           DISPLAY "ESTADOS DE CUENTA EMITIDOS : " WS-CONT-CLIENTES

           GOBACK.

      *--------------------------><--------><---------------------------

