           MOVE 0 TO CAJ-INGRESOS
           MOVE 0 TO CAJ-EGRESOS
           MOVE 0 TO CAJ-CIERRE-FISICO
           MOVE SPACES TO CAJ-USUARIO-CONFORMA
           SET CAJ-ABIERTA TO TRUE
           WRITE CAJ-RECORD
               INVALID KEY
