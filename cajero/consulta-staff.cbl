               DISPLAY "Moneda:   " P-MONEDA OF CLIENTE
               IF P-INACTIVO OF CLIENTE
                   DISPLAY "Estado:   INACTIVA"
               ELSE
               IF P-PENDIENTE-LEGAJO OF CLIENTE
                   DISPLAY "Estado:   PENDIENTE DE LEGAJO"
               ELSE
                   DISPLAY "Estado:   ACTIVA"
               END-IF
               END-IF
               IF P-BLOQUEADA-EMERG-SI OF CLIENTE
                   DISPLAY "Bloqueo:  EMERGENCIA (perdida/robo)"
               END-IF
