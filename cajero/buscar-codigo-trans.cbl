           MOVE SPACE TO LK-SIGNO

           PERFORM VARYING TCT-IDX FROM 1 BY 1
                   UNTIL TCT-IDX > TCT-CANTIDAD
               IF TCT-CODIGO(TCT-IDX) = LK-CODIGO
                   MOVE TCT-DESCRIPCION(TCT-IDX) TO LK-DESCRIPCION
                   MOVE TCT-SIGNO(TCT-IDX) TO LK-SIGNO
                   SET TCT-IDX TO TCT-CANTIDAD
               END-IF
           END-PERFORM

