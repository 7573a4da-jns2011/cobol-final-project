           WRITE PT-RECORD
               INVALID KEY
                   MOVE 1 TO LK-RESULTADO
               NOT INVALID KEY
                   CALL "registrar-imagen" USING "PENDIENT", "W",
                        PT-RECORD
           END-WRITE

           CLOSE PENDIENTES-FILE
