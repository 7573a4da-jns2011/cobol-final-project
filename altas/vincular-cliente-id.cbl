               INVALID KEY
                   DISPLAY "Error al vincular CBF " LK-CBF
                           " a cliente " LK-CLIENTE-ID
               NOT INVALID KEY
                   CALL "registrar-imagen" USING "CLIIDX  ", "W",
                        CLIENTE-INDICE-RECORD
           END-WRITE

           CLOSE CLIENTES-IDX-FILE.
