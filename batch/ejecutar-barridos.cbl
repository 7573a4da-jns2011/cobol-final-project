                   MOVE OP-CBF-ORIGEN TO P-CBF
                   MOVE "D" TO P-DESCRIPCION
                   MOVE WS-EXCEDENTE TO P-IMPORTE
                   MOVE P-TIMESTAMP TO P-REF-KEY
                   MOVE "CONTRAPARTIDA OPERACION FALLIDA" TO P-MEMO
                   CALL "crear-transaccion" USING TRANSACCION,
                        RESULTADO
                   DISPLAY "CBF " OP-CBF-ORIGEN
