      *  lineas anteriores al corte. RESUMEN-CUENTA lee el historico en
      *  forma transparente cuando el periodo pedido es mas viejo que
      *  la retencion.
      *  Cada registro que graba en los archivos del juego de backup
      *  queda ademas en la bitacora de imagenes posteriores
      *  (registrar-imagen), para la recuperacion hacia adelante con
      *  RECUPERAR-BITACORA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               INVALID KEY
                   DISPLAY "ERROR al borrar CBF " R-CBF
                           " TS " R-TIMESTAMP
               NOT INVALID KEY
                   CALL "registrar-imagen" USING "TRANS   ", "D",
                        R-RECORD
           END-DELETE
           ADD 1 TO WS-TOTAL-ARCHIVADOS.

                   DELETE PENDIENTES-FILE RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           CALL "registrar-imagen"
                                USING "PENDIENT", "D", PT-RECORD
                   END-DELETE
                   ADD 1 TO WS-TOTAL-PT-PURGADOS
               END-IF
