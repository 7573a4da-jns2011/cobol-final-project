      *  con su PT-ESTADO, para que el area de operaciones pueda ver
      *  que hay en cola y, si todavia esta PT-PENDIENTE, cancelarla
      *  antes de que el batch nocturno la postee.
      *  Cada registro que graba en los archivos del juego de backup
      *  queda ademas en la bitacora de imagenes posteriores
      *  (registrar-imagen), para la recuperacion hacia adelante con
      *  RECUPERAR-BITACORA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                         IF PT-PENDIENTE
                             SET PT-CANCELADA TO TRUE
                             REWRITE PT-RECORD
                             IF PENDIENTES-STATUS = "00"
                                 CALL "registrar-imagen" USING
                                      "PENDIENT", "R", PT-RECORD
                             END-IF
                             DISPLAY "Entrada cancelada."
                         ELSE
                             DISPLAY "La entrada ya no esta pendiente."
