      *  encima del piso PARM-PISO-CONJUNTA esperan la firma del
      *  segundo titular. El cambio queda en la auditoria con el
      *  usuario que lo hizo.
      *  Cada registro que graba en los archivos del juego de backup
      *  queda ademas en la bitacora de imagenes posteriores
      *  (registrar-imagen), para la recuperacion hacia adelante con
      *  RECUPERAR-BITACORA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       2200-GRABAR.
           REWRITE REGISTRO-CLIENTE
           IF CUENTAS-STATUS = "00"
               CALL "registrar-imagen" USING "CUENTAS ", "R",
                    REGISTRO-CLIENTE
           END-IF
           DISPLAY "Regimen actualizado."
           MOVE WS-CBF-INPUT TO WS-AUD-CBF
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
