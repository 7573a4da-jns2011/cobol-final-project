      *  spooleado via escribir-reporte. Hasta ahora esos fondos
      *  quedaban en saldos.dat para siempre y los auditores lo
      *  marcaron.
      *  Cada registro que graba en los archivos del juego de backup
      *  queda ademas en la bitacora de imagenes posteriores
      *  (registrar-imagen), para la recuperacion hacia adelante con
      *  RECUPERAR-BITACORA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           EVALUATE TRUE
               WHEN R-DESCRIPCION = "I" OR R-DESCRIPCION = "F"
                 OR R-DESCRIPCION = "W" OR R-DESCRIPCION = "J"
                 OR R-DESCRIPCION = "X" OR R-DESCRIPCION = "G"
                   MOVE 'N' TO WS-ES-DEL-CLIENTE
               WHEN R-DESCRIPCION = "T"
                   IF R-MEMO(1:9) = "DEB AUTOM"

           SET CLI-CERRADA TO TRUE
           REWRITE REGISTRO-CLIENTE
           IF CUENTAS-STATUS = "00"
               CALL "registrar-imagen" USING "CUENTAS ", "R",
                    REGISTRO-CLIENTE
           END-IF
           MOVE WS-CBF-GIRADO TO WS-AUD-CBF
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
