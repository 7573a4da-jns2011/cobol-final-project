      *  staff autenticado confirma que el titular esta presente con
      *  su documento, y la cuenta vuelve de CLI-DURMIENTE a
      *  CLI-ACTIVO, dejando en la auditoria quien la reactivo.
      *  Cada registro que graba en los archivos del juego de backup
      *  queda ademas en la bitacora de imagenes posteriores
      *  (registrar-imagen), para la recuperacion hacia adelante con
      *  RECUPERAR-BITACORA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               IF WS-OPCION-CONF = "S" OR WS-OPCION-CONF = "s"
                   SET CLI-ACTIVO TO TRUE
                   REWRITE REGISTRO-CLIENTE
                   IF FILE-STATUS = "00"
                       CALL "registrar-imagen" USING "CUENTAS ", "R",
                            REGISTRO-CLIENTE
                   END-IF
                   DISPLAY "Cuenta reactivada."
                   CALL "REGISTRAR-AUDITORIA" USING CLI-CBF,
                        WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
