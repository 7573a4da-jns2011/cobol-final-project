      *  2026-08-22  El rastro de auditoria registra el usuario staff
      *              individual que levanto el bloqueo (LK-USUARIO),
      *              en lugar del numero de supervisor compartido.
      *  2026-10-15  El registro grabado queda en la bitacora de
      *              imagenes posteriores (registrar-imagen) para la
      *              recuperacion hacia adelante.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                       INVALID KEY
                           MOVE 2 TO RESULTADO
                       NOT INVALID KEY
                           CALL "registrar-imagen"
                                USING "CUENTAS ", "R", REGISTRO-CLIENTE
                           DISPLAY "BLOQUEO DE EMERGENCIA LEVANTADO."
                           CALL "REGISTRAR-AUDITORIA" USING CLI-CBF,
                                WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
