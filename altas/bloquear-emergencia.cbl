      *              disparar el mismo por telefono o autogestion, sin
      *              pasar por el tramite de desactivacion de
      *              back-office que usa BLOQUEAR-CLIENTE.
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
                           DISPLAY "CUENTA BLOQUEADA POR EMERGENCIA."
                           CALL "REGISTRAR-AUDITORIA" USING CLI-CBF,
                                WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
