      *  2026-08-09  Alta de programa: desactiva la cuenta de un
      *              cliente luego de agotar los intentos de PIN
      *              permitidos en el cajero.
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
                           DISPLAY "CUENTA BLOQUEADA."
                           CALL "REGISTRAR-AUDITORIA" USING CLI-CBF,
                                WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
