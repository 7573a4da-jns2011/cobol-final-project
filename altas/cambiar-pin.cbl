      *              nunca queda un PIN en claro en cuentas.dat. El
      *              rastro de auditoria deja de asentar los valores
      *              del PIN.
      *  2026-10-15  El registro grabado queda en la bitacora de
      *              imagenes posteriores (registrar-imagen) para la
      *              recuperacion hacia adelante.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                           INVALID KEY
                               MOVE 2 TO RESULTADO
                           NOT INVALID KEY
                               CALL "registrar-imagen" USING
                                    "CUENTAS ", "R", REGISTRO-CLIENTE
                               DISPLAY "PIN ACTUALIZADO CON EXITO."
      *                        El valor del PIN jamas va al log de
      *                        auditoria: solo queda que se cambio.
