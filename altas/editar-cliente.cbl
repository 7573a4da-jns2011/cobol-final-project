      *  2026-08-09  Alta de programa: permite corregir APELLIDO,
      *              NOMBRE y EMAIL de un cliente existente sin
      *              modificar la CLAVE-BANCARIA (CLI-CBF).
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
                           DISPLAY "CLIENTE ACTUALIZADO CON EXITO."
                           PERFORM AUDITAR-CAMBIOS
                   END-REWRITE
