      *              titulares.dat y buscar-titular (que compara por
      *              hash via verificar-pin) puede autenticar a los
      *              titulares dados de alta despues de la migracion.
      *  2026-10-15  El registro grabado queda en la bitacora de
      *              imagenes posteriores (registrar-imagen) para la
      *              recuperacion hacia adelante.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           WRITE TITULAR-RECORD
               INVALID KEY
                   MOVE 1 TO LK-RESULTADO
               NOT INVALID KEY
                   CALL "registrar-imagen" USING "TITULAR ", "W",
                        TITULAR-RECORD
           END-WRITE.

           CLOSE TITULARES-FILE.
