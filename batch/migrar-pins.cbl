      *  y verificar-pin pasen a operar por hash. Correr una sola
      *  vez: con la marca puesta el programa se niega a repetir la
      *  conversion (hashearia los hashes).
      *  Cada registro que graba en los archivos del juego de backup
      *  queda ademas en la bitacora de imagenes posteriores
      *  (registrar-imagen), para la recuperacion hacia adelante con
      *  RECUPERAR-BITACORA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                           PERFORM 1100-HASHEAR
                           MOVE WS-HASH-CORTO TO CLI-PIN
                           REWRITE REGISTRO-CLIENTE
                           IF CUENTAS-STATUS = "00"
                               CALL "registrar-imagen" USING "CUENTAS ",
                                    "R", REGISTRO-CLIENTE
                           END-IF
                           ADD 1 TO WS-TOTAL-CUENTAS
                   END-READ
               END-PERFORM
                               FUNCTION MOD(WS-HASH, 10000)
                           MOVE WS-HASH-CORTO TO TIT-PIN
                           REWRITE TITULAR-RECORD
                           IF TITULARES-STATUS = "00"
                               CALL "registrar-imagen" USING "TITULAR ",
                                    "R", TITULAR-RECORD
                           END-IF
                           ADD 1 TO WS-TOTAL-TITULARES
                   END-READ
               END-PERFORM
