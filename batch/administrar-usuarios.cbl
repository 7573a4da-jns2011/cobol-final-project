      *              reset queda en el journal de seguridad. Las
      *              fechas de alta y de ultima modificacion
      *              alimentan la recertificacion trimestral.
      *  2026-10-15  Segregacion de funciones: nadie resetea su propia
      *              clave (verificar-conflicto-sod, par TITC/RSTC); el
      *              intento queda en el journal de seguridad.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-SEG-CBF                 PIC X(6) VALUE "000000".
       01  WS-SEG-EVENTO              PIC X(20).
       01  WS-SEG-DETALLE             PIC X(40).
       01  WS-SOD-ITEM                PIC X(20).
       01  WS-SOD-CONFLICTO           PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
               INVALID KEY
                   DISPLAY "No existe ese usuario."
               NOT INVALID KEY
      *            Nadie resetea su propia clave: la cambia en
      *            el login (segregacion de funciones).
                   MOVE US-ID TO WS-SOD-ITEM
                   CALL "verificar-conflicto-sod" USING "TITC",
                        US-ID, "RSTC", WS-STAFF-USUARIO,
                        WS-SOD-ITEM, WS-SOD-CONFLICTO
                   IF WS-SOD-CONFLICTO = 1
                       DISPLAY "No puede resetear su propia clave:"
                               " la debe resetear otro supervisor."
                   ELSE
                       DISPLAY "Nueva clave: " WITH NO ADVANCING
                       ACCEPT WS-CLAVE-INPUT
                       DISPLAY "Confirme la clave: " WITH NO ADVANCING
                       ACCEPT WS-CLAVE-CONFIRMA
                       IF WS-CLAVE-INPUT = SPACES
                          OR WS-CLAVE-INPUT NOT = WS-CLAVE-CONFIRMA
                           DISPLAY "Las claves no coinciden o estan "
                                   "vacias."
                       ELSE
                           CALL "calcular-hash" USING WS-CLAVE-INPUT,
                                WS-HASH
      *                    Reset supervisado: rota el historial,
      *                    deja el cambio obligatorio para el proximo
      *                    login, repone el contador y reactiva al
      *                    usuario bloqueado; el supervisor que
      *                    reseteo queda en el journal de seguridad.
                           MOVE US-HASH-ANT-2 TO US-HASH-ANT-3
                           MOVE US-HASH-ANT-1 TO US-HASH-ANT-2
                           MOVE US-HASH-CLAVE TO US-HASH-ANT-1
                           MOVE WS-HASH TO US-HASH-CLAVE
                           MOVE 0 TO US-FECHA-CLAVE
                           MOVE "S" TO US-CAMBIO-OBLIGADO
                           MOVE 0 TO US-INTENTOS-FALLIDOS
                           SET US-ACTIVO TO TRUE
                           MOVE WS-FECHA-HOY TO US-FECHA-MODIF
                           REWRITE US-RECORD
                           MOVE "STAFF CLAVE RESET" TO WS-SEG-EVENTO
                           MOVE SPACES TO WS-SEG-DETALLE
                           STRING US-ID DELIMITED BY SIZE
                                  " por " DELIMITED BY SIZE
                                  WS-STAFF-USUARIO DELIMITED BY SIZE
                               INTO WS-SEG-DETALLE
                           CALL "registrar-evento-seg" USING WS-SEG-CBF,
                                WS-SEG-EVENTO, WS-SEG-DETALLE
                           DISPLAY "Clave reseteada: el proximo login"
                                   " exige el cambio."
                       END-IF
                   END-IF
           END-READ.

