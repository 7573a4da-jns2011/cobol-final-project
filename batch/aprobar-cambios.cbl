      *  DESBLOQUEAR-EMERGENCIA para un desbloqueo), con su rastro de
      *  auditoria. El revisor debe ser un usuario distinto del
      *  solicitante.
      *  La regla del revisor distinto es un control preventivo de
      *  segregacion de funciones (verificar-conflicto-sod, par
      *  SOLC/REVC): aprobar o rechazar una solicitud propia se
      *  rechaza y el intento queda en el journal de seguridad para
      *  CONTROL-SOD.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-RESULTADO-APLICAR       PIC 9.
       01  WS-TOTAL-APROBADOS         PIC 9(4) VALUE 0.
       01  WS-TOTAL-RECHAZADOS        PIC 9(4) VALUE 0.
       01  WS-SOD-SOLICITA            PIC X(8).
       01  WS-SOD-REVISA              PIC X(8).
       01  WS-SOD-ITEM                PIC X(20).
       01  WS-SOD-CONFLICTO           PIC 9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           END-PERFORM.

       2100-REVISAR-SOLICITUD.
           MOVE CP-CBF TO P-CBF OF CLIENTE
           CALL "BUSCAR-CLIENTE" USING CLIENTE
           DISPLAY "------------------------------------------"
           DISPLAY "CBF " CP-CBF "  Tipo: " CP-TIPO
                   "  Solicito: " CP-USUARIO-SOLICITA
           EVALUATE TRUE
               WHEN CP-TIPO-DATOS
                   DISPLAY "Apellido: " P-APELLIDO OF CLIENTE
                   DISPLAY "      ->  " CP-APELLIDO-NUEVO
                   DISPLAY "Nombre:   " P-NOMBRE OF CLIENTE
                   DISPLAY "      ->  " CP-NOMBRE-NUEVO
                   DISPLAY "Email:    " P-EMAIL OF CLIENTE
                   DISPLAY "      ->  " CP-EMAIL-NUEVO
               WHEN CP-TIPO-BLOQUEO
                   DISPLAY "Solicitud de BLOQUEO de la cuenta"
               WHEN CP-TIPO-DESBLOQUEO
                   DISPLAY "Solicitud de DESBLOQUEO de emergencia"
           END-EVALUATE
           DISPLAY "Aprobar (A), Rechazar (R), Saltear (otra): "
               WITH NO ADVANCING
           ACCEPT WS-OPCION

      *    Control preventivo de segregacion de funciones: el que
      *    solicito el cambio no lo revisa; el intento queda en el
      *    journal de seguridad.
           IF WS-OPCION = "A" OR "a" OR "R" OR "r"
               MOVE CP-USUARIO-SOLICITA TO WS-SOD-SOLICITA
               MOVE WS-STAFF-USUARIO TO WS-SOD-REVISA
               MOVE CP-KEY TO WS-SOD-ITEM
               CALL "verificar-conflicto-sod" USING "SOLC",
                    WS-SOD-SOLICITA, "REVC", WS-SOD-REVISA,
                    WS-SOD-ITEM, WS-SOD-CONFLICTO
               IF WS-SOD-CONFLICTO = 1
                   DISPLAY "Solicitud propia: la debe revisar otro"
                           " usuario."
                   MOVE SPACE TO WS-OPCION
               END-IF
           END-IF

           EVALUATE WS-OPCION
               WHEN "A"
               WHEN "a"
                   PERFORM 2200-APLICAR-CAMBIO
               WHEN "R"
               WHEN "r"
                   SET CP-RECHAZADO TO TRUE
                   MOVE WS-USUARIO-REVISA TO CP-USUARIO-REVISA
                   REWRITE CP-RECORD
                   ADD 1 TO WS-TOTAL-RECHAZADOS
                   DISPLAY "Solicitud rechazada."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-APLICAR-CAMBIO.
           MOVE 0 TO WS-RESULTADO-APLICAR
