      *  2026-08-22  Cada ejecucion o rechazo encola un aviso al
      *              cliente de origen (encolar-notificacion) segun
      *              las reglas TRANSF-EJECUTADA / TRANSF-RECHAZADA.
      *  2026-10-15  Cada cambio de estado de una transferencia
      *              pendiente queda en la bitacora de imagenes
      *              posteriores (registrar-imagen) para la recuperacion
      *              hacia adelante.
      *  2026-10-15  La contra-partida del debito cuando falla el
      *              credito viaja con memo "CONTRAPARTIDA OPERACION
      *              FALLIDA" y la referencia al debito (no paga
      *              impuesto a los debitos y creditos y devuelve el del
      *              debito), y ya no se postea si el que fallo fue el
      *              propio debito.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-FECHA-EJEC-COMP         PIC 9(8).
       01  WS-TIMESTAMP-CORRIDA       PIC 9(14).
       01  WS-SALDO-CALCULADO         PIC S9(10)V99.
       01  WS-TS-DEBITO               PIC 9(14).
       01  WS-TOTAL-PROCESADAS        PIC 9(6) VALUE 0.
       01  WS-TOTAL-EJECUTADAS        PIC 9(6) VALUE 0.
       01  WS-TOTAL-RECHAZADAS        PIC 9(6) VALUE 0.
           IF WS-MONEDA-ORIGEN NOT = WS-MONEDA-DESTINO
               SET PT-RECHAZADA TO TRUE
               REWRITE PT-RECORD
               IF PENDIENTES-STATUS = "00"
                   CALL "registrar-imagen" USING "PENDIENT", "R",
                        PT-RECORD
               END-IF
               ADD 1 TO WS-TOTAL-RECHAZADAS
               DISPLAY "CBF ORIGEN: " PT-CBF-ORIGEN
                   "  RECHAZADA: monedas distintas"
           IF WS-SALDO-CALCULADO < PT-IMPORTE
               SET PT-RECHAZADA TO TRUE
               REWRITE PT-RECORD
               IF PENDIENTES-STATUS = "00"
                   CALL "registrar-imagen" USING "PENDIENT", "R",
                        PT-RECORD
               END-IF
               ADD 1 TO WS-TOTAL-RECHAZADAS
               DISPLAY "CBF ORIGEN: " PT-CBF-ORIGEN
                   "  RECHAZADA: fondos insuficientes"
               MOVE "T" TO P-DESCRIPCION
               MOVE PT-IMPORTE TO P-IMPORTE
               MOVE WS-MONEDA-ORIGEN TO P-MONEDA
               MOVE 0 TO WS-TS-DEBITO
               CALL "crear-transaccion" USING TRANSACCION, RESULTADO

               IF RESULTADO = 0
                   MOVE P-TIMESTAMP TO WS-TS-DEBITO
                   MOVE PT-CBF-DESTINO TO P-CBF
                   MOVE "D" TO P-DESCRIPCION
                   MOVE PT-IMPORTE TO P-IMPORTE
               IF RESULTADO = 0
                   SET PT-EJECUTADA TO TRUE
                   REWRITE PT-RECORD
                   IF PENDIENTES-STATUS = "00"
                       CALL "registrar-imagen" USING "PENDIENT", "R",
                            PT-RECORD
                   END-IF
                   ADD 1 TO WS-TOTAL-EJECUTADAS
                   DISPLAY "CBF ORIGEN: " PT-CBF-ORIGEN
                       "  -> CBF DESTINO: " PT-CBF-DESTINO
      *            debito ya quedo posteado: se compensa con una
      *            contra-partida "D" a favor del origen en vez de
      *            dejar el dinero descontado sin su contrapartida
      *            (mismo criterio que MENU-TRANSFERENCIA en
      *            cajero.cbl). Si el que fallo fue el debito no hay
      *            nada que compensar.
                   IF WS-TS-DEBITO NOT = 0
                       MOVE PT-CBF-ORIGEN TO P-CBF
                       MOVE "D" TO P-DESCRIPCION
                       MOVE PT-IMPORTE TO P-IMPORTE
                       MOVE WS-MONEDA-ORIGEN TO P-MONEDA
                       MOVE WS-TS-DEBITO TO P-REF-KEY
                       MOVE "CONTRAPARTIDA OPERACION FALLIDA"
                           TO P-MEMO
                       CALL "crear-transaccion" USING TRANSACCION,
                            RESULTADO
                   END-IF

                   SET PT-RECHAZADA TO TRUE
                   REWRITE PT-RECORD
                   IF PENDIENTES-STATUS = "00"
                       CALL "registrar-imagen" USING "PENDIENT", "R",
                            PT-RECORD
                   END-IF
                   ADD 1 TO WS-TOTAL-RECHAZADAS
                   DISPLAY "CBF ORIGEN: " PT-CBF-ORIGEN
                       "  ERROR al postear transferencia,"
