      *  interbancaria), compensando el debito si el encolado falla.
      *  El rechazo avisa al cliente con el motivo por la via de
      *  notificaciones.
      *  Los movimientos de la orden aprobada se postean con el canal
      *  por el que se capturo (TA-CANAL: cajero, ventanilla o home
      *  banking).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CBF-LOCK-MENOR          PIC 9(6).
       01  WS-CBF-LOCK-MAYOR          PIC 9(6).
       01  WS-RESULTADO-DEBITO        PIC 9.
       01  WS-TS-DEBITO               PIC 9(14).
       01  WS-INTERB-RESULTADO        PIC 9.
       01  WS-MOTIVO-RECHAZO          PIC X(40).
       01  WS-EMAIL-ORIGEN            PIC X(50).
       01  WS-NOTIF-RESULTADO         PIC 9.
       01  WS-TOTAL-APROBADAS         PIC 9(4) VALUE 0.
       01  WS-TOTAL-RECHAZADAS       PIC 9(4) VALUE 0.
       01  WS-CANAL-ACCION            PIC X(1) VALUE "F".
       01  WS-CANAL                   PIC X(1).

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *    aprobacion de supervisor tampoco puede vaciar retenciones
      *    ni embargos pendientes.
       3000-APROBAR.
      *    Los movimientos de la orden aprobada llevan el canal por
      *    el que se capturo (en blanco: cajero).
           IF TA-CANAL = SPACES
               MOVE "C" TO WS-CANAL
           ELSE
               MOVE TA-CANAL TO WS-CANAL
           END-IF
           CALL "canal-operacion" USING WS-CANAL-ACCION, WS-CANAL
           PERFORM 3100-BLOQUEAR-CUENTAS
           CALL "leer-saldo-disponible" USING TA-CBF-ORIGEN,
                WS-SALDO-CALCULADO, TA-MONEDA
               END-IF
               CALL "crear-transaccion" USING TRANSACCION, RESULTADO
               MOVE RESULTADO TO WS-RESULTADO-DEBITO
               MOVE P-TIMESTAMP TO WS-TS-DEBITO

               IF WS-RESULTADO-DEBITO NOT = 0
                   PERFORM 3200-DESBLOQUEAR-CUENTAS
      *                la transferencia queda pendiente.
                       MOVE TA-CBF-ORIGEN TO P-CBF
                       MOVE "D" TO P-DESCRIPCION
                       MOVE WS-TS-DEBITO TO P-REF-KEY
                       MOVE "CONTRAPARTIDA OPERACION FALLIDA" TO P-MEMO
                       CALL "crear-transaccion" USING TRANSACCION,
                            RESULTADO
                       PERFORM 3200-DESBLOQUEAR-CUENTAS
                   END-IF
               END-IF
               END-IF
           END-IF
           MOVE "S" TO WS-CANAL
           CALL "canal-operacion" USING WS-CANAL-ACCION, WS-CANAL.

      *    En una interbancaria la unica cuenta local es el origen:
      *    se bloquea solo esa, como hace el propio cajero.
           IF WS-INTERB-RESULTADO NOT = 0
               MOVE TA-CBF-ORIGEN TO P-CBF
               MOVE "D" TO P-DESCRIPCION
               MOVE WS-TS-DEBITO TO P-REF-KEY
               MOVE "CONTRAPARTIDA OPERACION FALLIDA" TO P-MEMO
               CALL "crear-transaccion" USING TRANSACCION, RESULTADO
               PERFORM 3200-DESBLOQUEAR-CUENTAS
               DISPLAY "No se pudo encolar la orden: se reintegro"
