       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROBAR-EXCEPCIONES-PRECIO.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Aprobacion de excepciones de precio: un supervisor
      *  autenticado revisa cada excepcion pendiente de
      *  excepciones-precio.dat (solicitada por un oficial en
      *  MANTENER-EXCEPCIONES-PRECIO) y la aprueba o rechaza. Solo una
      *  excepcion aprobada la aplican buscar-tasa,
      *  COMISION-MANTENIMIENTO, constituir-plazo-fijo y
      *  ORIGINAR-PRESTAMO. Una excepcion pendiente cuya vigencia ya
      *  termino no se puede aprobar.
      *  El revisor debe ser un usuario distinto del solicitante:
      *  control preventivo de segregacion de funciones
      *  (verificar-conflicto-sod, par SOLP/APRP); el intento queda en
      *  el journal de seguridad para CONTROL-SOD. Cada decision queda
      *  en la auditoria.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPCIONES-FILE ASSIGN TO "excepciones-precio.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXP-NUMERO
               FILE STATUS IS EXCEPCIONES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPCIONES-FILE.
       COPY "excepcion-precio.cpy".

       WORKING-STORAGE SECTION.
       COPY "cliente.cpy".
       01  EXCEPCIONES-STATUS         PIC XX.
       01  WS-STAFF-USUARIO           PIC X(8).
       01  WS-STAFF-ROL               PIC X(1).
       01  WS-STAFF-AUTORIZADO        PIC 9 VALUE 0.
       01  WS-USUARIO-REVISA          PIC X(20).
       01  WS-OPCION                  PIC X.
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-VALOR-DISPLAY           PIC Z(6)9.99.
       01  WS-TOTAL-APROBADAS         PIC 9(4) VALUE 0.
       01  WS-TOTAL-RECHAZADAS        PIC 9(4) VALUE 0.
       01  WS-SOD-SOLICITA            PIC X(8).
       01  WS-SOD-REVISA              PIC X(8).
       01  WS-SOD-ITEM                PIC X(20).
       01  WS-SOD-CONFLICTO           PIC 9.
       01  WS-AUD-CBF                 PIC X(6).
       01  WS-AUD-CAMPO               PIC X(20).
       01  WS-AUD-VALOR-ANT           PIC X(50).
       01  WS-AUD-VALOR-NUEVO         PIC X(50).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "==========================================".
           DISPLAY "  APROBACION DE EXCEPCIONES DE PRECIO".
           DISPLAY "==========================================".
           CALL "autenticar-staff" USING WS-STAFF-USUARIO,
                WS-STAFF-ROL, "S", WS-STAFF-AUTORIZADO
           IF WS-STAFF-AUTORIZADO = 1
               MOVE SPACES TO WS-USUARIO-REVISA
               MOVE WS-STAFF-USUARIO TO WS-USUARIO-REVISA
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM 1000-ABRIR-ARCHIVO
               PERFORM 2000-REVISAR-PENDIENTES
               PERFORM 9000-FINALIZAR
           END-IF
           STOP RUN.

       1000-ABRIR-ARCHIVO.
           OPEN I-O EXCEPCIONES-FILE
           IF EXCEPCIONES-STATUS NOT = "00"
               DISPLAY "No hay excepciones de precio registradas."
               MOVE "10" TO EXCEPCIONES-STATUS
           ELSE
               MOVE 0 TO EXP-NUMERO
               START EXCEPCIONES-FILE KEY IS >= EXP-NUMERO
                   INVALID KEY
                       MOVE "10" TO EXCEPCIONES-STATUS
               END-START
           END-IF.

       2000-REVISAR-PENDIENTES.
           PERFORM UNTIL EXCEPCIONES-STATUS = "10"
               READ EXCEPCIONES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO EXCEPCIONES-STATUS
                   NOT AT END
                       IF EXP-PENDIENTE
                           PERFORM 2100-REVISAR-EXCEPCION
                       END-IF
               END-READ
           END-PERFORM.

       2100-REVISAR-EXCEPCION.
           MOVE EXP-VALOR TO WS-VALOR-DISPLAY
           DISPLAY "------------------------------------------"
           IF EXP-POR-CUENTA
               MOVE EXP-CBF TO P-CBF OF CLIENTE
               CALL "BUSCAR-CLIENTE" USING CLIENTE
               DISPLAY "Excepcion " EXP-NUMERO "  Cuenta " EXP-CBF
                       "  " P-NOMBRE OF CLIENTE " "
                       P-APELLIDO OF CLIENTE
           ELSE
               DISPLAY "Excepcion " EXP-NUMERO
                       "  Todas las cuentas del cliente "
                       EXP-CLIENTE-ID
           END-IF
           EVALUATE TRUE
               WHEN EXP-PROD-CAJA-AHORRO
                   DISPLAY "Tasa caja de ahorro:  " WS-VALOR-DISPLAY
                           " % anual"
               WHEN EXP-PROD-PLAZO-FIJO
                   DISPLAY "Tasa plazo fijo:      " WS-VALOR-DISPLAY
                           " % anual"
               WHEN EXP-PROD-PRESTAMO
                   DISPLAY "Tasa prestamo:        " WS-VALOR-DISPLAY
                           " % anual"
               WHEN EXP-PROD-MANTENIMIENTO
                   IF EXP-VALOR = 0
                       DISPLAY "Mantenimiento mensual: BONIFICADO"
                   ELSE
                       DISPLAY "Mantenimiento mensual: $ "
                               WS-VALOR-DISPLAY
                   END-IF
           END-EVALUATE
           DISPLAY "Vigencia: " EXP-FECHA-DESDE " a " EXP-FECHA-HASTA
           DISPLAY "Motivo:   " EXP-MOTIVO
           DISPLAY "Solicito: " EXP-USUARIO-SOLICITA " el "
                   EXP-FECHA-SOLICITUD
           IF EXP-FECHA-HASTA < WS-FECHA-HOY
               DISPLAY "La vigencia ya termino: solo se puede"
                       " rechazar."
           END-IF
           DISPLAY "Aprobar (A), Rechazar (R), Saltear (otra): "
               WITH NO ADVANCING
           ACCEPT WS-OPCION

      *    Control preventivo de segregacion de funciones: el oficial
      *    que pidio la excepcion no la revisa; el intento queda en el
      *    journal de seguridad.
           IF WS-OPCION = "A" OR "a" OR "R" OR "r"
               MOVE EXP-USUARIO-SOLICITA TO WS-SOD-SOLICITA
               MOVE WS-STAFF-USUARIO TO WS-SOD-REVISA
               MOVE SPACES TO WS-SOD-ITEM
               MOVE EXP-NUMERO TO WS-SOD-ITEM
               CALL "verificar-conflicto-sod" USING "SOLP",
                    WS-SOD-SOLICITA, "APRP", WS-SOD-REVISA,
                    WS-SOD-ITEM, WS-SOD-CONFLICTO
               IF WS-SOD-CONFLICTO = 1
                   DISPLAY "Excepcion propia: la debe revisar otro"
                           " usuario."
                   MOVE SPACE TO WS-OPCION
               END-IF
           END-IF
           IF (WS-OPCION = "A" OR "a")
              AND EXP-FECHA-HASTA < WS-FECHA-HOY
               DISPLAY "Vigencia vencida: no se aprueba."
               MOVE SPACE TO WS-OPCION
           END-IF

           EVALUATE WS-OPCION
               WHEN "A"
               WHEN "a"
                   SET EXP-APROBADA TO TRUE
                   PERFORM 2200-GRABAR-DECISION
               WHEN "R"
               WHEN "r"
                   SET EXP-RECHAZADA TO TRUE
                   PERFORM 2200-GRABAR-DECISION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-GRABAR-DECISION.
           MOVE WS-STAFF-USUARIO TO EXP-USUARIO-REVISA
           MOVE WS-FECHA-HOY TO EXP-FECHA-REVISION
           REWRITE EXP-RECORD
               INVALID KEY
                   DISPLAY "ERROR al grabar la decision: queda"
                           " pendiente."
               NOT INVALID KEY
                   IF EXP-APROBADA
                       ADD 1 TO WS-TOTAL-APROBADAS
                       DISPLAY "Excepcion aprobada: rige desde "
                               EXP-FECHA-DESDE "."
                   ELSE
                       ADD 1 TO WS-TOTAL-RECHAZADAS
                       DISPLAY "Excepcion rechazada."
                   END-IF
                   PERFORM 2300-AUDITAR
           END-REWRITE.

       2300-AUDITAR.
           IF EXP-POR-CUENTA
               MOVE EXP-CBF TO WS-AUD-CBF
           ELSE
               MOVE "000000" TO WS-AUD-CBF
           END-IF
           MOVE "EXCEPCION PRECIO" TO WS-AUD-CAMPO
           MOVE SPACES TO WS-AUD-VALOR-ANT
           STRING EXP-NUMERO DELIMITED BY SIZE
                  " ESTADO P" DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANT
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING EXP-NUMERO DELIMITED BY SIZE
                  " ESTADO " DELIMITED BY SIZE
                  EXP-ESTADO DELIMITED BY SIZE
                  " SOLICITO " DELIMITED BY SIZE
                  EXP-USUARIO-SOLICITA DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                WS-AUD-CAMPO, WS-AUD-VALOR-ANT, WS-AUD-VALOR-NUEVO,
                WS-USUARIO-REVISA.

       9000-FINALIZAR.
           CLOSE EXCEPCIONES-FILE
           DISPLAY "------------------------------------------".
           DISPLAY "Aprobadas:  " WS-TOTAL-APROBADAS.
           DISPLAY "Rechazadas: " WS-TOTAL-RECHAZADAS.
           DISPLAY "==========================================".
