       IDENTIFICATION DIVISION.
       PROGRAM-ID. MORA-ADELANTOS.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Cobranza de adelantos de haberes: paso nocturno que recorre
      *  adelantos-haberes.dat y pasa a cobranza todo adelanto que
      *  siga sin recuperar a los PARM-DIAS-ADELANTO dias de
      *  otorgado (no llego el sueldo que lo cancelaba), avisando al
      *  cliente via encolar-notificacion. Sobre los adelantos en
      *  cobranza intenta cada noche el cobro con el saldo
      *  DISPONIBLE de la cuenta (leer-saldo-disponible), posteado
      *  via crear-transaccion con codigo "T", hasta cancelarlos; si
      *  antes llega un sueldo, ACREDITAR-HABERES los recupera como
      *  siempre. Corre antes de CAPTURAR-EMBARGOS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADELANTOS-FILE ASSIGN TO "adelantos-haberes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-KEY
               FILE STATUS IS ADELANTOS-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADELANTOS-FILE.
       COPY "adelanto-haberes.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  PARAMETROS-FILE.
           COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       COPY "transaccion.cpy".
       01  ADELANTOS-STATUS           PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  PARAMETROS-STATUS          PIC XX.

       01  WS-DIAS-ADELANTO           PIC 9(3) VALUE 45.
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-DIAS-HOY                PIC 9(7).
       01  WS-DIAS-ALTA               PIC 9(7).
       01  WS-SALDO-DISPONIBLE        PIC S9(10)V99.
       01  WS-MONEDA                  PIC X(3).
       01  WS-CBF-SALDO               PIC X(6).
       01  WS-IMPORTE-COBRO           PIC S9(9)V99.

       01  WS-NOTIF-EVENTO            PIC X(20).
       01  WS-NOTIF-ASUNTO            PIC X(60).
       01  WS-NOTIF-CUERPO            PIC X(80).
       01  WS-NOTIF-RESULTADO         PIC 9.
       01  WS-NOTIF-CBF               PIC 9(6).

       01  WS-TOTAL-A-COBRANZA        PIC 9(6) VALUE 0.
       01  WS-TOTAL-COBROS            PIC 9(6) VALUE 0.
       01  WS-TOTAL-CANCELADOS        PIC 9(6) VALUE 0.
       01  WS-TOTAL-EN-COBRANZA       PIC 9(6) VALUE 0.
       01  WS-IMPORTE-COBRADO         PIC S9(12)V99 VALUE 0.
       01  WS-IMPORTE-EN-COBRANZA     PIC S9(12)V99 VALUE 0.
       01  WS-IMPORTE-DISPLAY         PIC -Z(11).99.

       LINKAGE SECTION.
       01  LK-RESULTADO-BATCH         PIC 9.
           88  LK-BATCH-OK                VALUE 0.

       PROCEDURE DIVISION USING LK-RESULTADO-BATCH.
       0000-MAINLINE.
           MOVE 0 TO LK-RESULTADO-BATCH
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESAR-ADELANTOS
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  COBRANZA DE ADELANTOS DE HABERES".
           DISPLAY "==========================================".
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
           PERFORM 1100-LEER-PARAMETROS
           OPEN I-O ADELANTOS-FILE
           IF ADELANTOS-STATUS NOT = "00"
               DISPLAY "No hay adelantos de haberes otorgados."
               MOVE "10" TO ADELANTOS-STATUS
           ELSE
               MOVE LOW-VALUES TO AD-KEY
               START ADELANTOS-FILE KEY IS >= AD-KEY
                   INVALID KEY
                       MOVE "10" TO ADELANTOS-STATUS
               END-START
           END-IF
           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE.

       1100-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DIAS-ADELANTO IS NUMERIC
                          AND PARM-DIAS-ADELANTO > 0
                           MOVE PARM-DIAS-ADELANTO
                               TO WS-DIAS-ADELANTO
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF.

       2000-PROCESAR-ADELANTOS.
           PERFORM UNTIL ADELANTOS-STATUS = "10"
               READ ADELANTOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO ADELANTOS-STATUS
                   NOT AT END
                       IF AD-PENDIENTE
                           PERFORM 2100-EVALUAR-VENCIMIENTO
                       END-IF
                       IF AD-EN-COBRANZA
                           PERFORM 2300-COBRAR-DISPONIBLE
                       END-IF
               END-READ
           END-PERFORM.

       2100-EVALUAR-VENCIMIENTO.
           COMPUTE WS-DIAS-ALTA =
               FUNCTION INTEGER-OF-DATE(AD-FECHA-ALTA)
           IF WS-DIAS-HOY - WS-DIAS-ALTA > WS-DIAS-ADELANTO
               SET AD-EN-COBRANZA TO TRUE
               MOVE WS-FECHA-HOY TO AD-FECHA-COBRANZA
               REWRITE AD-RECORD
               ADD 1 TO WS-TOTAL-A-COBRANZA
               MOVE AD-SALDO TO WS-IMPORTE-DISPLAY
               DISPLAY "CBF " AD-CBF "  adelanto " AD-TIMESTAMP
                       "  $ " WS-IMPORTE-DISPLAY "  A COBRANZA"
               PERFORM 2200-AVISAR-COBRANZA
           END-IF.

       2200-AVISAR-COBRANZA.
           MOVE AD-CBF TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "COBRANZA-ADELANTO" TO WS-NOTIF-EVENTO
                   MOVE AD-CBF TO WS-NOTIF-CBF
                   MOVE "Adelanto de haberes pendiente de pago"
                       TO WS-NOTIF-ASUNTO
                   MOVE SPACES TO WS-NOTIF-CUERPO
                   STRING "Adeuda $" DELIMITED BY SIZE
                          WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                          " de su adelanto de haberes. Se debitara"
                          DELIMITED BY SIZE
                          " de su saldo." DELIMITED BY SIZE
                       INTO WS-NOTIF-CUERPO
                   CALL 'encolar-notificacion' USING WS-NOTIF-CBF,
                        WS-NOTIF-EVENTO, CLI-EMAIL,
                        WS-NOTIF-ASUNTO, WS-NOTIF-CUERPO,
                        WS-NOTIF-RESULTADO
           END-READ.

      *    Cobro con lo que haya disponible (posteado menos
      *    retenciones y embargos): nunca genera descubierto.
       2300-COBRAR-DISPONIBLE.
           MOVE AD-CBF TO WS-CBF-SALDO
           CALL 'leer-saldo-disponible' USING WS-CBF-SALDO,
                WS-SALDO-DISPONIBLE, WS-MONEDA
           IF WS-SALDO-DISPONIBLE > AD-SALDO
               MOVE AD-SALDO TO WS-IMPORTE-COBRO
           ELSE
               MOVE WS-SALDO-DISPONIBLE TO WS-IMPORTE-COBRO
           END-IF
           IF WS-IMPORTE-COBRO > 0
               MOVE AD-CBF TO P-CBF
               MOVE "T" TO P-DESCRIPCION
               MOVE WS-IMPORTE-COBRO TO P-IMPORTE
               MOVE WS-MONEDA TO P-MONEDA
               MOVE 0 TO P-REF-KEY
               MOVE "N" TO P-OVERRIDE
               MOVE SPACES TO P-MEMO
               STRING "COBRANZA ADELANTO HABERES " DELIMITED BY SIZE
                      AD-FECHA-ALTA DELIMITED BY SIZE
                   INTO P-MEMO
               CALL "crear-transaccion" USING TRANSACCION, RESULTADO
               IF RESULTADO = 0
                   SUBTRACT WS-IMPORTE-COBRO FROM AD-SALDO
                   ADD 1 TO WS-TOTAL-COBROS
                   ADD WS-IMPORTE-COBRO TO WS-IMPORTE-COBRADO
                   IF AD-SALDO = 0
                       SET AD-RECUPERADO TO TRUE
                       MOVE WS-FECHA-HOY TO AD-FECHA-CIERRE
                       ADD 1 TO WS-TOTAL-CANCELADOS
                   END-IF
                   REWRITE AD-RECORD
               END-IF
           END-IF
           IF AD-EN-COBRANZA
               ADD 1 TO WS-TOTAL-EN-COBRANZA
               ADD AD-SALDO TO WS-IMPORTE-EN-COBRANZA
           END-IF.

       9000-FINALIZAR.
           CLOSE ADELANTOS-FILE
           CLOSE CUENTAS-FILE
           DISPLAY "------------------------------------------".
           DISPLAY "Pasados a cobranza:   " WS-TOTAL-A-COBRANZA.
           MOVE WS-IMPORTE-COBRADO TO WS-IMPORTE-DISPLAY
           DISPLAY "Cobros sobre saldo:   " WS-TOTAL-COBROS
                   "  $ " WS-IMPORTE-DISPLAY.
           DISPLAY "Adelantos cancelados: " WS-TOTAL-CANCELADOS.
           MOVE WS-IMPORTE-EN-COBRANZA TO WS-IMPORTE-DISPLAY
           DISPLAY "Quedan en cobranza:   " WS-TOTAL-EN-COBRANZA
                   "  $ " WS-IMPORTE-DISPLAY.
           DISPLAY "==========================================".
