       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLICAR-STAND-IN.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Posteo de las operaciones del cajero en modo contingencia:
      *  lo llama PROCESO-NOCTURNO al terminar la corrida sin
      *  errores. Cada deposito o extraccion pendiente de
      *  cola-stand-in.dat se postea via crear-transaccion, que le
      *  asigna la fecha contable del momento (la siguiente al
      *  cierre). El deposito entra ademas como sobre a verificar
      *  (registrar-sobre), igual que en el cajero. La extraccion
      *  se vuelve a validar contra la cuenta tal como quedo despues
      *  de la corrida: cuenta cerrada, fallecido, bloqueo de
      *  emergencia o saldo disponible (con retenciones y embargos
      *  capturados a la noche) mas descubierto insuficiente. Lo
      *  que no pasa queda rechazado con su motivo en la cola y en
      *  el reporte "stand-in" para su tratamiento manual: el
      *  efectivo ya se entrego y la extraccion no se postea sola.
      *  Los movimientos posteados quedan con el canal "C" del cajero en
      *  que se hicieron (canal-operacion).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLA-FILE ASSIGN TO "cola-stand-in.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-KEY
               FILE STATUS IS COLA-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLA-FILE.
       COPY "stand-in.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       COPY "transaccion.cpy".
       01  COLA-STATUS                PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  WS-SEGUIR                  PIC X VALUE 'S'.
       01  WS-CBF-X                   PIC X(6).
       01  WS-SALDO-DISPONIBLE        PIC S9(10)V99.
       01  WS-FONDOS                  PIC S9(11)V99.
       01  WS-MONEDA                  PIC X(3).
       01  WS-MOTIVO                  PIC X(30).
       01  WS-SOBRE-RESULTADO         PIC 9.
       01  WS-TOTAL-APLICADOS         PIC 9(6) VALUE 0.
       01  WS-TOTAL-RECHAZADOS        PIC 9(6) VALUE 0.
       01  WS-IMPORTE-RECHAZADO       PIC S9(12)V99 VALUE 0.
       01  WS-IMPORTE-DISPLAY         PIC -Z(9)9.99.
       01  WS-TOTAL-DISPLAY           PIC -Z(11)9.99.

       01  WS-CBF-JRN                 PIC X(6).
       01  WS-JRN-EVENTO              PIC X(20).
       01  WS-JRN-DETALLE             PIC X(60).

       01  WS-CANAL-ACCION            PIC X(1) VALUE "F".
       01  WS-CANAL-CAJERO            PIC X(1) VALUE "C".
       01  WS-CANAL-SISTEMA           PIC X(1) VALUE "S".

       01  WS-REP-NOMBRE              PIC X(20) VALUE "stand-in".
       01  WS-REP-TITULO              PIC X(40)
                   VALUE "OPERACIONES EN CONTINGENCIA RECHAZADAS".
       01  WS-REP-LINEA               PIC X(80).

       LINKAGE SECTION.
       01  LK-RESULTADO-BATCH         PIC 9.
           88  LK-BATCH-OK                VALUE 0.

       PROCEDURE DIVISION USING LK-RESULTADO-BATCH.
       0000-MAINLINE.
           MOVE 0 TO LK-RESULTADO-BATCH
           PERFORM 1000-INICIALIZAR
           IF WS-SEGUIR = 'S'
               PERFORM 2000-RECORRER-COLA
           END-IF
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  POSTEO DE OPERACIONES EN CONTINGENCIA".
           DISPLAY "==========================================".
           COPY "cargar-rutas.cpy".
           OPEN I-O COLA-FILE
           IF COLA-STATUS NOT = "00"
               DISPLAY "No hay operaciones en contingencia."
               MOVE 'N' TO WS-SEGUIR
           ELSE
               OPEN INPUT CUENTAS-FILE
               IF CUENTAS-STATUS NOT = "00"
                   DISPLAY "Error al abrir cuentas: " CUENTAS-STATUS
                   MOVE 1 TO LK-RESULTADO-BATCH
                   MOVE 'N' TO WS-SEGUIR
                   CLOSE COLA-FILE
               ELSE
                   MOVE LOW-VALUES TO SI-KEY
                   START COLA-FILE KEY IS >= SI-KEY
                       INVALID KEY
                           MOVE "10" TO COLA-STATUS
                   END-START
                   MOVE SPACES TO WS-REP-LINEA
                   STRING "CBF    Operacion      T" DELIMITED BY SIZE
                          "        Importe Mon" DELIMITED BY SIZE
                          " Motivo" DELIMITED BY SIZE
                       INTO WS-REP-LINEA
                   CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                        WS-REP-TITULO, WS-REP-LINEA
               END-IF
           END-IF.

       2000-RECORRER-COLA.
           PERFORM UNTIL COLA-STATUS = "10"
               READ COLA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO COLA-STATUS
                   NOT AT END
                       IF SI-PENDIENTE
                           PERFORM 2100-APLICAR-OPERACION
                       END-IF
               END-READ
           END-PERFORM.

       2100-APLICAR-OPERACION.
           MOVE SPACES TO WS-MOTIVO
           IF SI-EXTRACCION
               PERFORM 2200-VALIDAR-EXTRACCION
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM 2300-POSTEAR
           END-IF
           IF WS-MOTIVO = SPACES
               SET SI-APLICADO TO TRUE
               MOVE P-TIMESTAMP TO SI-TS-POSTEO
               ADD 1 TO WS-TOTAL-APLICADOS
               MOVE "POSTEO STAND-IN" TO WS-JRN-EVENTO
           ELSE
               SET SI-RECHAZADO TO TRUE
               MOVE WS-MOTIVO TO SI-MOTIVO
               ADD 1 TO WS-TOTAL-RECHAZADOS
               ADD SI-IMPORTE TO WS-IMPORTE-RECHAZADO
               PERFORM 2400-LISTAR-RECHAZO
               MOVE "RECHAZO STAND-IN" TO WS-JRN-EVENTO
           END-IF
           REWRITE SI-RECORD

           MOVE SI-CBF TO WS-CBF-JRN
           MOVE SI-IMPORTE TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-JRN-DETALLE
           STRING SI-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SI-TIMESTAMP DELIMITED BY SIZE
                  " $" DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SI-MOTIVO DELIMITED BY SIZE
               INTO WS-JRN-DETALLE
           CALL 'registrar-journal' USING WS-CBF-JRN,
                WS-JRN-EVENTO, WS-JRN-DETALLE.

      *    La cuenta se revisa como quedo despues de la corrida: lo
      *    que cambio a la noche (embargo capturado, bloqueo,
      *    cierre) puede hacer que la extraccion ya entregada no
      *    tenga fondos o no deba postearse sin intervencion.
       2200-VALIDAR-EXTRACCION.
           MOVE SI-CBF TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   MOVE "CUENTA INEXISTENTE" TO WS-MOTIVO
           END-READ
           IF WS-MOTIVO NOT = SPACES
               CONTINUE
           ELSE
           IF CLI-CERRADA
               MOVE "CUENTA CERRADA" TO WS-MOTIVO
           ELSE
           IF CLI-FALLECIDO-SI
               MOVE "TITULAR FALLECIDO" TO WS-MOTIVO
           ELSE
           IF CLI-BLOQUEADA-EMERG-SI
               MOVE "BLOQUEO DE EMERGENCIA" TO WS-MOTIVO
           ELSE
               MOVE SI-CBF TO WS-CBF-X
               MOVE CLI-MONEDA TO WS-MONEDA
               CALL 'leer-saldo-disponible' USING WS-CBF-X,
                    WS-SALDO-DISPONIBLE, WS-MONEDA
               COMPUTE WS-FONDOS =
                   WS-SALDO-DISPONIBLE + CLI-LIMITE-DESCUBIERTO
               IF SI-IMPORTE > WS-FONDOS
                   MOVE "FONDOS INSUFICIENTES/EMBARGO"
                       TO WS-MOTIVO
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       2300-POSTEAR.
           MOVE SI-CBF TO P-CBF
           MOVE SI-TIPO TO P-DESCRIPCION
           MOVE SI-IMPORTE TO P-IMPORTE
           MOVE SI-MONEDA TO P-MONEDA
           MOVE 0 TO P-REF-KEY
           MOVE 0 TO P-TIMESTAMP
           MOVE 'N' TO P-OVERRIDE
           IF SI-MEMO NOT = SPACES
               MOVE SI-MEMO TO P-MEMO
           ELSE
               MOVE SPACES TO P-MEMO
               STRING "CAJERO CONTINGENCIA " DELIMITED BY SIZE
                      SI-TIMESTAMP DELIMITED BY SIZE
                   INTO P-MEMO
           END-IF
      *    La operacion se hizo en el cajero: se postea con su canal
      *    y el resto de la corrida vuelve a proceso interno.
           CALL "canal-operacion" USING WS-CANAL-ACCION,
                WS-CANAL-CAJERO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO
           CALL "canal-operacion" USING WS-CANAL-ACCION,
                WS-CANAL-SISTEMA
           IF RESULTADO NOT = 0
               MOVE "RECHAZO AL POSTEAR" TO WS-MOTIVO
           ELSE
               IF SI-DEPOSITO
                   CALL 'registrar-sobre' USING P-CBF, P-IMPORTE,
                        P-MONEDA, P-TIMESTAMP, WS-SOBRE-RESULTADO
                   IF WS-SOBRE-RESULTADO NOT = 0
                       DISPLAY "CBF " SI-CBF
                               "  deposito posteado sin alta de"
                               " sobre: verificar en sucursal"
                   END-IF
               END-IF
           END-IF.

       2400-LISTAR-RECHAZO.
           MOVE SI-IMPORTE TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING SI-CBF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SI-TIMESTAMP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SI-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SI-MONEDA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY SIZE
               INTO WS-REP-LINEA
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       9000-FINALIZAR.
           IF WS-SEGUIR = 'S'
               CLOSE COLA-FILE
               CLOSE CUENTAS-FILE
               MOVE WS-IMPORTE-RECHAZADO TO WS-TOTAL-DISPLAY
               MOVE SPACES TO WS-REP-LINEA
               STRING "Aplicadas: " DELIMITED BY SIZE
                      WS-TOTAL-APLICADOS DELIMITED BY SIZE
                      "  Rechazadas: " DELIMITED BY SIZE
                      WS-TOTAL-RECHAZADOS DELIMITED BY SIZE
                      "  Importe rechazado:" DELIMITED BY SIZE
                      WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
               CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
           END-IF
           DISPLAY "------------------------------------------".
           DISPLAY "Operaciones posteadas:  " WS-TOTAL-APLICADOS.
           DISPLAY "Operaciones rechazadas: " WS-TOTAL-RECHAZADOS.
           IF WS-TOTAL-RECHAZADOS > 0
               DISPLAY "OPERADOR: hay operaciones en contingencia "
                       "rechazadas para tratamiento manual "
                       "(reporte stand-in)."
           END-IF
           DISPLAY "==========================================".
