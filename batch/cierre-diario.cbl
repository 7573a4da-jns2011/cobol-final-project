      *              del snapshot de saldos.dat, para poder responder
      *              que saldo tenia una cuenta en una fecha pasada
      *              (ver REPORTE-HISTORIA-SALDOS).
      *  2026-10-15  Corrida particionada por rango de CBF
      *              (PART-REGISTRO, ver particion.cpy): con PART-NUMERO
      *              distinto de cero cierra solo los movimientos y la
      *              historia de saldos del rango de la particion,
      *              retoma desde su checkpoint (checkpoint-particion) y
      *              deja los totales de control para
      *              CONSOLIDAR-PARTICIONES.
      *  2026-10-15  El extracto del dia acompana el nuevo largo del
      *              movimiento (R-CANAL al final del registro).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY "historia-saldo.cpy".

       FD  EXTRACTO-FILE.
       01  EXT-LINEA                  PIC X(118).
       01  EXT-CABECERA REDEFINES EXT-LINEA.
           05  EXT-MARCA              PIC X(8).
           05  EXT-FECHA              PIC 9(8).
           05  FILLER                 PIC X(102).

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  WS-FECHA-CONT-TRANS        PIC 9(8).
       01  EXTRACTO-STATUS            PIC XX.
       01  WS-USA-EXTRACTO            PIC X VALUE 'N'.
      *    Corrida particionada: rango de CBF de la particion y su
      *    checkpoint con los totales de control.
       COPY "totales-particion.cpy".
       01  WS-CBF-DESDE               PIC 9(6) VALUE 0.
       01  WS-CBF-HASTA               PIC 9(6) VALUE 999999.
       01  WS-HIST-DESDE              PIC 9(6) VALUE 0.
       01  WS-CKP-ENCONTRADO          PIC 9.
       01  WS-PARTICION-AGOTADA       PIC X VALUE 'N'.
       01  WS-REP-ACCION-TOTAL        PIC X(1) VALUE "R".

       LINKAGE SECTION.
       01  LK-RESULTADO-BATCH         PIC 9.
           88  LK-BATCH-OK                VALUE 0.
       COPY "particion.cpy".

       PROCEDURE DIVISION USING LK-RESULTADO-BATCH, PART-REGISTRO.
       0000-MAINLINE.
           MOVE 0 TO LK-RESULTADO-BATCH
           PERFORM 1000-INICIALIZAR
           IF LK-BATCH-OK
               IF WS-PARTICION-AGOTADA = 'N'
                   PERFORM 2000-PROCESAR-TRANSACCIONES
               END-IF
               PERFORM 2700-CHECKPOINT-FASE
               PERFORM 2600-GRABAR-HISTORIA-SALDOS
           END-IF
           PERFORM 3000-FINALIZAR
           DISPLAY "==========================================".
           DISPLAY "  CIERRE DIARIO".
           DISPLAY "==========================================".
           PERFORM 1500-PREPARAR-PARTICION
           MOVE "Cuentas con movimientos del dia" TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
               MOVE 1 TO LK-RESULTADO-BATCH
           ELSE
               MOVE LOW-VALUES TO R-KEY
               MOVE WS-CBF-DESDE TO R-CBF
               START TRANS-FILE KEY IS >= R-KEY
                   INVALID KEY
                       CONTINUE
               END-START
           END-IF
           IF WS-PARTICION-AGOTADA = 'N'
               PERFORM 1100-ABRIR-EXTRACTO
           END-IF.

      *    El extracto del dia solo sirve si su cabecera trae la
      *    misma fecha contable que se cierra; si no, el barrido
               END-READ
           END-IF.

      *    Corrida particionada (PART-NUMERO distinto de cero, ver
      *    CORRER-PARTICION): movimientos e historia de saldos se
      *    limitan al rango de CBF de la particion. Si la misma
      *    particion ya habia avanzado hoy, retoma despues del ultimo
      *    CBF terminado con los acumuladores de ese momento; si ya
      *    habia terminado los movimientos, solo rehace la historia
      *    (que se pisa, no se duplica). Los totales quedan en el
      *    detalle del reporte de la particion; el resumen para
      *    operaciones lo arma CONSOLIDAR-PARTICIONES.
       1500-PREPARAR-PARTICION.
           IF PART-NUMERO > 0
               MOVE PART-CBF-DESDE TO WS-CBF-DESDE
               MOVE PART-CBF-DESDE TO WS-HIST-DESDE
               MOVE PART-CBF-HASTA TO WS-CBF-HASTA
               MOVE "L" TO WS-REP-ACCION-TOTAL
               MOVE SPACES TO WS-REP-NOMBRE
               STRING "cierre-diario-p" DELIMITED BY SIZE
                      PART-NUMERO DELIMITED BY SIZE
                   INTO WS-REP-NOMBRE
               MOVE PART-FECHA TO TP-FECHA
               MOVE PART-PASO TO TP-PASO
               MOVE PART-NUMERO TO TP-NUMERO
               CALL "checkpoint-particion" USING "L", TP-REGISTRO,
                    WS-CKP-ENCONTRADO
               IF WS-CKP-ENCONTRADO = 1 AND TP-FECHA = PART-FECHA
                  AND (TP-CON-AVANCE OR TP-SEGUNDA-FASE)
                   MOVE TP-CANTIDAD-1 TO WS-CANT-CUENTAS
                   MOVE TP-IMPORTE-1 TO WS-GRAN-DEPOSITOS
                   MOVE TP-IMPORTE-2 TO WS-GRAN-EXTRACCIONES
                   MOVE TP-IMPORTE-3 TO WS-GRAN-TRANSFERENCIAS
                   IF TP-SEGUNDA-FASE
                      OR TP-ULTIMO-CBF >= WS-CBF-HASTA
                       MOVE 'S' TO WS-PARTICION-AGOTADA
                       DISPLAY "Particion " PART-NUMERO
                               ": movimientos ya cerrados, se rehace"
                               " la historia de saldos"
                   ELSE
                       COMPUTE WS-CBF-DESDE = TP-ULTIMO-CBF + 1
                       DISPLAY "Particion " PART-NUMERO
                               ": retoma despues del CBF "
                               TP-ULTIMO-CBF
                   END-IF
               ELSE
                   INITIALIZE TP-REGISTRO
                   MOVE PART-FECHA TO TP-FECHA
                   MOVE PART-PASO TO TP-PASO
                   MOVE PART-NUMERO TO TP-NUMERO
               END-IF
               DISPLAY "Particion " PART-NUMERO " de " PART-TOTAL
                       ": CBF " PART-CBF-DESDE " a " PART-CBF-HASTA
           END-IF.

       2000-PROCESAR-TRANSACCIONES.
           IF WS-USA-EXTRACTO = 'S'
               PERFORM UNTIL EXTRACTO-STATUS = "10"
                           MOVE "10" TO EXTRACTO-STATUS
                       NOT AT END
                           MOVE EXT-LINEA TO R-RECORD
                           IF R-CBF >= WS-CBF-DESDE
                              AND R-CBF <= WS-CBF-HASTA
                               PERFORM 2100-EVALUAR-TRANSACCION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTRACTO-FILE
                       AT END
                           MOVE "10" TO FILE-STATUS
                       NOT AT END
                           IF R-CBF > WS-CBF-HASTA
                               MOVE "10" TO FILE-STATUS
                           ELSE
                               PERFORM 2100-EVALUAR-TRANSACCION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF R-CBF NOT = WS-CBF-ANTERIOR
               IF WS-PRIMERA-CUENTA = 'N'
                   PERFORM 2900-IMPRIMIR-SUBTOTAL
                   PERFORM 2800-CHECKPOINT-PARTICION
               END-IF
               MOVE R-CBF TO WS-CBF-ANTERIOR
               MOVE 'N' TO WS-PRIMERA-CUENTA
               END-EVALUATE
           END-IF.

      *    Cada CBF terminado avanza el checkpoint de la particion
      *    (se graba cada PARM-FREC-CHECKPOINT cuentas).
       2800-CHECKPOINT-PARTICION.
           IF PART-NUMERO > 0
               MOVE WS-CBF-ANTERIOR TO TP-ULTIMO-CBF
               MOVE "P" TO TP-FASE
               PERFORM 2850-CARGAR-TOTALES
               CALL "checkpoint-particion" USING "P", TP-REGISTRO,
                    WS-CKP-ENCONTRADO
           END-IF.

       2850-CARGAR-TOTALES.
           MOVE "A" TO TP-ESTADO
           MOVE WS-CANT-CUENTAS TO TP-CANTIDAD-1
           MOVE WS-HIST-GRABADOS TO TP-CANTIDAD-2
           MOVE WS-GRAN-DEPOSITOS TO TP-IMPORTE-1
           MOVE WS-GRAN-EXTRACCIONES TO TP-IMPORTE-2
           MOVE WS-GRAN-TRANSFERENCIAS TO TP-IMPORTE-3.

      *    Movimientos de la particion cerrados: el checkpoint pasa a
      *    la segunda fase, y una re-corrida solo rehace la historia.
       2700-CHECKPOINT-FASE.
           IF PART-NUMERO > 0
               MOVE "2" TO TP-FASE
               PERFORM 2850-CARGAR-TOTALES
               CALL "checkpoint-particion" USING "G", TP-REGISTRO,
                    WS-CKP-ENCONTRADO
           END-IF.

       2900-IMPRIMIR-SUBTOTAL.
           IF WS-TOT-DEPOSITOS NOT = 0 OR WS-TOT-EXTRACCIONES NOT = 0
                                       OR WS-TOT-TRANSFERENCIAS NOT = 0
           END-IF

           IF SALDOS-STATUS NOT = "10"
               MOVE WS-HIST-DESDE TO SALDO-CBF
               START SALDOS-FILE KEY IS >= SALDO-CBF
                   INVALID KEY
                       MOVE "10" TO SALDOS-STATUS
                   AT END
                       MOVE "10" TO SALDOS-STATUS
                   NOT AT END
                       IF SALDO-CBF > WS-CBF-HASTA
                           MOVE "10" TO SALDOS-STATUS
                       ELSE
                           MOVE SALDO-CBF TO HS-CBF
                           MOVE WS-FECHA-HOY TO HS-FECHA
                           MOVE SALDO-IMPORTE TO HS-SALDO
                           WRITE HS-RECORD
                               INVALID KEY
                                   REWRITE HS-RECORD
                           END-WRITE
                           ADD 1 TO WS-HIST-GRABADOS
                       END-IF
               END-READ
           END-PERFORM

           STRING "Cuentas con movimientos: " DELIMITED BY SIZE
                  WS-CANT-CUENTAS DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING WS-REP-ACCION-TOTAL,
                WS-REP-NOMBRE, WS-REP-TITULO, WS-REP-LINEA
           MOVE WS-GRAN-DEPOSITOS TO WS-DISPLAY-IMPORTE
           MOVE SPACES TO WS-REP-LINEA
           STRING "Total depositos: $ " DELIMITED BY SIZE
                  WS-DISPLAY-IMPORTE DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING WS-REP-ACCION-TOTAL,
                WS-REP-NOMBRE, WS-REP-TITULO, WS-REP-LINEA
           MOVE WS-GRAN-EXTRACCIONES TO WS-DISPLAY-IMPORTE
           MOVE SPACES TO WS-REP-LINEA
           STRING "Total extracciones: $ " DELIMITED BY SIZE
                  WS-DISPLAY-IMPORTE DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING WS-REP-ACCION-TOTAL,
                WS-REP-NOMBRE, WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           IF PART-NUMERO > 0
               PERFORM 2850-CARGAR-TOTALES
               IF LK-BATCH-OK
                   MOVE "C" TO TP-ESTADO
               ELSE
                   MOVE "F" TO TP-ESTADO
               END-IF
               CALL "checkpoint-particion" USING "G", TP-REGISTRO,
                    WS-CKP-ENCONTRADO
           END-IF.
