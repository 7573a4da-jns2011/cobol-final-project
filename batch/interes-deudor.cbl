      *  SIMULAR-POSTEOS). El detalle por CBF y los totales se
      *  spoolean ademas via escribir-reporte para la corrida
      *  desatendida.
      *  Puede correr particionado por rango de CBF (PART-REGISTRO, ver
      *  particion.cpy): con PART-NUMERO distinto de cero recorre solo
      *  el rango de la particion, retoma desde su checkpoint
      *  (checkpoint-particion) y deja los totales de control para
      *  CONSOLIDAR-PARTICIONES.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-YA-POSTEADO             PIC 9.
       01  WS-MONEDA-CUENTA           PIC X(3).
       01  WS-IMPORTE-DISPLAY         PIC -Z(9).99.
       01  WS-TOTAL-CUENTAS           PIC 9(6) VALUE 0.
       01  WS-TOTAL-CARGOS            PIC 9(6) VALUE 0.
       01  WS-TOTAL-IMPORTE           PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-DISPLAY           PIC -Z(11).99.
       01  WS-REP-TITULO              PIC X(40)
                                      VALUE "INTERES DEUDOR".
       01  WS-REP-LINEA               PIC X(80).
      *    Corrida particionada: rango de CBF de la particion y su
      *    checkpoint con los totales de control.
       COPY "totales-particion.cpy".
       01  WS-CBF-DESDE               PIC 9(6) VALUE 0.
       01  WS-CBF-HASTA               PIC 9(6) VALUE 999999.
       01  WS-CKP-ENCONTRADO          PIC 9.
       01  WS-PARTICION-AGOTADA       PIC X VALUE 'N'.
       01  WS-REP-ACCION-TOTAL        PIC X(1) VALUE "R".

       LINKAGE SECTION.
       01  LK-RESULTADO-BATCH         PIC 9.
           88  LK-BATCH-OK                VALUE 0.
       01  LK-MODO-SIMULACION         PIC X(1).
           88  MODO-SIMULACION            VALUE "S".
       COPY "particion.cpy".

       PROCEDURE DIVISION USING LK-RESULTADO-BATCH,
                                 LK-MODO-SIMULACION, PART-REGISTRO.
       0000-MAINLINE.
           MOVE 0 TO LK-RESULTADO-BATCH
           PERFORM 1000-INICIALIZAR
           IF HISTORIA-STATUS = "00" AND WS-PARTICION-AGOTADA = 'N'
               PERFORM 2000-RECORRER-HISTORIA
           END-IF
           PERFORM 9000-FINALIZAR
           DISPLAY "==========================================".
           DISPLAY "  INTERES DEUDOR SOBRE DESCUBIERTOS".
           DISPLAY "==========================================".
           PERFORM 1500-PREPARAR-PARTICION
           MOVE "CBF    Dias en descubierto y cargo"
               TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
               DISPLAY "Sin historia de saldos: no hay base para"
                       " el interes deudor."
           ELSE
               MOVE WS-CBF-DESDE TO HS-CBF
               MOVE 0 TO HS-FECHA
               START HISTORIA-FILE KEY IS >= HS-KEY
                   INVALID KEY
                       MOVE "10" TO HISTORIA-STATUS
           END-IF
           DISPLAY "Tasa anual punitoria: " WS-TASA-ANUAL "%".

      *    Corrida particionada (PART-NUMERO distinto de cero, ver
      *    CORRER-PARTICION): el recorrido se limita al rango de CBF
      *    de la particion y, si la misma particion ya habia avanzado
      *    hoy, retoma despues del ultimo CBF terminado con los
      *    acumuladores de ese momento. Los totales quedan en el
      *    detalle del reporte de la particion; el resumen para
      *    operaciones lo arma CONSOLIDAR-PARTICIONES.
       1500-PREPARAR-PARTICION.
           IF PART-NUMERO > 0
               MOVE PART-CBF-DESDE TO WS-CBF-DESDE
               MOVE PART-CBF-HASTA TO WS-CBF-HASTA
               MOVE "L" TO WS-REP-ACCION-TOTAL
               MOVE SPACES TO WS-REP-NOMBRE
               STRING "interes-deudor-p" DELIMITED BY SIZE
                      PART-NUMERO DELIMITED BY SIZE
                   INTO WS-REP-NOMBRE
               MOVE PART-FECHA TO TP-FECHA
               MOVE PART-PASO TO TP-PASO
               MOVE PART-NUMERO TO TP-NUMERO
               CALL "checkpoint-particion" USING "L", TP-REGISTRO,
                    WS-CKP-ENCONTRADO
               IF WS-CKP-ENCONTRADO = 1 AND TP-FECHA = PART-FECHA
                  AND TP-CON-AVANCE
                   MOVE TP-CANTIDAD-1 TO WS-TOTAL-CUENTAS
                   MOVE TP-CANTIDAD-2 TO WS-TOTAL-CARGOS
                   MOVE TP-IMPORTE-1 TO WS-TOTAL-IMPORTE
                   IF TP-ULTIMO-CBF >= WS-CBF-HASTA
                       MOVE 'S' TO WS-PARTICION-AGOTADA
                   ELSE
                       COMPUTE WS-CBF-DESDE = TP-ULTIMO-CBF + 1
                   END-IF
                   DISPLAY "Particion " PART-NUMERO
                           ": retoma despues del CBF " TP-ULTIMO-CBF
               ELSE
                   INITIALIZE TP-REGISTRO
                   MOVE PART-FECHA TO TP-FECHA
                   MOVE PART-PASO TO TP-PASO
                   MOVE PART-NUMERO TO TP-NUMERO
               END-IF
               DISPLAY "Particion " PART-NUMERO " de " PART-TOTAL
                       ": CBF " PART-CBF-DESDE " a " PART-CBF-HASTA
           END-IF.

       2000-RECORRER-HISTORIA.
           PERFORM UNTIL HISTORIA-STATUS = "10"
               READ HISTORIA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO HISTORIA-STATUS
                   NOT AT END
                       IF HS-CBF > WS-CBF-HASTA
                           MOVE "10" TO HISTORIA-STATUS
                       ELSE
                           PERFORM 2100-ACUMULAR-DIA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PRIMERA-CUENTA = 'N'
           IF HS-CBF NOT = WS-CBF-ANTERIOR
               IF WS-PRIMERA-CUENTA = 'N'
                   PERFORM 2900-COBRAR-CUENTA
                   PERFORM 2800-CHECKPOINT-PARTICION
               END-IF
               MOVE HS-CBF TO WS-CBF-ANTERIOR
               MOVE 'N' TO WS-PRIMERA-CUENTA
               SUBTRACT HS-SALDO FROM WS-SUMA-NEGATIVA
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
           MOVE WS-TOTAL-CUENTAS TO TP-CANTIDAD-1
           MOVE WS-TOTAL-CARGOS TO TP-CANTIDAD-2
           MOVE WS-TOTAL-IMPORTE TO TP-IMPORTE-1
           MOVE 0 TO TP-IMPORTE-2
           MOVE 0 TO TP-IMPORTE-3.

       2900-COBRAR-CUENTA.
           ADD 1 TO WS-TOTAL-CUENTAS
           IF WS-DIAS-NEGATIVOS > 0
      *        Interes = suma de saldos negativos diarios x tasa
      *        diaria (la suma de posiciones ya multiplica por los
                      WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO WS-REP-LINEA
           END-IF
           CALL "escribir-reporte" USING WS-REP-ACCION-TOTAL,
                WS-REP-NOMBRE, WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           IF PART-NUMERO > 0
               IF WS-PRIMERA-CUENTA = 'N'
                   MOVE WS-CBF-ANTERIOR TO TP-ULTIMO-CBF
                   MOVE "P" TO TP-FASE
               END-IF
               PERFORM 2850-CARGAR-TOTALES
               IF LK-BATCH-OK
                   MOVE "C" TO TP-ESTADO
               ELSE
                   MOVE "F" TO TP-ESTADO
               END-IF
               CALL "checkpoint-particion" USING "G", TP-REGISTRO,
                    WS-CKP-ENCONTRADO
           END-IF
           DISPLAY "==========================================".
