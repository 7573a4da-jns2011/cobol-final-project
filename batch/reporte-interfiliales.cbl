       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-INTERFILIALES.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Conciliacion de cuentas interfiliales del mes: de los saldos
      *  del libro mayor propio (mayor-saldos.dat, POSTEAR-DIARIO-
      *  MAYOR) lista, para cada cuenta interfilial del plan (las
      *  cuentas de la operacion "IF" de plan-de-cuentas.dat), el
      *  saldo final del mes pedido (AAAAMM) por sucursal y moneda:
      *  lo que cada sucursal le debe o le reclama al resto del
      *  banco por las operaciones de ventanilla en caja ajena
      *  (ASIENTOS-INTERFILIALES) y los traslados de cuentas
      *  (TRASLADAR-CUENTAS). Toda pata interfilial tiene su
      *  contraria en otra sucursal, asi que por moneda la suma de
      *  todo el banco tiene que dar cero; si no, el reporte sale
      *  marcado "NO CONCILIA" (una pata posteada sin su contraria,
      *  o una cuenta interfilial movida a mano). Saldo deudor
      *  positivo, acreedor negativo.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAYOR-FILE ASSIGN TO "mayor-saldos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-KEY
               FILE STATUS IS MAYOR-STATUS.

           SELECT PLAN-FILE ASSIGN TO "plan-de-cuentas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAYOR-FILE.
       COPY "saldo-mayor.cpy".

       FD  PLAN-FILE.
       COPY "plan-cuentas.cpy".

       WORKING-STORAGE SECTION.
       01  MAYOR-STATUS               PIC XX.
       01  PLAN-STATUS                PIC XX.
       01  WS-SEGUIR                  PIC X VALUE 'S'.
       01  WS-PERIODO.
           05  WS-ANIO                PIC 9(4).
           05  WS-MES                 PIC 9(2).
       01  WS-PERIODO-NUM REDEFINES WS-PERIODO PIC 9(6).

      *    Cuentas interfiliales del plan (sin repetir).
       01  WS-CANT-CTAS-IF            PIC 9(3) VALUE 0.
       01  WS-TABLA-CTAS-IF.
           05  WS-CTA-IF OCCURS 50 TIMES PIC X(8).
       01  WS-IDX-CTA                 PIC 9(3).
       01  WS-CTA-HALLADA             PIC X.

      *    Cuenta x sucursal x moneda en curso (corte de control).
       01  WS-GRUPO.
           05  WS-GRP-CUENTA          PIC X(8).
           05  WS-GRP-SUCURSAL        PIC X(3).
           05  WS-GRP-MONEDA          PIC X(3).
       01  WS-GRUPO-LEIDO.
           05  WS-LEI-CUENTA          PIC X(8).
           05  WS-LEI-SUCURSAL        PIC X(3).
           05  WS-LEI-MONEDA          PIC X(3).
       01  WS-HAY-GRUPO               PIC X VALUE 'N'.
       01  WS-FINAL                   PIC S9(13)V99.
       01  WS-DEBITOS                 PIC 9(13)V99.
       01  WS-CREDITOS                PIC 9(13)V99.

      *    Neto de todo el banco por moneda.
       01  WS-CANT-MONEDAS            PIC 9(2) VALUE 0.
       01  WS-TABLA-MONEDAS.
           05  WS-MON-ENTRY OCCURS 10 TIMES.
               10  WS-MON-CODIGO      PIC X(3).
               10  WS-MON-DEUDOR      PIC S9(13)V99.
               10  WS-MON-ACREEDOR    PIC S9(13)V99.
               10  WS-MON-NETO        PIC S9(13)V99.
       01  WS-IDX-MON                 PIC 9(2).
       01  WS-MON-HALLADA             PIC X.
       01  WS-TOTAL-LINEAS            PIC 9(6) VALUE 0.
       01  WS-DESCONCILIADAS          PIC 9(2) VALUE 0.

       01  WS-IMP-DEBITOS             PIC -Z(9)9.99.
       01  WS-IMP-CREDITOS            PIC -Z(9)9.99.
       01  WS-IMP-FINAL               PIC -Z(9)9.99.
       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "reporte-interfil".
       01  WS-REP-TITULO              PIC X(40).
       01  WS-REP-LINEA               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-FIN
           IF WS-SEGUIR = 'S'
               PERFORM 2000-RECORRER-MAYOR
               PERFORM 3000-TOTALES
           END-IF
           PERFORM 9000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  CONCILIACION DE CUENTAS INTERFILIALES".
           DISPLAY "==========================================".
           DISPLAY "Anio (AAAA): " WITH NO ADVANCING
           ACCEPT WS-ANIO
           DISPLAY "Mes (MM): " WITH NO ADVANCING
           ACCEPT WS-MES
           IF WS-PERIODO IS NOT NUMERIC
              OR WS-MES < 1 OR WS-MES > 12
               DISPLAY "Periodo invalido."
               MOVE 'N' TO WS-SEGUIR
               GO TO 1000-INICIALIZAR-FIN
           END-IF
           PERFORM 1100-CARGAR-CUENTAS-IF
           IF WS-CANT-CTAS-IF = 0
               DISPLAY "El plan de cuentas no tiene la operacion IF"
                       " (cuentas interfiliales)."
               MOVE 'N' TO WS-SEGUIR
               GO TO 1000-INICIALIZAR-FIN
           END-IF
           OPEN INPUT MAYOR-FILE
           IF MAYOR-STATUS NOT = "00"
               DISPLAY "No hay saldos del mayor (mayor-saldos.dat)."
               MOVE 'N' TO WS-SEGUIR
               GO TO 1000-INICIALIZAR-FIN
           END-IF
           MOVE SPACES TO WS-REP-TITULO
           STRING "CONCILIACION INTERFILIALES " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
               INTO WS-REP-TITULO
           MOVE SPACES TO WS-REP-LINEA
           STRING "Cuenta   Suc Mon" DELIMITED BY SIZE
                  "     Debitos mes" DELIMITED BY SIZE
                  "    Creditos mes" DELIMITED BY SIZE
                  "     Saldo final" DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.
       1000-INICIALIZAR-FIN.
           EXIT.

       1100-CARGAR-CUENTAS-IF.
           OPEN INPUT PLAN-FILE
           IF PLAN-STATUS NOT = "00"
               MOVE "10" TO PLAN-STATUS
           END-IF
           PERFORM UNTIL PLAN-STATUS = "10"
               READ PLAN-FILE
                   AT END
                       MOVE "10" TO PLAN-STATUS
                   NOT AT END
                       IF PLC-OPERACION = "IF"
                           MOVE PLC-CTA-CLIENTE TO WS-LEI-CUENTA
                           PERFORM 1150-BUSCAR-CUENTA-IF
                           IF WS-CTA-HALLADA = 'N'
                              AND WS-CANT-CTAS-IF < 50
                               ADD 1 TO WS-CANT-CTAS-IF
                               MOVE PLC-CTA-CLIENTE
                                   TO WS-CTA-IF(WS-CANT-CTAS-IF)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-FILE.

       1150-BUSCAR-CUENTA-IF.
           MOVE 'N' TO WS-CTA-HALLADA
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CANT-CTAS-IF
                      OR WS-CTA-HALLADA = 'S'
               IF WS-CTA-IF(WS-IDX-CTA) = WS-LEI-CUENTA
                   MOVE 'S' TO WS-CTA-HALLADA
               END-IF
           END-PERFORM.

      *    Como en el balance de sumas y saldos: del grupo vale el
      *    registro del mes pedido o el cierre del ultimo mes
      *    anterior.
       2000-RECORRER-MAYOR.
           MOVE LOW-VALUES TO SM-KEY
           START MAYOR-FILE KEY IS >= SM-KEY
               INVALID KEY
                   MOVE "10" TO MAYOR-STATUS
           END-START
           PERFORM UNTIL MAYOR-STATUS = "10"
               READ MAYOR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO MAYOR-STATUS
                   NOT AT END
                       MOVE SM-CUENTA TO WS-LEI-CUENTA
                       PERFORM 1150-BUSCAR-CUENTA-IF
                       IF WS-CTA-HALLADA = 'S'
                           PERFORM 2100-PROCESAR-REGISTRO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HAY-GRUPO = 'S'
               PERFORM 2200-LISTAR-GRUPO
           END-IF.

       2100-PROCESAR-REGISTRO.
           MOVE SM-CUENTA TO WS-LEI-CUENTA
           MOVE SM-SUCURSAL TO WS-LEI-SUCURSAL
           MOVE SM-MONEDA TO WS-LEI-MONEDA
           IF WS-HAY-GRUPO = 'N' OR WS-GRUPO-LEIDO NOT = WS-GRUPO
               IF WS-HAY-GRUPO = 'S'
                   PERFORM 2200-LISTAR-GRUPO
               END-IF
               MOVE WS-GRUPO-LEIDO TO WS-GRUPO
               MOVE 'S' TO WS-HAY-GRUPO
               MOVE 0 TO WS-FINAL
               MOVE 0 TO WS-DEBITOS
               MOVE 0 TO WS-CREDITOS
           END-IF
           EVALUATE TRUE
               WHEN SM-PERIODO < WS-PERIODO-NUM
                   COMPUTE WS-FINAL = SM-SALDO-INICIAL
                       + SM-DEBITOS - SM-CREDITOS
               WHEN SM-PERIODO = WS-PERIODO-NUM
                   MOVE SM-DEBITOS TO WS-DEBITOS
                   MOVE SM-CREDITOS TO WS-CREDITOS
                   COMPUTE WS-FINAL = SM-SALDO-INICIAL
                       + SM-DEBITOS - SM-CREDITOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-LISTAR-GRUPO.
           IF WS-FINAL NOT = 0 OR WS-DEBITOS NOT = 0
              OR WS-CREDITOS NOT = 0
               ADD 1 TO WS-TOTAL-LINEAS
               PERFORM 2300-ACUMULAR-MONEDA
               MOVE WS-DEBITOS TO WS-IMP-DEBITOS
               MOVE WS-CREDITOS TO WS-IMP-CREDITOS
               MOVE WS-FINAL TO WS-IMP-FINAL
               MOVE SPACES TO WS-REP-LINEA
               STRING WS-GRP-CUENTA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-GRP-SUCURSAL DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-GRP-MONEDA DELIMITED BY SIZE
                      WS-IMP-DEBITOS DELIMITED BY SIZE
                      WS-IMP-CREDITOS DELIMITED BY SIZE
                      WS-IMP-FINAL DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
           END-IF.

       2300-ACUMULAR-MONEDA.
           MOVE 'N' TO WS-MON-HALLADA
           PERFORM VARYING WS-IDX-MON FROM 1 BY 1
                   UNTIL WS-IDX-MON > WS-CANT-MONEDAS
                      OR WS-MON-HALLADA = 'S'
               IF WS-MON-CODIGO(WS-IDX-MON) = WS-GRP-MONEDA
                   MOVE 'S' TO WS-MON-HALLADA
               END-IF
           END-PERFORM
           IF WS-MON-HALLADA = 'S'
               SUBTRACT 1 FROM WS-IDX-MON
           ELSE
               IF WS-CANT-MONEDAS < 10
                   ADD 1 TO WS-CANT-MONEDAS
               END-IF
               MOVE WS-CANT-MONEDAS TO WS-IDX-MON
               MOVE WS-GRP-MONEDA TO WS-MON-CODIGO(WS-IDX-MON)
               MOVE 0 TO WS-MON-DEUDOR(WS-IDX-MON)
               MOVE 0 TO WS-MON-ACREEDOR(WS-IDX-MON)
               MOVE 0 TO WS-MON-NETO(WS-IDX-MON)
           END-IF
           IF WS-FINAL > 0
               ADD WS-FINAL TO WS-MON-DEUDOR(WS-IDX-MON)
           ELSE
               ADD WS-FINAL TO WS-MON-ACREEDOR(WS-IDX-MON)
           END-IF
           ADD WS-FINAL TO WS-MON-NETO(WS-IDX-MON).

      *    Por moneda: lo que unas sucursales reclaman (deudor) tiene
      *    que igualar lo que las otras deben (acreedor).
       3000-TOTALES.
           PERFORM 3100-TOTAL-MONEDA
               VARYING WS-IDX-MON FROM 1 BY 1
               UNTIL WS-IDX-MON > WS-CANT-MONEDAS.

       3100-TOTAL-MONEDA.
           MOVE WS-MON-DEUDOR(WS-IDX-MON) TO WS-IMP-DEBITOS
           MOVE WS-MON-ACREEDOR(WS-IDX-MON) TO WS-IMP-CREDITOS
           MOVE WS-MON-NETO(WS-IDX-MON) TO WS-IMP-FINAL
           MOVE SPACES TO WS-REP-LINEA
           STRING "TOTAL" DELIMITED BY SIZE
                  "        " DELIMITED BY SIZE
                  WS-MON-CODIGO(WS-IDX-MON) DELIMITED BY SIZE
                  WS-IMP-DEBITOS DELIMITED BY SIZE
                  WS-IMP-CREDITOS DELIMITED BY SIZE
                  WS-IMP-FINAL DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE SPACES TO WS-REP-LINEA
           IF WS-MON-NETO(WS-IDX-MON) = 0
               STRING "Moneda " DELIMITED BY SIZE
                      WS-MON-CODIGO(WS-IDX-MON) DELIMITED BY SIZE
                      ": interfiliales netean cero, CONCILIA"
                          DELIMITED BY SIZE
                   INTO WS-REP-LINEA
           ELSE
               ADD 1 TO WS-DESCONCILIADAS
               STRING "Moneda " DELIMITED BY SIZE
                      WS-MON-CODIGO(WS-IDX-MON) DELIMITED BY SIZE
                      ": NO CONCILIA, neto " DELIMITED BY SIZE
                      WS-IMP-FINAL DELIMITED BY SIZE
                   INTO WS-REP-LINEA
           END-IF
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       9000-FINALIZAR.
           IF WS-SEGUIR = 'S'
               CLOSE MAYOR-FILE
               CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
           END-IF
           DISPLAY "------------------------------------------".
           DISPLAY "Lineas listadas: " WS-TOTAL-LINEAS.
           IF WS-DESCONCILIADAS > 0
               DISPLAY "OPERADOR: las interfiliales NO CONCILIAN en "
                       WS-DESCONCILIADAS " moneda(s)."
           END-IF
           DISPLAY "==========================================".
