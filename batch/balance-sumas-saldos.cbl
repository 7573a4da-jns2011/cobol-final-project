       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE-SUMAS-SALDOS.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Balance de sumas y saldos del mes: lista, de los saldos del
      *  libro mayor propio (mayor-saldos.dat, que postea
      *  POSTEAR-DIARIO-MAYOR), cada cuenta del plan por sucursal y
      *  moneda con saldo inicial, debitos, creditos y saldo final
      *  del mes pedido (AAAAMM; el mes 13 muestra los asientos de
      *  cierre del ejercicio). Una cuenta sin movimientos en el mes
      *  aparece con el saldo de su ultimo mes anterior; las que no
      *  tienen saldo ni movimientos no se listan. Por moneda
      *  totaliza y prueba que el total de debitos es igual al de
      *  creditos y que los saldos finales suman cero; si no, el
      *  balance sale marcado "NO CUADRA". Saldo deudor positivo,
      *  acreedor negativo.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAYOR-FILE ASSIGN TO "mayor-saldos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-KEY
               FILE STATUS IS MAYOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAYOR-FILE.
       COPY "saldo-mayor.cpy".

       WORKING-STORAGE SECTION.
       01  MAYOR-STATUS               PIC XX.
       01  WS-SEGUIR                  PIC X VALUE 'S'.
       01  WS-PERIODO.
           05  WS-ANIO                PIC 9(4).
           05  WS-MES                 PIC 9(2).
       01  WS-PERIODO-NUM REDEFINES WS-PERIODO PIC 9(6).

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
       01  WS-INICIAL                 PIC S9(13)V99.
       01  WS-DEBITOS                 PIC 9(13)V99.
       01  WS-CREDITOS                PIC 9(13)V99.
       01  WS-FINAL                   PIC S9(13)V99.

      *    Totales de control por moneda.
       01  WS-CANT-MONEDAS            PIC 9(2) VALUE 0.
       01  WS-TABLA-MONEDAS.
           05  WS-MON-ENTRY OCCURS 10 TIMES.
               10  WS-MON-CODIGO      PIC X(3).
               10  WS-MON-INICIAL     PIC S9(13)V99.
               10  WS-MON-DEBITOS     PIC 9(13)V99.
               10  WS-MON-CREDITOS    PIC 9(13)V99.
               10  WS-MON-FINAL       PIC S9(13)V99.
       01  WS-IDX-MON                 PIC 9(2).
       01  WS-MON-HALLADA             PIC X.
       01  WS-TOTAL-CUENTAS           PIC 9(6) VALUE 0.
       01  WS-DESCUADRES              PIC 9(2) VALUE 0.

       01  WS-IMP-INICIAL             PIC -Z(9)9.99.
       01  WS-IMP-DEBITOS             PIC -Z(9)9.99.
       01  WS-IMP-CREDITOS            PIC -Z(9)9.99.
       01  WS-IMP-FINAL               PIC -Z(9)9.99.
       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "balance-sumas-saldos".
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
           DISPLAY "  BALANCE DE SUMAS Y SALDOS".
           DISPLAY "==========================================".
           DISPLAY "Anio (AAAA): " WITH NO ADVANCING
           ACCEPT WS-ANIO
           DISPLAY "Mes (MM, 13 = cierre de ejercicio): "
               WITH NO ADVANCING
           ACCEPT WS-MES
           IF WS-PERIODO IS NOT NUMERIC
              OR WS-MES < 1 OR WS-MES > 13
               DISPLAY "Periodo invalido."
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
           STRING "BALANCE DE SUMAS Y SALDOS " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
               INTO WS-REP-TITULO
           MOVE SPACES TO WS-REP-LINEA
           STRING "Cuenta   Suc Mon Saldo inicial" DELIMITED BY SIZE
                  "       Debitos      Creditos" DELIMITED BY SIZE
                  "   Saldo final" DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.
       1000-INICIALIZAR-FIN.
           EXIT.

      *    Los meses de cada cuenta llegan juntos y en orden: del
      *    grupo vale el registro del mes pedido o, si no lo hay, el
      *    cierre del ultimo mes anterior como saldo sin movimientos.
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
                       PERFORM 2100-PROCESAR-REGISTRO
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
               MOVE 0 TO WS-INICIAL
               MOVE 0 TO WS-DEBITOS
               MOVE 0 TO WS-CREDITOS
           END-IF
           EVALUATE TRUE
               WHEN SM-PERIODO < WS-PERIODO-NUM
                   COMPUTE WS-INICIAL = SM-SALDO-INICIAL
                       + SM-DEBITOS - SM-CREDITOS
               WHEN SM-PERIODO = WS-PERIODO-NUM
                   MOVE SM-SALDO-INICIAL TO WS-INICIAL
                   MOVE SM-DEBITOS TO WS-DEBITOS
                   MOVE SM-CREDITOS TO WS-CREDITOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-LISTAR-GRUPO.
           COMPUTE WS-FINAL = WS-INICIAL + WS-DEBITOS - WS-CREDITOS
           IF WS-INICIAL NOT = 0 OR WS-DEBITOS NOT = 0
              OR WS-CREDITOS NOT = 0
               ADD 1 TO WS-TOTAL-CUENTAS
               PERFORM 2300-ACUMULAR-MONEDA
               MOVE WS-INICIAL TO WS-IMP-INICIAL
               MOVE WS-DEBITOS TO WS-IMP-DEBITOS
               MOVE WS-CREDITOS TO WS-IMP-CREDITOS
               MOVE WS-FINAL TO WS-IMP-FINAL
               MOVE SPACES TO WS-REP-LINEA
               STRING WS-GRP-CUENTA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-GRP-SUCURSAL DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-GRP-MONEDA DELIMITED BY SIZE
                      WS-IMP-INICIAL DELIMITED BY SIZE
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
               MOVE 0 TO WS-MON-INICIAL(WS-IDX-MON)
               MOVE 0 TO WS-MON-DEBITOS(WS-IDX-MON)
               MOVE 0 TO WS-MON-CREDITOS(WS-IDX-MON)
               MOVE 0 TO WS-MON-FINAL(WS-IDX-MON)
           END-IF
           ADD WS-INICIAL TO WS-MON-INICIAL(WS-IDX-MON)
           ADD WS-DEBITOS TO WS-MON-DEBITOS(WS-IDX-MON)
           ADD WS-CREDITOS TO WS-MON-CREDITOS(WS-IDX-MON)
           ADD WS-FINAL TO WS-MON-FINAL(WS-IDX-MON).

      *    Partida doble: por moneda los debitos igualan a los
      *    creditos y los saldos (deudores positivos, acreedores
      *    negativos) suman cero.
       3000-TOTALES.
           PERFORM 3100-TOTAL-MONEDA
               VARYING WS-IDX-MON FROM 1 BY 1
               UNTIL WS-IDX-MON > WS-CANT-MONEDAS.

       3100-TOTAL-MONEDA.
           MOVE WS-MON-INICIAL(WS-IDX-MON) TO WS-IMP-INICIAL
           MOVE WS-MON-DEBITOS(WS-IDX-MON) TO WS-IMP-DEBITOS
           MOVE WS-MON-CREDITOS(WS-IDX-MON) TO WS-IMP-CREDITOS
           MOVE WS-MON-FINAL(WS-IDX-MON) TO WS-IMP-FINAL
           MOVE SPACES TO WS-REP-LINEA
           STRING "TOTAL" DELIMITED BY SIZE
                  "        " DELIMITED BY SIZE
                  WS-MON-CODIGO(WS-IDX-MON) DELIMITED BY SIZE
                  WS-IMP-INICIAL DELIMITED BY SIZE
                  WS-IMP-DEBITOS DELIMITED BY SIZE
                  WS-IMP-CREDITOS DELIMITED BY SIZE
                  WS-IMP-FINAL DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE SPACES TO WS-REP-LINEA
           IF WS-MON-DEBITOS(WS-IDX-MON) = WS-MON-CREDITOS(WS-IDX-MON)
              AND WS-MON-FINAL(WS-IDX-MON) = 0
               STRING "Moneda " DELIMITED BY SIZE
                      WS-MON-CODIGO(WS-IDX-MON) DELIMITED BY SIZE
                      ": debitos = creditos, CUADRA"
                          DELIMITED BY SIZE
                   INTO WS-REP-LINEA
           ELSE
               ADD 1 TO WS-DESCUADRES
               STRING "Moneda " DELIMITED BY SIZE
                      WS-MON-CODIGO(WS-IDX-MON) DELIMITED BY SIZE
                      ": NO CUADRA" DELIMITED BY SIZE
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
           DISPLAY "Cuentas listadas: " WS-TOTAL-CUENTAS.
           IF WS-DESCUADRES > 0
               DISPLAY "OPERADOR: el balance NO CUADRA en "
                       WS-DESCUADRES " moneda(s)."
           END-IF
           DISPLAY "==========================================".
