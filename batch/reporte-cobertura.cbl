       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-COBERTURA.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Cobertura de garantias: batch de cierre de mes que compara,
      *  para cada prestamo vigente o en mora, la deuda al ultimo dia
      *  del mes (capital de las cuotas impagas mas el interes de las
      *  ya vencidas, como PREVISIONAR-CARTERA) con la cobertura
      *  computable de sus garantias registradas (calcular-cobertura,
      *  en la moneda del prestamo). Marca los prestamos con
      *  tasaciones de mas de PARM-DIAS-TASACION dias y con el seguro
      *  del bien vencido o sin cargar, que dejan de computar hasta
      *  que se retasen o se renueve la poliza (MANTENER-GARANTIAS).
      *  Resume por moneda la deuda, la cobertura y los prestamos
      *  totalmente cubiertos, parcialmente cubiertos y sin
      *  garantia computable.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT PRESTAMOS-FILE ASSIGN TO "prestamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-KEY
               FILE STATUS IS PRESTAMOS-STATUS.

           SELECT CUOTAS-FILE ASSIGN TO "cuotas-prestamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-KEY
               FILE STATUS IS CUOTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  PRESTAMOS-FILE.
       COPY "prestamo.cpy".

       FD  CUOTAS-FILE.
       COPY "cuota-prestamo.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  CUENTAS-STATUS             PIC XX.
       01  PRESTAMOS-STATUS           PIC XX.
       01  CUOTAS-STATUS              PIC XX.
       01  WS-SEGUIR                  PIC X VALUE 'S'.

       01  WS-PERIODO                 PIC 9(6).
       01  WS-PERIODO-GRP REDEFINES WS-PERIODO.
           05  WS-PER-ANIO            PIC 9(4).
           05  WS-PER-MES             PIC 9(2).
       01  WS-PERIODO-ACTUAL          PIC 9(6).
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-FECHA-HOY-GRP REDEFINES WS-FECHA-HOY.
           05  WS-HOY-ANIO            PIC 9(4).
           05  WS-HOY-MES             PIC 9(2).
           05  WS-HOY-DIA             PIC 9(2).
       01  WS-FECHA-CIERRE            PIC 9(8).
       01  WS-PRIMERO-SIGUIENTE       PIC 9(8).
       01  WS-DIAS-CIERRE             PIC 9(7).

      *    Prestamo en tratamiento.
       01  WS-DEUDA                   PIC S9(11)V99.
       01  WS-MONEDA                  PIC X(3).
       01  WS-IDX-MON                 PIC 9(1).
       01  WS-COBERTURA               PIC S9(11)V99.
       01  WS-CANT-GARANTIAS          PIC 9(3).
       01  WS-TASACION-VENCIDA        PIC 9(3).
       01  WS-SEGURO-VENCIDO          PIC 9(3).
       01  WS-PORCENTAJE              PIC 9(5).
       01  WS-MARCA                   PIC X(20).

      *    Totales por moneda (1 = ARS, 2 = USD).
       01  WS-TOTALES.
           05  WS-TOT-MON OCCURS 2 TIMES.
               10  WS-TOT-PRESTAMOS   PIC 9(6).
               10  WS-TOT-DEUDA       PIC S9(13)V99.
               10  WS-TOT-COBERTURA   PIC S9(13)V99.
               10  WS-TOT-CUBIERTOS   PIC 9(6).
               10  WS-TOT-PARCIALES   PIC 9(6).
               10  WS-TOT-SIN-GARANTIA PIC 9(6).
       01  WS-MONEDA-TOT              PIC X(3).
       01  WS-CANT-TASACION           PIC 9(6) VALUE 0.
       01  WS-CANT-SEGURO             PIC 9(6) VALUE 0.

       01  WS-IMPORTE-DISPLAY         PIC -Z(10).99.
       01  WS-COBERTURA-DISPLAY       PIC -Z(10).99.
       01  WS-PCT-DISPLAY             PIC ZZZZ9.
       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "cobertura-garantias".
       01  WS-REP-TITULO              PIC X(40)
                            VALUE "COBERTURA DE GARANTIAS".
       01  WS-REP-LINEA               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-FIN
           IF WS-SEGUIR = 'S'
               PERFORM 2000-RECORRER-PRESTAMOS
               PERFORM 3000-TOTALES
               CLOSE CUENTAS-FILE
               CLOSE PRESTAMOS-FILE
               CLOSE CUOTAS-FILE
           END-IF
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  COBERTURA DE GARANTIAS".
           DISPLAY "==========================================".
           MOVE "Prestamo, deuda, cobertura computable y alertas"
               TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           DISPLAY "Periodo (AAAAMM): " WITH NO ADVANCING
           ACCEPT WS-PERIODO
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-PERIODO-ACTUAL = WS-HOY-ANIO * 100 + WS-HOY-MES

           IF WS-PERIODO = 0 OR WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY "Periodo invalido."
               MOVE 'N' TO WS-SEGUIR
           END-IF
           IF WS-SEGUIR = 'S'
              AND WS-PERIODO NOT < WS-PERIODO-ACTUAL
               DISPLAY "Solo se informa un mes ya terminado."
               MOVE 'N' TO WS-SEGUIR
           END-IF
           IF WS-SEGUIR = 'N'
               GO TO 1000-INICIALIZAR-FIN
           END-IF

           IF WS-PER-MES = 12
               COMPUTE WS-PRIMERO-SIGUIENTE =
                   (WS-PER-ANIO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-PRIMERO-SIGUIENTE =
                   WS-PER-ANIO * 10000 + (WS-PER-MES + 1) * 100 + 1
           END-IF
           COMPUTE WS-DIAS-CIERRE =
               FUNCTION INTEGER-OF-DATE(WS-PRIMERO-SIGUIENTE) - 1
           COMPUTE WS-FECHA-CIERRE =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-CIERRE)
           DISPLAY "Fecha de cierre: " WS-FECHA-CIERRE
           INITIALIZE WS-TOTALES

           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE
           OPEN INPUT PRESTAMOS-FILE
           IF PRESTAMOS-STATUS NOT = "00"
               DISPLAY "No hay prestamos registrados."
               MOVE "10" TO PRESTAMOS-STATUS
           END-IF
           OPEN INPUT CUOTAS-FILE.

       1000-INICIALIZAR-FIN.
           EXIT.

       2000-RECORRER-PRESTAMOS.
           IF PRESTAMOS-STATUS NOT = "10"
               MOVE LOW-VALUES TO PRE-KEY
               START PRESTAMOS-FILE KEY IS >= PRE-KEY
                   INVALID KEY
                       MOVE "10" TO PRESTAMOS-STATUS
               END-START
           END-IF

           PERFORM UNTIL PRESTAMOS-STATUS = "10"
               READ PRESTAMOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO PRESTAMOS-STATUS
                   NOT AT END
                       IF PRE-VIGENTE OR PRE-EN-MORA
                           PERFORM 2100-EVALUAR-PRESTAMO
                       END-IF
               END-READ
           END-PERFORM.

       2100-EVALUAR-PRESTAMO.
           PERFORM 2200-RELEVAR-CUOTAS
           PERFORM 2300-MONEDA-CUENTA
           CALL "calcular-cobertura" USING PRE-CBF,
                PRE-TIMESTAMP-ALTA, WS-MONEDA, WS-FECHA-CIERRE,
                WS-COBERTURA, WS-CANT-GARANTIAS,
                WS-TASACION-VENCIDA, WS-SEGURO-VENCIDO

           ADD 1 TO WS-TOT-PRESTAMOS(WS-IDX-MON)
           ADD WS-DEUDA TO WS-TOT-DEUDA(WS-IDX-MON)
           ADD WS-COBERTURA TO WS-TOT-COBERTURA(WS-IDX-MON)
           EVALUATE TRUE
               WHEN WS-COBERTURA = 0
                   ADD 1 TO WS-TOT-SIN-GARANTIA(WS-IDX-MON)
               WHEN WS-COBERTURA NOT < WS-DEUDA
                   ADD 1 TO WS-TOT-CUBIERTOS(WS-IDX-MON)
               WHEN OTHER
                   ADD 1 TO WS-TOT-PARCIALES(WS-IDX-MON)
           END-EVALUATE
           IF WS-TASACION-VENCIDA > 0
               ADD 1 TO WS-CANT-TASACION
           END-IF
           IF WS-SEGURO-VENCIDO > 0
               ADD 1 TO WS-CANT-SEGURO
           END-IF

      *    Solo se listan los prestamos con garantias registradas:
      *    los demas cuentan en el total sin garantia.
           IF WS-CANT-GARANTIAS > 0
               PERFORM 2400-LINEA-PRESTAMO
           END-IF.

      *    Deuda del prestamo al cierre: capital de las cuotas
      *    impagas mas el interes de las ya vencidas.
       2200-RELEVAR-CUOTAS.
           MOVE 0 TO WS-DEUDA
           MOVE PRE-CBF TO CUO-CBF
           MOVE PRE-TIMESTAMP-ALTA TO CUO-TIMESTAMP-PREST
           MOVE LOW-VALUES TO CUO-NUMERO
           START CUOTAS-FILE KEY IS >= CUO-KEY
               INVALID KEY
                   MOVE "10" TO CUOTAS-STATUS
           END-START
           PERFORM UNTIL CUOTAS-STATUS = "10"
               READ CUOTAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO CUOTAS-STATUS
                   NOT AT END
                       IF CUO-CBF NOT = PRE-CBF
                          OR CUO-TIMESTAMP-PREST
                              NOT = PRE-TIMESTAMP-ALTA
                           MOVE "10" TO CUOTAS-STATUS
                       ELSE
                           IF CUO-PENDIENTE OR CUO-EN-MORA
                               ADD CUO-CAPITAL TO WS-DEUDA
                               IF CUO-VENCIMIENTO
                                   NOT > WS-FECHA-CIERRE
                                   ADD CUO-INTERES TO WS-DEUDA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO CUOTAS-STATUS.

       2300-MONEDA-CUENTA.
           MOVE "ARS" TO WS-MONEDA
           MOVE 1 TO WS-IDX-MON
           MOVE PRE-CBF TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLI-MONEDA-USD
                       MOVE "USD" TO WS-MONEDA
                       MOVE 2 TO WS-IDX-MON
                   END-IF
           END-READ.

       2400-LINEA-PRESTAMO.
           MOVE SPACES TO WS-MARCA
           IF WS-DEUDA > 0
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-COBERTURA * 100 / WS-DEUDA
                   ON SIZE ERROR
                       MOVE 99999 TO WS-PORCENTAJE
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-PORCENTAJE
           END-IF
           IF WS-TASACION-VENCIDA > 0
               MOVE "TASACION" TO WS-MARCA
           END-IF
           IF WS-SEGURO-VENCIDO > 0
               IF WS-MARCA = SPACES
                   MOVE "SEGURO" TO WS-MARCA
               ELSE
                   MOVE "TASACION+SEGURO" TO WS-MARCA
               END-IF
           END-IF
           MOVE WS-DEUDA TO WS-IMPORTE-DISPLAY
           MOVE WS-COBERTURA TO WS-COBERTURA-DISPLAY
           MOVE WS-PORCENTAJE TO WS-PCT-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING PRE-CBF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PRE-TIMESTAMP-ALTA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MONEDA DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                  WS-COBERTURA-DISPLAY DELIMITED BY SIZE
                  WS-PCT-DISPLAY DELIMITED BY SIZE
                  "% " DELIMITED BY SIZE
                  WS-MARCA DELIMITED BY SPACE
               INTO WS-REP-LINEA
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       3000-TOTALES.
           PERFORM VARYING WS-IDX-MON FROM 1 BY 1 UNTIL WS-IDX-MON > 2
               IF WS-TOT-PRESTAMOS(WS-IDX-MON) > 0
                   PERFORM 3100-TOTAL-MONEDA
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REP-LINEA
           STRING "Prestamos con tasacion vencida " DELIMITED BY SIZE
                  WS-CANT-TASACION DELIMITED BY SIZE
                  " - con seguro vencido " DELIMITED BY SIZE
                  WS-CANT-SEGURO DELIMITED BY SIZE
               INTO WS-REP-LINEA
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       3100-TOTAL-MONEDA.
           IF WS-IDX-MON = 1
               MOVE "ARS" TO WS-MONEDA-TOT
           ELSE
               MOVE "USD" TO WS-MONEDA-TOT
           END-IF
           MOVE WS-TOT-DEUDA(WS-IDX-MON) TO WS-IMPORTE-DISPLAY
           MOVE WS-TOT-COBERTURA(WS-IDX-MON) TO WS-COBERTURA-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING WS-MONEDA-TOT DELIMITED BY SIZE
                  " deuda " DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                  " cobertura " DELIMITED BY SIZE
                  WS-COBERTURA-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE SPACES TO WS-REP-LINEA
           STRING WS-MONEDA-TOT DELIMITED BY SIZE
                  " prestamos " DELIMITED BY SIZE
                  WS-TOT-PRESTAMOS(WS-IDX-MON) DELIMITED BY SIZE
                  " cubiertos " DELIMITED BY SIZE
                  WS-TOT-CUBIERTOS(WS-IDX-MON) DELIMITED BY SIZE
                  " parciales " DELIMITED BY SIZE
                  WS-TOT-PARCIALES(WS-IDX-MON) DELIMITED BY SIZE
                  " sin garantia " DELIMITED BY SIZE
                  WS-TOT-SIN-GARANTIA(WS-IDX-MON) DELIMITED BY SIZE
               INTO WS-REP-LINEA
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.
