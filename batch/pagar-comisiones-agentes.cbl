       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGAR-COMISIONES-AGENTES.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Pago mensual de comisiones a los agentes corresponsales:
      *  para el mes pedido (por defecto el anterior) suma la
      *  comision de cada operacion posteada en
      *  operaciones-agentes.dat y la acredita en la cuenta float del
      *  agente (deposito "D", memo "COMISION AGENTE AAAAMM"). El mes
      *  pagado queda en AGC-ULT-PERIODO-COMISION: un agente ya pagado
      *  para ese mes (o uno posterior) se saltea, de modo que la
      *  corrida se puede repetir sin duplicar pagos. Los agentes de
      *  baja cobran igual lo devengado si su float sigue abierto.
      *  Deja el informe "agentes-comisiones".
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENTES-FILE ASSIGN TO "agentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGC-CODIGO
               FILE STATUS IS AGENTES-STATUS.

           SELECT LOG-AGENTES-FILE ASSIGN TO "operaciones-agentes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENTES-FILE.
       COPY "agente-corresponsal.cpy".

       FD  LOG-AGENTES-FILE.
       COPY "operacion-agente.cpy".

       WORKING-STORAGE SECTION.
       COPY "transaccion.cpy".
       01  AGENTES-STATUS             PIC XX.
       01  LOG-STATUS                 PIC XX.

       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05  WS-HOY-AAAA            PIC 9(4).
           05  WS-HOY-MM              PIC 9(2).
           05  WS-HOY-DD              PIC 9(2).
       01  WS-PERIODO                 PIC 9(6).
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           05  WS-PER-AAAA            PIC 9(4).
           05  WS-PER-MM              PIC 9(2).

      *    Comision del mes por agente (hasta 500 agentes).
       01  WS-CANT-AGE                PIC 9(3) VALUE 0.
       01  WS-TABLA-AGE.
           05  WS-AGE OCCURS 500 TIMES.
               10  WS-AGE-CODIGO      PIC X(8).
               10  WS-AGE-OPERACIONES PIC 9(6).
               10  WS-AGE-COMISION    PIC 9(9)V99.
       01  WS-IDX-AGE                 PIC 9(3).
       01  WS-AGE-HALLADO             PIC X.

       01  WS-MONEDA-ARS              PIC X(3) VALUE "ARS".
       01  WS-TOTAL-PAGADOS           PIC 9(4) VALUE 0.
       01  WS-TOTAL-YA-PAGADOS        PIC 9(4) VALUE 0.
       01  WS-TOTAL-ERRORES           PIC 9(4) VALUE 0.
       01  WS-TOTAL-COMISION          PIC 9(11)V99 VALUE 0.
       01  WS-COMISION-EDIT           PIC Z(8)9.99.
       01  WS-RESULTADO-TEXTO         PIC X(20).

       01  WS-REP-NOMBRE              PIC X(20)
                          VALUE "agentes-comisiones".
       01  WS-REP-TITULO              PIC X(40)
                          VALUE "AGENTES CORRESPONSALES - COMISIONES".
       01  WS-REP-LINEA               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "==========================================".
           DISPLAY "  PAGO DE COMISIONES A AGENTES".
           DISPLAY "==========================================".
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-ACUMULAR
           PERFORM 3000-PAGAR
           PERFORM 9000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "Mes a pagar AAAAMM (0 = mes anterior): "
               WITH NO ADVANCING
           ACCEPT WS-PERIODO
           IF WS-PERIODO = 0 OR WS-PER-MM < 1 OR WS-PER-MM > 12
               MOVE WS-HOY-AAAA TO WS-PER-AAAA
               MOVE WS-HOY-MM TO WS-PER-MM
               IF WS-PER-MM = 1
                   MOVE 12 TO WS-PER-MM
                   SUBTRACT 1 FROM WS-PER-AAAA
               ELSE
                   SUBTRACT 1 FROM WS-PER-MM
               END-IF
           END-IF
           DISPLAY "Periodo: " WS-PERIODO.

       2000-ACUMULAR.
           OPEN INPUT LOG-AGENTES-FILE
           IF LOG-STATUS NOT = "00"
               DISPLAY "No hay operaciones de agentes registradas."
               MOVE "10" TO LOG-STATUS
           END-IF
           PERFORM UNTIL LOG-STATUS = "10"
               READ LOG-AGENTES-FILE
                   AT END
                       MOVE "10" TO LOG-STATUS
                   NOT AT END
                       IF AGO-FECHA(1:6) = WS-PERIODO
                          AND AGO-POSTEADA AND AGO-COMISION > 0
                           PERFORM 2100-ACUMULAR-OPERACION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-AGENTES-FILE.

       2100-ACUMULAR-OPERACION.
           MOVE AGO-AGENTE TO AGC-CODIGO
           PERFORM 2200-BUSCAR-AGE
           IF WS-AGE-HALLADO = 'N'
               IF WS-CANT-AGE < 500
                   ADD 1 TO WS-CANT-AGE
                   MOVE WS-CANT-AGE TO WS-IDX-AGE
                   MOVE AGO-AGENTE TO WS-AGE-CODIGO(WS-IDX-AGE)
                   MOVE 0 TO WS-AGE-OPERACIONES(WS-IDX-AGE)
                   MOVE 0 TO WS-AGE-COMISION(WS-IDX-AGE)
                   MOVE 'S' TO WS-AGE-HALLADO
               END-IF
           END-IF
           IF WS-AGE-HALLADO = 'S'
               ADD 1 TO WS-AGE-OPERACIONES(WS-IDX-AGE)
               ADD AGO-COMISION TO WS-AGE-COMISION(WS-IDX-AGE)
           END-IF.

      *    Deja WS-IDX-AGE en el renglon de AGC-CODIGO si ya esta.
       2200-BUSCAR-AGE.
           MOVE 'N' TO WS-AGE-HALLADO
           PERFORM VARYING WS-IDX-AGE FROM 1 BY 1
                   UNTIL WS-IDX-AGE > WS-CANT-AGE
                      OR WS-AGE-HALLADO = 'S'
               IF WS-AGE-CODIGO(WS-IDX-AGE) = AGC-CODIGO
                   MOVE 'S' TO WS-AGE-HALLADO
               END-IF
           END-PERFORM
           IF WS-AGE-HALLADO = 'S'
               SUBTRACT 1 FROM WS-IDX-AGE
           END-IF.

       3000-PAGAR.
           MOVE SPACES TO WS-REP-LINEA
           STRING "Periodo " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  " - Agente   Float   Oper     Comision  Resultado"
                      DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           OPEN I-O AGENTES-FILE
           IF AGENTES-STATUS NOT = "00"
               DISPLAY "No hay agentes corresponsales registrados."
               MOVE 0 TO WS-CANT-AGE
           END-IF
           PERFORM VARYING WS-IDX-AGE FROM 1 BY 1
                   UNTIL WS-IDX-AGE > WS-CANT-AGE
               PERFORM 3100-PAGAR-AGENTE THRU 3100-PAGAR-AGENTE-FIN
           END-PERFORM
           IF AGENTES-STATUS = "00"
               CLOSE AGENTES-FILE
           END-IF.

       3100-PAGAR-AGENTE.
           MOVE WS-AGE-CODIGO(WS-IDX-AGE) TO AGC-CODIGO
           READ AGENTES-FILE
               KEY IS AGC-CODIGO
               INVALID KEY
                   ADD 1 TO WS-TOTAL-ERRORES
                   MOVE 0 TO AGC-CBF-FLOAT
                   MOVE "AGENTE INEXISTENTE" TO WS-RESULTADO-TEXTO
                   MOVE "00" TO AGENTES-STATUS
                   PERFORM 3200-LINEA-AGENTE
                   GO TO 3100-PAGAR-AGENTE-FIN
           END-READ
           IF AGC-ULT-PERIODO-COMISION >= WS-PERIODO
               ADD 1 TO WS-TOTAL-YA-PAGADOS
               MOVE "YA PAGADA" TO WS-RESULTADO-TEXTO
               PERFORM 3200-LINEA-AGENTE
               GO TO 3100-PAGAR-AGENTE-FIN
           END-IF

           MOVE AGC-CBF-FLOAT TO P-CBF
           MOVE "D" TO P-DESCRIPCION
           MOVE WS-AGE-COMISION(WS-IDX-AGE) TO P-IMPORTE
           MOVE WS-MONEDA-ARS TO P-MONEDA
           MOVE 0 TO P-REF-KEY
           MOVE "N" TO P-OVERRIDE
           MOVE SPACES TO P-MEMO
           STRING "COMISION AGENTE " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
               INTO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO
           IF RESULTADO NOT = 0
               ADD 1 TO WS-TOTAL-ERRORES
               MOVE "ERROR AL ACREDITAR" TO WS-RESULTADO-TEXTO
               PERFORM 3200-LINEA-AGENTE
               GO TO 3100-PAGAR-AGENTE-FIN
           END-IF

           MOVE WS-PERIODO TO AGC-ULT-PERIODO-COMISION
           REWRITE AGC-RECORD
               INVALID KEY
                   DISPLAY "ERROR al marcar el pago del agente "
                           AGC-CODIGO ": revisar antes de repetir."
           END-REWRITE
           ADD 1 TO WS-TOTAL-PAGADOS
           ADD WS-AGE-COMISION(WS-IDX-AGE) TO WS-TOTAL-COMISION
           MOVE "ACREDITADA" TO WS-RESULTADO-TEXTO
           PERFORM 3200-LINEA-AGENTE.
       3100-PAGAR-AGENTE-FIN.
           EXIT.

       3200-LINEA-AGENTE.
           MOVE WS-AGE-COMISION(WS-IDX-AGE) TO WS-COMISION-EDIT
           MOVE SPACES TO WS-REP-LINEA
           STRING "  " DELIMITED BY SIZE
                  WS-AGE-CODIGO(WS-IDX-AGE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AGC-CBF-FLOAT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AGE-OPERACIONES(WS-IDX-AGE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-COMISION-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RESULTADO-TEXTO DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       9000-FINALIZAR.
           MOVE WS-TOTAL-COMISION TO WS-COMISION-EDIT
           MOVE SPACES TO WS-REP-LINEA
           STRING "Pagados " DELIMITED BY SIZE
                  WS-TOTAL-PAGADOS DELIMITED BY SIZE
                  " - ya pagados " DELIMITED BY SIZE
                  WS-TOTAL-YA-PAGADOS DELIMITED BY SIZE
                  " - errores " DELIMITED BY SIZE
                  WS-TOTAL-ERRORES DELIMITED BY SIZE
                  " - total $" DELIMITED BY SIZE
                  WS-COMISION-EDIT DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           DISPLAY "Agentes pagados:        " WS-TOTAL-PAGADOS
           DISPLAY "Ya pagados:             " WS-TOTAL-YA-PAGADOS
           DISPLAY "Errores:                " WS-TOTAL-ERRORES
           DISPLAY "Comisiones acreditadas: $" WS-COMISION-EDIT
           DISPLAY "==========================================".
