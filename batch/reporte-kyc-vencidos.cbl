       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-KYC-VENCIDOS.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Revisiones de conocimiento del cliente vencidas: listado
      *  mensual para el area de cumplimiento con los clientes de
      *  riesgo-clientes.dat cuya revision vencio a la fecha de
      *  corrida, agrupados por nivel de riesgo (alto, medio, bajo),
      *  con el titular, la ultima revision y los dias de atraso. Los
      *  de riesgo alto salen marcados como bloqueados: no operan
      *  transferencias interbancarias ni internacionales
      *  (verificar-kyc) hasta que la revision se registre en
      *  REVISAR-KYC. Cierra con los totales por nivel y las
      *  revisiones que vencen en los proximos 30 dias.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RIESGO-FILE ASSIGN TO "riesgo-clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CLIENTE-ID
               FILE STATUS IS RIESGO-STATUS.

           SELECT CLIENTES-IDX-FILE ASSIGN TO "clientes-idx.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CBF
               ALTERNATE RECORD KEY IS CI-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS IDX-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RIESGO-FILE.
       COPY "riesgo-cliente.cpy".

       FD  CLIENTES-IDX-FILE.
       COPY "cliente-indice.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  RIESGO-STATUS              PIC XX.
       01  IDX-STATUS                 PIC XX.
       01  CUENTAS-STATUS             PIC XX.

       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-FECHA-LIMITE            PIC 9(8).
       01  WS-DIAS-HOY                PIC 9(7).
       01  WS-DIAS-ATRASO             PIC 9(5).
       01  WS-DIAS-DISPLAY            PIC ZZZZ9.

      *    Una pasada del maestro por nivel, de mayor a menor riesgo.
       01  WS-NIVELES                 PIC X(3) VALUE "AMB".
       01  WS-IDX-NIVEL               PIC 9.
       01  WS-NIVEL                   PIC X(1).
       01  WS-NIVEL-DESC              PIC X(5).

       01  WS-TITULAR                 PIC X(30).
       01  WS-TABLA-VENCIDAS.
           05  WS-CANT-VENCIDAS OCCURS 3 TIMES PIC 9(6).
       01  WS-CANT-POR-VENCER         PIC 9(6) VALUE 0.
       01  WS-CANT-TOTAL              PIC 9(6) VALUE 0.

       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "kyc-vencidos".
       01  WS-REP-TITULO              PIC X(40)
                             VALUE "REVISIONES KYC VENCIDAS".
       01  WS-REP-LINEA               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-FIN
           IF RIESGO-STATUS = "00"
               PERFORM 2000-LISTAR-NIVEL
                   VARYING WS-IDX-NIVEL FROM 1 BY 1
                   UNTIL WS-IDX-NIVEL > 3
               PERFORM 3000-CONTAR-POR-VENCER
               PERFORM 9000-FINALIZAR
           END-IF
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  REVISIONES KYC VENCIDAS".
           DISPLAY "==========================================".
           MOVE "Cliente, titular, ultima revision y atraso"
               TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
           COMPUTE WS-FECHA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-HOY + 30)
           MOVE 0 TO WS-CANT-VENCIDAS(1)
           MOVE 0 TO WS-CANT-VENCIDAS(2)
           MOVE 0 TO WS-CANT-VENCIDAS(3)
           DISPLAY "Vencidas al " WS-FECHA-HOY

           OPEN INPUT RIESGO-FILE
           IF RIESGO-STATUS NOT = "00"
               DISPLAY "No hay clientes calificados."
               GO TO 1000-INICIALIZAR-FIN
           END-IF
           OPEN INPUT CLIENTES-IDX-FILE
           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE.

       1000-INICIALIZAR-FIN.
           EXIT.

       2000-LISTAR-NIVEL.
           MOVE WS-NIVELES(WS-IDX-NIVEL:1) TO WS-NIVEL
           EVALUATE WS-NIVEL
               WHEN "A"
                   MOVE "ALTO" TO WS-NIVEL-DESC
               WHEN "M"
                   MOVE "MEDIO" TO WS-NIVEL-DESC
               WHEN OTHER
                   MOVE "BAJO" TO WS-NIVEL-DESC
           END-EVALUATE
           MOVE SPACES TO WS-REP-LINEA
           STRING "--- Riesgo " DELIMITED BY SIZE
                  WS-NIVEL-DESC DELIMITED BY SPACE
                  " ---" DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA

           MOVE 0 TO RC-CLIENTE-ID
           START RIESGO-FILE KEY IS >= RC-CLIENTE-ID
               INVALID KEY
                   MOVE "10" TO RIESGO-STATUS
           END-START
           PERFORM UNTIL RIESGO-STATUS = "10"
               READ RIESGO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO RIESGO-STATUS
                   NOT AT END
                       IF RC-NIVEL = WS-NIVEL
                          AND RC-FECHA-VTO-REVISION < WS-FECHA-HOY
                           PERFORM 2100-LINEA-VENCIDA
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO RIESGO-STATUS.

       2100-LINEA-VENCIDA.
           ADD 1 TO WS-CANT-VENCIDAS(WS-IDX-NIVEL)
           PERFORM 2200-BUSCAR-TITULAR
           COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOY
               - FUNCTION INTEGER-OF-DATE(RC-FECHA-VTO-REVISION)
           MOVE WS-DIAS-ATRASO TO WS-DIAS-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING RC-CLIENTE-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TITULAR(1:20) DELIMITED BY SIZE
                  " rev " DELIMITED BY SIZE
                  RC-FECHA-REVISION DELIMITED BY SIZE
                  " vto " DELIMITED BY SIZE
                  RC-FECHA-VTO-REVISION DELIMITED BY SIZE
                  " atraso " DELIMITED BY SIZE
                  WS-DIAS-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           IF RC-RIESGO-ALTO
               MOVE "BLOQUEADO" TO WS-REP-LINEA(72:9)
           END-IF
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

      *    Titular: apellido y nombre de la primera cuenta del
      *    cliente.
       2200-BUSCAR-TITULAR.
           MOVE SPACES TO WS-TITULAR
           MOVE RC-CLIENTE-ID TO CI-CLIENTE-ID
           READ CLIENTES-IDX-FILE
               KEY IS CI-CLIENTE-ID
               INVALID KEY
                   MOVE "(sin cuentas)" TO WS-TITULAR
               NOT INVALID KEY
                   MOVE CI-CBF TO CLI-CBF
                   READ CUENTAS-FILE
                       KEY IS CLI-CBF
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           STRING CLI-APELLIDO DELIMITED BY "  "
                                  ", " DELIMITED BY SIZE
                                  CLI-NOMBRE DELIMITED BY "  "
                               INTO WS-TITULAR
                   END-READ
           END-READ.

       3000-CONTAR-POR-VENCER.
           MOVE 0 TO RC-CLIENTE-ID
           START RIESGO-FILE KEY IS >= RC-CLIENTE-ID
               INVALID KEY
                   MOVE "10" TO RIESGO-STATUS
           END-START
           PERFORM UNTIL RIESGO-STATUS = "10"
               READ RIESGO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO RIESGO-STATUS
                   NOT AT END
                       ADD 1 TO WS-CANT-TOTAL
                       IF RC-FECHA-VTO-REVISION >= WS-FECHA-HOY
                          AND RC-FECHA-VTO-REVISION <= WS-FECHA-LIMITE
                           ADD 1 TO WS-CANT-POR-VENCER
                       END-IF
               END-READ
           END-PERFORM.

       9000-FINALIZAR.
           CLOSE RIESGO-FILE
           CLOSE CLIENTES-IDX-FILE
           CLOSE CUENTAS-FILE
           DISPLAY "------------------------------------------".
           DISPLAY "Clientes calificados:       " WS-CANT-TOTAL.
           DISPLAY "Vencidas riesgo alto:       " WS-CANT-VENCIDAS(1).
           DISPLAY "Vencidas riesgo medio:      " WS-CANT-VENCIDAS(2).
           DISPLAY "Vencidas riesgo bajo:       " WS-CANT-VENCIDAS(3).
           DISPLAY "Vencen en 30 dias:          " WS-CANT-POR-VENCER.
           DISPLAY "==========================================".
           MOVE SPACES TO WS-REP-LINEA
           STRING "Vencidas - alto (bloqueadas) " DELIMITED BY SIZE
                  WS-CANT-VENCIDAS(1) DELIMITED BY SIZE
                  " medio " DELIMITED BY SIZE
                  WS-CANT-VENCIDAS(2) DELIMITED BY SIZE
                  " bajo " DELIMITED BY SIZE
                  WS-CANT-VENCIDAS(3) DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE SPACES TO WS-REP-LINEA
           STRING "Calificados " DELIMITED BY SIZE
                  WS-CANT-TOTAL DELIMITED BY SIZE
                  " - vencen en 30 dias " DELIMITED BY SIZE
                  WS-CANT-POR-VENCER DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.
