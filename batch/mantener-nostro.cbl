       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-NOSTRO.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Libro de la cuenta nostro en dolares en el banco
      *  corresponsal (libro-nostro.dat). Tesoreria asienta aca los
      *  fondeos de la cuenta (F, credito) y los ajustes (A, debito o
      *  credito) con la referencia que traera el extracto del
      *  corresponsal; los debitos por las transferencias enviadas
      *  (E y G) los asienta GENERAR-INTERNACIONALES. El listado
      *  muestra el libro con saldo acumulado y el total de partidas
      *  todavia no conciliadas por RECONCILIAR-CORRESPONSAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOSTRO-FILE ASSIGN TO "libro-nostro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NO-KEY
               FILE STATUS IS NOSTRO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOSTRO-FILE.
       COPY "movimiento-nostro.cpy".

       WORKING-STORAGE SECTION.
       01  NOSTRO-STATUS              PIC XX.
       01  MENU-CHOICE                PIC 9.
           88  ASENTAR-FONDEO       VALUE 1.
           88  ASENTAR-AJUSTE       VALUE 2.
           88  LISTAR-LIBRO         VALUE 3.
           88  SALIR-PROGRAMA       VALUE 4.
       01  WS-REFERENCIA-INPUT        PIC X(20).
       01  WS-CONCEPTO-INPUT          PIC X(30).
       01  WS-SENTIDO-INPUT           PIC X(1).
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-HORA-HOY                PIC 9(8).
       01  WS-IMP-TITULO              PIC X(40).
       01  WS-IMP-PERMITE             PIC X(1).
       01  WS-IMPORTE-VALIDADO        PIC S9(9)V99.
       01  WS-IMP-RESULTADO           PIC 9.
       01  WS-SALDO-LIBRO             PIC S9(13)V99.
       01  WS-TOTAL-PENDIENTE         PIC S9(13)V99.
       01  WS-CANT-PENDIENTES         PIC 9(6).
       01  WS-CANT-LISTADAS           PIC 9(6).
       01  WS-IMPORTE-DISPLAY         PIC -Z(10).99.
       01  WS-SALDO-DISPLAY           PIC -Z(12).99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-MENU UNTIL SALIR-PROGRAMA
           PERFORM 9000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           OPEN I-O NOSTRO-FILE
           IF NOSTRO-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT NOSTRO-FILE
               CLOSE NOSTRO-FILE
               OPEN I-O NOSTRO-FILE
           END-IF.

       2000-MENU.
           DISPLAY "==========================================".
           DISPLAY "  CUENTA NOSTRO EN EL CORRESPONSAL (USD)".
           DISPLAY "==========================================".
           DISPLAY "1. Asentar fondeo".
           DISPLAY "2. Asentar ajuste".
           DISPLAY "3. Listar libro".
           DISPLAY "4. Salir".
           DISPLAY "Su opcion: " WITH NO ADVANCING.
           ACCEPT MENU-CHOICE.

           EVALUATE TRUE
               WHEN ASENTAR-FONDEO
                   PERFORM 2100-FONDEO
               WHEN ASENTAR-AJUSTE
                   PERFORM 2200-AJUSTE
               WHEN LISTAR-LIBRO
                   PERFORM 2300-LISTAR
               WHEN SALIR-PROGRAMA
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

       2100-FONDEO.
           PERFORM 2400-PEDIR-DATOS
           IF WS-IMP-RESULTADO = 0
               SET NO-FONDEO TO TRUE
               MOVE WS-IMPORTE-VALIDADO TO NO-IMPORTE
               PERFORM 2500-GRABAR-PARTIDA
           END-IF.

       2200-AJUSTE.
           PERFORM 2400-PEDIR-DATOS
           IF WS-IMP-RESULTADO = 0
               DISPLAY "Debito o credito en la cuenta nostro (D/C): "
                   WITH NO ADVANCING
               ACCEPT WS-SENTIDO-INPUT
               EVALUATE WS-SENTIDO-INPUT
                   WHEN "D"
                   WHEN "d"
                       SET NO-AJUSTE TO TRUE
                       COMPUTE NO-IMPORTE = 0 - WS-IMPORTE-VALIDADO
                       PERFORM 2500-GRABAR-PARTIDA
                   WHEN "C"
                   WHEN "c"
                       SET NO-AJUSTE TO TRUE
                       MOVE WS-IMPORTE-VALIDADO TO NO-IMPORTE
                       PERFORM 2500-GRABAR-PARTIDA
                   WHEN OTHER
                       DISPLAY "Sentido invalido: no se asento."
               END-EVALUATE
           END-IF.

       2300-LISTAR.
           MOVE 0 TO WS-CANT-LISTADAS
           MOVE 0 TO WS-CANT-PENDIENTES
           MOVE 0 TO WS-SALDO-LIBRO
           MOVE 0 TO WS-TOTAL-PENDIENTE
           MOVE LOW-VALUES TO NO-KEY
           START NOSTRO-FILE KEY IS >= NO-KEY
               INVALID KEY
                   MOVE "10" TO NOSTRO-STATUS
               NOT INVALID KEY
                   MOVE "00" TO NOSTRO-STATUS
           END-START

           PERFORM UNTIL NOSTRO-STATUS = "10"
               READ NOSTRO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO NOSTRO-STATUS
                   NOT AT END
                       PERFORM 2310-LINEA-LIBRO
               END-READ
           END-PERFORM
           DISPLAY "------------------------------------------"
           DISPLAY "Partidas listadas: " WS-CANT-LISTADAS
           MOVE WS-SALDO-LIBRO TO WS-SALDO-DISPLAY
           DISPLAY "Saldo segun libro:     USD " WS-SALDO-DISPLAY
           MOVE WS-TOTAL-PENDIENTE TO WS-SALDO-DISPLAY
           DISPLAY "Pendientes (" WS-CANT-PENDIENTES "): USD "
                   WS-SALDO-DISPLAY
           MOVE "00" TO NOSTRO-STATUS.

       2310-LINEA-LIBRO.
           ADD 1 TO WS-CANT-LISTADAS
           ADD NO-IMPORTE TO WS-SALDO-LIBRO
           IF NO-PENDIENTE
               ADD 1 TO WS-CANT-PENDIENTES
               ADD NO-IMPORTE TO WS-TOTAL-PENDIENTE
           END-IF
           MOVE NO-IMPORTE TO WS-IMPORTE-DISPLAY
           MOVE WS-SALDO-LIBRO TO WS-SALDO-DISPLAY
           DISPLAY NO-TIMESTAMP " " NO-TIPO " " NO-REFERENCIA
                   " " WS-IMPORTE-DISPLAY " " NO-ESTADO
                   " saldo " WS-SALDO-DISPLAY
           DISPLAY "   " NO-CONCEPTO.

      *    La referencia es la que el corresponsal informara en su
      *    extracto: sin ella la partida no se podria conciliar.
       2400-PEDIR-DATOS.
           MOVE 1 TO WS-IMP-RESULTADO
           DISPLAY "Referencia del corresponsal: " WITH NO ADVANCING
           ACCEPT WS-REFERENCIA-INPUT
           DISPLAY "Concepto: " WITH NO ADVANCING
           ACCEPT WS-CONCEPTO-INPUT
           IF WS-REFERENCIA-INPUT = SPACES
               DISPLAY "La referencia es obligatoria."
           ELSE
               MOVE "Importe en USD" TO WS-IMP-TITULO
               MOVE "S" TO WS-IMP-PERMITE
               CALL 'validar-importe' USING WS-IMP-TITULO,
                    WS-IMP-PERMITE, WS-IMPORTE-VALIDADO,
                    WS-IMP-RESULTADO
           END-IF.

       2500-GRABAR-PARTIDA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOY FROM TIME
           COMPUTE NO-TIMESTAMP =
               WS-FECHA-HOY * 1000000 + WS-HORA-HOY / 100
           MOVE WS-REFERENCIA-INPUT TO NO-REFERENCIA
           MOVE WS-CONCEPTO-INPUT TO NO-CONCEPTO
           MOVE 0 TO NO-FECHA-CONCILIACION
           SET NO-PENDIENTE TO TRUE
           WRITE NO-RECORD
               INVALID KEY
                   DISPLAY "Ya existe esa partida."
               NOT INVALID KEY
                   DISPLAY "Partida asentada."
           END-WRITE.

       9000-FINALIZAR.
           CLOSE NOSTRO-FILE.
