       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPENSAR-ECHEQS.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Compensacion de echeqs presentados: procesa
      *  echeqs-presentados.dat (ancho fijo: banco depositario,
      *  numero de echeq, importe y documento del presentante), los
      *  echeqs de nuestros clientes depositados en otros bancos que
      *  llegan por la camara. Un echeq activo, en fecha de pago,
      *  dentro del plazo de presentacion y por el importe emitido se
      *  paga contra la cuenta del librador (pagar-echeq: codigo "C",
      *  saldo mas CLI-LIMITE-DESCUBIERTO) y queda ECQ-PAGADO. Si no,
      *  se rechaza con el motivo en echeqs-rechazados.dat para la
      *  devolucion a la camara: inexistente, repudiado, ya
      *  procesado, anterior a la fecha de pago o importe distinto
      *  dejan el registro como estaba; plazo vencido, cuenta
      *  cerrada, titular fallecido o fondos insuficientes lo dejan
      *  ECQ-RECHAZADO. Mismo esquema que COMPENSAR-CHEQUES.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESENTADOS-FILE ASSIGN TO "echeqs-presentados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRESENTADOS-STATUS.

           SELECT ECHEQS-FILE ASSIGN TO "echeqs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECQ-KEY
               FILE STATUS IS ECHEQS-STATUS.

           SELECT RECHAZADOS-FILE ASSIGN TO "echeqs-rechazados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECHAZADOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESENTADOS-FILE.
       01  PRESENTADO-REGISTRO.
           05  PRE-BANCO-DEPOSITARIO  PIC 9(3).
           05  PRE-NUMERO             PIC 9(8).
           05  PRE-IMPORTE            PIC 9(9)V99.
           05  PRE-DOC-PRESENTANTE    PIC X(11).

       FD  ECHEQS-FILE.
       COPY "echeq.cpy".

       FD  RECHAZADOS-FILE.
       01  RECHAZADO-REGISTRO.
           05  RCH-FECHA              PIC 9(8).
           05  RCH-BANCO-DEPOSITARIO  PIC 9(3).
           05  RCH-NUMERO             PIC 9(8).
           05  RCH-IMPORTE            PIC 9(9)V99.
           05  RCH-MOTIVO             PIC X(30).

       WORKING-STORAGE SECTION.
       01  PRESENTADOS-STATUS         PIC XX.
       01  ECHEQS-STATUS              PIC XX.
       01  RECHAZADOS-STATUS          PIC XX.

       01  WS-BANCO-PROPIO            PIC 9(3) VALUE 001.
       01  WS-DIAS-PRESENTACION       PIC 9(3) VALUE 30.
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-INT-HOY                 PIC 9(8).
       01  WS-INT-VENCE               PIC 9(8).
       01  WS-MOTIVO                  PIC X(30).

       01  WS-PAGO-CBF                PIC 9(6).
       01  WS-PAGO-NUMERO             PIC 9(8).
       01  WS-PAGO-IMPORTE            PIC 9(9)V99.
       01  WS-PAGO-RESULTADO          PIC 9.
       01  WS-PAGO-TS                 PIC 9(14).

       01  WS-TOTAL-LEIDOS            PIC 9(6) VALUE 0.
       01  WS-TOTAL-PAGADOS           PIC 9(6) VALUE 0.
       01  WS-TOTAL-RECHAZADOS        PIC 9(6) VALUE 0.
       01  WS-IMPORTE-PAGADO          PIC S9(12)V99 VALUE 0.
       01  WS-IMPORTE-DISPLAY         PIC -Z(11).99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESAR-PRESENTADOS
           PERFORM 3000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  COMPENSACION DE ECHEQS PRESENTADOS".
           DISPLAY "==========================================".
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-INT-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
           OPEN INPUT PRESENTADOS-FILE
           IF PRESENTADOS-STATUS NOT = "00"
               DISPLAY "No hay echeqs presentados para procesar."
               MOVE "10" TO PRESENTADOS-STATUS
           END-IF
           OPEN I-O ECHEQS-FILE
           IF ECHEQS-STATUS NOT = "00"
               DISPLAY "No hay registro de echeqs."
               MOVE "10" TO PRESENTADOS-STATUS
           END-IF
           OPEN OUTPUT RECHAZADOS-FILE.

       2000-PROCESAR-PRESENTADOS.
           PERFORM UNTIL PRESENTADOS-STATUS = "10"
               READ PRESENTADOS-FILE
                   AT END
                       MOVE "10" TO PRESENTADOS-STATUS
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LEIDOS
                       PERFORM 2100-PROCESAR-ECHEQ
               END-READ
           END-PERFORM.

       2100-PROCESAR-ECHEQ.
           MOVE SPACES TO WS-MOTIVO
           MOVE WS-BANCO-PROPIO TO ECQ-BANCO
           MOVE PRE-NUMERO TO ECQ-NUMERO
           READ ECHEQS-FILE
               KEY IS ECQ-KEY
               INVALID KEY
                   MOVE "Echeq no emitido" TO WS-MOTIVO
                   PERFORM 2400-RECHAZAR-SIN-REGISTRO
               NOT INVALID KEY
                   PERFORM 2200-EVALUAR-ECHEQ
           END-READ.

       2200-EVALUAR-ECHEQ.
           COMPUTE WS-INT-VENCE =
               FUNCTION INTEGER-OF-DATE(ECQ-FECHA-PAGO)
               + WS-DIAS-PRESENTACION
           EVALUATE TRUE
               WHEN ECQ-REPUDIADO
                   MOVE "Echeq repudiado" TO WS-MOTIVO
                   PERFORM 2400-RECHAZAR-SIN-REGISTRO
               WHEN NOT ECQ-ACTIVO
      *            Pagado, rechazado o depositado en nuestro banco:
      *            no se paga dos veces; solo se informa.
                   MOVE "Echeq ya procesado" TO WS-MOTIVO
                   PERFORM 2400-RECHAZAR-SIN-REGISTRO
               WHEN ECQ-FECHA-PAGO > WS-FECHA-HOY
      *            Pago diferido presentado antes de su fecha: sigue
      *            activo para presentarse en termino.
                   MOVE "Anterior a fecha de pago" TO WS-MOTIVO
                   PERFORM 2400-RECHAZAR-SIN-REGISTRO
               WHEN PRE-IMPORTE NOT = ECQ-IMPORTE
                   MOVE "Importe no coincide" TO WS-MOTIVO
                   PERFORM 2400-RECHAZAR-SIN-REGISTRO
               WHEN WS-INT-VENCE < WS-INT-HOY
                   MOVE "Plazo de presentacion vencido" TO WS-MOTIVO
                   PERFORM 2500-RECHAZAR-ECHEQ
               WHEN OTHER
                   PERFORM 2300-PAGAR-ECHEQ
           END-EVALUATE.

       2300-PAGAR-ECHEQ.
           MOVE ECQ-CBF-EMISOR TO WS-PAGO-CBF
           MOVE ECQ-NUMERO TO WS-PAGO-NUMERO
           MOVE ECQ-IMPORTE TO WS-PAGO-IMPORTE
           CALL "pagar-echeq" USING WS-PAGO-CBF, WS-PAGO-NUMERO,
                WS-PAGO-IMPORTE, WS-PAGO-RESULTADO, WS-MOTIVO,
                WS-PAGO-TS
           IF WS-PAGO-RESULTADO = 0
               SET ECQ-PAGADO TO TRUE
               MOVE WS-FECHA-HOY TO ECQ-FECHA-ESTADO
      *        El ultimo tenedor es el que lo presento en su banco.
               MOVE PRE-DOC-PRESENTANTE TO ECQ-DOC-TENEDOR
               MOVE WS-PAGO-TS TO ECQ-TS-DEPOSITO
               REWRITE ECQ-RECORD
               ADD 1 TO WS-TOTAL-PAGADOS
               ADD PRE-IMPORTE TO WS-IMPORTE-PAGADO
           ELSE
               PERFORM 2500-RECHAZAR-ECHEQ
           END-IF.

       2400-RECHAZAR-SIN-REGISTRO.
           ADD 1 TO WS-TOTAL-RECHAZADOS
           PERFORM 2900-GRABAR-RECHAZO.

       2500-RECHAZAR-ECHEQ.
           SET ECQ-RECHAZADO TO TRUE
           MOVE WS-FECHA-HOY TO ECQ-FECHA-ESTADO
           MOVE WS-MOTIVO TO ECQ-MOTIVO
           REWRITE ECQ-RECORD
           ADD 1 TO WS-TOTAL-RECHAZADOS
           PERFORM 2900-GRABAR-RECHAZO.

       2900-GRABAR-RECHAZO.
           MOVE WS-FECHA-HOY TO RCH-FECHA
           MOVE PRE-BANCO-DEPOSITARIO TO RCH-BANCO-DEPOSITARIO
           MOVE PRE-NUMERO TO RCH-NUMERO
           MOVE PRE-IMPORTE TO RCH-IMPORTE
           MOVE WS-MOTIVO TO RCH-MOTIVO
           WRITE RECHAZADO-REGISTRO
           DISPLAY "Echeq " PRE-NUMERO "  Banco dep. "
                   PRE-BANCO-DEPOSITARIO "  RECHAZADO: " WS-MOTIVO.

       3000-FINALIZAR.
           CLOSE PRESENTADOS-FILE
           CLOSE ECHEQS-FILE
           CLOSE RECHAZADOS-FILE
           MOVE WS-IMPORTE-PAGADO TO WS-IMPORTE-DISPLAY
           DISPLAY "------------------------------------------".
           DISPLAY "Echeqs presentados: " WS-TOTAL-LEIDOS.
           DISPLAY "Echeqs pagados:     " WS-TOTAL-PAGADOS.
           DISPLAY "Echeqs rechazados:  " WS-TOTAL-RECHAZADOS.
           DISPLAY "Importe pagado:     $ " WS-IMPORTE-DISPLAY.
           DISPLAY "==========================================".
