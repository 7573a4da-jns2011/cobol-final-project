       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREPARAR-STAND-IN.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Foto de saldos para el cajero en modo contingencia: la llama
      *  PROCESO-NOCTURNO al arrancar, antes de marcar la corrida en
      *  curso. Para cada cuenta no cerrada de cuentas.dat guarda en
      *  saldos-stand-in.dat el saldo disponible del momento
      *  (leer-saldo-disponible: posteado menos retenciones y
      *  embargos pendientes) con su moneda. Mientras dura la
      *  corrida el cajero consulta y valida extracciones contra
      *  esta foto (operar-stand-in) y no contra saldos.dat, que los
      *  pasos nocturnos van actualizando. La foto se rehace entera
      *  en cada corrida nueva.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT FOTO-FILE ASSIGN TO "saldos-stand-in.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-CBF
               FILE STATUS IS FOTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  FOTO-FILE.
       COPY "saldo-stand-in.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  CUENTAS-STATUS             PIC XX.
       01  FOTO-STATUS                PIC XX.
       01  WS-AHORA                   PIC 9(14).
       01  WS-CBF-X                   PIC X(6).
       01  WS-SALDO-DISPONIBLE        PIC S9(10)V99.
       01  WS-MONEDA                  PIC X(3).
       01  WS-TOTAL-CUENTAS           PIC 9(6) VALUE 0.

       LINKAGE SECTION.
       01  LK-RESULTADO-BATCH         PIC 9.
           88  LK-BATCH-OK                VALUE 0.

       PROCEDURE DIVISION USING LK-RESULTADO-BATCH.
       0000-MAINLINE.
           MOVE 0 TO LK-RESULTADO-BATCH
           PERFORM 1000-INICIALIZAR
           IF LK-BATCH-OK
               PERFORM 2000-TOMAR-FOTO
           END-IF
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  FOTO DE SALDOS PARA MODO CONTINGENCIA".
           DISPLAY "==========================================".
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AHORA
           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE
           IF CUENTAS-STATUS NOT = "00"
               DISPLAY "Error al abrir cuentas: " CUENTAS-STATUS
               MOVE 1 TO LK-RESULTADO-BATCH
           ELSE
               MOVE LOW-VALUES TO CLI-CBF
               START CUENTAS-FILE KEY IS >= CLI-CBF
                   INVALID KEY
                       MOVE "10" TO CUENTAS-STATUS
               END-START
               OPEN OUTPUT FOTO-FILE
               IF FOTO-STATUS NOT = "00"
                   DISPLAY "Error al crear la foto de saldos: "
                           FOTO-STATUS
                   MOVE 1 TO LK-RESULTADO-BATCH
               END-IF
           END-IF.

       2000-TOMAR-FOTO.
           PERFORM UNTIL CUENTAS-STATUS = "10"
               READ CUENTAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO CUENTAS-STATUS
                   NOT AT END
                       IF NOT CLI-CERRADA
                           PERFORM 2100-GRABAR-SALDO
                       END-IF
               END-READ
           END-PERFORM.

       2100-GRABAR-SALDO.
           MOVE CLI-CBF TO WS-CBF-X
           MOVE CLI-MONEDA TO WS-MONEDA
           CALL 'leer-saldo-disponible' USING WS-CBF-X,
                WS-SALDO-DISPONIBLE, WS-MONEDA
           MOVE CLI-CBF TO SS-CBF
           MOVE WS-SALDO-DISPONIBLE TO SS-DISPONIBLE
           MOVE CLI-MONEDA TO SS-MONEDA
           MOVE WS-AHORA TO SS-TIMESTAMP
           WRITE SS-RECORD
               INVALID KEY
                   REWRITE SS-RECORD
           END-WRITE
           ADD 1 TO WS-TOTAL-CUENTAS.

       9000-FINALIZAR.
           CLOSE CUENTAS-FILE
           CLOSE FOTO-FILE
           DISPLAY "------------------------------------------".
           DISPLAY "Cuentas en la foto: " WS-TOTAL-CUENTAS.
           DISPLAY "==========================================".
