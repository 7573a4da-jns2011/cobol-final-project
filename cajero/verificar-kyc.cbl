       IDENTIFICATION DIVISION.
       PROGRAM-ID. verificar-kyc.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: dice si el titular de un CBF
      *              esta bloqueado para operar transferencias
      *              interbancarias e internacionales por tener la
      *              revision de conocimiento del cliente vencida
      *              siendo de riesgo alto (riesgo-clientes.dat, ver
      *              CALIFICAR-RIESGO-CLIENTES). LK-BLOQUEADO = 1 y
      *              LK-FECHA-VTO con el vencimiento incumplido; el
      *              bloqueo queda en el journal de seguridad. Un CBF
      *              sin cliente indexado o un cliente sin calificar
      *              no se bloquea. Se levanta registrando la
      *              revision en REVISAR-KYC.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RIESGO-FILE ASSIGN TO "riesgo-clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CLIENTE-ID
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RIESGO-FILE.
       COPY "riesgo-cliente.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX.
       01  WS-CBF                  PIC 9(6).
       01  WS-CLIENTE-ID           PIC 9(8).
       01  WS-ID-ENCONTRADO        PIC 9.
       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-SEG-EVENTO           PIC X(20).
       01  WS-SEG-DETALLE          PIC X(40).

       LINKAGE SECTION.
       01  LK-CBF                  PIC X(6).
       01  LK-BLOQUEADO            PIC 9.
       01  LK-FECHA-VTO            PIC 9(8).

       PROCEDURE DIVISION USING LK-CBF, LK-BLOQUEADO, LK-FECHA-VTO.
       MAIN-PARA.
           MOVE 0 TO LK-BLOQUEADO
           MOVE 0 TO LK-FECHA-VTO
           IF LK-CBF IS NOT NUMERIC
               GOBACK
           END-IF
           MOVE LK-CBF TO WS-CBF
           CALL "buscar-cliente-id" USING WS-CBF, WS-CLIENTE-ID,
                WS-ID-ENCONTRADO
           IF WS-ID-ENCONTRADO NOT = 1
               GOBACK
           END-IF

           OPEN INPUT RIESGO-FILE
           IF FILE-STATUS NOT = "00"
               GOBACK
           END-IF
           MOVE WS-CLIENTE-ID TO RC-CLIENTE-ID
           READ RIESGO-FILE
               KEY IS RC-CLIENTE-ID
               INVALID KEY
                   MOVE "23" TO FILE-STATUS
           END-READ
           CLOSE RIESGO-FILE
           IF FILE-STATUS NOT = "00"
               GOBACK
           END-IF

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           IF RC-RIESGO-ALTO
              AND RC-FECHA-VTO-REVISION < WS-FECHA-HOY
               MOVE 1 TO LK-BLOQUEADO
               MOVE RC-FECHA-VTO-REVISION TO LK-FECHA-VTO
               MOVE "BLOQUEO KYC VENCIDO" TO WS-SEG-EVENTO
               MOVE SPACES TO WS-SEG-DETALLE
               STRING "Cliente " DELIMITED BY SIZE
                      WS-CLIENTE-ID DELIMITED BY SIZE
                      " revision vencida " DELIMITED BY SIZE
                      RC-FECHA-VTO-REVISION DELIMITED BY SIZE
                   INTO WS-SEG-DETALLE
               CALL "registrar-evento-seg" USING LK-CBF,
                    WS-SEG-EVENTO, WS-SEG-DETALLE
           END-IF
           GOBACK.
