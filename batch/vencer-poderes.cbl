       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCER-PODERES.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Vencimiento de poderes: paso nocturno que recorre
      *  apoderados.dat y marca AP-VENCIDO todo poder vigente cuya
      *  fecha hasta ya paso, y AP-REVOCADO (motivo FALLECIMIENTO)
      *  todo poder vigente cuyo otorgante figura fallecido en el
      *  maestro de cuentas sin que se haya revocado al registrar el
      *  fallecimiento. Cada baja queda en el journal del cajero y
      *  en el journal de eventos de seguridad. Desde ese momento el
      *  apoderado ya no puede ingresar al cajero ni ser atendido en
      *  VENTANILLA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APODERADOS-FILE ASSIGN TO "apoderados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS APODERADOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APODERADOS-FILE.
       COPY "apoderado.cpy".

       WORKING-STORAGE SECTION.
       01  APODERADOS-STATUS          PIC XX.
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-TOTAL-VENCIDOS          PIC 9(6) VALUE 0.
       01  WS-TOTAL-REVOCADOS         PIC 9(6) VALUE 0.
       COPY "cliente.cpy".

       01  WS-CBF-JRN                 PIC X(6).
       01  WS-JRN-EVENTO              PIC X(20).
       01  WS-JRN-DETALLE             PIC X(60).
       01  WS-SEG-DETALLE             PIC X(40).

       LINKAGE SECTION.
       01  LK-RESULTADO-BATCH         PIC 9.
           88  LK-BATCH-OK                VALUE 0.

       PROCEDURE DIVISION USING LK-RESULTADO-BATCH.
       0000-MAINLINE.
           MOVE 0 TO LK-RESULTADO-BATCH
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-VENCER
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  VENCIMIENTO DE PODERES".
           DISPLAY "==========================================".
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           OPEN I-O APODERADOS-FILE
           IF APODERADOS-STATUS NOT = "00"
               DISPLAY "No hay poderes registrados."
               MOVE "10" TO APODERADOS-STATUS
           ELSE
               MOVE LOW-VALUES TO AP-KEY
               START APODERADOS-FILE KEY IS >= AP-KEY
                   INVALID KEY
                       MOVE "10" TO APODERADOS-STATUS
               END-START
           END-IF.

       2000-VENCER.
           PERFORM UNTIL APODERADOS-STATUS = "10"
               READ APODERADOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO APODERADOS-STATUS
                   NOT AT END
                       IF AP-VIGENTE
                           PERFORM 2100-EVALUAR-PODER
                       END-IF
               END-READ
           END-PERFORM.

       2100-EVALUAR-PODER.
           MOVE AP-CBF TO WS-CBF-JRN
           MOVE WS-CBF-JRN TO P-CBF OF CLIENTE
           CALL 'buscar-cliente' USING CLIENTE
           IF P-CBF OF CLIENTE NOT = "000000"
              AND P-FALLECIDO-SI
               SET AP-REVOCADO TO TRUE
               MOVE "FALLECIMIENTO" TO AP-MOTIVO-BAJA
               MOVE "PODER REVOCADO" TO WS-JRN-EVENTO
               ADD 1 TO WS-TOTAL-REVOCADOS
               PERFORM 2200-DAR-DE-BAJA
           ELSE
               IF AP-FECHA-HASTA < WS-FECHA-HOY
                   SET AP-VENCIDO TO TRUE
                   MOVE "VENCIMIENTO" TO AP-MOTIVO-BAJA
                   MOVE "PODER VENCIDO" TO WS-JRN-EVENTO
                   ADD 1 TO WS-TOTAL-VENCIDOS
                   PERFORM 2200-DAR-DE-BAJA
               END-IF
           END-IF.

       2200-DAR-DE-BAJA.
           MOVE WS-FECHA-HOY TO AP-FECHA-BAJA
           REWRITE AP-RECORD
           MOVE SPACES TO WS-JRN-DETALLE
           STRING "PODER " DELIMITED BY SIZE
                  AP-ORDEN DELIMITED BY SIZE
                  " DOC " DELIMITED BY SIZE
                  AP-NRO-DOC DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  AP-MOTIVO-BAJA DELIMITED BY SPACE
               INTO WS-JRN-DETALLE
           CALL 'registrar-journal' USING WS-CBF-JRN,
                WS-JRN-EVENTO, WS-JRN-DETALLE
           MOVE WS-JRN-DETALLE(1:40) TO WS-SEG-DETALLE
           CALL 'registrar-evento-seg' USING WS-CBF-JRN,
                WS-JRN-EVENTO, WS-SEG-DETALLE
           DISPLAY "CBF " AP-CBF "  poder " AP-ORDEN "  "
                   AP-APELLIDO(1:20) "  " WS-JRN-EVENTO.

       9000-FINALIZAR.
           CLOSE APODERADOS-FILE
           DISPLAY "------------------------------------------".
           DISPLAY "Poderes vencidos:  " WS-TOTAL-VENCIDOS.
           DISPLAY "Poderes revocados: " WS-TOTAL-REVOCADOS.
           DISPLAY "==========================================".
