       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCER-CODIGOS-EXTRACCION.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Vencimiento de codigos de extraccion sin tarjeta: paso
      *  nocturno que marca CX-VENCIDO todo codigo pendiente de
      *  codigos-extraccion.dat cuyo vencimiento ya paso sin canje,
      *  liberando la retencion de fondos asociada para que el
      *  importe vuelva a estar disponible para el titular. Cada
      *  vencimiento queda en el journal del cajero y en el journal
      *  de eventos de seguridad, como la emision y el canje. Nada
      *  se postea: el codigo sin cobrar simplemente caduca.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODIGOS-FILE ASSIGN TO "codigos-extraccion.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-CODIGO
               FILE STATUS IS CODIGOS-STATUS.

           SELECT RETENCIONES-FILE ASSIGN TO "retenciones-fondos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-KEY
               FILE STATUS IS RETENCIONES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CODIGOS-FILE.
       COPY "codigo-extraccion.cpy".

       FD  RETENCIONES-FILE.
       COPY "retencion-fondos.cpy".

       WORKING-STORAGE SECTION.
       01  CODIGOS-STATUS             PIC XX.
       01  RETENCIONES-STATUS         PIC XX.
       01  WS-AHORA                   PIC 9(14).
       01  WS-TOTAL-VENCIDOS          PIC 9(6) VALUE 0.
       01  WS-IMPORTE-LIBERADO        PIC S9(12)V99 VALUE 0.
       01  WS-IMPORTE-DISPLAY         PIC -Z(11).99.

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
           DISPLAY "  VENCIMIENTO DE CODIGOS SIN TARJETA".
           DISPLAY "==========================================".
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AHORA
           OPEN I-O CODIGOS-FILE
           IF CODIGOS-STATUS NOT = "00"
               DISPLAY "No hay codigos de extraccion emitidos."
               MOVE "10" TO CODIGOS-STATUS
           ELSE
               MOVE LOW-VALUES TO CX-CODIGO
               START CODIGOS-FILE KEY IS >= CX-CODIGO
                   INVALID KEY
                       MOVE "10" TO CODIGOS-STATUS
               END-START
           END-IF
           OPEN I-O RETENCIONES-FILE.

       2000-VENCER.
           PERFORM UNTIL CODIGOS-STATUS = "10"
               READ CODIGOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO CODIGOS-STATUS
                   NOT AT END
                       IF CX-PENDIENTE
                          AND CX-VENCIMIENTO < WS-AHORA
                           PERFORM 2100-VENCER-CODIGO
                       END-IF
               END-READ
           END-PERFORM.

       2100-VENCER-CODIGO.
           SET CX-VENCIDO TO TRUE
           MOVE WS-AHORA TO CX-FECHA-CIERRE
           REWRITE CX-RECORD
           PERFORM 2200-LIBERAR-RETENCION
           ADD 1 TO WS-TOTAL-VENCIDOS
           ADD CX-IMPORTE TO WS-IMPORTE-LIBERADO
           MOVE CX-IMPORTE TO WS-IMPORTE-DISPLAY
           MOVE CX-CBF TO WS-CBF-JRN
           MOVE "CODIGO EXT VENCIDO" TO WS-JRN-EVENTO
           MOVE SPACES TO WS-JRN-DETALLE
           STRING "COD " DELIMITED BY SIZE
                  CX-CODIGO DELIMITED BY SIZE
                  " $" DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-JRN-DETALLE
           CALL 'registrar-journal' USING WS-CBF-JRN,
                WS-JRN-EVENTO, WS-JRN-DETALLE
           MOVE WS-JRN-DETALLE(1:40) TO WS-SEG-DETALLE
           CALL 'registrar-evento-seg' USING WS-CBF-JRN,
                WS-JRN-EVENTO, WS-SEG-DETALLE
           DISPLAY "CBF " CX-CBF "  codigo " CX-CODIGO
                   "  vencido sin canje, fondos liberados".

       2200-LIBERAR-RETENCION.
           MOVE CX-CBF TO RF-CBF
           MOVE CX-RF-TIMESTAMP TO RF-TIMESTAMP
           READ RETENCIONES-FILE
               KEY IS RF-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RF-ACTIVA
                       SET RF-LIBERADA TO TRUE
                       REWRITE RF-RECORD
                   END-IF
           END-READ.

       9000-FINALIZAR.
           CLOSE CODIGOS-FILE
           CLOSE RETENCIONES-FILE
           MOVE WS-IMPORTE-LIBERADO TO WS-IMPORTE-DISPLAY
           DISPLAY "------------------------------------------".
           DISPLAY "Codigos vencidos:  " WS-TOTAL-VENCIDOS.
           DISPLAY "Importe liberado: $ " WS-IMPORTE-DISPLAY.
           DISPLAY "==========================================".
