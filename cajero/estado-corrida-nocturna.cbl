       IDENTIFICATION DIVISION.
       PROGRAM-ID. estado-corrida-nocturna.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: marca y consulta en
      *              control-corrida.dat si el proceso nocturno esta
      *              en curso (registro RC-FECHA en cero, RC-PASO
      *              "CORRIDA-NOCTURNA"). LK-ACCION "I" lo marca al
      *              arrancar, "F" al terminar sin errores y "C"
      *              solo consulta; LK-ACTIVA devuelve 1 mientras la
      *              corrida esta en curso, para que el cajero pase a
      *              modo contingencia.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "control-corrida.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       COPY "control-corrida.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                       PIC XX.
       01  WS-PASO-CORRIDA         PIC X(20) VALUE "CORRIDA-NOCTURNA".

       LINKAGE SECTION.
       01  LK-ACCION               PIC X(1).
       01  LK-ACTIVA               PIC 9.

       PROCEDURE DIVISION USING LK-ACCION, LK-ACTIVA.
       MAIN-PARA.
           MOVE 0 TO LK-ACTIVA

           IF LK-ACCION = "C"
               OPEN INPUT CONTROL-FILE
               IF FILE-STATUS NOT = "00"
                   GOBACK
               END-IF
           ELSE
               OPEN I-O CONTROL-FILE
               IF FILE-STATUS NOT = "00" AND NOT = "05"
                   OPEN OUTPUT CONTROL-FILE
                   CLOSE CONTROL-FILE
                   OPEN I-O CONTROL-FILE
               END-IF
           END-IF

           MOVE 0 TO RC-FECHA
           MOVE WS-PASO-CORRIDA TO RC-PASO
           READ CONTROL-FILE
               KEY IS RC-KEY
               INVALID KEY
                   MOVE 0 TO RC-FECHA
                   MOVE WS-PASO-CORRIDA TO RC-PASO
                   SET RC-COMPLETO TO TRUE
                   MOVE 0 TO RC-TS-INICIO
                   MOVE 0 TO RC-TS-FIN
           END-READ

           EVALUATE LK-ACCION
               WHEN "I"
                   SET RC-EN-CURSO TO TRUE
                   MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TS-INICIO
                   MOVE 0 TO RC-TS-FIN
                   PERFORM GRABAR-ESTADO
               WHEN "F"
                   SET RC-COMPLETO TO TRUE
                   MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TS-FIN
                   PERFORM GRABAR-ESTADO
           END-EVALUATE

           IF RC-EN-CURSO
               MOVE 1 TO LK-ACTIVA
           END-IF

           CLOSE CONTROL-FILE
           GOBACK.

       GRABAR-ESTADO.
           WRITE RC-RECORD
               INVALID KEY
                   REWRITE RC-RECORD
           END-WRITE.
