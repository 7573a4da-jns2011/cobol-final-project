       IDENTIFICATION DIVISION.
       PROGRAM-ID. prenda-plazo-fijo.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: dice si un plazo fijo con
      *              PF-GARANTIA-ID sigue prendado, es decir si la
      *              garantia esta activa en garantias.dat y el
      *              prestamo que respalda sigue abierto (vigente, en
      *              mora o castigado). LK-OPERACION "V" solo
      *              verifica; "R" ademas pasa la garantia al
      *              certificado renovado (LK-PF-TS) y actualiza su
      *              valor al nuevo capital. LK-PRENDADO = 1 si esta
      *              prendado, 0 si el certificado esta libre. Lo
      *              usan precancelar-plazo-fijo y
      *              VENCER-PLAZOS-FIJOS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GARANTIAS-FILE ASSIGN TO "garantias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAR-ID
               ALTERNATE RECORD KEY IS GAR-PRESTAMO
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

           SELECT PRESTAMOS-FILE ASSIGN TO "prestamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-KEY
               FILE STATUS IS PRESTAMOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GARANTIAS-FILE.
       COPY "garantia.cpy".

       FD  PRESTAMOS-FILE.
       COPY "prestamo.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                PIC XX.
       01  PRESTAMOS-STATUS           PIC XX.

       LINKAGE SECTION.
       01  LK-OPERACION               PIC X(1).
       01  LK-GARANTIA-ID             PIC 9(14).
       01  LK-PF-TS                   PIC 9(14).
       01  LK-PF-CAPITAL              PIC S9(9)V99.
       01  LK-PRENDADO                PIC 9.

       PROCEDURE DIVISION USING LK-OPERACION, LK-GARANTIA-ID,
                                 LK-PF-TS, LK-PF-CAPITAL,
                                 LK-PRENDADO.
       MAIN-PARA.
           MOVE 0 TO LK-PRENDADO
           IF LK-GARANTIA-ID NOT NUMERIC OR LK-GARANTIA-ID = 0
               GOBACK
           END-IF

           IF LK-OPERACION = "R"
               OPEN I-O GARANTIAS-FILE
           ELSE
               OPEN INPUT GARANTIAS-FILE
           END-IF
           IF FILE-STATUS NOT = "00"
               GOBACK
           END-IF

           MOVE LK-GARANTIA-ID TO GAR-ID
           READ GARANTIAS-FILE
               KEY IS GAR-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GAR-ACTIVA AND GAR-PLAZO-FIJO
                       PERFORM VERIFICAR-PRESTAMO
                   END-IF
           END-READ

           IF LK-PRENDADO = 1 AND LK-OPERACION = "R"
               MOVE LK-PF-TS TO GAR-PF-TS
               MOVE LK-PF-CAPITAL TO GAR-VALOR
               REWRITE GAR-RECORD
           END-IF
           CLOSE GARANTIAS-FILE
           GOBACK.

       VERIFICAR-PRESTAMO.
           OPEN INPUT PRESTAMOS-FILE
           IF PRESTAMOS-STATUS = "00"
               MOVE GAR-PRE-CBF TO PRE-CBF
               MOVE GAR-PRE-TS TO PRE-TIMESTAMP-ALTA
               READ PRESTAMOS-FILE
                   KEY IS PRE-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRE-VIGENTE OR PRE-EN-MORA
                          OR PRE-CASTIGADO
                           MOVE 1 TO LK-PRENDADO
                       END-IF
               END-READ
               CLOSE PRESTAMOS-FILE
           END-IF.
