       IDENTIFICATION DIVISION.
       PROGRAM-ID. buscar-indice-uva.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: devuelve el indice UVA vigente
      *              para una fecha (el de mayor fecha no posterior,
      *              desde indices-uva.dat) y la fecha de ese valor.
      *              LK-ENCONTRADO = 0 si no hay indices cargados hasta
      *              esa fecha.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDICES-FILE ASSIGN TO "indices-uva.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IU-FECHA
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INDICES-FILE.
       COPY "indice-uva.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                       PIC XX.

       LINKAGE SECTION.
       01  LK-FECHA                PIC 9(8).
       01  LK-VALOR                PIC 9(6)V99.
       01  LK-FECHA-VALOR          PIC 9(8).
       01  LK-ENCONTRADO           PIC 9.

       PROCEDURE DIVISION USING LK-FECHA, LK-VALOR, LK-FECHA-VALOR,
                                 LK-ENCONTRADO.
       MAIN-PARA.
           MOVE 0 TO LK-ENCONTRADO
           MOVE 0 TO LK-VALOR
           MOVE 0 TO LK-FECHA-VALOR

           OPEN INPUT INDICES-FILE
           IF FILE-STATUS NOT = "00"
               GOBACK
           END-IF

           MOVE 0 TO IU-FECHA
           START INDICES-FILE KEY IS >= IU-FECHA
               INVALID KEY
                   MOVE "10" TO FILE-STATUS
           END-START
           PERFORM UNTIL FILE-STATUS = "10"
               READ INDICES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FILE-STATUS
                   NOT AT END
                       IF IU-FECHA <= LK-FECHA
      *                    Las fechas vienen en orden: la ultima que
      *                    califica es la vigente.
                           MOVE IU-VALOR TO LK-VALOR
                           MOVE IU-FECHA TO LK-FECHA-VALOR
                           MOVE 1 TO LK-ENCONTRADO
                       ELSE
                           MOVE "10" TO FILE-STATUS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE INDICES-FILE
           GOBACK.
