       IDENTIFICATION DIVISION.
       PROGRAM-ID. buscar-valor-cuotaparte.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: devuelve el valor de la
      *              cuotaparte de un fondo vigente para una fecha (el
      *              de mayor fecha no posterior, desde
      *              valores-cuotaparte.dat) y la fecha de ese valor.
      *              LK-ENCONTRADO = 0 si el fondo no tiene valores
      *              cargados hasta esa fecha.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALORES-FILE ASSIGN TO "valores-cuotaparte.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VC-KEY
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VALORES-FILE.
       COPY "valor-cuotaparte.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                       PIC XX.

       LINKAGE SECTION.
       01  LK-FONDO                PIC X(4).
       01  LK-FECHA                PIC 9(8).
       01  LK-VALOR                PIC 9(5)V9(6).
       01  LK-FECHA-VALOR          PIC 9(8).
       01  LK-ENCONTRADO           PIC 9.

       PROCEDURE DIVISION USING LK-FONDO, LK-FECHA, LK-VALOR,
                                 LK-FECHA-VALOR, LK-ENCONTRADO.
       MAIN-PARA.
           MOVE 0 TO LK-ENCONTRADO
           MOVE 0 TO LK-VALOR
           MOVE 0 TO LK-FECHA-VALOR

           OPEN INPUT VALORES-FILE
           IF FILE-STATUS NOT = "00"
               GOBACK
           END-IF

           MOVE LK-FONDO TO VC-FONDO
           MOVE 0 TO VC-FECHA
           START VALORES-FILE KEY IS >= VC-KEY
               INVALID KEY
                   MOVE "10" TO FILE-STATUS
           END-START
           PERFORM UNTIL FILE-STATUS = "10"
               READ VALORES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FILE-STATUS
                   NOT AT END
                       IF VC-FONDO = LK-FONDO
                          AND VC-FECHA <= LK-FECHA
      *                    Las fechas del fondo vienen en orden: la
      *                    ultima que califica es la vigente.
                           MOVE VC-VALOR TO LK-VALOR
                           MOVE VC-FECHA TO LK-FECHA-VALOR
                           MOVE 1 TO LK-ENCONTRADO
                       ELSE
                           MOVE "10" TO FILE-STATUS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE VALORES-FILE
           GOBACK.
