       IDENTIFICATION DIVISION.
       PROGRAM-ID. leer-persona-juridica.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: devuelve la razon social, la
      *              forma juridica y el codigo de actividad de un
      *              numero de cliente desde personas-juridicas.dat.
      *              LK-ENCONTRADO = 0 si el cliente no es una persona
      *              juridica (o no tiene esos datos cargados).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESAS-FILE ASSIGN TO "personas-juridicas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-CLIENTE-ID
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESAS-FILE.
       COPY "persona-juridica.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                       PIC XX.

       LINKAGE SECTION.
       01  LK-CLIENTE-ID           PIC 9(8).
       01  LK-RAZON-SOCIAL         PIC X(60).
       01  LK-FORMA-JURIDICA       PIC X(4).
       01  LK-ACTIVIDAD            PIC 9(6).
       01  LK-ENCONTRADO           PIC 9.

       PROCEDURE DIVISION USING LK-CLIENTE-ID, LK-RAZON-SOCIAL,
                                 LK-FORMA-JURIDICA, LK-ACTIVIDAD,
                                 LK-ENCONTRADO.
       MAIN-PARA.
           MOVE 0 TO LK-ENCONTRADO
           MOVE SPACES TO LK-RAZON-SOCIAL
           MOVE SPACES TO LK-FORMA-JURIDICA
           MOVE 0 TO LK-ACTIVIDAD

           OPEN INPUT EMPRESAS-FILE
           IF FILE-STATUS NOT = "00"
               GOBACK
           END-IF

           MOVE LK-CLIENTE-ID TO PJ-CLIENTE-ID
           READ EMPRESAS-FILE
               KEY IS PJ-CLIENTE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PJ-RAZON-SOCIAL TO LK-RAZON-SOCIAL
                   MOVE PJ-FORMA-JURIDICA TO LK-FORMA-JURIDICA
                   MOVE PJ-ACTIVIDAD TO LK-ACTIVIDAD
                   MOVE 1 TO LK-ENCONTRADO
           END-READ

           CLOSE EMPRESAS-FILE
           GOBACK.
