       IDENTIFICATION DIVISION.
       PROGRAM-ID. verificar-inhab-cheques.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: dice si la cuenta de un CBF
      *              esta inhabilitada para recibir chequeras
      *              (CLI-INHAB-CHEQUES, que mantiene
      *              INFORMAR-CHEQUES-RECHAZADOS por acumulacion de
      *              rechazos sin regularizar). LK-INHABILITADA = "S"
      *              inhabilitada, "N" habilitada o cuenta no
      *              encontrada. Lo consultan MANTENER-CHEQUES y la
      *              entrega de chequeras en VENTANILLA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  CUENTAS-STATUS             PIC XX.

       LINKAGE SECTION.
       01  LK-CBF                  PIC 9(6).
       01  LK-INHABILITADA         PIC X(1).

       PROCEDURE DIVISION USING LK-CBF, LK-INHABILITADA.
       MAIN-PARA.
           MOVE "N" TO LK-INHABILITADA
           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE
           IF CUENTAS-STATUS = "00"
               MOVE LK-CBF TO CLI-CBF
               READ CUENTAS-FILE
                   KEY IS CLI-CBF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLI-INHAB-CHEQUES-SI
                           MOVE "S" TO LK-INHABILITADA
                       END-IF
               END-READ
               CLOSE CUENTAS-FILE
           END-IF
           GOBACK.
