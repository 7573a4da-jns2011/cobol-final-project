       IDENTIFICATION DIVISION.
       PROGRAM-ID. leer-condicion-iva.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: devuelve la condicion frente
      *              al IVA de un numero de cliente desde
      *              datos-clientes.dat (RI, MT, EX o CF). Sin datos
      *              cargados, o con la condicion en blanco, devuelve
      *              "CF" (consumidor final). LK-ENCONTRADO = 0 si la
      *              persona no tiene datos cargados todavia.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATOS-FILE ASSIGN TO "datos-clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CLIENTE-ID
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATOS-FILE.
       COPY "datos-cliente.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                       PIC XX.

       LINKAGE SECTION.
       01  LK-CLIENTE-ID           PIC 9(8).
       01  LK-CONDICION-IVA        PIC X(2).
       01  LK-ENCONTRADO           PIC 9.

       PROCEDURE DIVISION USING LK-CLIENTE-ID, LK-CONDICION-IVA,
                                 LK-ENCONTRADO.
       MAIN-PARA.
           MOVE 0 TO LK-ENCONTRADO
           MOVE "CF" TO LK-CONDICION-IVA

           OPEN INPUT DATOS-FILE
           IF FILE-STATUS NOT = "00"
               GOBACK
           END-IF

           MOVE LK-CLIENTE-ID TO DC-CLIENTE-ID
           READ DATOS-FILE
               KEY IS DC-CLIENTE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DC-CONDICION-IVA NOT = SPACES
                       MOVE DC-CONDICION-IVA TO LK-CONDICION-IVA
                   END-IF
                   MOVE 1 TO LK-ENCONTRADO
           END-READ

           CLOSE DATOS-FILE
           GOBACK.
