       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUARDAR-CONDICION-IVA.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: graba la condicion frente al
      *              IVA (RI, MT, EX o CF) de un cliente en
      *              datos-clientes.dat, sin tocar el resto de la
      *              identidad. Si la persona todavia no tiene datos
      *              cargados se crea el registro solo con la
      *              condicion. LK-RESULTADO = 1 si la condicion no
      *              es valida o no se pudo grabar.
      *  2026-10-15  El registro de identidad creado aca nace con
      *              DC-FECHA-AUTOCERT en cero (sin autocertificacion de
      *              residencia fiscal).
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
       01  LK-RESULTADO            PIC 9.

       PROCEDURE DIVISION USING LK-CLIENTE-ID, LK-CONDICION-IVA,
                                 LK-RESULTADO.
       MAIN-PARA.
           MOVE 0 TO LK-RESULTADO
           IF LK-CONDICION-IVA NOT = "RI"
              AND LK-CONDICION-IVA NOT = "MT"
              AND LK-CONDICION-IVA NOT = "EX"
              AND LK-CONDICION-IVA NOT = "CF"
               MOVE 1 TO LK-RESULTADO
               GOBACK
           END-IF

           OPEN I-O DATOS-FILE
           IF FILE-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT DATOS-FILE
               CLOSE DATOS-FILE
               OPEN I-O DATOS-FILE
           END-IF

           MOVE LK-CLIENTE-ID TO DC-CLIENTE-ID
           READ DATOS-FILE
               KEY IS DC-CLIENTE-ID
               INVALID KEY
                   MOVE SPACES TO DC-RECORD
                   MOVE LK-CLIENTE-ID TO DC-CLIENTE-ID
                   MOVE 0 TO DC-FECHA-NAC
                   MOVE 0 TO DC-FECHA-AUTOCERT
                   MOVE LK-CONDICION-IVA TO DC-CONDICION-IVA
                   WRITE DC-RECORD
               NOT INVALID KEY
                   MOVE LK-CONDICION-IVA TO DC-CONDICION-IVA
                   REWRITE DC-RECORD
           END-READ
           IF FILE-STATUS NOT = "00" AND NOT = "02"
               MOVE 1 TO LK-RESULTADO
           END-IF

           CLOSE DATOS-FILE
           GOBACK.

       END PROGRAM GUARDAR-CONDICION-IVA.
