       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUARDAR-PERSONA-JURIDICA.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: graba (o reemplaza) los datos
      *              de empresa de un cliente en personas-juridicas.dat
      *              (razon social, forma juridica, actividad) y lo
      *              marca como persona juridica en datos-clientes.dat
      *              (DC-TIPO-PERSONA "J"). La CUIT, el domicilio
      *              legal y la constitucion se graban antes con
      *              GUARDAR-DATOS-CLIENTE. LK-RESULTADO = 1 si la
      *              forma juridica no es valida, el cliente no tiene
      *              datos de identidad o no se pudo grabar.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESAS-FILE ASSIGN TO "personas-juridicas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-CLIENTE-ID
               FILE STATUS IS FILE-STATUS.

           SELECT DATOS-FILE ASSIGN TO "datos-clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CLIENTE-ID
               FILE STATUS IS DATOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESAS-FILE.
       COPY "persona-juridica.cpy".

       FD  DATOS-FILE.
       COPY "datos-cliente.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                       PIC XX.
       01  DATOS-STATUS                      PIC XX.

       LINKAGE SECTION.
       01  LK-CLIENTE-ID           PIC 9(8).
       01  LK-RAZON-SOCIAL         PIC X(60).
       01  LK-FORMA-JURIDICA       PIC X(4).
       01  LK-ACTIVIDAD            PIC 9(6).
       01  LK-USUARIO              PIC X(8).
       01  LK-RESULTADO            PIC 9.

       PROCEDURE DIVISION USING LK-CLIENTE-ID, LK-RAZON-SOCIAL,
                                 LK-FORMA-JURIDICA, LK-ACTIVIDAD,
                                 LK-USUARIO, LK-RESULTADO.
       MAIN-PARA.
           MOVE 0 TO LK-RESULTADO
           MOVE LK-FORMA-JURIDICA TO PJ-FORMA-JURIDICA
           IF NOT PJ-FORMA-VALIDA OR LK-RAZON-SOCIAL = SPACES
               MOVE 1 TO LK-RESULTADO
               GOBACK
           END-IF

           OPEN I-O DATOS-FILE
           IF DATOS-STATUS NOT = "00"
               MOVE 1 TO LK-RESULTADO
               GOBACK
           END-IF
           MOVE LK-CLIENTE-ID TO DC-CLIENTE-ID
           READ DATOS-FILE
               KEY IS DC-CLIENTE-ID
               INVALID KEY
                   MOVE 1 TO LK-RESULTADO
               NOT INVALID KEY
                   MOVE "J" TO DC-TIPO-PERSONA
                   REWRITE DC-RECORD
                   IF DATOS-STATUS NOT = "00"
                       MOVE 1 TO LK-RESULTADO
                   END-IF
           END-READ
           CLOSE DATOS-FILE
           IF LK-RESULTADO NOT = 0
               GOBACK
           END-IF

           OPEN I-O EMPRESAS-FILE
           IF FILE-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT EMPRESAS-FILE
               CLOSE EMPRESAS-FILE
               OPEN I-O EMPRESAS-FILE
           END-IF

           MOVE LK-CLIENTE-ID TO PJ-CLIENTE-ID
           READ EMPRESAS-FILE
               KEY IS PJ-CLIENTE-ID
               INVALID KEY
                   PERFORM MOVER-DATOS
                   ACCEPT PJ-FECHA-ALTA FROM DATE YYYYMMDD
                   WRITE PJ-RECORD
               NOT INVALID KEY
                   PERFORM MOVER-DATOS
                   REWRITE PJ-RECORD
           END-READ
           IF FILE-STATUS NOT = "00" AND NOT = "02"
               MOVE 1 TO LK-RESULTADO
           END-IF

           CLOSE EMPRESAS-FILE
           GOBACK.

       MOVER-DATOS.
           MOVE LK-CLIENTE-ID TO PJ-CLIENTE-ID
           MOVE LK-RAZON-SOCIAL TO PJ-RAZON-SOCIAL
           MOVE LK-FORMA-JURIDICA TO PJ-FORMA-JURIDICA
           MOVE LK-ACTIVIDAD TO PJ-ACTIVIDAD
           MOVE LK-USUARIO TO PJ-USUARIO.

       END PROGRAM GUARDAR-PERSONA-JURIDICA.
