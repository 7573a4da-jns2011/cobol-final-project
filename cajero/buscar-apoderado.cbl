       IDENTIFICATION DIVISION.
       PROGRAM-ID. buscar-apoderado.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: busca en apoderados.dat un
      *              poder vigente sobre el CBF. Con LK-NRO-DOC en
      *              blanco identifica al apoderado por su PIN (login
      *              del cajero, via verificar-pin); con documento lo
      *              identifica por el numero de documento (atencion
      *              por ventanilla). Solo devuelve poderes en estado
      *              vigente y con la fecha de hoy entre desde y
      *              hasta. LK-ALCANCE trae los indicadores S/N de
      *              deposito, extraccion y transferencia y LK-TOPE el
      *              tope por operacion (cero = sin tope propio).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APODERADOS-FILE ASSIGN TO "apoderados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APODERADOS-FILE.
       COPY "apoderado.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                     PIC XX.
       01  WS-PIN-COINCIDE                 PIC 9.
       01  WS-FECHA-HOY                    PIC 9(8).
       01  WS-CBF                          PIC 9(6).

       LINKAGE SECTION.
       01  LK-CBF                  PIC X(6).
       01  LK-PIN                  PIC X(4).
       01  LK-NRO-DOC              PIC X(11).
       01  LK-APELLIDO             PIC X(30).
       01  LK-NOMBRE               PIC X(30).
       01  LK-ORDEN                PIC 9(2).
       01  LK-ALCANCE              PIC X(3).
       01  LK-TOPE                 PIC 9(9)V99.
       01  LK-ENCONTRADO           PIC 9.

       PROCEDURE DIVISION USING LK-CBF LK-PIN LK-NRO-DOC LK-APELLIDO
                                 LK-NOMBRE LK-ORDEN LK-ALCANCE LK-TOPE
                                 LK-ENCONTRADO.
       MAIN-PARA.
           MOVE 0 TO LK-ENCONTRADO
           MOVE 0 TO LK-ORDEN
           MOVE 0 TO LK-TOPE
           MOVE "NNN" TO LK-ALCANCE
           MOVE SPACES TO LK-APELLIDO
           MOVE SPACES TO LK-NOMBRE
           IF LK-CBF IS NOT NUMERIC
               GOBACK
           END-IF
           MOVE LK-CBF TO WS-CBF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

           OPEN INPUT APODERADOS-FILE
           IF FILE-STATUS NOT = "00"
               GOBACK
           END-IF

           MOVE WS-CBF TO AP-CBF
           MOVE 0 TO AP-ORDEN
           START APODERADOS-FILE KEY IS >= AP-KEY
               INVALID KEY
                   MOVE "10" TO FILE-STATUS
           END-START

           PERFORM UNTIL FILE-STATUS = "10" OR LK-ENCONTRADO = 1
               READ APODERADOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FILE-STATUS
                   NOT AT END
                       IF AP-CBF NOT = WS-CBF
                           MOVE "10" TO FILE-STATUS
                       ELSE
                           PERFORM EVALUAR-PODER
                       END-IF
               END-READ
           END-PERFORM

           CLOSE APODERADOS-FILE.

           GOBACK.

       EVALUAR-PODER.
           MOVE 0 TO WS-PIN-COINCIDE
           IF AP-VIGENTE
              AND AP-FECHA-DESDE NOT > WS-FECHA-HOY
              AND (AP-FECHA-HASTA = 0
                   OR AP-FECHA-HASTA NOT < WS-FECHA-HOY)
               IF LK-NRO-DOC = SPACES
                   CALL "verificar-pin" USING LK-PIN, AP-PIN,
                        WS-PIN-COINCIDE
               ELSE
                   IF AP-NRO-DOC = LK-NRO-DOC
                       MOVE 1 TO WS-PIN-COINCIDE
                   END-IF
               END-IF
           END-IF
           IF WS-PIN-COINCIDE = 1
               MOVE AP-APELLIDO TO LK-APELLIDO
               MOVE AP-NOMBRE TO LK-NOMBRE
               MOVE AP-ORDEN TO LK-ORDEN
               MOVE AP-ALCANCE TO LK-ALCANCE
               MOVE AP-TOPE-OPERACION TO LK-TOPE
               MOVE 1 TO LK-ENCONTRADO
           END-IF.
