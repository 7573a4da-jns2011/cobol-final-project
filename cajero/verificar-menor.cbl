       IDENTIFICATION DIVISION.
       PROGRAM-ID. verificar-menor.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: dice si la cuenta de un CBF es
      *              de un menor de edad. LK-ES-MENOR = 1 cuenta de
      *              menor registrada en menores.dat con su tutor
      *              vigente (LK-TUTOR-CBF con la cuenta del tutor);
      *              2 el titular es menor de 18 anios segun
      *              DC-FECHA-NAC pero la cuenta no tiene tutor
      *              registrado (no se opera hasta registrarlo en
      *              MANTENER-MENORES); 0 cuenta comun. Una persona
      *              juridica nunca es menor (su fecha es la de
      *              constitucion).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENORES-FILE ASSIGN TO "menores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CBF
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MENORES-FILE.
       COPY "menor.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX.
       01  WS-CBF                  PIC 9(6).
       01  WS-CLIENTE-ID           PIC 9(8).
       01  WS-ID-ENCONTRADO        PIC 9.
       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-TIPO-DOC             PIC X(3).
       01  WS-NRO-DOC              PIC X(11).
       01  WS-DOMICILIO            PIC X(50).
       01  WS-TELEFONO             PIC X(15).
       01  WS-FECHA-NAC            PIC 9(8).
       01  WS-DC-ENCONTRADO        PIC 9.
       01  WS-RAZON-SOCIAL         PIC X(60).
       01  WS-FORMA-JURIDICA       PIC X(4).
       01  WS-ACTIVIDAD            PIC 9(6).
       01  WS-PJ-ENCONTRADA        PIC 9.

       LINKAGE SECTION.
       01  LK-CBF                  PIC X(6).
       01  LK-ES-MENOR             PIC 9.
       01  LK-TUTOR-CBF            PIC 9(6).

       PROCEDURE DIVISION USING LK-CBF, LK-ES-MENOR, LK-TUTOR-CBF.
       MAIN-PARA.
           MOVE 0 TO LK-ES-MENOR
           MOVE 0 TO LK-TUTOR-CBF
           IF LK-CBF IS NOT NUMERIC
               GOBACK
           END-IF
           MOVE LK-CBF TO WS-CBF

           OPEN INPUT MENORES-FILE
           IF FILE-STATUS = "00"
               MOVE WS-CBF TO MN-CBF
               READ MENORES-FILE
                   KEY IS MN-CBF
                   INVALID KEY
                       MOVE "23" TO FILE-STATUS
               END-READ
               IF FILE-STATUS = "00" AND MN-VIGENTE
                   MOVE 1 TO LK-ES-MENOR
                   MOVE MN-TUTOR-CBF TO LK-TUTOR-CBF
               END-IF
               CLOSE MENORES-FILE
           END-IF
           IF LK-ES-MENOR = 1
               GOBACK
           END-IF

           CALL "buscar-cliente-id" USING WS-CBF, WS-CLIENTE-ID,
                WS-ID-ENCONTRADO
           IF WS-ID-ENCONTRADO NOT = 1
               GOBACK
           END-IF
           CALL "leer-persona-juridica" USING WS-CLIENTE-ID,
                WS-RAZON-SOCIAL, WS-FORMA-JURIDICA, WS-ACTIVIDAD,
                WS-PJ-ENCONTRADA
           IF WS-PJ-ENCONTRADA = 1
               GOBACK
           END-IF
           CALL "leer-datos-cliente" USING WS-CLIENTE-ID,
                WS-TIPO-DOC, WS-NRO-DOC, WS-DOMICILIO, WS-TELEFONO,
                WS-FECHA-NAC, WS-DC-ENCONTRADO
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
      *    Anios cumplidos sobre fechas AAAAMMDD: la diferencia es
      *    menor a 180000 mientras no se cumplen los 18.
           IF WS-DC-ENCONTRADO = 1
              AND WS-FECHA-NAC > 0
              AND WS-FECHA-NAC < WS-FECHA-HOY
              AND WS-FECHA-HOY - WS-FECHA-NAC < 180000
               MOVE 2 TO LK-ES-MENOR
           END-IF
           GOBACK.
