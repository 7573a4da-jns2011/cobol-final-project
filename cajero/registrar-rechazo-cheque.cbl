       IDENTIFICATION DIVISION.
       PROGRAM-ID. registrar-rechazo-cheque.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: asienta en rechazos-cheques.dat
      *              el rechazo de un cheque (LK-TIPO-VALOR "P") o
      *              echeq ("E") librado por un cliente nuestro, con
      *              la causal legal (F sin fondos, D defecto formal,
      *              N orden de no pagar) y el motivo. Queda pendiente
      *              de informar y multar para
      *              INFORMAR-CHEQUES-RECHAZADOS. Un mismo numero no
      *              se asienta dos veces. LK-RESULTADO = 0 grabado.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECHAZOS-FILE ASSIGN TO "rechazos-cheques.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRZ-KEY
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECHAZOS-FILE.
       COPY "rechazo-cheque.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                PIC XX.

       LINKAGE SECTION.
       01  LK-CBF                  PIC 9(6).
       01  LK-TIPO-VALOR           PIC X(1).
       01  LK-NUMERO               PIC 9(8).
       01  LK-IMPORTE              PIC 9(9)V99.
       01  LK-CAUSAL               PIC X(1).
       01  LK-MOTIVO               PIC X(30).
       01  LK-RESULTADO            PIC 9.

       PROCEDURE DIVISION USING LK-CBF, LK-TIPO-VALOR, LK-NUMERO,
                                 LK-IMPORTE, LK-CAUSAL, LK-MOTIVO,
                                 LK-RESULTADO.
       MAIN-PARA.
           MOVE 1 TO LK-RESULTADO

           OPEN I-O RECHAZOS-FILE
           IF FILE-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT RECHAZOS-FILE
               CLOSE RECHAZOS-FILE
               OPEN I-O RECHAZOS-FILE
           END-IF

           INITIALIZE CRZ-RECORD
           MOVE LK-CBF TO CRZ-CBF
           MOVE LK-TIPO-VALOR TO CRZ-TIPO-VALOR
           MOVE LK-NUMERO TO CRZ-NUMERO
           ACCEPT CRZ-FECHA-RECHAZO FROM DATE YYYYMMDD
           MOVE LK-IMPORTE TO CRZ-IMPORTE
           MOVE LK-CAUSAL TO CRZ-CAUSAL
           MOVE LK-MOTIVO TO CRZ-MOTIVO
           MOVE "N" TO CRZ-REGULARIZADO
           WRITE CRZ-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO LK-RESULTADO
           END-WRITE

           CLOSE RECHAZOS-FILE
           GOBACK.
