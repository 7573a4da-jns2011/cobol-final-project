       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcular-vto-kyc.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: vencimiento de la proxima
      *              revision de conocimiento del cliente segun su
      *              nivel de riesgo (B, M o A): la fecha base (ultima
      *              revision o primera calificacion) mas
      *              PARM-ANIOS-KYC-BAJO, -MEDIO o -ALTO (5, 3 y 1
      *              anios por defecto). Un 29 de febrero corre al
      *              28. Lo usan CALIFICAR-RIESGO-CLIENTES y
      *              REVISAR-KYC.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS-FILE.
           COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       01  PARAMETROS-STATUS          PIC XX.
       01  WS-ANIOS-BAJO              PIC 9(2).
       01  WS-ANIOS-MEDIO             PIC 9(2).
       01  WS-ANIOS-ALTO              PIC 9(2).
       01  WS-ANIOS                   PIC 9(2).
       01  WS-FECHA-VTO               PIC 9(8).
       01  WS-FECHA-VTO-GRP REDEFINES WS-FECHA-VTO.
           05  WS-VTO-ANIO            PIC 9(4).
           05  WS-VTO-MES             PIC 9(2).
           05  WS-VTO-DIA             PIC 9(2).

       LINKAGE SECTION.
       01  LK-NIVEL                PIC X(1).
       01  LK-FECHA-BASE           PIC 9(8).
       01  LK-FECHA-VTO            PIC 9(8).

       PROCEDURE DIVISION USING LK-NIVEL, LK-FECHA-BASE,
                                 LK-FECHA-VTO.
       MAIN-PARA.
           PERFORM LEER-PARAMETROS
           EVALUATE LK-NIVEL
               WHEN "A"
                   MOVE WS-ANIOS-ALTO TO WS-ANIOS
               WHEN "M"
                   MOVE WS-ANIOS-MEDIO TO WS-ANIOS
               WHEN OTHER
                   MOVE WS-ANIOS-BAJO TO WS-ANIOS
           END-EVALUATE
           MOVE LK-FECHA-BASE TO WS-FECHA-VTO
           ADD WS-ANIOS TO WS-VTO-ANIO
           IF WS-VTO-MES = 2 AND WS-VTO-DIA = 29
               MOVE 28 TO WS-VTO-DIA
           END-IF
           MOVE WS-FECHA-VTO TO LK-FECHA-VTO
           GOBACK.

       LEER-PARAMETROS.
           MOVE 5 TO WS-ANIOS-BAJO
           MOVE 3 TO WS-ANIOS-MEDIO
           MOVE 1 TO WS-ANIOS-ALTO
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-ANIOS-KYC-BAJO IS NUMERIC
                          AND PARM-ANIOS-KYC-BAJO > 0
                           MOVE PARM-ANIOS-KYC-BAJO TO WS-ANIOS-BAJO
                       END-IF
                       IF PARM-ANIOS-KYC-MEDIO IS NUMERIC
                          AND PARM-ANIOS-KYC-MEDIO > 0
                           MOVE PARM-ANIOS-KYC-MEDIO
                               TO WS-ANIOS-MEDIO
                       END-IF
                       IF PARM-ANIOS-KYC-ALTO IS NUMERIC
                          AND PARM-ANIOS-KYC-ALTO > 0
                           MOVE PARM-ANIOS-KYC-ALTO TO WS-ANIOS-ALTO
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF.
