      *              debe reintegrar el debito como en cualquier
      *              encolado fallido, y la operacion queda en la
      *              cola de cumplimiento.
      *  2026-10-15  Un origen de riesgo alto con la revision de
      *              conocimiento del cliente vencida (verificar-kyc)
      *              tambien devuelve LK-RESULTADO = 2 sin encolar la
      *              orden, hasta que se registre la revision en
      *              REVISAR-KYC.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-VIG-OPERACION        PIC X(20).
       01  WS-VIG-FUENTE           PIC X(10).
       01  WS-VIG-COINCIDE         PIC 9.
       01  WS-KYC-BLOQUEADO        PIC 9.
       01  WS-KYC-VTO              PIC 9(8).

       LINKAGE SECTION.
       01  LK-CBF-ORIGEN           PIC X(6).
       MAIN-PARA.
           MOVE 0 TO LK-RESULTADO

           CALL "verificar-kyc" USING LK-CBF-ORIGEN, WS-KYC-BLOQUEADO,
                WS-KYC-VTO
           IF WS-KYC-BLOQUEADO = 1
               MOVE 2 TO LK-RESULTADO
               GOBACK
           END-IF

           MOVE SPACES TO WS-VIG-NOMBRE
           MOVE LK-NOMBRE-DESTINO TO WS-VIG-NOMBRE
           MOVE SPACES TO WS-VIG-DOCUMENTO
