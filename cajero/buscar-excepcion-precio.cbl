       IDENTIFICATION DIVISION.
       PROGRAM-ID. buscar-excepcion-precio.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: resuelve la excepcion de precio
      *              (excepciones-precio.dat) que rige para un CBF, un
      *              producto (CA, PF, PR o CM, ver
      *              excepcion-precio.cpy) y una fecha: aprobada y con
      *              la fecha dentro de su vigencia. La de la cuenta
      *              prevalece sobre la de la persona (cliente-id via
      *              buscar-cliente-id); a igual alcance, la de fecha
      *              desde mas reciente. Devuelve el valor negociado y
      *              el numero de la excepcion, para que el llamador
      *              deje el ingreso resignado con
      *              registrar-excepcion-aplicada. LK-ENCONTRADA = 0
      *              si no hay excepcion (o el CBF llega en cero): el
      *              llamador aplica sus tablas y paquetes.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPCIONES-FILE ASSIGN TO "excepciones-precio.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXP-NUMERO
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPCIONES-FILE.
       COPY "excepcion-precio.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                PIC XX.
       01  WS-CLIENTE-ID              PIC 9(8) VALUE 0.
       01  WS-ID-ENCONTRADO           PIC 9.
       01  WS-ID-RESUELTO             PIC X.
      *    Prioridad de la mejor candidata: 2 de la cuenta, 1 de la
      *    persona.
       01  WS-PRIORIDAD               PIC 9.
       01  WS-MEJOR-PRIORIDAD         PIC 9.
       01  WS-MEJOR-DESDE             PIC 9(8).

       LINKAGE SECTION.
       01  LK-CBF                     PIC 9(6).
       01  LK-PRODUCTO                PIC X(2).
       01  LK-FECHA                   PIC 9(8).
       01  LK-VALOR                   PIC 9(7)V99.
       01  LK-NUMERO                  PIC 9(6).
       01  LK-ENCONTRADA              PIC 9.

       PROCEDURE DIVISION USING LK-CBF, LK-PRODUCTO, LK-FECHA,
                                 LK-VALOR, LK-NUMERO, LK-ENCONTRADA.
       MAIN-PARA.
           MOVE 0 TO LK-ENCONTRADA
           MOVE 0 TO LK-VALOR
           MOVE 0 TO LK-NUMERO
           MOVE 0 TO WS-MEJOR-PRIORIDAD
           MOVE 0 TO WS-MEJOR-DESDE
           MOVE 'N' TO WS-ID-RESUELTO
           MOVE 0 TO WS-CLIENTE-ID

           IF LK-CBF NOT NUMERIC OR LK-CBF = 0
               GOBACK
           END-IF

           OPEN INPUT EXCEPCIONES-FILE
           IF FILE-STATUS NOT = "00"
               GOBACK
           END-IF

      *    El archivo es chico (una excepcion por negociacion): se
      *    recorre completo quedandose con la que prevalece.
           PERFORM UNTIL FILE-STATUS = "10"
               READ EXCEPCIONES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FILE-STATUS
                   NOT AT END
                       IF EXP-APROBADA
                          AND EXP-PRODUCTO = LK-PRODUCTO
                          AND EXP-FECHA-DESDE <= LK-FECHA
                          AND EXP-FECHA-HASTA >= LK-FECHA
                           PERFORM EVALUAR-CANDIDATA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EXCEPCIONES-FILE
           GOBACK.

       EVALUAR-CANDIDATA.
           MOVE 0 TO WS-PRIORIDAD
           IF EXP-POR-CUENTA
               IF EXP-CBF = LK-CBF
                   MOVE 2 TO WS-PRIORIDAD
               END-IF
           ELSE
               PERFORM RESOLVER-CLIENTE-ID
               IF WS-CLIENTE-ID NOT = 0
                  AND EXP-CLIENTE-ID = WS-CLIENTE-ID
                   MOVE 1 TO WS-PRIORIDAD
               END-IF
           END-IF
           IF WS-PRIORIDAD > 0
               IF WS-PRIORIDAD > WS-MEJOR-PRIORIDAD
                  OR (WS-PRIORIDAD = WS-MEJOR-PRIORIDAD
                      AND EXP-FECHA-DESDE >= WS-MEJOR-DESDE)
                   MOVE WS-PRIORIDAD TO WS-MEJOR-PRIORIDAD
                   MOVE EXP-FECHA-DESDE TO WS-MEJOR-DESDE
                   MOVE EXP-VALOR TO LK-VALOR
                   MOVE EXP-NUMERO TO LK-NUMERO
                   MOVE 1 TO LK-ENCONTRADA
               END-IF
           END-IF.

      *    La persona del CBF se busca una sola vez, y solo si hay
      *    alguna excepcion por cliente que considerar.
       RESOLVER-CLIENTE-ID.
           IF WS-ID-RESUELTO = 'N'
               MOVE 'S' TO WS-ID-RESUELTO
               CALL "buscar-cliente-id" USING LK-CBF, WS-CLIENTE-ID,
                    WS-ID-ENCONTRADO
               IF WS-ID-ENCONTRADO NOT = 1
                   MOVE 0 TO WS-CLIENTE-ID
               END-IF
           END-IF.
