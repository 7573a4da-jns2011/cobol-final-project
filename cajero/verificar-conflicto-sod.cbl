       IDENTIFICATION DIVISION.
       PROGRAM-ID. verificar-conflicto-sod.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: control preventivo de
      *              segregacion de funciones. El programa que va a
      *              ejercer LK-FUNCION sobre LK-ITEM informa quien
      *              ejercio antes LK-FUNCION-PREVIA sobre ese mismo
      *              item; si es el mismo usuario y el par esta en
      *              la matriz (la base de funciones-sod.cpy, que
      *              rige siempre, o una regla activa de
      *              conflictos-sod.dat, en cualquier orden) devuelve
      *              LK-CONFLICTO = 1 y deja el intento en el journal
      *              de seguridad (CONFLICTO SOD) para CONTROL-SOD.
      *              El llamador rechaza la operacion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATRIZ-FILE ASSIGN TO "conflictos-sod.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOD-KEY
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MATRIZ-FILE.
       COPY "conflicto-sod.cpy".

       WORKING-STORAGE SECTION.
       COPY "funciones-sod.cpy".
       01  FILE-STATUS                PIC XX.
       01  WS-IDX-BASE                PIC 9(2).
       01  WS-SEG-CBF                 PIC X(6) VALUE "000000".
       01  WS-SEG-EVENTO              PIC X(20).
       01  WS-SEG-DETALLE             PIC X(40).

       LINKAGE SECTION.
       01  LK-FUNCION-PREVIA          PIC X(4).
       01  LK-USUARIO-PREVIO          PIC X(8).
       01  LK-FUNCION                 PIC X(4).
       01  LK-USUARIO                 PIC X(8).
       01  LK-ITEM                    PIC X(20).
       01  LK-CONFLICTO               PIC 9.

       PROCEDURE DIVISION USING LK-FUNCION-PREVIA, LK-USUARIO-PREVIO,
                                 LK-FUNCION, LK-USUARIO, LK-ITEM,
                                 LK-CONFLICTO.
       MAIN-PARA.
           MOVE 0 TO LK-CONFLICTO
           IF LK-USUARIO-PREVIO = SPACES
              OR LK-USUARIO-PREVIO NOT = LK-USUARIO
               GOBACK
           END-IF

           PERFORM VARYING WS-IDX-BASE FROM 1 BY 1
                   UNTIL WS-IDX-BASE > SOD-CANT-BASE
               IF (SOD-BASE-FUNCION-A(WS-IDX-BASE) = LK-FUNCION-PREVIA
                   AND SOD-BASE-FUNCION-B(WS-IDX-BASE) = LK-FUNCION)
                  OR (SOD-BASE-FUNCION-A(WS-IDX-BASE) = LK-FUNCION
                   AND SOD-BASE-FUNCION-B(WS-IDX-BASE)
                       = LK-FUNCION-PREVIA)
                   MOVE 1 TO LK-CONFLICTO
               END-IF
           END-PERFORM

           IF LK-CONFLICTO = 0
               OPEN INPUT MATRIZ-FILE
               IF FILE-STATUS = "00"
                   MOVE LK-FUNCION-PREVIA TO SOD-FUNCION-A
                   MOVE LK-FUNCION TO SOD-FUNCION-B
                   PERFORM LEER-REGLA
                   IF LK-CONFLICTO = 0
                       MOVE LK-FUNCION TO SOD-FUNCION-A
                       MOVE LK-FUNCION-PREVIA TO SOD-FUNCION-B
                       PERFORM LEER-REGLA
                   END-IF
                   CLOSE MATRIZ-FILE
               END-IF
           END-IF

           IF LK-CONFLICTO = 1
               MOVE "CONFLICTO SOD" TO WS-SEG-EVENTO
               MOVE SPACES TO WS-SEG-DETALLE
               STRING LK-USUARIO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LK-FUNCION-PREVIA DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      LK-FUNCION DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LK-ITEM DELIMITED BY SIZE
                   INTO WS-SEG-DETALLE
               CALL "registrar-evento-seg" USING WS-SEG-CBF,
                    WS-SEG-EVENTO, WS-SEG-DETALLE
           END-IF
           GOBACK.

       LEER-REGLA.
           READ MATRIZ-FILE
               KEY IS SOD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SOD-REGLA-ACTIVA
                       MOVE 1 TO LK-CONFLICTO
                   END-IF
           END-READ.
