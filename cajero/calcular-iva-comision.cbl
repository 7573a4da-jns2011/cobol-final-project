       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcular-iva-comision.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: liquida el IVA de una comision
      *              recien posteada. Lo llama crear-transaccion, que
      *              postea el IVA devuelto como movimiento "G" propio
      *              enlazado a la comision "F". Grava toda comision
      *              salvo los gastos de terceros que el banco solo
      *              traslada (gastos del corresponsal, reconocidos por
      *              el memo) y las de clientes exentos frente al IVA
      *              (DC-CONDICION-IVA "EX"). La alicuota sale de
      *              PARM-ALIC-IVA, en diezmilesimos del importe.
      *              LK-ALICUOTA devuelve la alicuota aplicada y
      *              LK-IVA el impuesto a debitar (cero si no
      *              corresponde).
      *  2026-10-15  La multa por cheque rechazado (memo "MULTA LEY
      *              25730") no lleva IVA.
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

       01  WS-ALIC-IVA                PIC 9(4) VALUE 2100.
       01  WS-SEGUIR                  PIC X VALUE 'S'.
       01  WS-CLIENTE-ID              PIC 9(8).
       01  WS-CONDICION-IVA           PIC X(2).
       01  WS-ENCONTRADO              PIC 9.

       LINKAGE SECTION.
       01  LK-CBF                     PIC 9(6).
       01  LK-CODIGO                  PIC X(2).
       01  LK-IMPORTE                 PIC S9(9)V99.
       01  LK-MEMO                    PIC X(40).
       01  LK-ALICUOTA                PIC 9(4).
       01  LK-IVA                     PIC S9(9)V99.

       PROCEDURE DIVISION USING LK-CBF, LK-CODIGO, LK-IMPORTE,
                                 LK-MEMO, LK-ALICUOTA, LK-IVA.
       0000-MAINLINE.
           MOVE 0 TO LK-ALICUOTA
           MOVE 0 TO LK-IVA
           MOVE 'S' TO WS-SEGUIR
           PERFORM 1000-VERIFICAR-ALCANCE
           IF WS-SEGUIR = 'S'
               PERFORM 2000-VERIFICAR-CONDICION
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM 3000-LEER-PARAMETROS
               MOVE WS-ALIC-IVA TO LK-ALICUOTA
               COMPUTE LK-IVA ROUNDED =
                   LK-IMPORTE * WS-ALIC-IVA / 10000
           END-IF
           GOBACK.

      *    Solo gravan las comisiones propias del banco: los gastos
      *    del corresponsal se trasladan al cliente tal cual, y la
      *    multa legal por cheque rechazado no es un servicio.
       1000-VERIFICAR-ALCANCE.
           IF LK-CODIGO NOT = "F" OR LK-IMPORTE NOT > 0
               MOVE 'N' TO WS-SEGUIR
           END-IF
           IF LK-MEMO(1:19) = "GASTOS CORRESPONSAL"
               MOVE 'N' TO WS-SEGUIR
           END-IF
           IF LK-MEMO(1:15) = "MULTA LEY 25730"
               MOVE 'N' TO WS-SEGUIR
           END-IF.

      *    Condicion frente al IVA de la persona titular del CBF; una
      *    cuenta sin cliente vinculado se trata como consumidor
      *    final.
       2000-VERIFICAR-CONDICION.
           MOVE "CF" TO WS-CONDICION-IVA
           CALL "buscar-cliente-id" USING LK-CBF, WS-CLIENTE-ID,
                WS-ENCONTRADO
           IF WS-ENCONTRADO = 1
               CALL "leer-condicion-iva" USING WS-CLIENTE-ID,
                    WS-CONDICION-IVA, WS-ENCONTRADO
           END-IF
           IF WS-CONDICION-IVA = "EX"
               MOVE 'N' TO WS-SEGUIR
           END-IF.

       3000-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-ALIC-IVA IS NUMERIC
                          AND PARM-ALIC-IVA > 0
                           MOVE PARM-ALIC-IVA TO WS-ALIC-IVA
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF.
