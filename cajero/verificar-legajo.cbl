       IDENTIFICATION DIVISION.
       PROGRAM-ID. verificar-legajo.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: dice si el legajo del titular
      *              de un CBF tiene todos los documentos obligatorios
      *              para un producto (CA, CC, TC o PR) segun la tabla
      *              requisitos-documentos.dat: los del producto mas
      *              los generales (GE) de su tipo de cliente (F
      *              persona humana, J juridica segun
      *              personas-juridicas.dat). Un documento vencido
      *              cuenta como faltante. LK-COMPLETO = 1 si esta
      *              completo; 0 si falta alguno, con el primer codigo
      *              faltante en LK-FALTANTE. Sin tabla cargada no hay
      *              requisitos y el legajo se da por completo.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUISITOS-FILE ASSIGN TO "requisitos-documentos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RD-KEY
               FILE STATUS IS REQUISITOS-STATUS.

           SELECT LEGAJOS-FILE ASSIGN TO "legajos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-KEY
               FILE STATUS IS LEGAJOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUISITOS-FILE.
       COPY "requisito-documento.cpy".

       FD  LEGAJOS-FILE.
       COPY "legajo.cpy".

       WORKING-STORAGE SECTION.
       01  REQUISITOS-STATUS       PIC XX.
       01  LEGAJOS-STATUS          PIC XX.
       01  WS-CBF                  PIC 9(6).
       01  WS-CLIENTE-ID           PIC 9(8).
       01  WS-ID-ENCONTRADO        PIC 9.
       01  WS-TIPO-CLIENTE         PIC X(1).
       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-RAZON-SOCIAL         PIC X(60).
       01  WS-FORMA-JURIDICA       PIC X(4).
       01  WS-ACTIVIDAD            PIC 9(6).
       01  WS-PJ-ENCONTRADA        PIC 9.
       01  WS-PRODUCTO             PIC X(2).
       01  WS-LEGAJOS-ABIERTO      PIC X(1).
       01  WS-DOC-VIGENTE          PIC X(1).

       LINKAGE SECTION.
       01  LK-CBF                  PIC X(6).
       01  LK-PRODUCTO             PIC X(2).
       01  LK-COMPLETO             PIC 9.
       01  LK-FALTANTE             PIC X(3).

       PROCEDURE DIVISION USING LK-CBF, LK-PRODUCTO, LK-COMPLETO,
                                 LK-FALTANTE.
       MAIN-PARA.
           MOVE 1 TO LK-COMPLETO
           MOVE SPACES TO LK-FALTANTE
           OPEN INPUT REQUISITOS-FILE
           IF REQUISITOS-STATUS NOT = "00"
               GOBACK
           END-IF

      *    Sin numero de cliente no hay legajo: cualquier requisito
      *    obligatorio queda faltante.
           MOVE 0 TO WS-CLIENTE-ID
           MOVE "F" TO WS-TIPO-CLIENTE
           IF LK-CBF IS NUMERIC
               MOVE LK-CBF TO WS-CBF
               CALL "buscar-cliente-id" USING WS-CBF, WS-CLIENTE-ID,
                    WS-ID-ENCONTRADO
               IF WS-ID-ENCONTRADO = 1
                   CALL "leer-persona-juridica" USING WS-CLIENTE-ID,
                        WS-RAZON-SOCIAL, WS-FORMA-JURIDICA,
                        WS-ACTIVIDAD, WS-PJ-ENCONTRADA
                   IF WS-PJ-ENCONTRADA = 1
                       MOVE "J" TO WS-TIPO-CLIENTE
                   END-IF
               ELSE
                   MOVE 0 TO WS-CLIENTE-ID
               END-IF
           END-IF

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE 'N' TO WS-LEGAJOS-ABIERTO
           OPEN INPUT LEGAJOS-FILE
           IF LEGAJOS-STATUS = "00"
               MOVE 'S' TO WS-LEGAJOS-ABIERTO
           END-IF
           MOVE "GE" TO WS-PRODUCTO
           PERFORM REVISAR-PRODUCTO
           IF LK-COMPLETO = 1 AND LK-PRODUCTO NOT = "GE"
               MOVE LK-PRODUCTO TO WS-PRODUCTO
               PERFORM REVISAR-PRODUCTO
           END-IF
           IF WS-LEGAJOS-ABIERTO = 'S'
               CLOSE LEGAJOS-FILE
           END-IF
           CLOSE REQUISITOS-FILE
           GOBACK.

      *    Recorre las filas de la tabla para el tipo de cliente y el
      *    producto de WS-PRODUCTO y corta en el primer obligatorio
      *    que no este recibido y vigente.
       REVISAR-PRODUCTO.
           MOVE WS-TIPO-CLIENTE TO RD-TIPO-CLIENTE
           MOVE WS-PRODUCTO TO RD-PRODUCTO
           MOVE LOW-VALUES TO RD-DOCUMENTO
           START REQUISITOS-FILE KEY IS >= RD-KEY
               INVALID KEY
                   MOVE "10" TO REQUISITOS-STATUS
               NOT INVALID KEY
                   MOVE "00" TO REQUISITOS-STATUS
           END-START
           PERFORM UNTIL REQUISITOS-STATUS = "10"
               READ REQUISITOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO REQUISITOS-STATUS
                   NOT AT END
                       IF RD-TIPO-CLIENTE NOT = WS-TIPO-CLIENTE
                          OR RD-PRODUCTO NOT = WS-PRODUCTO
                           MOVE "10" TO REQUISITOS-STATUS
                       ELSE
                           IF RD-ES-OBLIGATORIO
                               PERFORM REVISAR-DOCUMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-DOCUMENTO.
           MOVE 'N' TO WS-DOC-VIGENTE
           IF WS-CLIENTE-ID NOT = 0 AND WS-LEGAJOS-ABIERTO = 'S'
               MOVE WS-CLIENTE-ID TO LG-CLIENTE-ID
               MOVE RD-DOCUMENTO TO LG-DOCUMENTO
               READ LEGAJOS-FILE
                   KEY IS LG-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LG-FECHA-VTO = 0
                          OR LG-FECHA-VTO >= WS-FECHA-HOY
                           MOVE 'S' TO WS-DOC-VIGENTE
                       END-IF
               END-READ
           END-IF
           IF WS-DOC-VIGENTE = 'N'
               MOVE 0 TO LK-COMPLETO
               MOVE RD-DOCUMENTO TO LK-FALTANTE
               MOVE "10" TO REQUISITOS-STATUS
           END-IF.
