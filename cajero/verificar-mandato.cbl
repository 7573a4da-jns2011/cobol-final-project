       IDENTIFICATION DIVISION.
       PROGRAM-ID. verificar-mandato.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: antes de operar una cuenta de
      *              persona juridica, verifica que quien se presenta
      *              (por su numero de documento) sea representante
      *              de la empresa en representantes.dat con el
      *              mandato vigente. LK-ES-EMPRESA = 0 si el titular
      *              del CBF es persona humana (no hay nada que
      *              verificar y LK-HABILITADO vuelve en 1). Para una
      *              empresa LK-HABILITADO = 1 representante con
      *              mandato vigente (LK-PERSONA-ID con su numero de
      *              cliente), 2 mandato vencido, 0 no es
      *              representante. Con el documento en blanco solo
      *              informa si el CBF es de una empresa. Todo rechazo
      *              queda en el journal de seguridad.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATOS-FILE ASSIGN TO "datos-clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CLIENTE-ID
               FILE STATUS IS DATOS-STATUS.

           SELECT REPRESENTANTES-FILE ASSIGN TO "representantes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KEY
               ALTERNATE RECORD KEY IS RP-PERSONA-ID
                   WITH DUPLICATES
               FILE STATUS IS REPRESENTANTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATOS-FILE.
       COPY "datos-cliente.cpy".

       FD  REPRESENTANTES-FILE.
       COPY "representante.cpy".

       WORKING-STORAGE SECTION.
       01  DATOS-STATUS            PIC XX.
       01  REPRESENTANTES-STATUS   PIC XX.
       01  WS-CBF                  PIC 9(6).
       01  WS-EMPRESA-ID           PIC 9(8).
       01  WS-ID-ENCONTRADO        PIC 9.
       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-VTO-MANDATO          PIC 9(8).
       01  WS-SEG-EVENTO           PIC X(20).
       01  WS-SEG-DETALLE          PIC X(40).

       LINKAGE SECTION.
       01  LK-CBF                  PIC X(6).
       01  LK-NRO-DOC              PIC X(11).
       01  LK-ES-EMPRESA           PIC 9.
       01  LK-HABILITADO           PIC 9.
       01  LK-PERSONA-ID           PIC 9(8).

       PROCEDURE DIVISION USING LK-CBF, LK-NRO-DOC, LK-ES-EMPRESA,
                                 LK-HABILITADO, LK-PERSONA-ID.
       MAIN-PARA.
           MOVE 0 TO LK-ES-EMPRESA
           MOVE 1 TO LK-HABILITADO
           MOVE 0 TO LK-PERSONA-ID
           IF LK-CBF IS NOT NUMERIC
               GOBACK
           END-IF
           MOVE LK-CBF TO WS-CBF
           CALL "buscar-cliente-id" USING WS-CBF, WS-EMPRESA-ID,
                WS-ID-ENCONTRADO
           IF WS-ID-ENCONTRADO NOT = 1
               GOBACK
           END-IF

           OPEN INPUT DATOS-FILE
           IF DATOS-STATUS NOT = "00"
               GOBACK
           END-IF
           MOVE WS-EMPRESA-ID TO DC-CLIENTE-ID
           READ DATOS-FILE
               KEY IS DC-CLIENTE-ID
               INVALID KEY
                   MOVE SPACES TO DC-TIPO-PERSONA
           END-READ
           IF NOT DC-PERSONA-JURIDICA
               CLOSE DATOS-FILE
               GOBACK
           END-IF

           MOVE 1 TO LK-ES-EMPRESA
           MOVE 0 TO LK-HABILITADO
           IF LK-NRO-DOC = SPACES
               CLOSE DATOS-FILE
               GOBACK
           END-IF

      *    Representantes de la empresa: se compara el documento de
      *    cada uno contra el presentado.
           OPEN INPUT REPRESENTANTES-FILE
           IF REPRESENTANTES-STATUS = "00"
               MOVE WS-EMPRESA-ID TO RP-EMPRESA-ID
               MOVE 0 TO RP-PERSONA-ID
               START REPRESENTANTES-FILE KEY IS >= RP-KEY
                   INVALID KEY
                       MOVE "10" TO REPRESENTANTES-STATUS
               END-START
               PERFORM UNTIL REPRESENTANTES-STATUS = "10"
                   READ REPRESENTANTES-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO REPRESENTANTES-STATUS
                       NOT AT END
                           IF RP-EMPRESA-ID NOT = WS-EMPRESA-ID
                               MOVE "10" TO REPRESENTANTES-STATUS
                           ELSE
                               PERFORM COMPARAR-DOCUMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPRESENTANTES-FILE
           END-IF
           CLOSE DATOS-FILE

           IF LK-HABILITADO NOT = 1
               IF LK-HABILITADO = 2
                   MOVE "MANDATO VENCIDO" TO WS-SEG-EVENTO
                   MOVE SPACES TO WS-SEG-DETALLE
                   STRING "Doc " DELIMITED BY SIZE
                          LK-NRO-DOC DELIMITED BY SIZE
                          " vencio " DELIMITED BY SIZE
                          WS-VTO-MANDATO DELIMITED BY SIZE
                       INTO WS-SEG-DETALLE
               ELSE
                   MOVE "NO ES REPRESENTANTE" TO WS-SEG-EVENTO
                   MOVE SPACES TO WS-SEG-DETALLE
                   STRING "Doc " DELIMITED BY SIZE
                          LK-NRO-DOC DELIMITED BY SIZE
                          " empresa " DELIMITED BY SIZE
                          WS-EMPRESA-ID DELIMITED BY SIZE
                       INTO WS-SEG-DETALLE
               END-IF
               CALL "registrar-evento-seg" USING LK-CBF,
                    WS-SEG-EVENTO, WS-SEG-DETALLE
           END-IF
           GOBACK.

       COMPARAR-DOCUMENTO.
           MOVE RP-PERSONA-ID TO DC-CLIENTE-ID
           READ DATOS-FILE
               KEY IS DC-CLIENTE-ID
               INVALID KEY
                   MOVE SPACES TO DC-NRO-DOC
           END-READ
           IF DC-NRO-DOC = LK-NRO-DOC
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               IF RP-VTO-MANDATO = 0
                  OR RP-VTO-MANDATO >= WS-FECHA-HOY
                   MOVE 1 TO LK-HABILITADO
                   MOVE RP-PERSONA-ID TO LK-PERSONA-ID
                   MOVE "10" TO REPRESENTANTES-STATUS
               ELSE
                   MOVE 2 TO LK-HABILITADO
                   MOVE RP-VTO-MANDATO TO WS-VTO-MANDATO
               END-IF
           END-IF.
