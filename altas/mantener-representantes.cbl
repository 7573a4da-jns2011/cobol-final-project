       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-REPRESENTANTES.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: mantenimiento de los
      *              representantes de una persona juridica
      *              (representantes.dat). Lista los actuales con su
      *              cargo, vencimiento de mandato y estado; da de
      *              alta o renueva (mismo representante: se reemplaza
      *              cargo y vencimiento) y da de baja. El
      *              representante se identifica por el CBF de una de
      *              sus cuentas y debe ser una persona humana con
      *              datos de identidad cargados. Cada cambio queda en
      *              la auditoria sobre el CBF de la empresa.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPRESENTANTES-FILE ASSIGN TO "representantes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KEY
               ALTERNATE RECORD KEY IS RP-PERSONA-ID
                   WITH DUPLICATES
               FILE STATUS IS REPRESENTANTES-STATUS.

           SELECT CLIENTES-IDX-FILE ASSIGN TO "clientes-idx.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CBF
               ALTERNATE RECORD KEY IS CI-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPRESENTANTES-FILE.
       COPY "representante.cpy".

       FD  CLIENTES-IDX-FILE.
       COPY "cliente-indice.cpy".

       WORKING-STORAGE SECTION.
       COPY "cliente.cpy".
       01  REPRESENTANTES-STATUS      PIC XX.
       01  IDX-STATUS                 PIC XX.

       01  WS-OPCION                  PIC X(1).
       01  WS-FIN                     PIC X(1).
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-CANT-LISTADOS           PIC 9(3).
       01  WS-ESTADO-MANDATO          PIC X(8).

       01  WS-REP-CBF                 PIC 9(6).
       01  WS-REP-ID                  PIC 9(8).
       01  WS-REP-ENCONTRADO          PIC 9.
       01  WS-REP-CARGO               PIC X(2).
       01  WS-REP-VTO                 PIC 9(8).
       01  WS-REP-NOMBRE              PIC X(40).

       01  WS-DC-TIPO-DOC             PIC X(3).
       01  WS-DC-NRO-DOC              PIC X(11).
       01  WS-DC-DOMICILIO            PIC X(50).
       01  WS-DC-TELEFONO             PIC X(15).
       01  WS-DC-FECHA-NAC            PIC 9(8).
       01  WS-DC-ENCONTRADO           PIC 9.
       01  WS-PJ-RAZON-SOCIAL         PIC X(60).
       01  WS-PJ-FORMA                PIC X(4).
       01  WS-PJ-ACTIVIDAD            PIC 9(6).
       01  WS-PJ-ENCONTRADA           PIC 9.

       01  WS-AUD-CAMPO               PIC X(20) VALUE "REPRESENTANTE".
       01  WS-AUD-VALOR-ANT           PIC X(50).
       01  WS-AUD-VALOR-NUEVO         PIC X(50).
       01  WS-AUD-USUARIO             PIC X(20).

       LINKAGE SECTION.
       01  LK-EMPRESA-ID              PIC 9(8).
       01  LK-EMPRESA-CBF             PIC X(6).
       01  LK-USUARIO                 PIC X(8).

       PROCEDURE DIVISION USING LK-EMPRESA-ID, LK-EMPRESA-CBF,
                                 LK-USUARIO.
       MAIN-PARA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-AUD-USUARIO
           MOVE LK-USUARIO TO WS-AUD-USUARIO
           MOVE 'N' TO WS-FIN
           PERFORM UNTIL WS-FIN = 'S'
               PERFORM LISTAR-REPRESENTANTES
               DISPLAY "A. Alta o renovacion de mandato"
               DISPLAY "B. Baja de representante"
               DISPLAY "F. Fin"
               DISPLAY "Su opcion: " WITH NO ADVANCING
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                   WHEN "A"
                   WHEN "a"
                       PERFORM ALTA-REPRESENTANTE
                   WHEN "B"
                   WHEN "b"
                       PERFORM BAJA-REPRESENTANTE
                   WHEN OTHER
                       MOVE 'S' TO WS-FIN
               END-EVALUATE
           END-PERFORM
           GOBACK.

       LISTAR-REPRESENTANTES.
           DISPLAY "--- Representantes de la empresa ---"
           MOVE 0 TO WS-CANT-LISTADOS
           OPEN INPUT REPRESENTANTES-FILE
           IF REPRESENTANTES-STATUS = "00"
               MOVE LK-EMPRESA-ID TO RP-EMPRESA-ID
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
                           IF RP-EMPRESA-ID NOT = LK-EMPRESA-ID
                               MOVE "10" TO REPRESENTANTES-STATUS
                           ELSE
                               ADD 1 TO WS-CANT-LISTADOS
                               PERFORM MOSTRAR-REPRESENTANTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPRESENTANTES-FILE
           END-IF
           IF WS-CANT-LISTADOS = 0
               DISPLAY "  (sin representantes cargados)"
           END-IF.

       MOSTRAR-REPRESENTANTE.
           MOVE RP-PERSONA-ID TO WS-REP-ID
           PERFORM NOMBRE-REPRESENTANTE
           CALL "leer-datos-cliente" USING WS-REP-ID,
                WS-DC-TIPO-DOC, WS-DC-NRO-DOC, WS-DC-DOMICILIO,
                WS-DC-TELEFONO, WS-DC-FECHA-NAC, WS-DC-ENCONTRADO
           IF RP-VTO-MANDATO = 0 OR RP-VTO-MANDATO >= WS-FECHA-HOY
               MOVE "VIGENTE" TO WS-ESTADO-MANDATO
           ELSE
               MOVE "VENCIDO" TO WS-ESTADO-MANDATO
           END-IF
           DISPLAY "  " WS-REP-NOMBRE " " WS-DC-TIPO-DOC " "
                   WS-DC-NRO-DOC
           DISPLAY "     Cargo " RP-CARGO "  Vence " RP-VTO-MANDATO
                   "  " WS-ESTADO-MANDATO.

      *    El nombre sale de la primera cuenta de la persona: el
      *    maestro de identidad no lo guarda.
       NOMBRE-REPRESENTANTE.
           MOVE "(sin cuentas)" TO WS-REP-NOMBRE
           OPEN INPUT CLIENTES-IDX-FILE
           IF IDX-STATUS = "00"
               MOVE WS-REP-ID TO CI-CLIENTE-ID
               START CLIENTES-IDX-FILE KEY IS = CI-CLIENTE-ID
                   INVALID KEY
                       MOVE "10" TO IDX-STATUS
               END-START
               IF IDX-STATUS = "00"
                   READ CLIENTES-IDX-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO IDX-STATUS
                   END-READ
               END-IF
               IF IDX-STATUS = "00"
                   MOVE CI-CBF TO P-CBF
                   CALL "BUSCAR-CLIENTE" USING CLIENTE
                   IF P-CBF NOT = "000000"
                       MOVE SPACES TO WS-REP-NOMBRE
                       STRING P-APELLIDO DELIMITED BY "  "
                              ", " DELIMITED BY SIZE
                              P-NOMBRE DELIMITED BY "  "
                           INTO WS-REP-NOMBRE
                   END-IF
               END-IF
               CLOSE CLIENTES-IDX-FILE
           END-IF.

       UBICAR-REPRESENTANTE.
           MOVE 0 TO WS-REP-ENCONTRADO
           DISPLAY "CBF de una cuenta del representante: "
               WITH NO ADVANCING
           ACCEPT WS-REP-CBF
           CALL "buscar-cliente-id" USING WS-REP-CBF, WS-REP-ID,
                WS-REP-ENCONTRADO
           IF WS-REP-ENCONTRADO NOT = 1
               DISPLAY "Ese CBF no esta vinculado a un cliente."
           END-IF.

       ALTA-REPRESENTANTE.
           PERFORM UBICAR-REPRESENTANTE
           IF WS-REP-ENCONTRADO = 1
               CALL "leer-datos-cliente" USING WS-REP-ID,
                    WS-DC-TIPO-DOC, WS-DC-NRO-DOC, WS-DC-DOMICILIO,
                    WS-DC-TELEFONO, WS-DC-FECHA-NAC, WS-DC-ENCONTRADO
               CALL "leer-persona-juridica" USING WS-REP-ID,
                    WS-PJ-RAZON-SOCIAL, WS-PJ-FORMA, WS-PJ-ACTIVIDAD,
                    WS-PJ-ENCONTRADA
               EVALUATE TRUE
                   WHEN WS-REP-ID = LK-EMPRESA-ID
                       DISPLAY "La empresa no puede representarse"
                               " a si misma."
                   WHEN WS-PJ-ENCONTRADA = 1
                       DISPLAY "El representante debe ser una"
                               " persona humana."
                   WHEN WS-DC-ENCONTRADO NOT = 1
                      OR WS-DC-NRO-DOC = SPACES
                       DISPLAY "Cargue antes el documento del"
                               " representante (opcion 5)."
                   WHEN OTHER
                       PERFORM CAPTURAR-MANDATO
               END-EVALUATE
           END-IF.

       CAPTURAR-MANDATO.
           DISPLAY "Representante: " WS-DC-TIPO-DOC " " WS-DC-NRO-DOC
           DISPLAY "Cargo (PR presidente, VP vicepresidente, DI"
                   " director,"
           DISPLAY "       SG socio gerente, AD administrador,"
                   " AP apoderado): " WITH NO ADVANCING
           ACCEPT WS-REP-CARGO
           MOVE WS-REP-CARGO TO RP-CARGO
           IF NOT RP-CARGO-VALIDO
               DISPLAY "Cargo invalido."
           ELSE
               DISPLAY "Vencimiento del mandato (AAAAMMDD, 0 = sin"
                       " vencimiento): " WITH NO ADVANCING
               ACCEPT WS-REP-VTO
               IF WS-REP-VTO NOT = 0 AND WS-REP-VTO < WS-FECHA-HOY
                   DISPLAY "El mandato ya esta vencido."
               ELSE
                   PERFORM GRABAR-MANDATO
               END-IF
           END-IF.

       GRABAR-MANDATO.
           MOVE SPACES TO WS-AUD-VALOR-ANT
           OPEN I-O REPRESENTANTES-FILE
           IF REPRESENTANTES-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT REPRESENTANTES-FILE
               CLOSE REPRESENTANTES-FILE
               OPEN I-O REPRESENTANTES-FILE
           END-IF
           MOVE LK-EMPRESA-ID TO RP-EMPRESA-ID
           MOVE WS-REP-ID TO RP-PERSONA-ID
           READ REPRESENTANTES-FILE
               KEY IS RP-KEY
               INVALID KEY
                   MOVE WS-REP-CARGO TO RP-CARGO
                   MOVE WS-REP-VTO TO RP-VTO-MANDATO
                   MOVE WS-FECHA-HOY TO RP-FECHA-ALTA
                   MOVE LK-USUARIO TO RP-USUARIO
                   WRITE RP-RECORD
               NOT INVALID KEY
                   STRING WS-REP-ID DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          RP-CARGO DELIMITED BY SIZE
                          " vence " DELIMITED BY SIZE
                          RP-VTO-MANDATO DELIMITED BY SIZE
                       INTO WS-AUD-VALOR-ANT
                   MOVE WS-REP-CARGO TO RP-CARGO
                   MOVE WS-REP-VTO TO RP-VTO-MANDATO
                   MOVE LK-USUARIO TO RP-USUARIO
                   REWRITE RP-RECORD
           END-READ
           IF REPRESENTANTES-STATUS = "00"
               DISPLAY "Mandato registrado."
               MOVE SPACES TO WS-AUD-VALOR-NUEVO
               STRING WS-REP-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-REP-CARGO DELIMITED BY SIZE
                      " vence " DELIMITED BY SIZE
                      WS-REP-VTO DELIMITED BY SIZE
                   INTO WS-AUD-VALOR-NUEVO
               CALL "REGISTRAR-AUDITORIA" USING LK-EMPRESA-CBF,
                    WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
                    WS-AUD-VALOR-NUEVO, WS-AUD-USUARIO
           ELSE
               DISPLAY "Error al grabar el mandato."
           END-IF
           CLOSE REPRESENTANTES-FILE.

       BAJA-REPRESENTANTE.
           PERFORM UBICAR-REPRESENTANTE
           IF WS-REP-ENCONTRADO = 1
               OPEN I-O REPRESENTANTES-FILE
               IF REPRESENTANTES-STATUS NOT = "00"
                   DISPLAY "La empresa no tiene representantes."
               ELSE
                   MOVE LK-EMPRESA-ID TO RP-EMPRESA-ID
                   MOVE WS-REP-ID TO RP-PERSONA-ID
                   READ REPRESENTANTES-FILE
                       KEY IS RP-KEY
                       INVALID KEY
                           DISPLAY "No es representante de la"
                                   " empresa."
                       NOT INVALID KEY
                           MOVE SPACES TO WS-AUD-VALOR-ANT
                           STRING WS-REP-ID DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  RP-CARGO DELIMITED BY SIZE
                                  " vence " DELIMITED BY SIZE
                                  RP-VTO-MANDATO DELIMITED BY SIZE
                               INTO WS-AUD-VALOR-ANT
                           DELETE REPRESENTANTES-FILE RECORD
                           DISPLAY "Representante dado de baja."
                           MOVE "BAJA" TO WS-AUD-VALOR-NUEVO
                           CALL "REGISTRAR-AUDITORIA" USING
                                LK-EMPRESA-CBF, WS-AUD-CAMPO,
                                WS-AUD-VALOR-ANT, WS-AUD-VALOR-NUEVO,
                                WS-AUD-USUARIO
                   END-READ
                   CLOSE REPRESENTANTES-FILE
               END-IF
           END-IF.

       END PROGRAM MANTENER-REPRESENTANTES.
