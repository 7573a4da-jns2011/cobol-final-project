       IDENTIFICATION DIVISION.
       PROGRAM-ID. checkpoint-particion.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: checkpoint y totales de control
      *              de una particion de batch pesado, en
      *              particion-<paso>-<nn>.dat (uno por particion,
      *              TP-PASO y TP-NUMERO arman el nombre). Acciones:
      *                "L" leer (LK-ENCONTRADO 1/0; si no hay archivo
      *                    el registro vuelve solo con paso y numero)
      *                "G" grabar el registro tal cual
      *                "P" checkpoint periodico: graba cada
      *                    PARM-FREC-CHECKPOINT llamadas (100 si no
      *                    esta configurado)
      *                "M" marcar en curso antes de lanzar la
      *                    particion: conserva el avance si es de la
      *                    misma fecha (TP-FECHA), si no lo reinicia
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKPOINT-FILE ASSIGN TO WS-RUTA-CHECKPOINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-LINEA            PIC X(97).

       FD  PARAMETROS-FILE.
           COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                 PIC XX.
       01  PARAMETROS-STATUS           PIC XX.
       01  WS-RUTA-CHECKPOINT          PIC X(60).
       01  WS-FREC-CHECKPOINT          PIC 9(5) VALUE 0.
       01  WS-LLAMADAS                 PIC 9(7) VALUE 0.
       01  WS-FECHA-PEDIDA             PIC 9(8).
       01  WS-PASO-PEDIDO              PIC X(20).
       01  WS-NUMERO-PEDIDO            PIC 9(2).

       LINKAGE SECTION.
       01  LK-ACCION                   PIC X(1).
       COPY "totales-particion.cpy".
       01  LK-ENCONTRADO               PIC 9.

       PROCEDURE DIVISION USING LK-ACCION, TP-REGISTRO, LK-ENCONTRADO.
       MAIN-PARA.
           MOVE SPACES TO WS-RUTA-CHECKPOINT
           STRING "particion-" DELIMITED BY SIZE
                  FUNCTION TRIM(TP-PASO) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  TP-NUMERO DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-RUTA-CHECKPOINT
           MOVE 0 TO LK-ENCONTRADO
           EVALUATE LK-ACCION
               WHEN "L"
                   PERFORM LEER-CHECKPOINT
               WHEN "G"
                   PERFORM GRABAR-CHECKPOINT
               WHEN "P"
                   PERFORM CHECKPOINT-PERIODICO
               WHEN "M"
                   PERFORM MARCAR-EN-CURSO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       LEER-CHECKPOINT.
           MOVE TP-FECHA TO WS-FECHA-PEDIDA
           MOVE TP-PASO TO WS-PASO-PEDIDO
           MOVE TP-NUMERO TO WS-NUMERO-PEDIDO
           OPEN INPUT CHECKPOINT-FILE
           IF FILE-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CHECKPOINT-LINEA TO TP-REGISTRO
                       MOVE 1 TO LK-ENCONTRADO
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF
           IF LK-ENCONTRADO = 0
               INITIALIZE TP-REGISTRO
               MOVE WS-FECHA-PEDIDA TO TP-FECHA
               MOVE WS-PASO-PEDIDO TO TP-PASO
               MOVE WS-NUMERO-PEDIDO TO TP-NUMERO
           END-IF.

       GRABAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           IF FILE-STATUS = "00"
               MOVE TP-REGISTRO TO CHECKPOINT-LINEA
               WRITE CHECKPOINT-LINEA
               CLOSE CHECKPOINT-FILE
           ELSE
               DISPLAY "ERROR al grabar " WS-RUTA-CHECKPOINT
                       " STATUS=" FILE-STATUS
           END-IF.

       CHECKPOINT-PERIODICO.
           IF WS-FREC-CHECKPOINT = 0
               PERFORM LEER-FRECUENCIA
           END-IF
           ADD 1 TO WS-LLAMADAS
           IF FUNCTION MOD(WS-LLAMADAS, WS-FREC-CHECKPOINT) = 0
               PERFORM GRABAR-CHECKPOINT
           END-IF.

       LEER-FRECUENCIA.
           MOVE 100 TO WS-FREC-CHECKPOINT
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-FREC-CHECKPOINT IS NUMERIC
                          AND PARM-FREC-CHECKPOINT > 0
                           MOVE PARM-FREC-CHECKPOINT
                               TO WS-FREC-CHECKPOINT
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF.

      *    Una particion que se relanza el mismo dia conserva su
      *    avance (retoma despues del ultimo CBF terminado); la de
      *    un dia anterior arranca de cero.
       MARCAR-EN-CURSO.
           PERFORM LEER-CHECKPOINT
           IF LK-ENCONTRADO = 0 OR TP-FECHA NOT = WS-FECHA-PEDIDA
               INITIALIZE TP-REGISTRO
               MOVE WS-FECHA-PEDIDA TO TP-FECHA
               MOVE WS-PASO-PEDIDO TO TP-PASO
               MOVE WS-NUMERO-PEDIDO TO TP-NUMERO
           END-IF
           MOVE "A" TO TP-ESTADO
           PERFORM GRABAR-CHECKPOINT.
