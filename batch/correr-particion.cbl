       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRER-PARTICION.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Corre una particion de un batch pesado como proceso propio,
      *  para que PROCESO-NOCTURNO pueda lanzar varias a la vez. Se
      *  invoca con el paso de control, la fecha de negocio y el
      *  numero de particion en la linea de comandos:
      *      correr-particion INTERES-MENSUAL 20261015 03
      *  Toma el rango de CBF de plan-particiones.dat (ver
      *  ARMAR-PARTICIONES) y llama al batch del paso con ese rango
      *  (PART-REGISTRO); el batch maneja su checkpoint y sus totales
      *  de control (checkpoint-particion). Si termina bien se graba
      *  la constancia propia de la particion en control-corrida.dat
      *  (paso "<paso>-Pnn"), para que una re-corrida no la repita;
      *  si no, la particion queda marcada fallida y el driver corta
      *  el paso.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-FILE ASSIGN TO "plan-particiones.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-FILE.
       01  PLAN-LINEA                 PIC X(44).

       WORKING-STORAGE SECTION.
       COPY "particion.cpy".
       COPY "totales-particion.cpy".
       01  PLAN-STATUS                PIC XX.
       01  WS-ARGUMENTOS              PIC X(80).
       01  WS-ARG-PASO                PIC X(20).
       01  WS-ARG-FECHA               PIC X(8).
       01  WS-ARG-NUMERO              PIC X(2).
       01  WS-FECHA                   PIC 9(8) VALUE 0.
       01  WS-NUMERO                  PIC 9(2) VALUE 0.
       01  WS-EN-PLAN                 PIC X VALUE 'N'.
       01  WS-RESULTADO-PASO          PIC 9 VALUE 1.
           88  PASO-OK                    VALUE 0.
       01  WS-MODO-REAL               PIC X(1) VALUE "N".
       01  WS-TS-INICIO-PASO          PIC 9(14).
       01  WS-PASO-PARTICION          PIC X(20).
       01  WS-CKP-ENCONTRADO          PIC 9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-LEER-ARGUMENTOS
           IF WS-FECHA > 0 AND WS-NUMERO > 0
               PERFORM 2000-BUSCAR-RANGO
           END-IF
           IF WS-EN-PLAN = 'S'
               PERFORM 3000-CORRER-PASO
           ELSE
               DISPLAY "CORRER-PARTICION: particion " WS-ARG-NUMERO
                       " de " WS-ARG-PASO " no esta en el plan del "
                       WS-ARG-FECHA
           END-IF
           PERFORM 4000-CERRAR-PARTICION
           MOVE WS-RESULTADO-PASO TO RETURN-CODE
           STOP RUN.

       1000-LEER-ARGUMENTOS.
           MOVE SPACES TO WS-ARGUMENTOS
           ACCEPT WS-ARGUMENTOS FROM COMMAND-LINE
           UNSTRING WS-ARGUMENTOS DELIMITED BY ALL SPACES
               INTO WS-ARG-PASO, WS-ARG-FECHA, WS-ARG-NUMERO
           END-UNSTRING
           IF WS-ARG-FECHA IS NUMERIC
               MOVE WS-ARG-FECHA TO WS-FECHA
           END-IF
           IF WS-ARG-NUMERO IS NUMERIC
               MOVE WS-ARG-NUMERO TO WS-NUMERO
           END-IF.

       2000-BUSCAR-RANGO.
           OPEN INPUT PLAN-FILE
           IF PLAN-STATUS = "00"
               PERFORM UNTIL PLAN-STATUS = "10"
                   READ PLAN-FILE
                       AT END
                           MOVE "10" TO PLAN-STATUS
                       NOT AT END
                           MOVE PLAN-LINEA TO PART-REGISTRO
                           IF PART-FECHA = WS-FECHA
                              AND PART-PASO = WS-ARG-PASO
                              AND PART-NUMERO = WS-NUMERO
                               MOVE 'S' TO WS-EN-PLAN
                               MOVE "10" TO PLAN-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAN-FILE
           END-IF.

       3000-CORRER-PASO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TS-INICIO-PASO
           DISPLAY "-> " WS-ARG-PASO " particion " PART-NUMERO
                   " de " PART-TOTAL
           EVALUATE WS-ARG-PASO
               WHEN "INTERES-MENSUAL"
                   CALL "INTERES-MENSUAL" USING WS-RESULTADO-PASO,
                        WS-MODO-REAL, PART-REGISTRO
               WHEN "COMISION-MANT"
                   CALL "COMISION-MANTENIMIENTO" USING
                        WS-RESULTADO-PASO, WS-MODO-REAL, PART-REGISTRO
               WHEN "INTERES-DEUDOR"
                   CALL "INTERES-DEUDOR" USING WS-RESULTADO-PASO,
                        WS-MODO-REAL, PART-REGISTRO
               WHEN "CIERRE-DIARIO"
                   CALL "CIERRE-DIARIO" USING WS-RESULTADO-PASO,
                        PART-REGISTRO
               WHEN OTHER
                   DISPLAY "CORRER-PARTICION: paso no particionable "
                           WS-ARG-PASO
                   MOVE 1 TO WS-RESULTADO-PASO
           END-EVALUATE.

      *    Particion bien terminada: constancia propia en el control
      *    de corrida. Si fallo (o no llego a correr) se la marca
      *    fallida para que el driver no la siga esperando.
       4000-CERRAR-PARTICION.
           IF PASO-OK
               MOVE SPACES TO WS-PASO-PARTICION
               STRING FUNCTION TRIM(WS-ARG-PASO) DELIMITED BY SIZE
                      "-P" DELIMITED BY SIZE
                      WS-ARG-NUMERO DELIMITED BY SIZE
                   INTO WS-PASO-PARTICION
               CALL "grabar-paso-corrida" USING WS-FECHA,
                    WS-PASO-PARTICION, WS-TS-INICIO-PASO
               DISPLAY "   OK: particion " WS-ARG-NUMERO
           ELSE
               MOVE WS-FECHA TO TP-FECHA
               MOVE WS-ARG-PASO TO TP-PASO
               MOVE WS-NUMERO TO TP-NUMERO
               CALL "checkpoint-particion" USING "L", TP-REGISTRO,
                    WS-CKP-ENCONTRADO
               IF TP-FECHA NOT = WS-FECHA
                   INITIALIZE TP-REGISTRO
                   MOVE WS-FECHA TO TP-FECHA
                   MOVE WS-ARG-PASO TO TP-PASO
                   MOVE WS-NUMERO TO TP-NUMERO
               END-IF
               MOVE "F" TO TP-ESTADO
               CALL "checkpoint-particion" USING "G", TP-REGISTRO,
                    WS-CKP-ENCONTRADO
               DISPLAY "   FALLO: particion " WS-ARG-NUMERO
           END-IF.
