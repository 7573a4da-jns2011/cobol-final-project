       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPUTAR-RECUPEROS-AGENCIA.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Imputacion de recuperos de agencias de cobranza: procesa el
      *  archivo que rinde una agencia externa por lo cobrado de
      *  prestamos castigados (recuperos-agencia.dat, ancho fijo:
      *  CBF, timestamp de alta del prestamo, importe, recibo de la
      *  agencia) y aplica cada renglon como recupero del prestamo
      *  via registrar-recupero (canal "A", con el codigo de la
      *  agencia y su recibo). No se postea nada en la cuenta del
      *  cliente: la plata la rinde la agencia, y su asiento sale en
      *  el cierre mensual de REPORTE-RECUPEROS. La cabecera "H" trae
      *  el codigo de agencia, fecha y secuencia; el trailer "T" la
      *  cantidad y el importe total, controlados contra
      *  registro-archivos (originador "RA" + agencia) ANTES de
      *  aplicar nada. Se rechaza con mensaje al operador el renglon
      *  mal formado, el de un prestamo inexistente o no castigado y
      *  el que supera lo que queda adeudado.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENCIA-FILE ASSIGN TO "recuperos-agencia.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGENCIA-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENCIA-FILE.
       01  AGENCIA-REGISTRO.
           05  RAG-TIPO               PIC X(1).
           05  RAG-CBF                PIC 9(6).
           05  RAG-TS-PRESTAMO        PIC 9(14).
           05  RAG-IMPORTE            PIC 9(9)V99.
           05  RAG-RECIBO             PIC X(20).
       01  AGENCIA-CABECERA REDEFINES AGENCIA-REGISTRO.
           05  RAG-H-TIPO             PIC X(1).
           05  RAG-H-AGENCIA          PIC X(6).
           05  RAG-H-FECHA            PIC 9(8).
           05  RAG-H-SECUENCIA        PIC 9(6).
           05  FILLER                 PIC X(31).
       01  AGENCIA-TRAILER REDEFINES AGENCIA-REGISTRO.
           05  RAG-T-TIPO             PIC X(1).
           05  RAG-T-CANTIDAD         PIC 9(6).
           05  RAG-T-TOTAL            PIC 9(12)V99.
           05  FILLER                 PIC X(31).

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  AGENCIA-STATUS             PIC XX.
       01  CUENTAS-STATUS             PIC XX.

       01  WS-AGENCIA                 PIC X(8).
       01  WS-MOTIVO-RECHAZO          PIC X(40).
       01  WS-RCP-CBF                 PIC X(6).
       01  WS-RCP-TS-PRESTAMO         PIC 9(14).
       01  WS-RCP-IMPORTE             PIC S9(9)V99.
       01  WS-RCP-MONEDA              PIC X(3).
       01  WS-RCP-REFERENCIA          PIC X(20).
       01  WS-RCP-RESULTADO           PIC 9.

       01  WS-TOTAL-LEIDOS            PIC 9(6) VALUE 0.
       01  WS-TOTAL-APLICADOS         PIC 9(6) VALUE 0.
       01  WS-TOTAL-RECHAZADOS        PIC 9(6) VALUE 0.
       01  WS-IMPORTE-APLICADO        PIC S9(12)V99 VALUE 0.
       01  WS-IMPORTE-DISPLAY         PIC -Z(11).99.

      *    Control de cabecera/trailer del archivo de entrada.
       01  WS-ARCHIVO-VALIDO          PIC X VALUE 'N'.
       01  WS-CTL-ORIGINADOR          PIC X(8).
       01  WS-CTL-FECHA               PIC 9(8).
       01  WS-CTL-SECUENCIA           PIC 9(6).
       01  WS-CTL-CANTIDAD            PIC 9(6).
       01  WS-CTL-TOTAL               PIC S9(12)V99.
       01  WS-PRE-CANTIDAD            PIC 9(6).
       01  WS-PRE-TOTAL               PIC S9(12)V99.
       01  WS-HAY-TRAILER             PIC X.
       01  WS-REG-ACCION              PIC X(1).
       01  WS-REG-RESULTADO           PIC 9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-IMPUTAR-RECUPEROS
           PERFORM 3000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  RECUPEROS DE AGENCIAS DE COBRANZA".
           DISPLAY "==========================================".
           OPEN INPUT AGENCIA-FILE
           IF AGENCIA-STATUS NOT = "00"
               DISPLAY "No hay archivo de recuperos para procesar."
               MOVE "10" TO AGENCIA-STATUS
           ELSE
               PERFORM 1500-VALIDAR-CONTROL THRU 1500-VALIDAR-FIN
               IF WS-ARCHIVO-VALIDO NOT = 'S'
                   CLOSE AGENCIA-FILE
                   MOVE "10" TO AGENCIA-STATUS
               END-IF
           END-IF
           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE.

      *    Pasada previa de control: la cabecera "H" identifica la
      *    agencia y su secuencia; el trailer "T" debe cuadrar con
      *    los renglones. Un reenvio se rechaza completo con mensaje
      *    al operador.
       1500-VALIDAR-CONTROL.
           MOVE 'N' TO WS-ARCHIVO-VALIDO
           MOVE 'N' TO WS-HAY-TRAILER
           MOVE 0 TO WS-PRE-CANTIDAD
           MOVE 0 TO WS-PRE-TOTAL
           READ AGENCIA-FILE
               AT END
                   DISPLAY "OPERADOR: archivo de recuperos vacio."
                   GO TO 1500-VALIDAR-FIN
           END-READ
           IF RAG-H-TIPO NOT = "H" OR RAG-H-AGENCIA = SPACES
               DISPLAY "OPERADOR: el archivo no trae registro de"
                       " cabecera. No se procesa."
               GO TO 1500-VALIDAR-FIN
           END-IF
           MOVE RAG-H-AGENCIA TO WS-AGENCIA
           MOVE RAG-H-FECHA TO WS-CTL-FECHA
           MOVE RAG-H-SECUENCIA TO WS-CTL-SECUENCIA
           MOVE SPACES TO WS-CTL-ORIGINADOR
           STRING "RA" DELIMITED BY SIZE
                  RAG-H-AGENCIA DELIMITED BY SIZE
               INTO WS-CTL-ORIGINADOR

           PERFORM UNTIL WS-HAY-TRAILER = 'S'
                      OR AGENCIA-STATUS = "10"
               READ AGENCIA-FILE
                   AT END
                       MOVE "10" TO AGENCIA-STATUS
                   NOT AT END
                       IF RAG-T-TIPO = "T"
                           MOVE 'S' TO WS-HAY-TRAILER
                           MOVE RAG-T-CANTIDAD TO WS-CTL-CANTIDAD
                           MOVE RAG-T-TOTAL TO WS-CTL-TOTAL
                       ELSE
                           ADD 1 TO WS-PRE-CANTIDAD
                           IF RAG-IMPORTE IS NUMERIC
                               ADD RAG-IMPORTE TO WS-PRE-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-HAY-TRAILER NOT = 'S'
                   DISPLAY "OPERADOR: el archivo no trae trailer de"
                           " control. No se procesa."
               WHEN WS-PRE-CANTIDAD NOT = WS-CTL-CANTIDAD
                 OR WS-PRE-TOTAL NOT = WS-CTL-TOTAL
                   DISPLAY "OPERADOR: el trailer no cuadra con los"
                           " renglones. No se procesa."
               WHEN OTHER
                   MOVE "V" TO WS-REG-ACCION
                   CALL "registro-archivos" USING WS-REG-ACCION,
                        WS-CTL-ORIGINADOR, WS-CTL-SECUENCIA,
                        WS-CTL-FECHA, WS-PRE-CANTIDAD,
                        WS-PRE-TOTAL, WS-REG-RESULTADO
                   EVALUATE WS-REG-RESULTADO
                       WHEN 1
                           DISPLAY "OPERADOR: archivo DUPLICADO de la"
                                   " agencia " WS-AGENCIA
                                   " secuencia " WS-CTL-SECUENCIA
                                   ". Nada se aplico."
                       WHEN 2
                           DISPLAY "OPERADOR: secuencia fuera de"
                                   " orden (falta un archivo"
                                   " anterior). Nada se aplico."
                       WHEN OTHER
                           MOVE 'S' TO WS-ARCHIVO-VALIDO
                   END-EVALUATE
           END-EVALUATE

      *    El archivo queda releido desde el principio para la
      *    pasada de imputacion (la cabecera se saltea en el loop).
           IF WS-ARCHIVO-VALIDO = 'S'
               CLOSE AGENCIA-FILE
               OPEN INPUT AGENCIA-FILE
               MOVE "00" TO AGENCIA-STATUS
           END-IF.
       1500-VALIDAR-FIN.
           EXIT.

       2000-IMPUTAR-RECUPEROS.
           PERFORM UNTIL AGENCIA-STATUS = "10"
               READ AGENCIA-FILE
                   AT END
                       MOVE "10" TO AGENCIA-STATUS
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RAG-H-TIPO = "H"
                               CONTINUE
                           WHEN RAG-T-TIPO = "T"
                               MOVE "10" TO AGENCIA-STATUS
                           WHEN OTHER
                               ADD 1 TO WS-TOTAL-LEIDOS
                               PERFORM 2100-IMPUTAR-RENGLON
                       END-EVALUATE
               END-READ
           END-PERFORM.

       2100-IMPUTAR-RENGLON.
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           IF RAG-CBF NOT NUMERIC OR RAG-TS-PRESTAMO NOT NUMERIC
              OR RAG-IMPORTE NOT NUMERIC OR RAG-IMPORTE = 0
               MOVE "Renglon mal formado" TO WS-MOTIVO-RECHAZO
           ELSE
      *        La moneda del recupero es la de la cuenta del
      *        prestamo.
               MOVE RAG-CBF TO CLI-CBF
               READ CUENTAS-FILE
                   KEY IS CLI-CBF
                   INVALID KEY
                       MOVE "Cuenta inexistente" TO WS-MOTIVO-RECHAZO
                   NOT INVALID KEY
                       MOVE CLI-MONEDA TO WS-RCP-MONEDA
               END-READ
           END-IF

           IF WS-MOTIVO-RECHAZO = SPACES
               MOVE RAG-CBF TO WS-RCP-CBF
               MOVE RAG-TS-PRESTAMO TO WS-RCP-TS-PRESTAMO
               MOVE RAG-IMPORTE TO WS-RCP-IMPORTE
               MOVE RAG-RECIBO TO WS-RCP-REFERENCIA
               CALL "registrar-recupero" USING WS-RCP-CBF,
                    WS-RCP-TS-PRESTAMO, WS-RCP-IMPORTE,
                    WS-RCP-MONEDA, "A", WS-AGENCIA,
                    WS-RCP-REFERENCIA, WS-RCP-RESULTADO
               EVALUATE WS-RCP-RESULTADO
                   WHEN 0
                       ADD 1 TO WS-TOTAL-APLICADOS
                       ADD WS-RCP-IMPORTE TO WS-IMPORTE-APLICADO
                   WHEN 1
                       MOVE "Prestamo inexistente o no castigado"
                           TO WS-MOTIVO-RECHAZO
                   WHEN 2
                       MOVE "Importe mayor al saldo castigado"
                           TO WS-MOTIVO-RECHAZO
                   WHEN OTHER
                       MOVE "No se pudo registrar el recupero"
                           TO WS-MOTIVO-RECHAZO
               END-EVALUATE
           END-IF

           IF WS-MOTIVO-RECHAZO NOT = SPACES
               ADD 1 TO WS-TOTAL-RECHAZADOS
               DISPLAY "CBF " RAG-CBF " recibo " RAG-RECIBO
                       "  RECHAZADO: " WS-MOTIVO-RECHAZO
           END-IF.

       3000-FINALIZAR.
      *    Constancia del archivo procesado: la proxima corrida con la
      *    misma secuencia de la misma agencia se rechaza entera.
           IF WS-ARCHIVO-VALIDO = 'S'
               MOVE "R" TO WS-REG-ACCION
               CALL "registro-archivos" USING WS-REG-ACCION,
                    WS-CTL-ORIGINADOR, WS-CTL-SECUENCIA,
                    WS-CTL-FECHA, WS-PRE-CANTIDAD,
                    WS-PRE-TOTAL, WS-REG-RESULTADO
               CLOSE AGENCIA-FILE
           END-IF
           CLOSE CUENTAS-FILE
           MOVE WS-IMPORTE-APLICADO TO WS-IMPORTE-DISPLAY
           DISPLAY "------------------------------------------".
           DISPLAY "Renglones leidos:     " WS-TOTAL-LEIDOS.
           DISPLAY "Recuperos aplicados:  " WS-TOTAL-APLICADOS.
           DISPLAY "Importe aplicado:     $ " WS-IMPORTE-DISPLAY.
           DISPLAY "Renglones rechazados: " WS-TOTAL-RECHAZADOS.
           DISPLAY "==========================================".
