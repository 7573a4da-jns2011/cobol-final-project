      *  un cheque en estado CD-ENVIADO: re-procesar el mismo archivo
      *  no revierte dos veces. Mismo esquema que
      *  LIQUIDAR-INTERBANCARIAS.
      *  Un echeq depositado (CD-TIPO-VALOR "E") deja ademas el
      *  resultado en su registro de echeqs.dat: pagado o rechazado
      *  con el motivo informado por la camara.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS RF-KEY
               FILE STATUS IS RETENCIONES-STATUS.

           SELECT ECHEQS-FILE ASSIGN TO "echeqs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECQ-KEY
               FILE STATUS IS ECHEQS-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  RETENCIONES-FILE.
       COPY "retencion-fondos.cpy".

       FD  ECHEQS-FILE.
       COPY "echeq.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       01  ENTRADA-STATUS             PIC XX.
       01  RETENCIONES-STATUS         PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  ECHEQS-STATUS              PIC XX.
       01  WS-ECHEQS-ABIERTO          PIC X VALUE 'N'.
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-TOTAL-COBRADOS          PIC 9(6) VALUE 0.
       01  WS-TOTAL-RECHAZADOS        PIC 9(6) VALUE 0.
       01  WS-TOTAL-SIN-DEPOSITO      PIC 9(6) VALUE 0.
               MOVE "10" TO ENTRADA-STATUS
           END-IF
           OPEN I-O RETENCIONES-FILE
           OPEN I-O ECHEQS-FILE
           IF ECHEQS-STATUS = "00"
               MOVE 'S' TO WS-ECHEQS-ABIERTO
           END-IF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE.

               SET CD-ACREDITADO TO TRUE
               REWRITE CD-RECORD
               PERFORM 2400-LIBERAR-RETENCION
               PERFORM 2600-ACTUALIZAR-ECHEQ
               ADD 1 TO WS-TOTAL-COBRADOS
               DISPLAY "CBF " CD-CBF "  CHEQUE COBRADO"
           ELSE
               REWRITE CD-RECORD
               PERFORM 2400-LIBERAR-RETENCION
               PERFORM 2500-AVISAR-CLIENTE
               PERFORM 2600-ACTUALIZAR-ECHEQ
               ADD 1 TO WS-TOTAL-RECHAZADOS
               DISPLAY "CBF " CD-CBF
                       "  CHEQUE RECHAZADO, credito revertido"
                        WS-NOTIF-RESULTADO
           END-READ.

       2600-ACTUALIZAR-ECHEQ.
           IF CD-ES-ECHEQ AND WS-ECHEQS-ABIERTO = 'S'
               MOVE CD-BANCO-GIRADO TO ECQ-BANCO
               MOVE CD-NUMERO-CHEQUE TO ECQ-NUMERO
               READ ECHEQS-FILE
                   KEY IS ECQ-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ENT-COBRADO
                           SET ECQ-PAGADO TO TRUE
                       ELSE
                           SET ECQ-RECHAZADO TO TRUE
                           MOVE ENT-MOTIVO TO ECQ-MOTIVO
                       END-IF
                       MOVE WS-FECHA-HOY TO ECQ-FECHA-ESTADO
                       REWRITE ECQ-RECORD
               END-READ
           END-IF.

       3000-FINALIZAR.
           CLOSE ENTRADA-FILE
           IF WS-ECHEQS-ABIERTO = 'S'
               CLOSE ECHEQS-FILE
           END-IF
           CLOSE CHEQUES-DEP-FILE
           CLOSE RETENCIONES-FILE
           CLOSE CUENTAS-FILE
