       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBITAR-TARJETAS.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Debito automatico del pago de tarjetas de credito: paso del
      *  proceso nocturno que recorre tarjetas-credito.dat y, para
      *  cada resumen que vence hoy (o vencio sin debito procesado,
      *  si la corrida de ese dia no llego a este paso), debita del
      *  CBF vinculado via crear-transaccion (pata "T") el importe
      *  segun el modo de pago que eligio el cliente:
      *    T  el saldo del resumen menos lo ya pagado;
      *    M  el pago minimo menos lo ya pagado;
      *    N  nada (el cliente paga por su cuenta).
      *  Si el disponible de la cuenta no alcanza se debita lo que
      *  haya y se avisa al cliente que el pago quedo parcial. El
      *  pago queda registrado en consumos-tarjeta.dat y acumulado en
      *  TC-PAGADO-ULT; la marca TC-DEBITO-HECHO impide el doble
      *  debito en una re-corrida.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJETAS-CREDITO-FILE ASSIGN TO "tarjetas-credito.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-NUMERO
               ALTERNATE RECORD KEY IS TC-CBF
                   WITH DUPLICATES
               FILE STATUS IS TARJETAS-STATUS.

           SELECT CONSUMOS-FILE ASSIGN TO "consumos-tarjeta.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS CONSUMOS-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TARJETAS-CREDITO-FILE.
       COPY "tarjeta-credito.cpy".

       FD  CONSUMOS-FILE.
       COPY "consumo-tarjeta.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       COPY "transaccion.cpy".
       01  TARJETAS-STATUS            PIC XX.
       01  CONSUMOS-STATUS            PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-HAY-TARJETAS            PIC X VALUE 'S'.
       01  WS-A-DEBITAR               PIC S9(9)V99.
       01  WS-DEBITADO                PIC S9(9)V99.
       01  WS-DISPONIBLE              PIC S9(10)V99.
       01  WS-MONEDA-CUENTA           PIC X(3).
       01  WS-EMAIL-CUENTA            PIC X(50).
       01  WS-ULT-DIGITOS             PIC 9(4).
       01  WS-IMPORTE-DISPLAY         PIC -Z(8)9.99.
       01  WS-TOTAL-DISPLAY           PIC -Z(11)9.99.

       01  WS-CANT-DEBITADOS          PIC 9(6) VALUE 0.
       01  WS-CANT-PARCIALES          PIC 9(6) VALUE 0.
       01  WS-CANT-SIN-FONDOS         PIC 9(6) VALUE 0.
       01  WS-TOTAL-DEBITADO          PIC S9(12)V99 VALUE 0.

       01  WS-NOTIF-EVENTO            PIC X(20).
       01  WS-NOTIF-ASUNTO            PIC X(60).
       01  WS-NOTIF-CUERPO            PIC X(80).
       01  WS-NOTIF-RESULTADO         PIC 9.
       01  WS-NOTIF-CBF               PIC 9(6).

       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "debito-tarjetas".
       01  WS-REP-TITULO              PIC X(40)
                                      VALUE "DEBITO PAGOS DE TARJETA".
       01  WS-REP-LINEA               PIC X(80).

       LINKAGE SECTION.
       01  LK-RESULTADO-BATCH         PIC 9.
           88  LK-BATCH-OK                VALUE 0.

       PROCEDURE DIVISION USING LK-RESULTADO-BATCH.
       0000-MAINLINE.
           MOVE 0 TO LK-RESULTADO-BATCH
           PERFORM 1000-INICIALIZAR
           IF WS-HAY-TARJETAS = 'S'
               PERFORM 2000-RECORRER-TARJETAS
           END-IF
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  DEBITO DE PAGOS DE TARJETA DE CREDITO".
           DISPLAY "==========================================".
           MOVE "Tarjeta, CBF, modo e importe debitado"
               TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           OPEN I-O TARJETAS-CREDITO-FILE
           IF TARJETAS-STATUS NOT = "00"
               DISPLAY "No hay tarjetas de credito registradas."
               MOVE 'N' TO WS-HAY-TARJETAS
           END-IF
           OPEN I-O CONSUMOS-FILE
           IF CONSUMOS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT CONSUMOS-FILE
               CLOSE CONSUMOS-FILE
               OPEN I-O CONSUMOS-FILE
           END-IF
           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE.

       2000-RECORRER-TARJETAS.
           MOVE LOW-VALUES TO TC-NUMERO
           START TARJETAS-CREDITO-FILE KEY IS >= TC-NUMERO
               INVALID KEY
                   MOVE "10" TO TARJETAS-STATUS
           END-START

           PERFORM UNTIL TARJETAS-STATUS = "10"
               READ TARJETAS-CREDITO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO TARJETAS-STATUS
                   NOT AT END
                       IF TC-FECHA-VTO-ULT > 0
                          AND TC-FECHA-VTO-ULT <= WS-FECHA-HOY
                          AND NOT TC-DEBITO-HECHO-SI
                           PERFORM 2100-DEBITAR-PAGO
                       END-IF
               END-READ
           END-PERFORM.

       2100-DEBITAR-PAGO.
           MOVE TC-NUMERO(13:4) TO WS-ULT-DIGITOS
           MOVE 0 TO WS-DEBITADO
           EVALUATE TRUE
               WHEN TC-PAGA-TOTAL
                   COMPUTE WS-A-DEBITAR =
                       TC-SALDO-RESUMEN - TC-PAGADO-ULT
               WHEN TC-PAGA-MINIMO
                   COMPUTE WS-A-DEBITAR =
                       TC-PAGO-MINIMO - TC-PAGADO-ULT
               WHEN OTHER
                   MOVE 0 TO WS-A-DEBITAR
           END-EVALUATE

           IF WS-A-DEBITAR > 0
               PERFORM 2200-LEER-CUENTA
               CALL "leer-saldo-disponible" USING TC-CBF,
                    WS-DISPONIBLE, WS-MONEDA-CUENTA
               IF WS-DISPONIBLE <= 0
                   ADD 1 TO WS-CANT-SIN-FONDOS
                   PERFORM 2500-AVISAR-IMPAGO
               ELSE
                   IF WS-DISPONIBLE < WS-A-DEBITAR
                       MOVE WS-DISPONIBLE TO WS-DEBITADO
                   ELSE
                       MOVE WS-A-DEBITAR TO WS-DEBITADO
                   END-IF
                   PERFORM 2300-POSTEAR-DEBITO
               END-IF
           END-IF

           MOVE "S" TO TC-DEBITO-HECHO
           REWRITE TC-RECORD.

       2200-LEER-CUENTA.
           MOVE "ARS" TO WS-MONEDA-CUENTA
           MOVE SPACES TO WS-EMAIL-CUENTA
           MOVE TC-CBF TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLI-MONEDA TO WS-MONEDA-CUENTA
                   MOVE CLI-EMAIL TO WS-EMAIL-CUENTA
           END-READ.

       2300-POSTEAR-DEBITO.
           MOVE TC-CBF TO P-CBF
           MOVE "T" TO P-DESCRIPCION
           MOVE WS-DEBITADO TO P-IMPORTE
           MOVE WS-MONEDA-CUENTA TO P-MONEDA
           MOVE "N" TO P-OVERRIDE
           MOVE SPACES TO P-MEMO
           STRING "PAGO TARJETA CREDITO ****" DELIMITED BY SIZE
                  WS-ULT-DIGITOS DELIMITED BY SIZE
               INTO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO

           IF RESULTADO = 0
               ADD WS-DEBITADO TO TC-PAGADO-ULT
               PERFORM 2400-REGISTRAR-PAGO
               ADD 1 TO WS-CANT-DEBITADOS
               ADD WS-DEBITADO TO WS-TOTAL-DEBITADO
               MOVE WS-DEBITADO TO WS-IMPORTE-DISPLAY
               MOVE SPACES TO WS-REP-LINEA
               STRING "****" DELIMITED BY SIZE
                      WS-ULT-DIGITOS DELIMITED BY SIZE
                      " CBF " DELIMITED BY SIZE
                      TC-CBF DELIMITED BY SIZE
                      " modo " DELIMITED BY SIZE
                      TC-MODO-PAGO DELIMITED BY SIZE
                      " debitado $ " DELIMITED BY SIZE
                      WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
               IF WS-DEBITADO < WS-A-DEBITAR
                   ADD 1 TO WS-CANT-PARCIALES
                   PERFORM 2500-AVISAR-IMPAGO
               END-IF
           ELSE
               DISPLAY "Tarjeta ****" WS-ULT-DIGITOS " CBF " TC-CBF
                       "  ERROR al debitar el pago"
               ADD 1 TO WS-CANT-SIN-FONDOS
               PERFORM 2500-AVISAR-IMPAGO
           END-IF.

       2400-REGISTRAR-PAGO.
           MOVE TC-NUMERO TO CT-NUMERO
           MOVE P-TIMESTAMP TO CT-TIMESTAMP
           MOVE WS-FECHA-HOY TO CT-FECHA
           MOVE "PAGO POR DEBITO AUTOMATICO" TO CT-COMERCIO
           MOVE WS-DEBITADO TO CT-IMPORTE
           SET CT-PAGO TO TRUE
           SET CT-FACTURADO TO TRUE
           MOVE TC-FECHA-CIERRE-ULT TO CT-FECHA-CIERRE
           WRITE CT-RECORD
               INVALID KEY
                   DISPLAY "Tarjeta ****" WS-ULT-DIGITOS
                           "  ERROR al registrar el pago"
           END-WRITE.

       2500-AVISAR-IMPAGO.
           COMPUTE WS-IMPORTE-DISPLAY = WS-A-DEBITAR - WS-DEBITADO
           MOVE "PAGO-TARJETA" TO WS-NOTIF-EVENTO
           MOVE SPACES TO WS-NOTIF-ASUNTO
           STRING "Pago incompleto de su tarjeta terminada en "
                  DELIMITED BY SIZE
                  WS-ULT-DIGITOS DELIMITED BY SIZE
               INTO WS-NOTIF-ASUNTO
           MOVE SPACES TO WS-NOTIF-CUERPO
           STRING "No se pudo debitar $" DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                  " por falta de fondos en su cuenta." DELIMITED BY SIZE
               INTO WS-NOTIF-CUERPO
           MOVE TC-CBF TO WS-NOTIF-CBF
           CALL 'encolar-notificacion' USING WS-NOTIF-CBF,
                WS-NOTIF-EVENTO, WS-EMAIL-CUENTA,
                WS-NOTIF-ASUNTO, WS-NOTIF-CUERPO,
                WS-NOTIF-RESULTADO
           MOVE SPACES TO WS-REP-LINEA
           STRING "****" DELIMITED BY SIZE
                  WS-ULT-DIGITOS DELIMITED BY SIZE
                  " CBF " DELIMITED BY SIZE
                  TC-CBF DELIMITED BY SIZE
                  " SIN FONDOS, falta $ " DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       9000-FINALIZAR.
           CLOSE TARJETAS-CREDITO-FILE
           CLOSE CONSUMOS-FILE
           CLOSE CUENTAS-FILE
           MOVE WS-TOTAL-DEBITADO TO WS-TOTAL-DISPLAY
           DISPLAY "------------------------------------------".
           DISPLAY "Pagos debitados:     " WS-CANT-DEBITADOS.
           DISPLAY "  de ellos parciales: " WS-CANT-PARCIALES.
           DISPLAY "Sin fondos:          " WS-CANT-SIN-FONDOS.
           DISPLAY "Importe debitado:    $ " WS-TOTAL-DISPLAY.
           DISPLAY "==========================================".
           MOVE SPACES TO WS-REP-LINEA
           STRING "Debitados " DELIMITED BY SIZE
                  WS-CANT-DEBITADOS DELIMITED BY SIZE
                  " (parciales " DELIMITED BY SIZE
                  WS-CANT-PARCIALES DELIMITED BY SIZE
                  ") sin fondos " DELIMITED BY SIZE
                  WS-CANT-SIN-FONDOS DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE SPACES TO WS-REP-LINEA
           STRING "Importe debitado $ " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.
