       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-DICTAMEN-BCRA.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Dictamen del BCRA sobre los billetes sospechosos enviados
      *  por ENVIAR-BILLETES-BCRA: procesa el archivo de respuesta
      *  (billetes-bcra-respuesta.dat, un renglon por caso con la
      *  serie, el dictamen L-legitimo / F-falso y la referencia del
      *  BCRA) contra billetes-retenidos.dat. Solo se dictamina un
      *  caso en estado enviado cuya serie coincide con la respuesta.
      *  Un billete legitimo se acredita tarde en la cuenta del
      *  depositante via crear-transaccion (deposito "D" por el valor
      *  nominal, en la moneda del billete, con el caso en el memo);
      *  si el credito falla el caso queda enviado y se reintenta al
      *  re-procesar. Un billete falso cierra el caso sin credito.
      *  Cada dictamen queda en el journal, se avisa al cliente por
      *  encolar-notificacion y el resumen se spoolea via
      *  escribir-reporte. Mismo esquema que LIQUIDAR-REMESA-CHEQUES:
      *  re-procesar el mismo archivo no acredita dos veces.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLETES-FILE ASSIGN TO "billetes-retenidos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIL-NUMERO
               FILE STATUS IS BILLETES-STATUS.

           SELECT ENTRADA-FILE ASSIGN TO "billetes-bcra-respuesta.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENTRADA-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILLETES-FILE.
       COPY "billete-retenido.cpy".

       FD  ENTRADA-FILE.
       01  ENTRADA-REGISTRO.
           05  ENT-CASO               PIC 9(8).
           05  ENT-SERIE              PIC X(12).
           05  ENT-DICTAMEN           PIC X(1).
               88  ENT-LEGITIMO       VALUE "L".
               88  ENT-FALSO          VALUE "F".
           05  ENT-REFERENCIA         PIC X(12).

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       COPY "transaccion.cpy".
       01  BILLETES-STATUS            PIC XX.
       01  ENTRADA-STATUS             PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-TOTAL-LEGITIMOS         PIC 9(6) VALUE 0.
       01  WS-TOTAL-FALSOS            PIC 9(6) VALUE 0.
       01  WS-TOTAL-RECHAZADAS        PIC 9(6) VALUE 0.
       01  WS-TOTAL-ERRORES           PIC 9(6) VALUE 0.
       01  WS-TOTAL-ACREDITADO-ARS    PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-ACREDITADO-USD    PIC 9(13)V99 VALUE 0.
       01  WS-MOTIVO                  PIC X(30).

       01  WS-JRN-CBF                 PIC X(6).
       01  WS-JRN-EVENTO              PIC X(20).
       01  WS-JRN-DETALLE             PIC X(60).

       01  WS-NOTIF-EVENTO            PIC X(20).
       01  WS-NOTIF-ASUNTO            PIC X(60).
       01  WS-NOTIF-CUERPO            PIC X(80).
       01  WS-NOTIF-RESULTADO         PIC 9.
       01  WS-NOTIF-CBF               PIC 9(6).

       01  WS-IMPORTE-DISPLAY         PIC Z(12)9.99.
       01  WS-DENOM-DISPLAY           PIC Z(4)9.
       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "billetes-dictamen".
       01  WS-REP-TITULO              PIC X(40)
                            VALUE "DICTAMEN BCRA BILLETES SOSPECHOSOS".
       01  WS-REP-LINEA               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESAR-RESPUESTAS
           PERFORM 3000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  DICTAMEN BCRA - BILLETES SOSPECHOSOS".
           DISPLAY "==========================================".
           MOVE "Casos dictaminados" TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           OPEN INPUT ENTRADA-FILE
           IF ENTRADA-STATUS NOT = "00"
               DISPLAY "No hay archivo de respuesta del BCRA."
               MOVE "10" TO ENTRADA-STATUS
           END-IF
           OPEN I-O BILLETES-FILE
           IF BILLETES-STATUS NOT = "00"
               DISPLAY "No hay billetes retenidos registrados."
               MOVE "10" TO ENTRADA-STATUS
           END-IF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE.

       2000-PROCESAR-RESPUESTAS.
           PERFORM UNTIL ENTRADA-STATUS = "10"
               READ ENTRADA-FILE
                   AT END
                       MOVE "10" TO ENTRADA-STATUS
                   NOT AT END
                       PERFORM 2100-APLICAR-DICTAMEN
                           THRU 2100-APLICAR-DICTAMEN-FIN
               END-READ
           END-PERFORM.

       2100-APLICAR-DICTAMEN.
           MOVE ENT-CASO TO BIL-NUMERO
           READ BILLETES-FILE
               KEY IS BIL-NUMERO
               INVALID KEY
                   MOVE "CASO INEXISTENTE" TO WS-MOTIVO
                   PERFORM 2900-RECHAZAR-RESPUESTA
                   GO TO 2100-APLICAR-DICTAMEN-FIN
           END-READ
           IF NOT BIL-ENVIADO
               MOVE "CASO NO PENDIENTE DE DICTAMEN" TO WS-MOTIVO
               PERFORM 2900-RECHAZAR-RESPUESTA
               GO TO 2100-APLICAR-DICTAMEN-FIN
           END-IF
           IF FUNCTION UPPER-CASE(ENT-SERIE) NOT = BIL-SERIE
               MOVE "SERIE NO COINCIDE" TO WS-MOTIVO
               PERFORM 2900-RECHAZAR-RESPUESTA
               GO TO 2100-APLICAR-DICTAMEN-FIN
           END-IF
           EVALUATE TRUE
               WHEN ENT-LEGITIMO
                   PERFORM 2200-ACREDITAR-LEGITIMO
               WHEN ENT-FALSO
                   PERFORM 2300-CERRAR-FALSO
               WHEN OTHER
                   MOVE "DICTAMEN INVALIDO" TO WS-MOTIVO
                   PERFORM 2900-RECHAZAR-RESPUESTA
           END-EVALUATE.
       2100-APLICAR-DICTAMEN-FIN.
           EXIT.

      *    Billete legitimo: credito tardio del valor nominal en la
      *    cuenta donde se hizo el deposito.
       2200-ACREDITAR-LEGITIMO.
           MOVE BIL-CBF TO P-CBF
           MOVE "D" TO P-DESCRIPCION
           MOVE BIL-DENOMINACION TO P-IMPORTE
           MOVE BIL-MONEDA TO P-MONEDA
           MOVE 0 TO P-REF-KEY
           MOVE "N" TO P-OVERRIDE
           MOVE SPACES TO P-MEMO
           STRING "BILLETE LEGITIMO CASO " DELIMITED BY SIZE
                  BIL-NUMERO DELIMITED BY SIZE
               INTO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO
           IF RESULTADO NOT = 0
               ADD 1 TO WS-TOTAL-ERRORES
               DISPLAY "Caso " BIL-NUMERO
                       "  ERROR al acreditar, queda pendiente"
               MOVE "ERROR AL ACREDITAR" TO WS-MOTIVO
               PERFORM 2800-LINEA-REPORTE
           ELSE
               SET BIL-LEGITIMO TO TRUE
               MOVE P-TIMESTAMP TO BIL-TS-ACREDITACION
               PERFORM 2400-GRABAR-DICTAMEN
               ADD 1 TO WS-TOTAL-LEGITIMOS
               IF BIL-MONEDA = "USD"
                   ADD BIL-DENOMINACION TO WS-TOTAL-ACREDITADO-USD
               ELSE
                   ADD BIL-DENOMINACION TO WS-TOTAL-ACREDITADO-ARS
               END-IF
               MOVE "BILLETE LEGITIMO" TO WS-JRN-EVENTO
               PERFORM 2500-ANOTAR-JOURNAL
               MOVE "BILLETE-LEGITIMO" TO WS-NOTIF-EVENTO
               MOVE "Billete retenido: dictamen legitimo"
                   TO WS-NOTIF-ASUNTO
               MOVE BIL-DENOMINACION TO WS-DENOM-DISPLAY
               MOVE SPACES TO WS-NOTIF-CUERPO
               STRING "El BCRA dictamino legitimo el billete de "
                      DELIMITED BY SIZE
                      BIL-MONEDA DELIMITED BY SIZE
                      WS-DENOM-DISPLAY DELIMITED BY SIZE
                      " retenido: ya fue acreditado."
                      DELIMITED BY SIZE
                   INTO WS-NOTIF-CUERPO
               PERFORM 2600-AVISAR-CLIENTE
               MOVE "ACREDITADO" TO WS-MOTIVO
               PERFORM 2800-LINEA-REPORTE
               DISPLAY "Caso " BIL-NUMERO "  LEGITIMO, acreditado"
           END-IF.

       2300-CERRAR-FALSO.
           SET BIL-FALSO TO TRUE
           PERFORM 2400-GRABAR-DICTAMEN
           ADD 1 TO WS-TOTAL-FALSOS
           MOVE "BILLETE FALSO" TO WS-JRN-EVENTO
           PERFORM 2500-ANOTAR-JOURNAL
           MOVE "BILLETE-FALSO" TO WS-NOTIF-EVENTO
           MOVE "Billete retenido: dictamen falso" TO WS-NOTIF-ASUNTO
           MOVE BIL-DENOMINACION TO WS-DENOM-DISPLAY
           MOVE SPACES TO WS-NOTIF-CUERPO
           STRING "El BCRA dictamino falso el billete de "
                  DELIMITED BY SIZE
                  BIL-MONEDA DELIMITED BY SIZE
                  WS-DENOM-DISPLAY DELIMITED BY SIZE
                  " retenido: no se acredita." DELIMITED BY SIZE
               INTO WS-NOTIF-CUERPO
           PERFORM 2600-AVISAR-CLIENTE
           MOVE "FALSO, CASO CERRADO" TO WS-MOTIVO
           PERFORM 2800-LINEA-REPORTE
           DISPLAY "Caso " BIL-NUMERO "  FALSO, caso cerrado".

       2400-GRABAR-DICTAMEN.
           MOVE WS-FECHA-HOY TO BIL-FECHA-DICTAMEN
           MOVE ENT-REFERENCIA TO BIL-REF-DICTAMEN
           REWRITE BIL-RECORD
               INVALID KEY
                   DISPLAY "ERROR al grabar el dictamen del caso "
                           BIL-NUMERO
           END-REWRITE.

       2500-ANOTAR-JOURNAL.
           MOVE BIL-CBF TO WS-JRN-CBF
           MOVE SPACES TO WS-JRN-DETALLE
           STRING "CASO " DELIMITED BY SIZE
                  BIL-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BIL-MONEDA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BIL-DENOMINACION DELIMITED BY SIZE
                  " REF BCRA " DELIMITED BY SIZE
                  ENT-REFERENCIA DELIMITED BY SIZE
               INTO WS-JRN-DETALLE
           CALL "registrar-journal" USING WS-JRN-CBF, WS-JRN-EVENTO,
                WS-JRN-DETALLE.

       2600-AVISAR-CLIENTE.
           MOVE BIL-CBF TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BIL-CBF TO WS-NOTIF-CBF
                   CALL 'encolar-notificacion' USING WS-NOTIF-CBF,
                        WS-NOTIF-EVENTO, CLI-EMAIL,
                        WS-NOTIF-ASUNTO, WS-NOTIF-CUERPO,
                        WS-NOTIF-RESULTADO
           END-READ.

       2800-LINEA-REPORTE.
           MOVE BIL-DENOMINACION TO WS-DENOM-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "Caso " DELIMITED BY SIZE
                  BIL-NUMERO DELIMITED BY SIZE
                  " CBF " DELIMITED BY SIZE
                  BIL-CBF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BIL-MONEDA DELIMITED BY SIZE
                  WS-DENOM-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       2900-RECHAZAR-RESPUESTA.
           ADD 1 TO WS-TOTAL-RECHAZADAS
           DISPLAY "Respuesta rechazada - caso " ENT-CASO ": "
                   WS-MOTIVO
           MOVE SPACES TO WS-REP-LINEA
           STRING "Caso " DELIMITED BY SIZE
                  ENT-CASO DELIMITED BY SIZE
                  " serie " DELIMITED BY SIZE
                  ENT-SERIE DELIMITED BY SIZE
                  " RECHAZADA: " DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       3000-FINALIZAR.
           CLOSE ENTRADA-FILE
           CLOSE BILLETES-FILE
           CLOSE CUENTAS-FILE
           DISPLAY "------------------------------------------".
           DISPLAY "Billetes legitimos:    " WS-TOTAL-LEGITIMOS.
           DISPLAY "Billetes falsos:       " WS-TOTAL-FALSOS.
           DISPLAY "Respuestas rechazadas: " WS-TOTAL-RECHAZADAS.
           DISPLAY "Errores de credito:    " WS-TOTAL-ERRORES.
           MOVE WS-TOTAL-ACREDITADO-ARS TO WS-IMPORTE-DISPLAY
           DISPLAY "Acreditado ARS:   $ " WS-IMPORTE-DISPLAY.
           MOVE WS-TOTAL-ACREDITADO-USD TO WS-IMPORTE-DISPLAY
           DISPLAY "Acreditado USD: U$S " WS-IMPORTE-DISPLAY.
           DISPLAY "==========================================".
           MOVE SPACES TO WS-REP-LINEA
           STRING "Legitimos " DELIMITED BY SIZE
                  WS-TOTAL-LEGITIMOS DELIMITED BY SIZE
                  ", falsos " DELIMITED BY SIZE
                  WS-TOTAL-FALSOS DELIMITED BY SIZE
                  ", rechazadas " DELIMITED BY SIZE
                  WS-TOTAL-RECHAZADAS DELIMITED BY SIZE
                  ", errores " DELIMITED BY SIZE
                  WS-TOTAL-ERRORES DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.
