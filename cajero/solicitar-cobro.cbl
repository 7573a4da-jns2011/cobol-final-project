      *              login (atender-cobros). Solo entre cuentas de la
      *              misma moneda: la pata de credito postea en la
      *              moneda del solicitante.
      *  2026-10-15  Los textos de pantalla salen del catalogo de
      *              mensajes (mensaje-catalogo) en el idioma de la
      *              sesion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-JRN-EVENTO              PIC X(20).
       01  WS-JRN-DETALLE             PIC X(60).

      *    Textos de pantalla del catalogo de mensajes
      *    (mensaje-catalogo) en el idioma de la sesion del cajero.
       01  WS-MSG-ACCION              PIC X(1).
       01  WS-MSG-ID                  PIC X(7).
       01  WS-MSG-IDIOMA              PIC X(2) VALUE SPACES.
       01  WS-MSG-TEXTO               PIC X(70).

       LINKAGE SECTION.
       01  LK-CBF                  PIC 9(6).
       01  LK-MONEDA               PIC X(3).
       PROCEDURE DIVISION USING LK-CBF, LK-MONEDA.
       0000-MAINLINE.
           DISPLAY "********************************************"
           MOVE "CAJ0750" TO WS-MSG-ID
           PERFORM 9200-MOSTRAR-MENSAJE
           DISPLAY "********************************************"
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COPY "cargar-rutas.cpy".
           MOVE "CAJ0751" TO WS-MSG-ID
           PERFORM 9300-MOSTRAR-PREGUNTA
           ACCEPT WS-CBF-PAGADOR
           MOVE "CAJ0752" TO WS-MSG-ID
           PERFORM 9300-MOSTRAR-PREGUNTA
           ACCEPT WS-IMPORTE-INPUT
           MOVE "CAJ0753" TO WS-MSG-ID
           PERFORM 9300-MOSTRAR-PREGUNTA
           ACCEPT WS-CONCEPTO-INPUT
           MOVE "CAJ0754" TO WS-MSG-ID
           PERFORM 9300-MOSTRAR-PREGUNTA
           ACCEPT WS-VENCE-INPUT

           PERFORM 1000-VALIDAR
           MOVE 'N' TO WS-PAGADOR-OK
           EVALUATE TRUE
               WHEN WS-IMPORTE-INPUT = 0
                   MOVE "CAJ0421" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
               WHEN WS-VENCE-INPUT <= WS-FECHA-HOY
                   MOVE "CAJ0755" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
               WHEN WS-CBF-PAGADOR = LK-CBF
                   MOVE "CAJ0756" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
               WHEN OTHER
                   PERFORM 1100-VALIDAR-PAGADOR
           END-EVALUATE.
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   MOVE "CAJ0757" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT CLI-ACTIVO
                           MOVE "CAJ0758" TO WS-MSG-ID
                           PERFORM 9200-MOSTRAR-MENSAJE
                       WHEN CLI-MONEDA NOT = LK-MONEDA
                           MOVE "CAJ0759" TO WS-MSG-ID
                           PERFORM 9200-MOSTRAR-MENSAJE
                       WHEN OTHER
                           MOVE 'S' TO WS-PAGADOR-OK
                   END-EVALUATE
           SET SO-PENDIENTE TO TRUE
           WRITE SO-RECORD
               INVALID KEY
                   MOVE "CAJ0734" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
               NOT INVALID KEY
                   MOVE "CAJ0760" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
                   MOVE "CAJ0761" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
                   MOVE LK-CBF TO WS-JRN-CBF
                   MOVE "SOLICITA COBRO" TO WS-JRN-EVENTO
                   MOVE SPACES TO WS-JRN-DETALLE
                        WS-JRN-EVENTO, WS-JRN-DETALLE
           END-WRITE
           CLOSE SOLICITUDES-FILE.

       9100-OBTENER-MENSAJE.
           MOVE "O" TO WS-MSG-ACCION
           MOVE SPACES TO WS-MSG-TEXTO
           CALL 'mensaje-catalogo' USING WS-MSG-ACCION, WS-MSG-ID,
                WS-MSG-IDIOMA, WS-MSG-TEXTO.

       9200-MOSTRAR-MENSAJE.
           PERFORM 9100-OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING).

      *    Pregunta: el cursor queda en la misma linea para el ACCEPT.
       9300-MOSTRAR-PREGUNTA.
           PERFORM 9100-OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
               WITH NO ADVANCING.
