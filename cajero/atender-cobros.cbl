      *                  solicitante via encolar-notificacion.
      *              Ambos desenlaces quedan en el journal de la
      *              sesion (registrar-journal).
      *  2026-10-15  El reintegro del debito cuando falla el credito
      *              viaja con memo "CONTRAPARTIDA OPERACION FALLIDA" y
      *              la referencia al debito, asi no paga impuesto a los
      *              debitos y creditos y se devuelve el del debito.
      *  2026-10-15  Los textos de pantalla salen del catalogo de
      *              mensajes (mensaje-catalogo) en el idioma de la
      *              sesion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-JRN-EVENTO              PIC X(20).
       01  WS-JRN-DETALLE             PIC X(60).
       01  WS-RESULTADO-DEBITO        PIC 9.
       01  WS-TS-DEBITO               PIC 9(14).

      *    Textos de pantalla del catalogo de mensajes
      *    (mensaje-catalogo) en el idioma de la sesion del cajero.
       01  WS-MSG-ACCION              PIC X(1).
       01  WS-MSG-ID                  PIC X(7).
       01  WS-MSG-IDIOMA              PIC X(2) VALUE SPACES.
       01  WS-MSG-TEXTO               PIC X(70).

       LINKAGE SECTION.
       01  LK-CBF                  PIC 9(6).
           ELSE
               MOVE SO-IMPORTE TO WS-IMPORTE-DISPLAY
               DISPLAY "--------------------------------------------"
               MOVE "CAJ0788" TO WS-MSG-ID
               PERFORM 9100-OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       SO-CBF-SOLICITANTE
               DISPLAY "  $ " WS-IMPORTE-DISPLAY "  "
                       SO-CONCEPTO
               MOVE "CAJ0789" TO WS-MSG-ID
               PERFORM 9100-OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       SO-FECHA-VENCE
               MOVE "CAJ0790" TO WS-MSG-ID
               PERFORM 9300-MOSTRAR-PREGUNTA
               ACCEPT WS-OPCION
               PERFORM 9400-NORMALIZAR-CONFIRMACION
               EVALUATE WS-OPCION
                   WHEN "S"
                   WHEN "s"
                WS-CONJ-APLICA
           EVALUATE TRUE
               WHEN SO-IMPORTE > WS-SALDO-DISPONIBLE
                   MOVE "CAJ0791" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
               WHEN WS-CONJ-APLICA = 1
                   MOVE "CAJ0631" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
                   MOVE "CAJ0632" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
               WHEN SO-IMPORTE > WS-UMBRAL-APROB
                   MOVE "CAJ0792" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
                   MOVE "CAJ0793" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
               WHEN OTHER
                   PERFORM 3100-POSTEAR-PAGO
           END-EVALUATE.
               INTO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO
           MOVE RESULTADO TO WS-RESULTADO-DEBITO
           MOVE P-TIMESTAMP TO WS-TS-DEBITO
           IF WS-RESULTADO-DEBITO NOT = 0
               MOVE "CAJ0794" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
           ELSE
               MOVE SO-CBF-SOLICITANTE TO P-CBF
               MOVE "D" TO P-DESCRIPCION
                   MOVE "D" TO P-DESCRIPCION
                   MOVE SO-IMPORTE TO P-IMPORTE
                   MOVE LK-MONEDA TO P-MONEDA
                   MOVE WS-TS-DEBITO TO P-REF-KEY
                   MOVE "CONTRAPARTIDA OPERACION FALLIDA" TO P-MEMO
                   CALL "crear-transaccion" USING TRANSACCION,
                        RESULTADO
                   MOVE "CAJ0795" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
                   MOVE "CAJ0796" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
               ELSE
                   SET SO-ACEPTADA TO TRUE
                   REWRITE SO-RECORD
                   MOVE "CAJ0797" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
                   MOVE "ACEPTA COBRO" TO WS-JRN-EVENTO
                   MOVE SPACES TO WS-JRN-DETALLE
                   STRING "A " DELIMITED BY SIZE
       4000-RECHAZAR.
           SET SO-RECHAZADA TO TRUE
           REWRITE SO-RECORD
           MOVE "CAJ0773" TO WS-MSG-ID
           PERFORM 9200-MOSTRAR-MENSAJE
           MOVE "RECHAZA COBRO" TO WS-JRN-EVENTO
           MOVE SPACES TO WS-JRN-DETALLE
           STRING "De " DELIMITED BY SIZE
                WS-NOTIF-EVENTO, WS-EMAIL-SOLICITANTE,
                WS-NOTIF-ASUNTO, WS-NOTIF-CUERPO,
                WS-NOTIF-RESULTADO.

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

      *    En ingles la confirmacion se contesta Y: se lleva a la S
      *    que esperan los controles de la pantalla.
       9400-NORMALIZAR-CONFIRMACION.
           IF WS-OPCION = "Y" OR WS-OPCION = "y"
               MOVE "S" TO WS-OPCION
           END-IF.
