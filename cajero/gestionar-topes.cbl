      *              avisa por encolar-notificacion: con el PIN
      *              robado no alcanza con subirse el tope y vaciar
      *              la cuenta en el momento.
      *  2026-10-15  La aplicacion del cambio (maximos del banco, baja
      *              inmediata, suba diferida con aviso) pasa a
      *              fijar-topes-personales, compartido con home
      *              banking; aca queda la consulta y la captura.
      *  2026-10-15  Los textos de pantalla salen del catalogo de
      *              mensajes (mensaje-catalogo) en el idioma de la
      *              sesion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CANT-100                PIC 9(5).
       01  WS-EMAIL-OPS               PIC X(50).

       01  WS-TOPE-OPER-INPUT         PIC 9(6).
       01  WS-TOPE-DIA-INPUT          PIC 9(7).
       01  WS-FIJAR-RESULTADO         PIC 9.
       01  WS-FIJAR-VIGENCIA          PIC 9(8).

      *    Textos de pantalla del catalogo de mensajes
      *    (mensaje-catalogo) en el idioma de la sesion del cajero.
       01  WS-MSG-ACCION              PIC X(1).
       01  WS-MSG-ID                  PIC X(7).
       01  WS-MSG-IDIOMA              PIC X(2) VALUE SPACES.
       01  WS-MSG-TEXTO               PIC X(70).
       01  WS-MSG-TEXTO-AUX           PIC X(70).

       LINKAGE SECTION.
       01  LK-CBF                  PIC X(6).
                WS-TOPE-DIARIO-BANCO, WS-CBF-SUPERVISOR,
                WS-CANT-1000, WS-CANT-500, WS-CANT-200,
                WS-CANT-100, WS-EMAIL-OPS

           PERFORM LEER-REGISTRO
           PERFORM MOSTRAR-VIGENTES
           PERFORM CAPTURAR-TOPES
           GOBACK.

       LEER-REGISTRO.
           MOVE LK-CBF TO TP-CBF
           OPEN INPUT TOPES-FILE
           IF FILE-STATUS = "00"
               READ TOPES-FILE
                   KEY IS TP-CBF
                   INVALID KEY
                       MOVE "23" TO FILE-STATUS
               END-READ
               CLOSE TOPES-FILE
           END-IF
           IF FILE-STATUS NOT = "00"
               MOVE LK-CBF TO TP-CBF
               MOVE 0 TO TP-TOPE-OPERACION
               MOVE 0 TO TP-TOPE-DIARIO
               MOVE 0 TO TP-TOPE-OPER-PEND
               MOVE 0 TO TP-TOPE-DIA-PEND
               MOVE 0 TO TP-FECHA-VIGENCIA
               MOVE SPACE TO TP-PEND-OPER
               MOVE SPACE TO TP-PEND-DIA
           END-IF.

       MOSTRAR-VIGENTES.
           DISPLAY "*******************************"
           MOVE "CAJ0279" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           DISPLAY "*******************************"
           MOVE "CAJ0280" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-TOPE-EXT-BANCO
           MOVE "CAJ0281" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-TOPE-DIARIO-BANCO
           IF TP-TOPE-OPERACION NOT = 0
               MOVE "CAJ0282" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       TP-TOPE-OPERACION
           END-IF
           IF TP-TOPE-DIARIO NOT = 0
               MOVE "CAJ0283" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       TP-TOPE-DIARIO
           END-IF
           IF TP-FECHA-VIGENCIA NOT = 0
               MOVE "CAJ0284" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       TP-FECHA-VIGENCIA
           END-IF.

       CAPTURAR-TOPES.
           MOVE "CAJ0285" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0286" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-TOPE-OPER-INPUT
           MOVE "CAJ0287" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-TOPE-DIA-INPUT

      *    Los controles contra el maximo del banco y la demora de
      *    las subas los aplica fijar-topes-personales, igual que
      *    para home banking.
           CALL 'fijar-topes-personales' USING LK-CBF, LK-EMAIL,
                WS-TOPE-OPER-INPUT, WS-TOPE-DIA-INPUT,
                WS-FIJAR-RESULTADO, WS-FIJAR-VIGENCIA
           EVALUATE WS-FIJAR-RESULTADO
               WHEN 0
                   MOVE "CAJ0288" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
               WHEN 1
                   MOVE "CAJ0289" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   MOVE WS-MSG-TEXTO TO WS-MSG-TEXTO-AUX
                   MOVE "CAJ0290" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   DISPLAY FUNCTION TRIM(WS-MSG-TEXTO-AUX TRAILING) " "
                           WS-FIJAR-VIGENCIA
                           FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
               WHEN 2
                   MOVE "CAJ0291" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
               WHEN 3
                   MOVE "CAJ0292" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
               WHEN OTHER
                   MOVE "CAJ0293" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
           END-EVALUATE.

       OBTENER-MENSAJE.
           MOVE "O" TO WS-MSG-ACCION
           MOVE SPACES TO WS-MSG-TEXTO
           CALL 'mensaje-catalogo' USING WS-MSG-ACCION, WS-MSG-ID,
                WS-MSG-IDIOMA, WS-MSG-TEXTO.

       MOSTRAR-MENSAJE.
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING).

      *    Pregunta: el cursor queda en la misma linea para el ACCEPT.
       MOSTRAR-PREGUNTA.
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
               WITH NO ADVANCING.
