      *              Devuelve 0 en LK-CBF-ELEGIDO si no hay
      *              beneficiarios, si el cliente elige 0 o si tipea
      *              un CBF que no esta en su lista.
      *  2026-10-15  Los textos de pantalla salen del catalogo de
      *              mensajes (mensaje-catalogo) en el idioma de la
      *              sesion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CANT-LISTADOS           PIC 9(3) VALUE 0.
       01  WS-CBF-TIPEADO             PIC 9(6).

      *    Textos de pantalla del catalogo de mensajes
      *    (mensaje-catalogo) en el idioma de la sesion del cajero.
       01  WS-MSG-ACCION              PIC X(1).
       01  WS-MSG-ID                  PIC X(7).
       01  WS-MSG-IDIOMA              PIC X(2) VALUE SPACES.
       01  WS-MSG-TEXTO               PIC X(70).

       LINKAGE SECTION.
       01  LK-CBF-TITULAR          PIC 9(6).
       01  LK-CBF-ELEGIDO          PIC 9(6).

           OPEN INPUT BENEFICIARIOS-FILE
           IF FILE-STATUS NOT = "00"
               MOVE "CAJ0804" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               GOBACK
           END-IF

           DISPLAY "---------------------------------------"
           MOVE "CAJ0805" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE LK-CBF-TITULAR TO BEN-CBF-TITULAR
           MOVE LOW-VALUES TO BEN-CBF-DESTINO
           START BENEFICIARIOS-FILE KEY IS >= BEN-KEY
           END-PERFORM

           IF WS-CANT-LISTADOS = 0
               MOVE "CAJ0804" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               CLOSE BENEFICIARIOS-FILE
               GOBACK
           END-IF

           DISPLAY "---------------------------------------"
           MOVE "CAJ0806" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-CBF-TIPEADO

           IF WS-CBF-TIPEADO NOT = 0
               READ BENEFICIARIOS-FILE
                   KEY IS BEN-KEY
                   INVALID KEY
                       MOVE "CAJ0807" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                   NOT INVALID KEY
                       MOVE WS-CBF-TIPEADO TO LK-CBF-ELEGIDO
               END-READ

           CLOSE BENEFICIARIOS-FILE
           GOBACK.

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
