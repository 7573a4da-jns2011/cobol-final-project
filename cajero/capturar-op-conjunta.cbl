      *              OC-FECHA-LIMITE (antes se liberaba el mismo
      *              dia, dejando los fondos sueltos una jornada con
      *              la operacion todavia firmable).
      *  2026-10-15  Los textos de pantalla salen del catalogo de
      *              mensajes (mensaje-catalogo) en el idioma de la
      *              sesion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-RET-RESULTADO           PIC 9.
       01  WS-CBF-NUM                 PIC 9(6).

      *    Textos de pantalla del catalogo de mensajes
      *    (mensaje-catalogo) en el idioma de la sesion del cajero.
       01  WS-MSG-ACCION              PIC X(1).
       01  WS-MSG-ID                  PIC X(7).
       01  WS-MSG-IDIOMA              PIC X(2) VALUE SPACES.
       01  WS-MSG-TEXTO               PIC X(70).

       LINKAGE SECTION.
       01  LK-CBF                  PIC X(6).
       01  LK-TIPO                 PIC X(1).
                WS-MOTIVO-RETENCION, WS-FECHA-RETENCION,
                WS-RET-TIMESTAMP, WS-RET-RESULTADO
           IF WS-RET-RESULTADO NOT = 0
               MOVE "CAJ0798" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0799" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               GOBACK
           END-IF

           SET OC-PENDIENTE TO TRUE
           WRITE OC-RECORD
               INVALID KEY
                   MOVE "CAJ0800" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
               NOT INVALID KEY
                   MOVE 1 TO LK-CAPTURADA
                   DISPLAY "---------------------------------------"
                   MOVE "CAJ0801" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "CAJ0802" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "CAJ0803" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                           WS-FECHA-LIMITE "."
                   DISPLAY "---------------------------------------"
           END-WRITE
           CLOSE CONJUNTAS-FILE.

       OBTENER-MENSAJE.
           MOVE "O" TO WS-MSG-ACCION
           MOVE SPACES TO WS-MSG-TEXTO
           CALL 'mensaje-catalogo' USING WS-MSG-ACCION, WS-MSG-ID,
                WS-MSG-IDIOMA, WS-MSG-TEXTO.

       MOSTRAR-MENSAJE.
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING).
