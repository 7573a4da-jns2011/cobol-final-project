      *              transferencias, cuyos campos historicos son
      *              enteros) los decimales se rechazan con aviso en
      *              vez de truncarse en silencio.
      *  2026-10-15  Los controles de importe mayor a cero y sin
      *              centavos pasan a controlar-importe, compartido con
      *              los canales que reciben el importe ya numerico
      *              (home banking).
      *  2026-10-15  Los textos de pantalla salen del catalogo de
      *              mensajes (mensaje-catalogo) en el idioma de la
      *              sesion.
      *****************************************************************
       ENVIRONMENT DIVISION.

       01  WS-PARTE-ENTERA            PIC 9(9).
       01  WS-PARTE-DECIMAL           PIC 9(2).
       01  WS-DIGITO                  PIC 9(1).
       01  WS-IMPORTE-CANDIDATO       PIC S9(9)V99.
       01  WS-CONTROL-RESULTADO       PIC 9.
       01  WS-CONTROL-MENSAJE         PIC X(70).

      *    Textos de pantalla del catalogo de mensajes
      *    (mensaje-catalogo) en el idioma de la sesion del cajero.
       01  WS-MSG-ACCION              PIC X(1).
       01  WS-MSG-ID                  PIC X(7).
       01  WS-MSG-IDIOMA              PIC X(2) VALUE SPACES.
       01  WS-MSG-TEXTO               PIC X(70).

       LINKAGE SECTION.
       01  LK-TITULO               PIC X(40).
           MOVE 'N' TO WS-TERMINADO

           PERFORM UNTIL WS-TERMINADO = 'S'
               MOVE "CAJ0785" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(LK-TITULO)
                       FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       WITH NO ADVANCING
               MOVE SPACES TO WS-ENTRADA
               ACCEPT WS-ENTRADA

               ELSE
                   PERFORM VALIDAR-ENTRADA
                   IF WS-VALIDO = 'S'
                       MOVE WS-IMPORTE-CANDIDATO TO LK-IMPORTE
                       MOVE 'S' TO WS-TERMINADO
                   END-IF
               END-IF
               COMPUTE WS-PARTE-DECIMAL = WS-PARTE-DECIMAL * 10
           END-IF

      *    Mayor a cero y, si la operacion no los admite, sin
      *    centavos: reglas comunes a todos los canales
      *    (controlar-importe).
           IF WS-VALIDO = 'S'
               COMPUTE WS-IMPORTE-CANDIDATO =
                   WS-PARTE-ENTERA + WS-PARTE-DECIMAL / 100
               CALL "controlar-importe" USING WS-IMPORTE-CANDIDATO,
                    LK-PERMITE-DEC, WS-CONTROL-RESULTADO,
                    WS-CONTROL-MENSAJE
               IF WS-CONTROL-RESULTADO NOT = 0
                   MOVE 'N' TO WS-VALIDO
                   MOVE WS-CONTROL-MENSAJE TO WS-MSG-TEXTO
                   MOVE "T" TO WS-MSG-ACCION
                   CALL 'mensaje-catalogo' USING WS-MSG-ACCION,
                        WS-MSG-ID, WS-MSG-IDIOMA, WS-MSG-TEXTO
                   DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
               END-IF
           ELSE
               MOVE "CAJ0786" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0787" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
           END-IF.

       OBTENER-MENSAJE.
           MOVE "O" TO WS-MSG-ACCION
           MOVE SPACES TO WS-MSG-TEXTO
           CALL 'mensaje-catalogo' USING WS-MSG-ACCION, WS-MSG-ID,
                WS-MSG-IDIOMA, WS-MSG-TEXTO.

       MOSTRAR-MENSAJE.
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING).
