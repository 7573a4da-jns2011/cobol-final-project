       01  WS-CANTIDAD-MAX               PIC 9(2).
       01  WS-CBF-BUSCAR                 PIC 9(6).

      *    Textos de pantalla del catalogo de mensajes
      *    (mensaje-catalogo) en el idioma de la sesion del cajero.
       01  WS-MSG-ACCION      PIC X(1).
       01  WS-MSG-ID          PIC X(7).
       01  WS-MSG-IDIOMA      PIC X(2) VALUE SPACES.
       01  WS-MSG-TEXTO       PIC X(70).
       01  WS-MSG-TEXTO-AUX   PIC X(70).

       LINKAGE SECTION.
       01  LK-CBF             PIC 9(6).
       01  LK-CANTIDAD        PIC 9(2).
           MOVE LK-CBF TO WS-CBF-BUSCAR

           DISPLAY " "
           MOVE "CAJ0774" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           DISPLAY " "

           COPY "cargar-rutas.cpy".
           OPEN INPUT TRANS-FILE
           IF FILE-STATUS NOT = "00"
               MOVE "CAJ0775" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               GOBACK
           END-IF

           MOVE "CAJ0776" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-CBF-BUSCAR
           MOVE "CAJ0777" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-MSG-TEXTO-AUX
           MOVE "CAJ0778" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO-AUX TRAILING) " "
                   WS-CANTIDAD-MAX
                   FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
           DISPLAY "----------------------------------------"

      *    Si LK-ULTIMA-KEY trae la clave del ultimo movimiento
                        R-ANIO DELIMITED BY SIZE
                    INTO WS-FECHA-FORMATEADA
                    
                    MOVE "CAJ0779" TO WS-MSG-ID
                    PERFORM OBTENER-MENSAJE
                    MOVE WS-MSG-TEXTO TO WS-MSG-TEXTO-AUX
                    MOVE "CAJ0780" TO WS-MSG-ID
                    PERFORM OBTENER-MENSAJE
                    DISPLAY WS-TIPO-DESCR " " WS-SIGNAL "$"
                            WS-IMPORTE-DISPLAY
                            FUNCTION TRIM(WS-MSG-TEXTO-AUX TRAILING) " "
                            WS-FECHA-FORMATEADA
                            FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                            R-HORA ":" R-MIN ":" R-SEG

                    IF R-MEMO NOT = SPACES
                        MOVE "CAJ0781" TO WS-MSG-ID
                        PERFORM OBTENER-MENSAJE
                        DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                                R-MEMO
                    END-IF

                    IF LK-EMAIL-FLAG = "S"
           CLOSE TRANS-FILE

           IF WS-CONTADOR = 0
           MOVE "CAJ0782" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           ELSE
           DISPLAY "----------------------------------------"
           MOVE "CAJ0783" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-MSG-TEXTO-AUX
           MOVE "CAJ0784" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO-AUX TRAILING) " "
                   WS-CONTADOR
                   FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
           END-IF

           IF LK-EMAIL-FLAG = "S"
           END-IF

           GOBACK.

       OBTENER-MENSAJE.
           MOVE "O" TO WS-MSG-ACCION
           MOVE SPACES TO WS-MSG-TEXTO
           CALL 'mensaje-catalogo' USING WS-MSG-ACCION, WS-MSG-ID,
                WS-MSG-IDIOMA, WS-MSG-TEXTO.

       MOSTRAR-MENSAJE.
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING).
