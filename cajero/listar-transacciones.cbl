       01  WS-CODIGO-DESC                PIC X(15).
       01  WS-CODIGO-SIGNO                PIC X(1).

      *    Textos de pantalla del catalogo de mensajes
      *    (mensaje-catalogo) en el idioma de la sesion del cajero.
       01  WS-MSG-ACCION                  PIC X(1).
       01  WS-MSG-ID                      PIC X(7).
       01  WS-MSG-IDIOMA                  PIC X(2) VALUE SPACES.
       01  WS-MSG-TEXTO                   PIC X(70).

       LINKAGE SECTION.
       01  P-CBF              PIC 9(6).

           COPY "cargar-rutas.cpy".
           OPEN INPUT TRANS-FILE
           IF FILE-STATUS NOT = "00"
               MOVE "CAJ0808" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       FILE-STATUS
           GOBACK
           END-IF

                     MOVE "10" TO FILE-STATUS
           END-START

           MOVE "CAJ0809" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " " P-CBF
           DISPLAY "=============================="

           PERFORM UNTIL FILE-STATUS = "10" OR WS-CONTADOR >= 25
                END-IF
                MOVE WS-IMPORTE-SIGNED TO WS-IMPORTE-DISPLAY

                MOVE "CAJ0810" TO WS-MSG-ID
                PERFORM OBTENER-MENSAJE
                DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " " R-KEY
                MOVE "CAJ0811" TO WS-MSG-ID
                PERFORM OBTENER-MENSAJE
                DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " " R-CBF
                MOVE "CAJ0812" TO WS-MSG-ID
                PERFORM OBTENER-MENSAJE
                DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                        R-DESCRIPCION
                MOVE "CAJ0813" TO WS-MSG-ID
                PERFORM OBTENER-MENSAJE
                DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                        WS-IMPORTE-DISPLAY
                MOVE "CAJ0814" TO WS-MSG-ID
                PERFORM OBTENER-MENSAJE
                DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " " R-DIA
                        "/" R-MES "/" R-ANIO
                MOVE "CAJ0815" TO WS-MSG-ID
                PERFORM OBTENER-MENSAJE
                DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) "  " R-HORA
                        ":" R-MIN ":" R-SEG
                MOVE "CAJ0816" TO WS-MSG-ID
                PERFORM OBTENER-MENSAJE
                DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                        R-SUCURSAL
                IF R-MEMO NOT = SPACES
                    MOVE "CAJ0817" TO WS-MSG-ID
                    PERFORM OBTENER-MENSAJE
                    DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                            R-MEMO
                END-IF
                DISPLAY "-----------------------------"
                END-IF
           END-PERFORM
           
           IF WS-CONTADOR = 0
               MOVE "CAJ0818" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
           END-IF


           CLOSE TRANS-FILE
           DISPLAY " "
           MOVE "CAJ0028" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           ACCEPT WS-OPCION-VOLVER
           GOBACK.

       OBTENER-MENSAJE.
           MOVE "O" TO WS-MSG-ACCION
           MOVE SPACES TO WS-MSG-TEXTO
           CALL 'mensaje-catalogo' USING WS-MSG-ACCION, WS-MSG-ID,
                WS-MSG-IDIOMA, WS-MSG-TEXTO.

       MOSTRAR-MENSAJE.
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING).
