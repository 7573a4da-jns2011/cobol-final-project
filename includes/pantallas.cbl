              10 WS-MOV-DIA          PIC 9(2).
       01  WS-INDICE-MOV        PIC 9 VALUE 0.

       *>MENSAJES (catalogo por idioma, ver mensaje-catalogo)
       01  WS-MSG-ACCION        PIC X(1).
       01  WS-MSG-ID            PIC X(7).
       01  WS-MSG-TEXTO         PIC X(70).
       01  WS-IDIOMA            PIC X(2) VALUE "ES".
       01  WS-OPCION-IDIOMA     PIC X(1).
       01  WS-PAN-TEXTOS.
           05 WS-PAN-TEXTO OCCURS 12 TIMES PIC X(32).
       01  WS-IDX-PAN           PIC 99.
       01  WS-PAN-ID            PIC 9(4).

       SCREEN SECTION.
       01  PANTALLA-BIENVENIDA.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE "==============================".
           05 LINE 2  COLUMN 1  PIC X(32) FROM WS-PAN-TEXTO(1).
           05 LINE 3  COLUMN 1  VALUE "==============================".
           05 LINE 4  COLUMN 1  PIC X(32) FROM WS-PAN-TEXTO(2).

       01  PANTALLA-LOGIN.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  PIC X(32) FROM WS-PAN-TEXTO(3).
           05 LINE 3  COLUMN 1  VALUE "CBF: ".
           05 LINE 3  COLUMN 6  PIC X(6) USING WS-CBF.

           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE
               "================================".
           05 LINE 2  COLUMN 1  PIC X(32) FROM WS-PAN-TEXTO(4).
           05 LINE 3  COLUMN 1  PIC X(32) FROM WS-PAN-TEXTO(5).
           05 LINE 4  COLUMN 1  PIC X(32) FROM WS-PAN-TEXTO(6).
           05 LINE 5  COLUMN 1  PIC X(32) FROM WS-PAN-TEXTO(7).
           05 LINE 6  COLUMN 1  PIC X(32) FROM WS-PAN-TEXTO(8).
           05 LINE 7  COLUMN 1  PIC X(32) FROM WS-PAN-TEXTO(9).
           05 LINE 8  COLUMN 1  PIC X(32) FROM WS-PAN-TEXTO(10).
           05 LINE 9  COLUMN 1  PIC X(32) FROM WS-PAN-TEXTO(11).
           05 LINE 11 COLUMN 1  PIC X(11) FROM WS-PAN-TEXTO(12).
           05 LINE 11 COLUMN 12 PIC 9 USING MENU-CHOICE.

       PROCEDURE DIVISION.
           STOP RUN.
           
       DISPLAY-MENU.
           PERFORM ELEGIR-IDIOMA
           DISPLAY PANTALLA-BIENVENIDA.

       *>Idioma de la sesion: fija el de mensaje-catalogo y carga los
       *>textos de las pantallas.
       ELEGIR-IDIOMA.
           MOVE "ES" TO WS-IDIOMA
           MOVE "CAJ0266" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0267" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           ACCEPT WS-OPCION-IDIOMA
           IF WS-OPCION-IDIOMA = "2"
               MOVE "EN" TO WS-IDIOMA
           END-IF
           MOVE "F" TO WS-MSG-ACCION
           CALL 'mensaje-catalogo' USING WS-MSG-ACCION, WS-MSG-ID,
                WS-IDIOMA, WS-MSG-TEXTO
           PERFORM CARGAR-TEXTO-PANTALLA
               VARYING WS-IDX-PAN FROM 1 BY 1 UNTIL WS-IDX-PAN > 12.

       CARGAR-TEXTO-PANTALLA.
           MOVE WS-IDX-PAN TO WS-PAN-ID
           MOVE SPACES TO WS-MSG-ID
           STRING "PAN" WS-PAN-ID DELIMITED BY SIZE INTO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-PAN-TEXTO(WS-IDX-PAN).

       OBTENER-MENSAJE.
           MOVE "O" TO WS-MSG-ACCION
           MOVE SPACES TO WS-MSG-TEXTO
           CALL 'mensaje-catalogo' USING WS-MSG-ACCION, WS-MSG-ID,
                WS-IDIOMA, WS-MSG-TEXTO.

       MOSTRAR-MENSAJE.
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING).

       VALIDAR-PIN.
           MOVE 'N' TO WS-VALIDO
           PERFORM UNTIL WS-VALIDO = 'S'
                   MOVE 'S' TO WS-VALIDO
                   PERFORM MENU-OPERACIONES
               ELSE
                   MOVE "PAN0013" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   ACCEPT OMITTED
               END-IF
           END-PERFORM.
                WHEN EXIT-PROGRAM MOVE 'N' TO WS-FIN
                WHEN LISTAR-TRANS CALL 'listar-transacciones'
                    USING WS-PIN-NUM
                WHEN OTHER
                    MOVE "PAN0014" TO WS-MSG-ID
                    PERFORM MOSTRAR-MENSAJE
           END-EVALUATE.
           
       MENU-SALDO.
           MOVE 0 TO WS-OPCION-SALDO
           MOVE WS-SALDO TO WS-SALDO-FORMAT
           MOVE "PAN0015" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " " "$"
                   WS-SALDO-FORMAT
           PERFORM UNTIL WS-OPCION-SALDO = 1 OR WS-OPCION-SALDO = 2
           MOVE "PAN0016" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "PAN0017" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           ACCEPT WS-OPCION-SALDO

           EVALUATE WS-OPCION-SALDO
               WHEN 1 
                   MOVE "PAN0018" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   ACCEPT OMITTED 
                   MOVE 2 TO WS-OPCION-SALDO
               WHEN 2 
                   CONTINUE 
               WHEN OTHER 
                   MOVE "PAN0014" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   ACCEPT OMITTED
           END-EVALUATE
           END-PERFORM
           *>2. Cancelar (Vuelve a la pantalla de operaciones)

       MENU-TRANSFERENCIA.
           MOVE "PAN0019" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           ACCEPT WS-CBF-DESTINO
           MOVE "PAN0020" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           ACCEPT WS-MONTO-TRANSF 
           IF WS-MONTO-TRANSF > WS-SALDO 
               MOVE "PAN0021" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               ACCEPT OMITTED
               PERFORM MENU-OPERACIONES
           ELSE
               ADD 1 TO WS-INDICE-MOV
                 MOVE 'Transferencia' TO WS-MOV-TIPO(WS-INDICE-MOV)
                 MOVE WS-MONTO-TRANSF TO WS-MOV-MONTO(WS-INDICE-MOV)
               MOVE "PAN0022" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                       WS-MONTO-TRANSF-FOR
               MOVE "PAN0023" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                       WS-SALDO-FORMAT
               ACCEPT OMITTED
               PERFORM MENU-OPERACIONES
 	       END-IF.

       MENU-DEPOSITO.
           MOVE 0 TO WS-OPCION-DEP
           MOVE "PAN0024" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           ACCEPT WS-MONTO
           PERFORM UNTIL WS-OPCION-DEP = 1 OR WS-OPCION-DEP = 2 
           MOVE "PAN0025" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "PAN0026" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           ACCEPT WS-OPCION-DEP
           
           EVALUATE WS-OPCION-DEP
              WHEN 1
                 MOVE WS-MONTO TO WS-MONTO-FORMAT
                 MOVE "PAN0027" TO WS-MSG-ID
                 PERFORM OBTENER-MENSAJE
                 DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                         WS-MONTO-FORMAT
                 COMPUTE WS-SALDO = WS-MONTO + WS-SALDO
                 MOVE WS-SALDO TO WS-SALDO-FORMAT
                 
              WHEN 2
                  CONTINUE              
              WHEN OTHER
                 MOVE "PAN0014" TO WS-MSG-ID
                 PERFORM MOSTRAR-MENSAJE
                 ACCEPT OMITTED
           
           END-EVALUATE
                  AND WS-MONTO-EXT <= TOPE-EXT
           
           MOVE WS-SALDO TO WS-SALDO-FORMAT
           MOVE "PAN0028" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) WS-SALDO-FORMAT
           MOVE "PAN0029" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           ACCEPT WS-MONTO-EXT

           IF WS-MONTO-EXT > WS-SALDO
                   MOVE "PAN0030" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 0 TO WS-MONTO-EXT
                   ACCEPT OMITTED
              ELSE
                 IF WS-MONTO-EXT > TOPE-EXT
                    MOVE "PAN0031" TO WS-MSG-ID
                    PERFORM OBTENER-MENSAJE
                    DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                            TOPE-EXT ")."
                    MOVE "PAN0032" TO WS-MSG-ID
                    PERFORM MOSTRAR-MENSAJE
                    MOVE 0 TO WS-MONTO-EXT
                    ACCEPT OMITTED
                 END-IF
           END-PERFORM

           PERFORM UNTIL WS-OPCION-EXT = 1 OR WS-OPCION-EXT = 2  
              MOVE "PAN0033" TO WS-MSG-ID
              PERFORM MOSTRAR-MENSAJE
              MOVE "PAN0026" TO WS-MSG-ID
              PERFORM MOSTRAR-MENSAJE
              ACCEPT WS-OPCION-EXT

           EVALUATE WS-OPCION-EXT
                    COMPUTE WS-SALDO = WS-SALDO - WS-MONTO-EXT
                    MOVE WS-SALDO TO WS-SALDO-FORMAT
                    MOVE WS-MONTO-EXT TO WS-MONTO-EXT-FOR
                    MOVE "PAN0034" TO WS-MSG-ID
                    PERFORM OBTENER-MENSAJE
                    DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                            WS-MONTO-EXT-FOR
                    DISPLAY WS-INDICE-MOV
                    IF WS-INDICE-MOV >= 5 
                    MOVE 0 TO WS-INDICE-MOV
                    ADD 1 TO WS-INDICE-MOV
                    MOVE 'Extraccion' TO WS-MOV-TIPO(WS-INDICE-MOV)
                    MOVE WS-MONTO-EXT TO WS-MOV-MONTO(WS-INDICE-MOV)
                    MOVE "PAN0035" TO WS-MSG-ID
                    PERFORM OBTENER-MENSAJE
                    DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                            WS-SALDO-FORMAT
                    ACCEPT OMITTED
                    MOVE 2 TO WS-OPCION-EXT
                 WHEN 2
                    CONTINUE 
                 WHEN OTHER
                    MOVE "PAN0036" TO WS-MSG-ID
                    PERFORM MOSTRAR-MENSAJE
                    ACCEPT OMITTED
              END-EVALUATE
           END-PERFORM
           *>2. Cancelar (Vuelve a la pantalla de operaciones)

       MENU-ULT-MOVIMIENTOS.
           MOVE "PAN0037" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           PERFORM VARYING WS-INDICE-MOV FROM 1 BY 1 
                UNTIL WS-INDICE-MOV > 5
           
                MOVE "PAN0038" TO WS-MSG-ID
                PERFORM OBTENER-MENSAJE
                DISPLAY WS-MOV-TIPO(WS-INDICE-MOV)
                        FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                        WS-MOV-MONTO(WS-INDICE-MOV)
                
           

           MOVE 0 TO WS-OPCION-MOV
           PERFORM UNTIL WS-OPCION-MOV = 1 OR WS-OPCION-MOV = 2
              MOVE "PAN0039" TO WS-MSG-ID
              PERFORM MOSTRAR-MENSAJE
              MOVE "PAN0026" TO WS-MSG-ID
              PERFORM MOSTRAR-MENSAJE
              ACCEPT WS-OPCION-MOV

           EVALUATE WS-OPCION-MOV
                  WHEN 1
                      MOVE "PAN0040" TO WS-MSG-ID
                      PERFORM MOSTRAR-MENSAJE
                      ACCEPT OMITTED
                      MOVE 2 TO WS-OPCION-MOV
                  WHEN 2
                      CONTINUE
                  WHEN OTHER
                      MOVE "PAN0014" TO WS-MSG-ID
                      PERFORM MOSTRAR-MENSAJE
                      ACCEPT OMITTED
              END-EVALUATE
           END-PERFORM
