      *              devuelto se rechaza (la clave del archivo es el
      *              movimiento original). Lo usan el cajero y la
      *              VENTANILLA.
      *  2026-10-15  Los textos de pantalla salen del catalogo de
      *              mensajes (mensaje-catalogo) en el idioma de la
      *              sesion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-EMPRESA-MEMO            PIC 9(8).
       01  WS-REFERENCIA-MEMO         PIC X(20).

      *    Textos de pantalla del catalogo de mensajes
      *    (mensaje-catalogo) en el idioma de la sesion del cajero.
       01  WS-MSG-ACCION              PIC X(1).
       01  WS-MSG-ID                  PIC X(7).
       01  WS-MSG-IDIOMA              PIC X(2) VALUE SPACES.
       01  WS-MSG-TEXTO               PIC X(70).

       LINKAGE SECTION.
       01  LK-CBF                  PIC X(6).

           COPY "cargar-rutas.cpy".
           OPEN INPUT TRANS-FILE
           IF TRANS-STATUS NOT = "00"
               MOVE "CAJ0667" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               GOBACK
           END-IF
           OPEN I-O DEVOLUCIONES-FILE

           PERFORM LISTAR-DEBITOS
           IF WS-CANT-LISTADOS = 0
               MOVE "CAJ0737" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0738" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
           ELSE
               MOVE "CAJ0739" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0740" TO WS-MSG-ID
               PERFORM MOSTRAR-PREGUNTA
               ACCEPT WS-TS-ELEGIDO
               IF WS-TS-ELEGIDO NOT = 0
                   PERFORM DEVOLVER-ELEGIDO
           READ TRANS-FILE
               KEY IS R-KEY
               INVALID KEY
                   MOVE "CAJ0741" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
               NOT INVALID KEY
                   PERFORM VALIDAR-Y-DEVOLVER
                       THRU VALIDAR-Y-DEVOLVER-FIN
       VALIDAR-Y-DEVOLVER.
           IF R-DESCRIPCION NOT = "T"
              OR R-MEMO(1:9) NOT = "DEB AUTOM"
               MOVE "CAJ0742" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               GO TO VALIDAR-Y-DEVOLVER-FIN
           END-IF
           MOVE R-TIMESTAMP(1:8) TO WS-FECHA-MOV
           COMPUTE WS-DIAS-MOV =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-MOV)
           IF WS-DIAS-HOY - WS-DIAS-MOV > 30
               MOVE "CAJ0743" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               GO TO VALIDAR-Y-DEVOLVER-FIN
           END-IF

               INVALID KEY
                   PERFORM POSTEAR-DEVOLUCION
               NOT INVALID KEY
                   MOVE "CAJ0744" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
           END-READ.
       VALIDAR-Y-DEVOLVER-FIN.
           EXIT.
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO

           IF RESULTADO NOT = 0
               MOVE "CAJ0745" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
           ELSE
               MOVE LK-CBF TO DV-CBF
               MOVE WS-TS-ELEGIDO TO DV-REF-KEY
               SET DV-PENDIENTE TO TRUE
               WRITE DV-RECORD
                   INVALID KEY
                       MOVE "CAJ0746" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                   NOT INVALID KEY
                       MOVE "CAJ0747" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       MOVE "CAJ0748" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       MOVE "CAJ0749" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
               END-WRITE
           END-IF.

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
