      *              estado solicitada; la sucursal lo imprime y la
      *              entrega en VENTANILLA (entregar-chequera) emite
      *              el rango en cheques.dat.
      *  2026-10-15  No se aceptan pedidos de una cuenta inhabilitada
      *              para chequeras (CLI-INHAB-CHEQUES) por cheques
      *              rechazados sin regularizar.
      *  2026-10-15  Los textos de pantalla salen del catalogo de
      *              mensajes (mensaje-catalogo) en el idioma de la
      *              sesion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-PAQ-CHEQUERA            PIC X(1).
       01  WS-PAQ-ENCONTRADO          PIC 9.

      *    Textos de pantalla del catalogo de mensajes
      *    (mensaje-catalogo) en el idioma de la sesion del cajero.
       01  WS-MSG-ACCION              PIC X(1).
       01  WS-MSG-ID                  PIC X(7).
       01  WS-MSG-IDIOMA              PIC X(2) VALUE SPACES.
       01  WS-MSG-TEXTO               PIC X(70).
       01  WS-MSG-TEXTO-AUX           PIC X(70).

       LINKAGE SECTION.
       01  LK-CBF                  PIC 9(6).

       PROCEDURE DIVISION USING LK-CBF.
       0000-MAINLINE.
           DISPLAY "********************************************"
           MOVE "CAJ0719" TO WS-MSG-ID
           PERFORM 9200-MOSTRAR-MENSAJE
           DISPLAY "********************************************"
           COPY "cargar-rutas.cpy".
           PERFORM 1000-VALIDAR-CUENTA
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   MOVE "CAJ0720" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT CLI-CTA-CORRIENTE
                           MOVE "CAJ0721" TO WS-MSG-ID
                           PERFORM 9200-MOSTRAR-MENSAJE
                       WHEN CLI-BLOQUEADA-EMERG-SI
                           MOVE "CAJ0722" TO WS-MSG-ID
                           PERFORM 9200-MOSTRAR-MENSAJE
                       WHEN CLI-INHAB-CHEQUES-SI
                           MOVE "CAJ0723" TO WS-MSG-ID
                           PERFORM 9200-MOSTRAR-MENSAJE
                           MOVE "CAJ0724" TO WS-MSG-ID
                           PERFORM 9200-MOSTRAR-MENSAJE
                       WHEN OTHER
                           PERFORM 1100-CONTAR-EMITIDOS
                           IF WS-CANT-EMITIDOS >= WS-TOPE-EMITIDOS
                               MOVE "CAJ0725" TO WS-MSG-ID
                               PERFORM 9100-OBTENER-MENSAJE
                               MOVE WS-MSG-TEXTO TO WS-MSG-TEXTO-AUX
                               MOVE "CAJ0726" TO WS-MSG-ID
                               PERFORM 9100-OBTENER-MENSAJE
                               DISPLAY
                                   FUNCTION TRIM(WS-MSG-TEXTO-AUX
                                       TRAILING)
                                   " " WS-CANT-EMITIDOS
                                   FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                           ELSE
                               MOVE 'S' TO WS-PUEDE-PEDIR
                           END-IF
           END-IF

           IF WS-SIN-CARGO = 'S'
               MOVE "CAJ0727" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
           ELSE
               MOVE WS-ARANCEL TO WS-ARANCEL-DISPLAY
               MOVE "CAJ0728" TO WS-MSG-ID
               PERFORM 9100-OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       WS-ARANCEL-DISPLAY
           END-IF
           MOVE "CAJ0729" TO WS-MSG-ID
           PERFORM 9100-OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-MSG-TEXTO-AUX
           MOVE "CAJ0730" TO WS-MSG-ID
           PERFORM 9100-OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO-AUX TRAILING) " "
                   WS-CHEQUES-POR-LIBRO
                   FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WITH NO ADVANCING
           ACCEPT WS-OPCION-CONF
           PERFORM 9400-NORMALIZAR-CONFIRMACION
           IF WS-OPCION-CONF NOT = 'S' AND WS-OPCION-CONF NOT = 's'
               MOVE "CAJ0731" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
           ELSE
               IF WS-SIN-CARGO = 'N'
                   PERFORM 2100-DEBITAR-ARANCEL
           MOVE "ARANCEL CHEQUERA" TO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO
           IF RESULTADO NOT = 0
               MOVE "CAJ0732" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               MOVE "CAJ0733" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
           END-IF.

       2200-ENCOLAR-SOLICITUD.
           SET SC-SOLICITADA TO TRUE
           WRITE SC-RECORD
               INVALID KEY
                   MOVE "CAJ0734" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
               NOT INVALID KEY
                   MOVE "CAJ0735" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
                   MOVE "CAJ0736" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
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

      *    En ingles la confirmacion se contesta Y: se lleva a la S
      *    que esperan los controles de la pantalla.
       9400-NORMALIZAR-CONFIRMACION.
           IF WS-OPCION-CONF = "Y" OR WS-OPCION-CONF = "y"
               MOVE "S" TO WS-OPCION-CONF
           END-IF.
