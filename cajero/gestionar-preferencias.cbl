      *              urgentes a la maniana siguiente (la consulta
      *              encolar-notificacion). Cada cambio queda en el
      *              journal de la sesion.
      *  2026-10-15  La ventana de silencio conserva el idioma
      *              preferido que guarda el mismo registro GENERAL.
      *  2026-10-15  Los textos de pantalla salen del catalogo de
      *              mensajes (mensaje-catalogo) en el idioma de la
      *              sesion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-JRN-EVENTO              PIC X(20).
       01  WS-JRN-DETALLE             PIC X(60).

      *    Textos de pantalla del catalogo de mensajes
      *    (mensaje-catalogo) en el idioma de la sesion del cajero.
       01  WS-MSG-ACCION              PIC X(1).
       01  WS-MSG-ID                  PIC X(7).
       01  WS-MSG-IDIOMA              PIC X(2) VALUE SPACES.
       01  WS-MSG-TEXTO               PIC X(70).
       01  WS-MSG-TEXTO-AUX           PIC X(70).
       01  WS-MSG-PARTES.
           05  WS-MSG-PARTE           PIC X(70) OCCURS 3 TIMES.

       LINKAGE SECTION.
       01  LK-CBF                  PIC 9(6).

           CALL "buscar-cliente-id" USING LK-CBF, WS-CLIENTE-ID,
                WS-ID-ENCONTRADO
           IF WS-ID-ENCONTRADO NOT = 1
               MOVE "CAJ0685" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               MOVE "CAJ0686" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
           ELSE
               MOVE LK-CBF TO WS-JRN-CBF
               PERFORM 1000-ABRIR-PREFERENCIAS

       2000-MENU.
           DISPLAY "********************************************"
           MOVE "CAJ0687" TO WS-MSG-ID
           PERFORM 9200-MOSTRAR-MENSAJE
           DISPLAY "********************************************"
           MOVE "CAJ0688" TO WS-MSG-ID
           PERFORM 9200-MOSTRAR-MENSAJE
           MOVE "CAJ0689" TO WS-MSG-ID
           PERFORM 9200-MOSTRAR-MENSAJE
           MOVE "CAJ0690" TO WS-MSG-ID
           PERFORM 9200-MOSTRAR-MENSAJE
           MOVE "CAJ0691" TO WS-MSG-ID
           PERFORM 9200-MOSTRAR-MENSAJE
           MOVE "CAJ0085" TO WS-MSG-ID
           PERFORM 9300-MOSTRAR-PREGUNTA
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 0
               WHEN 3
                   PERFORM 5000-SILENCIO
               WHEN OTHER
                   MOVE "CAJ0086" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
           END-EVALUATE.

       3000-LISTAR.
                       ELSE
                           ADD 1 TO WS-CANT-LISTADAS
                           IF PRF-EVENTO = "GENERAL"
                               MOVE "CAJ0692" TO WS-MSG-ID
                               PERFORM 9100-OBTENER-MENSAJE
                               MOVE WS-MSG-TEXTO TO WS-MSG-PARTE(1)
                               MOVE "CAJ0693" TO WS-MSG-ID
                               PERFORM 9100-OBTENER-MENSAJE
                               MOVE WS-MSG-TEXTO TO WS-MSG-PARTE(2)
                               MOVE "CAJ0694" TO WS-MSG-ID
                               PERFORM 9100-OBTENER-MENSAJE
                               MOVE WS-MSG-TEXTO TO WS-MSG-PARTE(3)
                               DISPLAY
                                   FUNCTION TRIM(WS-MSG-PARTE(1)
                                       TRAILING)
                                   " " PRF-SILENCIO-DESDE
                                   FUNCTION TRIM(WS-MSG-PARTE(2)
                                       TRAILING)
                                   " " PRF-SILENCIO-HASTA
                                   FUNCTION TRIM(WS-MSG-PARTE(3)
                                       TRAILING)
                           ELSE
                               MOVE "CAJ0695" TO WS-MSG-ID
                               PERFORM 9100-OBTENER-MENSAJE
                               MOVE WS-MSG-TEXTO TO WS-MSG-TEXTO-AUX
                               MOVE "CAJ0696" TO WS-MSG-ID
                               PERFORM 9100-OBTENER-MENSAJE
                               DISPLAY
                                   PRF-EVENTO
                                   FUNCTION TRIM(WS-MSG-TEXTO-AUX
                                       TRAILING)
                                   " " PRF-OPT
                                   FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                                   " " PRF-UMBRAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FILE-STATUS
           IF WS-CANT-LISTADAS = 0
               MOVE "CAJ0697" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               MOVE "CAJ0698" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
           END-IF.

       4000-EVENTO.
           MOVE "CAJ0699" TO WS-MSG-ID
           PERFORM 9200-MOSTRAR-MENSAJE
           MOVE "CAJ0700" TO WS-MSG-ID
           PERFORM 9300-MOSTRAR-PREGUNTA
           ACCEPT WS-EVENTO-INPUT
           MOVE "CAJ0701" TO WS-MSG-ID
           PERFORM 9300-MOSTRAR-PREGUNTA
           ACCEPT WS-OPT-INPUT
           PERFORM 9400-NORMALIZAR-CONFIRMACION
           IF WS-OPT-INPUT NOT = "N" AND WS-OPT-INPUT NOT = "n"
               MOVE "S" TO WS-OPT-INPUT
           ELSE
               MOVE "N" TO WS-OPT-INPUT
           END-IF
           MOVE "CAJ0702" TO WS-MSG-ID
           PERFORM 9300-MOSTRAR-PREGUNTA
           ACCEPT WS-UMBRAL-INPUT
           IF WS-EVENTO-INPUT = SPACES
              OR WS-EVENTO-INPUT = "GENERAL"
               MOVE "CAJ0703" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
           ELSE
               MOVE WS-CLIENTE-ID TO PRF-CLIENTE-ID
               MOVE WS-EVENTO-INPUT TO PRF-EVENTO
                   INVALID KEY
                       REWRITE PRF-RECORD
               END-WRITE
               MOVE "CAJ0704" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               MOVE "PREF NOTIFICACION" TO WS-JRN-EVENTO
               MOVE SPACES TO WS-JRN-DETALLE
               STRING WS-EVENTO-INPUT DELIMITED BY SIZE
           END-IF.

       5000-SILENCIO.
           MOVE "CAJ0705" TO WS-MSG-ID
           PERFORM 9300-MOSTRAR-PREGUNTA
           ACCEPT WS-DESDE-INPUT
           MOVE "CAJ0706" TO WS-MSG-ID
           PERFORM 9300-MOSTRAR-PREGUNTA
           ACCEPT WS-HASTA-INPUT
           IF WS-DESDE-INPUT > 23 OR WS-HASTA-INPUT > 23
               MOVE "CAJ0707" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
           ELSE
               MOVE WS-CLIENTE-ID TO PRF-CLIENTE-ID
               MOVE "GENERAL" TO PRF-EVENTO
               READ PREFERENCIAS-FILE
                   KEY IS PRF-KEY
                   INVALID KEY
                       MOVE SPACES TO PRF-IDIOMA
               END-READ
               MOVE WS-CLIENTE-ID TO PRF-CLIENTE-ID
               MOVE "GENERAL" TO PRF-EVENTO
               MOVE "S" TO PRF-OPT
                       REWRITE PRF-RECORD
               END-WRITE
               IF WS-DESDE-INPUT = WS-HASTA-INPUT
                   MOVE "CAJ0708" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
               ELSE
                   MOVE "CAJ0709" TO WS-MSG-ID
                   PERFORM 9100-OBTENER-MENSAJE
                   MOVE WS-MSG-TEXTO TO WS-MSG-PARTE(1)
                   MOVE "CAJ0693" TO WS-MSG-ID
                   PERFORM 9100-OBTENER-MENSAJE
                   MOVE WS-MSG-TEXTO TO WS-MSG-PARTE(2)
                   MOVE "CAJ0710" TO WS-MSG-ID
                   PERFORM 9100-OBTENER-MENSAJE
                   MOVE WS-MSG-TEXTO TO WS-MSG-PARTE(3)
                   DISPLAY FUNCTION TRIM(WS-MSG-PARTE(1) TRAILING) " "
                           WS-DESDE-INPUT
                           FUNCTION TRIM(WS-MSG-PARTE(2) TRAILING) " "
                           WS-HASTA-INPUT
                           FUNCTION TRIM(WS-MSG-PARTE(3) TRAILING)
               END-IF
               MOVE "PREF SILENCIO" TO WS-JRN-EVENTO
               MOVE SPACES TO WS-JRN-DETALLE
               CALL "registrar-journal" USING WS-JRN-CBF,
                    WS-JRN-EVENTO, WS-JRN-DETALLE
           END-IF.

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
           IF WS-OPT-INPUT = "Y" OR WS-OPT-INPUT = "y"
               MOVE "S" TO WS-OPT-INPUT
           END-IF.
