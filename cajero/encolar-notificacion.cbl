      *              silencio el envio difiere a la maniana
      *              siguiente (NT-PROX-INTENTO), salvo el bloqueo
      *              de emergencia, que es urgente y sale igual.
      *  2026-10-15  Aviso en el idioma preferido de la persona
      *              (preferencia-idioma): el asunto y el cuerpo que
      *              sean textos fijos del catalogo de mensajes se
      *              encolan traducidos (mensaje-catalogo); lo que no
      *              esta en el catalogo sale como lo armo el programa.
      *  2026-10-15  El aviso previo de un cambio de precio
      *              (eventos "AVISO PRECIO xx" de
      *              AVISAR-CAMBIOS-PRECIO) es obligatorio: se encola
      *              aunque la persona haya pedido no recibirlo.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-HORA-ACTUAL          PIC 9(2).
       01  WS-EN-SILENCIO          PIC X.
       01  WS-DIAS-ENTERO          PIC 9(7).
       01  WS-IDIOMA-ACCION        PIC X(1).
       01  WS-IDIOMA               PIC X(2).
       01  WS-IDIOMA-RESULTADO     PIC 9.
       01  WS-MSG-ACCION           PIC X(1) VALUE "T".
       01  WS-MSG-ID               PIC X(7) VALUE SPACES.
       01  WS-MSG-TEXTO            PIC X(70).

       LINKAGE SECTION.
       01  LK-CBF                  PIC 9(6).

           PERFORM CONSULTAR-PREFERENCIAS
           IF WS-PRF-OPT = "N"
              AND LK-EVENTO(1:12) NOT = "AVISO PRECIO"
      *        La persona pidio no recibir este evento.
               MOVE 2 TO LK-RESULTADO
               GOBACK
           MOVE LK-DESTINATARIO TO NT-DESTINATARIO
           MOVE LK-ASUNTO TO NT-ASUNTO
           MOVE LK-CUERPO TO NT-CUERPO
           IF WS-IDIOMA NOT = "ES"
               PERFORM TRADUCIR-AVISO
           END-IF
           MOVE 0 TO NT-INTENTOS
           MOVE NT-TIMESTAMP(1:8) TO NT-PROX-INTENTO
      *    Ventana de silencio: el aviso no urgente encolado dentro
       CONSULTAR-PREFERENCIAS.
           MOVE "S" TO WS-PRF-OPT
           MOVE 'N' TO WS-EN-SILENCIO
           MOVE "ES" TO WS-IDIOMA
           MOVE "L" TO WS-IDIOMA-ACCION
           CALL "preferencia-idioma" USING WS-IDIOMA-ACCION, LK-CBF,
                WS-IDIOMA, WS-IDIOMA-RESULTADO
           CALL "buscar-cliente-id" USING LK-CBF, WS-CLIENTE-ID,
                WS-ID-ENCONTRADO
           IF WS-ID-ENCONTRADO = 1
                   END-IF
               END-IF
           END-IF.

      *    Asunto y cuerpo al idioma de la persona, si son textos del
      *    catalogo (el cuerpo solo si entra en un mensaje).
       TRADUCIR-AVISO.
           MOVE NT-ASUNTO TO WS-MSG-TEXTO
           CALL "mensaje-catalogo" USING WS-MSG-ACCION, WS-MSG-ID,
                WS-IDIOMA, WS-MSG-TEXTO
           MOVE WS-MSG-TEXTO TO NT-ASUNTO
           IF NT-CUERPO(71:10) = SPACES
               MOVE NT-CUERPO TO WS-MSG-TEXTO
               CALL "mensaje-catalogo" USING WS-MSG-ACCION, WS-MSG-ID,
                    WS-IDIOMA, WS-MSG-TEXTO
               MOVE WS-MSG-TEXTO TO NT-CUERPO
           END-IF.
