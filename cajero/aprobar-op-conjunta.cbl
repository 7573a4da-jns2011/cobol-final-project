      *              (registrar-pago-servicio), ambas con la
      *              compensacion "D" habitual si el segundo paso
      *              falla.
      *  2026-10-15  La compensacion viaja con memo "CONTRAPARTIDA
      *              OPERACION FALLIDA" y la referencia al debito que
      *              devuelve, asi no paga impuesto a los debitos y
      *              creditos y se devuelve el del debito.
      *  2026-10-15  Los textos de pantalla salen del catalogo de
      *              mensajes (mensaje-catalogo) en el idioma de la
      *              sesion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  WS-CANT-LISTADAS           PIC 9(3) VALUE 0.
       01  WS-TS-ELEGIDO              PIC 9(14).
       01  WS-TS-DEBITO               PIC 9(14).
       01  WS-PIN-INPUT               PIC X(4).
       01  WS-PIN-COINCIDE            PIC 9.
       01  WS-TIT-APELLIDO            PIC X(30).
       01  WS-FECHA-LIMITE            PIC 9(8).
       01  WS-FECHA-RETENCION         PIC 9(8).

      *    Textos de pantalla del catalogo de mensajes
      *    (mensaje-catalogo) en el idioma de la sesion del cajero.
       01  WS-MSG-ACCION              PIC X(1).
       01  WS-MSG-ID                  PIC X(7).
       01  WS-MSG-IDIOMA              PIC X(2) VALUE SPACES.
       01  WS-MSG-TEXTO               PIC X(70).

       LINKAGE SECTION.
       01  LK-CBF                  PIC X(6).

       MAIN-PARA.
           OPEN I-O CONJUNTAS-FILE
           IF CONJUNTAS-STATUS NOT = "00"
               MOVE "CAJ0594" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               GOBACK
           END-IF
           OPEN I-O RETENCIONES-FILE

           PERFORM LISTAR-PENDIENTES
           IF WS-CANT-LISTADAS = 0
               MOVE "CAJ0595" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
           ELSE
               MOVE "CAJ0596" TO WS-MSG-ID
               PERFORM MOSTRAR-PREGUNTA
               ACCEPT WS-TS-ELEGIDO
               IF WS-TS-ELEGIDO NOT = 0
                   PERFORM FIRMAR-OPERACION
                               ADD 1 TO WS-CANT-LISTADAS
                               MOVE OC-IMPORTE
                                   TO WS-IMPORTE-DISPLAY
                               MOVE "CAJ0597" TO WS-MSG-ID
                               PERFORM OBTENER-MENSAJE
                               DISPLAY
                                   "TS " OC-TIMESTAMP "  " OC-TIPO
                                   "  $ " WS-IMPORTE-DISPLAY
                                   FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                                   " " OC-FECHA-LIMITE "  " OC-MEMO
                           END-IF
                       END-IF
               END-READ
           READ CONJUNTAS-FILE
               KEY IS OC-KEY
               INVALID KEY
                   MOVE "CAJ0598" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
               NOT INVALID KEY
                   IF NOT OC-PENDIENTE
                       MOVE "CAJ0599" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                   ELSE
                       PERFORM VALIDAR-SEGUNDO-TITULAR
                   END-IF
      *    principal o el de un titular adicional, pero la misma
      *    persona no puede ordenar el debito y ademas firmarlo.
       VALIDAR-SEGUNDO-TITULAR.
           MOVE "CAJ0600" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-PIN-INPUT
           PERFORM IDENTIFICAR-FIRMANTE
           IF OC-ORDEN-CAPTURA IS NUMERIC
               MOVE 0 TO WS-ORDEN-CAPTURA
           END-IF
           IF WS-FIRMA-VALIDA NOT = 1
               MOVE "CAJ0601" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0602" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
           ELSE
           IF WS-FIRMA-ORDEN = WS-ORDEN-CAPTURA
               MOVE "CAJ0603" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0604" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0605" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
           ELSE
               MOVE "CAJ0606" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       WS-TIT-NOMBRE " " WS-TIT-APELLIDO
               MOVE "CAJ0607" TO WS-MSG-ID
               PERFORM MOSTRAR-PREGUNTA
               ACCEPT WS-OPCION
               IF WS-OPCION = "A" OR WS-OPCION = "a"
                   PERFORM APROBAR
               IF RESULTADO = 0
                   SET OC-APROBADA TO TRUE
                   REWRITE OC-RECORD
                   MOVE "CAJ0608" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
               ELSE
                   MOVE "CAJ0609" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "CAJ0602" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
               END-IF
           END-IF.

           SET OC-FIRMADA TO TRUE
           REWRITE OC-RECORD
           PERFORM EXTENDER-RETENCION
           MOVE "CAJ0610" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0611" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   OC-FECHA-LIMITE ".".

       CALCULAR-NUEVO-LIMITE.
           MOVE OC-MEMO TO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO
           MOVE RESULTADO TO WS-RESULTADO-DEBITO
           MOVE P-TIMESTAMP TO WS-TS-DEBITO

           IF WS-RESULTADO-DEBITO = 0 AND OC-TIPO-TRANSFER
               MOVE OC-CBF-DESTINO TO P-CBF
      *            El credito fallo con el debito ya posteado: se
      *            compensa con la contra-partida "D" habitual.
                   PERFORM COMPENSAR-DEBITO
                   MOVE "CAJ0612" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
               END-IF
           END-IF

      *            de cumplimiento y el journal de seguridad.
                   PERFORM COMPENSAR-DEBITO
                   IF WS-INTERB-RESULTADO = 2
                       MOVE "CAJ0613" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                   ELSE
                       MOVE "CAJ0121" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                   END-IF
                   MOVE "CAJ0614" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 1 TO RESULTADO
               END-IF
           END-IF
                    OC-IMPORTE, WS-SERV-RESULTADO
               IF WS-SERV-RESULTADO NOT = 0
                   PERFORM COMPENSAR-DEBITO
                   MOVE "CAJ0615" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 1 TO RESULTADO
               END-IF
           END-IF.
           MOVE OC-CBF TO P-CBF
           MOVE "D" TO P-DESCRIPCION
           MOVE OC-IMPORTE TO P-IMPORTE
           MOVE WS-TS-DEBITO TO P-REF-KEY
           MOVE "CONTRAPARTIDA OPERACION FALLIDA" TO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO
           MOVE 1 TO RESULTADO.

           PERFORM LIBERAR-RETENCION
           SET OC-RECHAZADA TO TRUE
           REWRITE OC-RECORD
           MOVE "CAJ0616" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0617" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.

       LIBERAR-RETENCION.
           MOVE OC-CBF TO RF-CBF
                       REWRITE RF-RECORD
                   END-IF
           END-READ.

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
