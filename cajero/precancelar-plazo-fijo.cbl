      *              liquida. El credito postea via crear-transaccion
      *              con la marca de precancelacion en el memo, y el
      *              recibo sale como en toda operacion.
      *  2026-10-15  Rechaza el certificado prendado en garantia de un
      *              prestamo abierto (prenda-plazo-fijo).
      *  2026-10-15  Los textos de pantalla salen del catalogo de
      *              mensajes (mensaje-catalogo) en el idioma de la
      *              sesion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-MEJOR-VIGENCIA          PIC 9(8) VALUE 0.
       01  WS-INTERES                 PIC S9(9)V99.
       01  WS-IMPORTE-CREDITO         PIC S9(9)V99.
       01  WS-PRENDADO                PIC 9.
       01  WS-PF-TS-PRENDA            PIC 9(14) VALUE 0.
       01  WS-PF-CAPITAL-PRENDA       PIC S9(9)V99 VALUE 0.

      *    Textos de pantalla del catalogo de mensajes
      *    (mensaje-catalogo) en el idioma de la sesion del cajero.
       01  WS-MSG-ACCION              PIC X(1).
       01  WS-MSG-ID                  PIC X(7).
       01  WS-MSG-IDIOMA              PIC X(2) VALUE SPACES.
       01  WS-MSG-TEXTO               PIC X(70).
       01  WS-MSG-TEXTO-AUX           PIC X(70).

       LINKAGE SECTION.
       01  LK-CBF                  PIC X(6).
           PERFORM LISTAR-VIGENTES
           IF WS-CANT-LISTADOS = 0
               SET PRECANC-SIN-PF TO TRUE
               MOVE "CAJ0819" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
           ELSE
               MOVE "CAJ0820" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0740" TO WS-MSG-ID
               PERFORM MOSTRAR-PREGUNTA
               ACCEPT WS-TS-ELEGIDO
               IF WS-TS-ELEGIDO NOT = 0
                   PERFORM PRECANCELAR-ELEGIDO
                               ADD 1 TO WS-CANT-LISTADOS
                               MOVE PF-CAPITAL
                                   TO WS-IMPORTE-DISPLAY
                               MOVE "CAJ0821" TO WS-MSG-ID
                               PERFORM OBTENER-MENSAJE
                               DISPLAY
                                   "TS " PF-TIMESTAMP-ALTA "  $ "
                                   WS-IMPORTE-DISPLAY "  " PF-DIAS
                                   FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                                   " " PF-FECHA-VTO
                           END-IF
                       END-IF
               END-READ
           READ PLAZOS-FILE
               KEY IS PF-KEY
               INVALID KEY
                   MOVE "CAJ0822" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   SET PRECANC-ERROR TO TRUE
               NOT INVALID KEY
                   IF NOT PF-VIGENTE
                       MOVE "CAJ0823" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       SET PRECANC-ERROR TO TRUE
                   ELSE
                       PERFORM VERIFICAR-PRENDA
                   END-IF
           END-READ.

      *    Un certificado prendado en garantia de un prestamo abierto
      *    no se precancela: primero hay que liberar la garantia.
       VERIFICAR-PRENDA.
           CALL "prenda-plazo-fijo" USING "V", PF-GARANTIA-ID,
                WS-PF-TS-PRENDA, WS-PF-CAPITAL-PRENDA, WS-PRENDADO
           IF WS-PRENDADO = 1
               MOVE "CAJ0824" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               SET PRECANC-ERROR TO TRUE
           ELSE
               PERFORM EVALUAR-PERMANENCIA
           END-IF.

       EVALUAR-PERMANENCIA.
           COMPUTE WS-DIAS-INICIO =
               FUNCTION INTEGER-OF-DATE(PF-FECHA-INICIO)
           COMPUTE WS-DIAS-TRANSCURRIDOS =
               WS-DIAS-HOY - WS-DIAS-INICIO
           IF WS-DIAS-TRANSCURRIDOS < WS-DIAS-MINIMOS
               MOVE "CAJ0825" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               MOVE WS-MSG-TEXTO TO WS-MSG-TEXTO-AUX
               MOVE "CAJ0194" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO-AUX TRAILING) " "
                       WS-DIAS-MINIMOS
                       FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
               SET PRECANC-ERROR TO TRUE
           ELSE
               PERFORM LIQUIDAR-PRECANCELACION
           COMPUTE WS-IMPORTE-CREDITO = PF-CAPITAL + WS-INTERES

           MOVE WS-INTERES TO WS-IMPORTE-DISPLAY
           MOVE "CAJ0826" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-IMPORTE-DISPLAY
           MOVE WS-IMPORTE-CREDITO TO WS-IMPORTE-DISPLAY
           MOVE "CAJ0827" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-IMPORTE-DISPLAY

           MOVE LK-CBF TO P-CBF
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO

           IF RESULTADO NOT = 0
               MOVE "CAJ0828" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               SET PRECANC-ERROR TO TRUE
           ELSE
               SET PF-PRECANCELADO TO TRUE
               REWRITE PF-RECORD
               SET PRECANC-OK TO TRUE
               MOVE "CAJ0829" TO WS-MSG-ID
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

      *    Pregunta: el cursor queda en la misma linea para el ACCEPT.
       MOSTRAR-PREGUNTA.
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
               WITH NO ADVANCING.
