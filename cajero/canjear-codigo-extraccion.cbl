       IDENTIFICATION DIVISION.
       PROGRAM-ID. canjear-codigo-extraccion.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: cobro en el cajero de un
      *              codigo de extraccion sin tarjeta
      *              (codigos-extraccion.dat, emitido por
      *              emitir-codigo-extraccion), sin iniciar sesion
      *              como el titular. Pide el codigo y la clave; a la
      *              tercera clave errada el codigo se anula y la
      *              retencion se libera. Con codigo y clave validos
      *              y el codigo vigente, dispensa el importe desde
      *              casetes.dat, postea la "E" en el CBF del titular
      *              (crear-transaccion), libera la retencion y deja
      *              el codigo canjeado. Cada canje, anulacion o
      *              intento fallido queda en el journal del cajero
      *              y en el journal de eventos de seguridad.
      *  2026-10-15  Los textos de pantalla salen del catalogo de
      *              mensajes (mensaje-catalogo) en el idioma de la
      *              sesion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODIGOS-FILE ASSIGN TO "codigos-extraccion.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-CODIGO
               FILE STATUS IS CODIGOS-STATUS.

           SELECT RETENCIONES-FILE ASSIGN TO "retenciones-fondos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-KEY
               FILE STATUS IS RETENCIONES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CODIGOS-FILE.
       COPY "codigo-extraccion.cpy".

       FD  RETENCIONES-FILE.
       COPY "retencion-fondos.cpy".

       WORKING-STORAGE SECTION.
       COPY "transaccion.cpy".
       01  CODIGOS-STATUS             PIC XX.
       01  RETENCIONES-STATUS         PIC XX.

       01  WS-CODIGO-INPUT            PIC 9(8).
       01  WS-CLAVE-INPUT             PIC X(4).
       01  WS-TEXTO-HASH              PIC X(16).
       01  WS-HASH                    PIC 9(10).
       01  WS-AHORA                   PIC 9(14).
       01  WS-OPCION                  PIC 9(1).
       01  WS-SEGUIR                  PIC X VALUE 'S'.
       01  WS-IMPORTE-DISPLAY         PIC Z(8)9.

       01  WS-CANT-1000               PIC 9(5).
       01  WS-CANT-500                PIC 9(5).
       01  WS-CANT-200                PIC 9(5).
       01  WS-CANT-100                PIC 9(5).
       01  WS-BILL-1000               PIC 9(5).
       01  WS-BILL-500                PIC 9(5).
       01  WS-BILL-200                PIC 9(5).
       01  WS-BILL-100                PIC 9(5).
       01  WS-MONTO-RESTANTE          PIC S9(9).
       01  WS-DESGLOSE-POSIBLE        PIC X VALUE 'N'.
           88  DESGLOSE-OK                VALUE 'S'.

       01  WS-CBF-JRN                 PIC X(6).
       01  WS-JRN-EVENTO              PIC X(20).
       01  WS-JRN-DETALLE             PIC X(60).
       01  WS-SEG-DETALLE             PIC X(40).

      *    Textos de pantalla del catalogo de mensajes
      *    (mensaje-catalogo) en el idioma de la sesion del cajero.
       01  WS-MSG-ACCION              PIC X(1).
       01  WS-MSG-ID                  PIC X(7).
       01  WS-MSG-IDIOMA              PIC X(2) VALUE SPACES.
       01  WS-MSG-TEXTO               PIC X(70).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "****************************************"
           MOVE "CAJ0580" TO WS-MSG-ID
           PERFORM 9200-MOSTRAR-MENSAJE
           DISPLAY "****************************************"
           MOVE "CAJ0581" TO WS-MSG-ID
           PERFORM 9300-MOSTRAR-PREGUNTA
           ACCEPT WS-CODIGO-INPUT
           MOVE "CAJ0582" TO WS-MSG-ID
           PERFORM 9300-MOSTRAR-PREGUNTA
           ACCEPT WS-CLAVE-INPUT

           OPEN I-O CODIGOS-FILE
           IF CODIGOS-STATUS NOT = "00"
               MOVE "CAJ0583" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               GOBACK
           END-IF
           OPEN I-O RETENCIONES-FILE

           MOVE WS-CODIGO-INPUT TO CX-CODIGO
           READ CODIGOS-FILE
               KEY IS CX-CODIGO
               INVALID KEY
                   MOVE "000000" TO WS-CBF-JRN
                   MOVE "CODIGO EXT INVALIDO" TO WS-JRN-EVENTO
                   MOVE SPACES TO WS-JRN-DETALLE
                   STRING "COD " DELIMITED BY SIZE
                          WS-CODIGO-INPUT DELIMITED BY SIZE
                       INTO WS-JRN-DETALLE
                   PERFORM 8000-ANOTAR-EVENTO
                   MOVE "CAJ0583" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
               NOT INVALID KEY
                   PERFORM 1000-VALIDAR-CODIGO
           END-READ

           CLOSE CODIGOS-FILE
           CLOSE RETENCIONES-FILE
           MOVE "CAJ0054" TO WS-MSG-ID
           PERFORM 9200-MOSTRAR-MENSAJE
           ACCEPT OMITTED
           GOBACK.

       1000-VALIDAR-CODIGO.
           MOVE CX-CBF TO WS-CBF-JRN
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AHORA
           EVALUATE TRUE
               WHEN NOT CX-PENDIENTE
                   MOVE "CAJ0584" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
               WHEN WS-AHORA > CX-VENCIMIENTO
                   MOVE "CAJ0585" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
               WHEN OTHER
                   PERFORM 1100-VERIFICAR-CLAVE
           END-EVALUATE.

       1100-VERIFICAR-CLAVE.
           MOVE SPACES TO WS-TEXTO-HASH
           STRING WS-CLAVE-INPUT DELIMITED BY SIZE
                  CX-CODIGO DELIMITED BY SIZE
               INTO WS-TEXTO-HASH
           CALL "calcular-hash" USING WS-TEXTO-HASH, WS-HASH
           IF WS-HASH NOT = CX-HASH-CLAVE
               ADD 1 TO CX-INTENTOS
               MOVE SPACES TO WS-JRN-DETALLE
               STRING "COD " DELIMITED BY SIZE
                      CX-CODIGO DELIMITED BY SIZE
                      " INTENTO " DELIMITED BY SIZE
                      CX-INTENTOS DELIMITED BY SIZE
                   INTO WS-JRN-DETALLE
               IF CX-INTENTOS >= 3
                   SET CX-ANULADO TO TRUE
                   MOVE WS-AHORA TO CX-FECHA-CIERRE
                   PERFORM 3000-LIBERAR-RETENCION
                   MOVE "CODIGO EXT ANULADO" TO WS-JRN-EVENTO
                   MOVE "CAJ0586" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
                   MOVE "CAJ0587" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
               ELSE
                   MOVE "CODIGO EXT CLAVE ERR" TO WS-JRN-EVENTO
                   MOVE "CAJ0588" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
               END-IF
               REWRITE CX-RECORD
               PERFORM 8000-ANOTAR-EVENTO
           ELSE
               PERFORM 2000-CONFIRMAR-Y-DISPENSAR
           END-IF.

       2000-CONFIRMAR-Y-DISPENSAR.
           CALL 'leer-casetes' USING WS-CANT-1000, WS-CANT-500,
                WS-CANT-200, WS-CANT-100
           PERFORM 2100-DESGLOSAR-BILLETES
           MOVE 'S' TO WS-SEGUIR
           IF NOT DESGLOSE-OK
               DISPLAY "-----------------------------------"
               MOVE "CAJ0589" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               MOVE "CAJ0590" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               DISPLAY "-----------------------------------"
               MOVE 'N' TO WS-SEGUIR
           ELSE
               PERFORM 2200-CONFIRMAR
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM 2300-POSTEAR
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM 2400-DISPENSAR
           END-IF.

       2200-CONFIRMAR.
           MOVE CX-IMPORTE TO WS-IMPORTE-DISPLAY
           MOVE 0 TO WS-OPCION
           PERFORM UNTIL WS-OPCION = 1 OR WS-OPCION = 2
               DISPLAY "----------------------------------------"
               MOVE "CAJ0492" TO WS-MSG-ID
               PERFORM 9100-OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                       WS-IMPORTE-DISPLAY
               MOVE "CAJ0238" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               MOVE "CAJ0499" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               DISPLAY "----------------------------------------"
               ACCEPT WS-OPCION
           END-PERFORM
           IF WS-OPCION = 2
               MOVE 'N' TO WS-SEGUIR
           END-IF.

       2300-POSTEAR.
           MOVE CX-CBF TO P-CBF
           MOVE "E" TO P-DESCRIPCION
           MOVE CX-IMPORTE TO P-IMPORTE
           MOVE CX-MONEDA TO P-MONEDA
           MOVE 0 TO P-REF-KEY
           MOVE "N" TO P-OVERRIDE
           MOVE SPACES TO P-MEMO
           STRING "EXTRACCION SIN TARJETA COD " DELIMITED BY SIZE
                  CX-CODIGO DELIMITED BY SIZE
               INTO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO
           IF RESULTADO NOT = 0
               MOVE "CAJ0591" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               MOVE "CAJ0592" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           END-IF.

       2400-DISPENSAR.
           SUBTRACT WS-BILL-1000 FROM WS-CANT-1000
           SUBTRACT WS-BILL-500 FROM WS-CANT-500
           SUBTRACT WS-BILL-200 FROM WS-CANT-200
           SUBTRACT WS-BILL-100 FROM WS-CANT-100
           CALL 'grabar-casetes' USING WS-CANT-1000, WS-CANT-500,
                WS-CANT-200, WS-CANT-100

           PERFORM 3000-LIBERAR-RETENCION
           SET CX-CANJEADO TO TRUE
           MOVE WS-AHORA TO CX-FECHA-CIERRE
           REWRITE CX-RECORD

           MOVE "CODIGO EXT CANJEADO" TO WS-JRN-EVENTO
           MOVE SPACES TO WS-JRN-DETALLE
           STRING "COD " DELIMITED BY SIZE
                  CX-CODIGO DELIMITED BY SIZE
                  " $" DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-JRN-DETALLE
           PERFORM 8000-ANOTAR-EVENTO

           MOVE "CAJ0237" TO WS-MSG-ID
           PERFORM 9200-MOSTRAR-MENSAJE
           IF WS-BILL-1000 > 0
               MOVE "CAJ0488" TO WS-MSG-ID
               PERFORM 9100-OBTENER-MENSAJE
               DISPLAY "  " WS-BILL-1000
                       FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
           END-IF
           IF WS-BILL-500 > 0
               MOVE "CAJ0489" TO WS-MSG-ID
               PERFORM 9100-OBTENER-MENSAJE
               DISPLAY "  " WS-BILL-500
                       FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
           END-IF
           IF WS-BILL-200 > 0
               MOVE "CAJ0490" TO WS-MSG-ID
               PERFORM 9100-OBTENER-MENSAJE
               DISPLAY "  " WS-BILL-200
                       FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
           END-IF
           IF WS-BILL-100 > 0
               MOVE "CAJ0491" TO WS-MSG-ID
               PERFORM 9100-OBTENER-MENSAJE
               DISPLAY "  " WS-BILL-100
                       FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
           END-IF
           DISPLAY "***************************************"
           MOVE "CAJ0593" TO WS-MSG-ID
           PERFORM 9100-OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                   WS-IMPORTE-DISPLAY
           DISPLAY "***************************************".

      *    Mismo desglose que la extraccion con tarjeta: de mayor a
      *    menor denominacion contra la mezcla disponible.
       2100-DESGLOSAR-BILLETES.
           MOVE CX-IMPORTE TO WS-MONTO-RESTANTE
           MOVE 'N' TO WS-DESGLOSE-POSIBLE

           COMPUTE WS-BILL-1000 = WS-MONTO-RESTANTE / 1000
           IF WS-BILL-1000 > WS-CANT-1000
               MOVE WS-CANT-1000 TO WS-BILL-1000
           END-IF
           COMPUTE WS-MONTO-RESTANTE =
               WS-MONTO-RESTANTE - (WS-BILL-1000 * 1000)

           COMPUTE WS-BILL-500 = WS-MONTO-RESTANTE / 500
           IF WS-BILL-500 > WS-CANT-500
               MOVE WS-CANT-500 TO WS-BILL-500
           END-IF
           COMPUTE WS-MONTO-RESTANTE =
               WS-MONTO-RESTANTE - (WS-BILL-500 * 500)

           COMPUTE WS-BILL-200 = WS-MONTO-RESTANTE / 200
           IF WS-BILL-200 > WS-CANT-200
               MOVE WS-CANT-200 TO WS-BILL-200
           END-IF
           COMPUTE WS-MONTO-RESTANTE =
               WS-MONTO-RESTANTE - (WS-BILL-200 * 200)

           COMPUTE WS-BILL-100 = WS-MONTO-RESTANTE / 100
           IF WS-BILL-100 > WS-CANT-100
               MOVE WS-CANT-100 TO WS-BILL-100
           END-IF
           COMPUTE WS-MONTO-RESTANTE =
               WS-MONTO-RESTANTE - (WS-BILL-100 * 100)

           IF WS-MONTO-RESTANTE = 0
               SET DESGLOSE-OK TO TRUE
           END-IF.

       3000-LIBERAR-RETENCION.
           MOVE CX-CBF TO RF-CBF
           MOVE CX-RF-TIMESTAMP TO RF-TIMESTAMP
           READ RETENCIONES-FILE
               KEY IS RF-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RF-ACTIVA
                       SET RF-LIBERADA TO TRUE
                       REWRITE RF-RECORD
                   END-IF
           END-READ.

      *    Todo evento del codigo va a los dos journals: el del
      *    cajero (registrar-journal) y el de seguridad
      *    (registrar-evento-seg), bajo el CBF del titular.
       8000-ANOTAR-EVENTO.
           CALL 'registrar-journal' USING WS-CBF-JRN,
                WS-JRN-EVENTO, WS-JRN-DETALLE
           MOVE WS-JRN-DETALLE(1:40) TO WS-SEG-DETALLE
           CALL 'registrar-evento-seg' USING WS-CBF-JRN,
                WS-JRN-EVENTO, WS-SEG-DETALLE.

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
