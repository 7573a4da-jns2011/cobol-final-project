       IDENTIFICATION DIVISION.
       PROGRAM-ID. extraer-red.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: extraccion en nuestro cajero
      *              con una tarjeta de otro banco de la red
      *              compartida. El cajero la llama cuando el numero
      *              de tarjeta no es propio (no esta en
      *              tarjetas.dat). Solo se ofrece extraccion de
      *              efectivo: el PIN viaja a la red, que lo valida
      *              con el banco emisor, y el importe se acota al
      *              tope por extraccion del banco y a los billetes
      *              disponibles en casetes.dat. Lo dispensado se
      *              descuenta de los casetes (grabar-casetes) y
      *              queda como item "A" en extracciones-red.dat
      *              para cobrarlo a la red (LIQUIDAR-RED-CAJEROS);
      *              cada paso queda en el journal del cajero.
      *  2026-10-15  Los textos de pantalla salen del catalogo de
      *              mensajes (mensaje-catalogo) en el idioma de la
      *              sesion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACCIONES-RED-FILE
               ASSIGN TO "extracciones-red.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-KEY
               FILE STATUS IS RED-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACCIONES-RED-FILE.
       COPY "extraccion-red.cpy".

       FD  PARAMETROS-FILE.
       COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       01  RED-STATUS                 PIC XX.
       01  PARAMETROS-STATUS          PIC XX.

      *    Identificacion de este cajero ante la red.
       01  WS-ID-CAJERO               PIC X(8) VALUE "CAJERO01".
       01  WS-INTERCAMBIO             PIC 9(5) VALUE 150.

       01  WS-TOPE-EXT                PIC 9(6).
       01  WS-TOPE-EXT-DIARIO         PIC 9(7).
       01  WS-CBF-SUPERVISOR          PIC 9(6).
       01  WS-CANT-1000               PIC 9(5).
       01  WS-CANT-500                PIC 9(5).
       01  WS-CANT-200                PIC 9(5).
       01  WS-CANT-100                PIC 9(5).
       01  WS-EMAIL-OPS               PIC X(50).
       01  WS-BILL-1000               PIC 9(5).
       01  WS-BILL-500                PIC 9(5).
       01  WS-BILL-200                PIC 9(5).
       01  WS-BILL-100                PIC 9(5).
       01  WS-MONTO-RESTANTE          PIC S9(9).
       01  WS-DESGLOSE-POSIBLE        PIC X VALUE 'N'.
           88  DESGLOSE-OK                VALUE 'S'.

       01  WS-PIN-INPUT               PIC X(4).
       01  WS-MONTO-EXT               PIC S9(9).
       01  WS-MONTO-DISPLAY           PIC Z(8)9.
       01  WS-OPCION                  PIC 9(1).
       01  WS-CANCELADA               PIC X VALUE 'N'.
       01  WS-TIMESTAMP               PIC X(21).

       01  WS-IMP-TITULO              PIC X(40).
       01  WS-IMP-PERMITE             PIC X(1).
       01  WS-IMPORTE-VALIDADO        PIC S9(9)V99.
       01  WS-IMP-RESULTADO           PIC 9.

       01  WS-JRN-CBF                 PIC X(6) VALUE "000000".
       01  WS-JRN-EVENTO              PIC X(20).
       01  WS-JRN-DETALLE             PIC X(60).

      *    Textos de pantalla del catalogo de mensajes
      *    (mensaje-catalogo) en el idioma de la sesion del cajero.
       01  WS-MSG-ACCION              PIC X(1).
       01  WS-MSG-ID                  PIC X(7).
       01  WS-MSG-IDIOMA              PIC X(2) VALUE SPACES.
       01  WS-MSG-TEXTO               PIC X(70).

       LINKAGE SECTION.
       01  LK-NUMERO                  PIC 9(16).

       PROCEDURE DIVISION USING LK-NUMERO.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PEDIR-PIN
           IF WS-CANCELADA NOT = 'S'
               PERFORM 3000-PEDIR-IMPORTE
           END-IF
           IF WS-CANCELADA NOT = 'S'
               PERFORM 4000-CONFIRMAR
           END-IF
           IF WS-CANCELADA = 'S'
               MOVE "RED CANCELA EXTR" TO WS-JRN-EVENTO
               PERFORM 8000-ANOTAR-JOURNAL
           END-IF
           GOBACK.

       1000-INICIALIZAR.
           MOVE 'N' TO WS-CANCELADA
           MOVE 0 TO WS-MONTO-EXT
           CALL 'leer-parametros' USING WS-TOPE-EXT,
                WS-TOPE-EXT-DIARIO, WS-CBF-SUPERVISOR, WS-CANT-1000,
                WS-CANT-500, WS-CANT-200, WS-CANT-100, WS-EMAIL-OPS
           CALL 'leer-casetes' USING WS-CANT-1000, WS-CANT-500,
                WS-CANT-200, WS-CANT-100
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-INTERCAMBIO-RED IS NUMERIC
                          AND PARM-INTERCAMBIO-RED > 0
                           MOVE PARM-INTERCAMBIO-RED
                               TO WS-INTERCAMBIO
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF
           MOVE "RED INICIO" TO WS-JRN-EVENTO
           MOVE LK-NUMERO(13:4) TO WS-JRN-DETALLE
           PERFORM 8000-ANOTAR-JOURNAL.

      *    El PIN de una tarjeta ajena no se valida aca: viaja a la
      *    red, que lo verifica con el banco emisor junto con la
      *    autorizacion del importe.
       2000-PEDIR-PIN.
           DISPLAY "*************************************"
           MOVE "CAJ0762" TO WS-MSG-ID
           PERFORM 9200-MOSTRAR-MENSAJE
           MOVE "CAJ0763" TO WS-MSG-ID
           PERFORM 9200-MOSTRAR-MENSAJE
           DISPLAY "*************************************"
           DISPLAY "================================="
           MOVE "CAJ0019" TO WS-MSG-ID
           PERFORM 9200-MOSTRAR-MENSAJE
           DISPLAY "================================="
           ACCEPT WS-PIN-INPUT
           IF WS-PIN-INPUT = SPACES
               MOVE 'S' TO WS-CANCELADA
           END-IF.

       3000-PEDIR-IMPORTE.
           PERFORM UNTIL WS-CANCELADA = 'S'
                  OR (WS-MONTO-EXT > 0
                  AND WS-MONTO-EXT <= WS-TOPE-EXT
                  AND DESGLOSE-OK)
               MOVE "CAJ0276" TO WS-MSG-ID
               PERFORM 9100-OBTENER-MENSAJE
               MOVE WS-MSG-TEXTO TO WS-IMP-TITULO
               MOVE "N" TO WS-IMP-PERMITE
               CALL 'validar-importe' USING WS-IMP-TITULO,
                    WS-IMP-PERMITE, WS-IMPORTE-VALIDADO,
                    WS-IMP-RESULTADO
               IF WS-IMP-RESULTADO = 1
                   MOVE 'S' TO WS-CANCELADA
               ELSE
                   MOVE WS-IMPORTE-VALIDADO TO WS-MONTO-EXT
                   IF WS-MONTO-EXT > WS-TOPE-EXT
                       DISPLAY "--------------------------------------"
                       MOVE "CAJ0231" TO WS-MSG-ID
                       PERFORM 9100-OBTENER-MENSAJE
                       DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                               WS-TOPE-EXT ")."
                       DISPLAY "--------------------------------------"
                       MOVE 0 TO WS-MONTO-EXT
                   ELSE
                       PERFORM 3100-DESGLOSAR-BILLETES
                       IF NOT DESGLOSE-OK
                           DISPLAY "-------------------------------"
                           MOVE "CAJ0235" TO WS-MSG-ID
                           PERFORM 9200-MOSTRAR-MENSAJE
                           DISPLAY "-------------------------------"
                           MOVE 0 TO WS-MONTO-EXT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    Mismo desglose que la extraccion de clientes propios: de
      *    mayor a menor denominacion contra la mezcla disponible.
       3100-DESGLOSAR-BILLETES.
           MOVE WS-MONTO-EXT TO WS-MONTO-RESTANTE
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

       4000-CONFIRMAR.
           MOVE 0 TO WS-OPCION
           MOVE WS-MONTO-EXT TO WS-MONTO-DISPLAY
           PERFORM UNTIL WS-OPCION = 1 OR WS-OPCION = 2
               DISPLAY "----------------------------------------"
               MOVE "CAJ0492" TO WS-MSG-ID
               PERFORM 9100-OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                       WS-MONTO-DISPLAY
               MOVE "CAJ0238" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               MOVE "CAJ0499" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               DISPLAY "----------------------------------------"
               ACCEPT WS-OPCION
           END-PERFORM
           IF WS-OPCION = 2
               MOVE 'S' TO WS-CANCELADA
           ELSE
               PERFORM 4100-DISPENSAR
           END-IF.

      *    Primero se descuentan los casetes y despues se deja el
      *    item para la red: si la sesion se corta en el medio, la
      *    conciliacion de casetes muestra la diferencia en el
      *    journal.
       4100-DISPENSAR.
           CALL 'leer-casetes' USING WS-CANT-1000, WS-CANT-500,
                WS-CANT-200, WS-CANT-100
           PERFORM 3100-DESGLOSAR-BILLETES
           IF NOT DESGLOSE-OK
               DISPLAY "-----------------------------------"
               MOVE "CAJ0235" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               DISPLAY "-----------------------------------"
               MOVE 'S' TO WS-CANCELADA
           ELSE
               SUBTRACT WS-BILL-1000 FROM WS-CANT-1000
               SUBTRACT WS-BILL-500 FROM WS-CANT-500
               SUBTRACT WS-BILL-200 FROM WS-CANT-200
               SUBTRACT WS-BILL-100 FROM WS-CANT-100
               CALL 'grabar-casetes' USING WS-CANT-1000,
                    WS-CANT-500, WS-CANT-200, WS-CANT-100
               PERFORM 4200-REGISTRAR-ITEM
               MOVE "RED EXTRACCION" TO WS-JRN-EVENTO
               MOVE SPACES TO WS-JRN-DETALLE
               STRING LK-NUMERO(13:4) DELIMITED BY SIZE
                      " $" DELIMITED BY SIZE
                      WS-MONTO-DISPLAY DELIMITED BY SIZE
                      " TRACE " DELIMITED BY SIZE
                      RX-TRACE DELIMITED BY SIZE
                   INTO WS-JRN-DETALLE
               PERFORM 8000-ANOTAR-JOURNAL
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
                       WS-MONTO-DISPLAY
               DISPLAY "***************************************"
               MOVE "CAJ0764" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               ACCEPT OMITTED
           END-IF.

       4200-REGISTRAR-ITEM.
           OPEN I-O EXTRACCIONES-RED-FILE
           IF RED-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT EXTRACCIONES-RED-FILE
               CLOSE EXTRACCIONES-RED-FILE
               OPEN I-O EXTRACCIONES-RED-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           SET RX-ADQUIRENTE TO TRUE
           MOVE WS-TIMESTAMP(1:8) TO RX-FECHA
           MOVE SPACES TO RX-TRACE
           STRING WS-TIMESTAMP(9:8) DELIMITED BY SIZE
                  LK-NUMERO(13:4) DELIMITED BY SIZE
               INTO RX-TRACE
           MOVE LK-NUMERO TO RX-NUMERO
           MOVE WS-ID-CAJERO TO RX-CAJERO
           MOVE WS-MONTO-EXT TO RX-IMPORTE
           MOVE WS-INTERCAMBIO TO RX-INTERCAMBIO
           MOVE 0 TO RX-CBF
           SET RX-PENDIENTE TO TRUE
           MOVE "N" TO RX-ENVIADA
           MOVE 0 TO RX-FECHA-LIQ
           WRITE RX-RECORD
               INVALID KEY
                   MOVE "RED ERROR REGISTRO" TO WS-JRN-EVENTO
                   MOVE RX-TRACE TO WS-JRN-DETALLE
                   PERFORM 8000-ANOTAR-JOURNAL
           END-WRITE
           CLOSE EXTRACCIONES-RED-FILE.

       8000-ANOTAR-JOURNAL.
           CALL 'registrar-journal' USING WS-JRN-CBF,
                WS-JRN-EVENTO, WS-JRN-DETALLE
           MOVE SPACES TO WS-JRN-DETALLE.

       9100-OBTENER-MENSAJE.
           MOVE "O" TO WS-MSG-ACCION
           MOVE SPACES TO WS-MSG-TEXTO
           CALL 'mensaje-catalogo' USING WS-MSG-ACCION, WS-MSG-ID,
                WS-MSG-IDIOMA, WS-MSG-TEXTO.

       9200-MOSTRAR-MENSAJE.
           PERFORM 9100-OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING).
