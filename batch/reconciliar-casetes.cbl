      *      automatico (las de VENTANILLA salen de la caja del
      *      cajero humano y se excluyen por su memo)
      *    = cierre esperado, comparado contra casetes.dat.
      *  El buzon de depositos en sobre se informa aparte por lo
      *  contado al verificarlos, no por lo declarado.
      *  El stock se muestra por denominacion; la comparacion contra
      *  lo posteado es por valor (los movimientos no llevan
      *  desglose de billetes). Ante una diferencia se listan las
      *  entradas de extraccion del journal del dia, que es donde se
      *  ve la sesion cortada. Al final el stock actual queda como
      *  apertura de maniana en casetes-apertura.dat.
      *
      *  MODIFICACIONES
      *  2026-10-15  Extracciones por la red compartida de cajeros: los
      *              debitos de clientes propios en cajeros ajenos (memo
      *              RED CAJEROS) no salen de nuestros casetes y se
      *              excluyen; las tarjetas de otros bancos dispensadas
      *              hoy (extracciones-red.dat, tipo A) se suman a lo
      *              extraido.
      *  2026-10-15  Depositos en sobre: el efectivo del buzon se
      *              informa por lo contado en las verificaciones del
      *              dia (sobres-deposito.dat) contra lo declarado, y
      *              los sobres del dia sin abrir van aparte sin sumar
      *              efectivo.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPOSICIONES-STATUS.

           SELECT EXTRACCIONES-RED-FILE
               ASSIGN TO "extracciones-red.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-KEY
               FILE STATUS IS RX-STATUS.

           SELECT SOBRES-FILE ASSIGN TO "sobres-deposito.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               FILE STATUS IS SOBRES-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "journal-cajero.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
       FD  REPOSICIONES-FILE.
       COPY "reposicion-casetes.cpy".

       FD  EXTRACCIONES-RED-FILE.
       COPY "extraccion-red.cpy".

       FD  SOBRES-FILE.
       COPY "sobre-deposito.cpy".

       FD  JOURNAL-FILE.
       01  JRN-LINEA.
           05  JRN-TIMESTAMP          PIC 9(14).
       01  APERTURA-STATUS            PIC XX.
       01  REPOSICIONES-STATUS        PIC XX.
       01  JOURNAL-STATUS             PIC XX.
       01  RX-STATUS                  PIC XX.
       01  SOBRES-STATUS              PIC XX.

       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-HAY-APERTURA            PIC X VALUE 'N'.
       01  WS-VALOR-ESPERADO          PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-EXTRAIDO          PIC S9(12)V99 VALUE 0.
       01  WS-CANT-EXTRACCIONES       PIC 9(6) VALUE 0.
       01  WS-TOTAL-EXTRAIDO-RED      PIC S9(12)V99 VALUE 0.
       01  WS-CANT-EXTRACCIONES-RED   PIC 9(6) VALUE 0.
       01  WS-DIFERENCIA              PIC S9(12)V99 VALUE 0.
      *    Buzon de sobres: el efectivo que entra es lo contado al
      *    verificar, no lo que tecleo el cliente.
       01  WS-CANT-SOBRES-VERIF       PIC 9(6) VALUE 0.
       01  WS-TOTAL-SOBRES-VERIF      PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-SOBRES-DECL       PIC S9(12)V99 VALUE 0.
       01  WS-DIF-SOBRES              PIC S9(12)V99 VALUE 0.
       01  WS-CANT-SOBRES-PEND        PIC 9(6) VALUE 0.
       01  WS-TOTAL-SOBRES-PEND       PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-DISPLAY           PIC -Z(11).99.

       01  WS-ES-RECHAZO              PIC 9(3).
           PERFORM 4000-LEER-CIERRE
           PERFORM 5000-SUMAR-EXTRACCIONES
           PERFORM 6000-CONCILIAR
           PERFORM 6500-SOBRES-DEPOSITO
           PERFORM 8000-GRABAR-APERTURA-MANIANA
           PERFORM 9000-FINALIZAR
           STOP RUN.

      *    Extracciones del dia dispensadas por el cajero automatico:
      *    codigo "E" de hoy cuyo memo no empieza con VENTANILLA (las
      *    de mostrador salen de la caja del cajero humano) ni con
      *    RED CAJEROS (clientes propios en cajeros de otros bancos,
      *    que no salen de nuestros casetes). Se suman las tarjetas
      *    de otros bancos dispensadas hoy por nuestro cajero, que no
      *    generan movimiento propio y quedan en extracciones-red.dat.
       5000-SUMAR-EXTRACCIONES.
           OPEN INPUT TRANS-FILE
           IF TRANS-STATUS NOT = "00"
                       IF R-DESCRIPCION = "E"
                          AND R-TIMESTAMP(1:8) = WS-FECHA-HOY
                          AND R-MEMO(1:10) NOT = "VENTANILLA"
                          AND R-MEMO(1:11) NOT = "RED CAJEROS"
                           ADD 1 TO WS-CANT-EXTRACCIONES
                           ADD R-IMPORTE TO WS-TOTAL-EXTRAIDO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE
           PERFORM 5100-SUMAR-EXTRACCIONES-RED.

       5100-SUMAR-EXTRACCIONES-RED.
           OPEN INPUT EXTRACCIONES-RED-FILE
           IF RX-STATUS NOT = "00"
               MOVE "10" TO RX-STATUS
           ELSE
               MOVE "A" TO RX-TIPO
               MOVE WS-FECHA-HOY TO RX-FECHA
               MOVE LOW-VALUES TO RX-TRACE
               START EXTRACCIONES-RED-FILE KEY IS >= RX-KEY
                   INVALID KEY
                       MOVE "10" TO RX-STATUS
               END-START
           END-IF
           PERFORM UNTIL RX-STATUS = "10"
               READ EXTRACCIONES-RED-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO RX-STATUS
                   NOT AT END
                       IF NOT RX-ADQUIRENTE
                          OR RX-FECHA NOT = WS-FECHA-HOY
                           MOVE "10" TO RX-STATUS
                       ELSE
                           ADD 1 TO WS-CANT-EXTRACCIONES-RED
                           ADD RX-IMPORTE TO WS-TOTAL-EXTRAIDO-RED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXTRACCIONES-RED-FILE
           ADD WS-CANT-EXTRACCIONES-RED TO WS-CANT-EXTRACCIONES
           ADD WS-TOTAL-EXTRAIDO-RED TO WS-TOTAL-EXTRAIDO.

       6000-CONCILIAR.
           PERFORM 6100-DETALLE-DENOMINACIONES
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA

           MOVE WS-TOTAL-EXTRAIDO-RED TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "  de ellas tarjetas red:    " DELIMITED BY SIZE
                  WS-CANT-EXTRACCIONES-RED DELIMITED BY SIZE
                  " por $ " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA

           MOVE WS-VALOR-ESPERADO TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "Cierre esperado $ " DELIMITED BY SIZE
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

      *    Buzon de depositos en sobre: el efectivo que entro por el
      *    cajero automatico se concilia por lo contado en la
      *    verificacion de hoy (VERIFICAR-SOBRES), contra lo que
      *    habian declarado esos mismos sobres. Los sobres del dia
      *    todavia sin abrir se informan aparte y no suman efectivo.
       6500-SOBRES-DEPOSITO.
           OPEN INPUT SOBRES-FILE
           IF SOBRES-STATUS NOT = "00"
               MOVE "10" TO SOBRES-STATUS
           ELSE
               MOVE LOW-VALUES TO SB-KEY
               START SOBRES-FILE KEY IS >= SB-KEY
                   INVALID KEY
                       MOVE "10" TO SOBRES-STATUS
               END-START
           END-IF
           PERFORM UNTIL SOBRES-STATUS = "10"
               READ SOBRES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO SOBRES-STATUS
                   NOT AT END
                       IF SB-VERIFICADO
                          AND SB-FECHA-VERIFICACION(1:8)
                              = WS-FECHA-HOY
                           ADD 1 TO WS-CANT-SOBRES-VERIF
                           ADD SB-IMPORTE-VERIFICADO
                               TO WS-TOTAL-SOBRES-VERIF
                           ADD SB-IMPORTE-DECLARADO
                               TO WS-TOTAL-SOBRES-DECL
                       END-IF
                       IF SB-PENDIENTE
                          AND SB-TIMESTAMP(1:8) = WS-FECHA-HOY
                           ADD 1 TO WS-CANT-SOBRES-PEND
                           ADD SB-IMPORTE-DECLARADO
                               TO WS-TOTAL-SOBRES-PEND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOBRES-FILE
           COMPUTE WS-DIF-SOBRES =
               WS-TOTAL-SOBRES-VERIF - WS-TOTAL-SOBRES-DECL

           MOVE WS-TOTAL-SOBRES-VERIF TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "Sobres verificados hoy:     " DELIMITED BY SIZE
                  WS-CANT-SOBRES-VERIF DELIMITED BY SIZE
                  " contado $ " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA

           MOVE WS-DIF-SOBRES TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "  ajustes contra declarado  $ " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA

           MOVE WS-TOTAL-SOBRES-PEND TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "Sobres del dia sin abrir:   " DELIMITED BY SIZE
                  WS-CANT-SOBRES-PEND DELIMITED BY SIZE
                  " declarado $ " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

      *    Ante una diferencia, las entradas de extraccion del
      *    journal del dia son donde se ve la sesion que quedo a
      *    mitad de camino (monto pedido sin confirmacion, o
           DISPLAY "------------------------------------------".
           DISPLAY "Extracciones ATM:  " WS-CANT-EXTRACCIONES.
           DISPLAY "Diferencia:        $ " WS-TOTAL-DISPLAY.
           MOVE WS-TOTAL-SOBRES-VERIF TO WS-TOTAL-DISPLAY
           DISPLAY "Sobres verificados: " WS-CANT-SOBRES-VERIF.
           DISPLAY "Efectivo en sobres: $ " WS-TOTAL-DISPLAY.
           DISPLAY "==========================================".
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.
