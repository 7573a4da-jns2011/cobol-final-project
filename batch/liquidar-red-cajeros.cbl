       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDAR-RED-CAJEROS.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Liquidacion con la red compartida de cajeros. Recorre
      *  extracciones-red.dat y:
      *    - envia a la red, en red-cobro-cajeros.dat (cabecera "H",
      *      un renglon por extraccion y trailer "T" con cantidad e
      *      importe), las extracciones de tarjetas ajenas
      *      dispensadas por nuestros cajeros ("A") que todavia no se
      *      habian enviado, para cobrarlas;
      *    - netea todo lo pendiente: lo que le debemos a la red por
      *      las extracciones de clientes propios en cajeros ajenos
      *      ("E", importe mas intercambio) contra lo que la red nos
      *      debe por las dispensadas ("A", importe mas intercambio);
      *    - postea el neto en la cuenta de liquidacion con la red
      *      (PARM-CBF-LIQ-RED) via crear-transaccion: "D" si el neto
      *      es a favor del banco, "T" si es a favor de la red, de
      *      modo que llega al diario contable con el resto de los
      *      movimientos del dia;
      *    - deja cada item liquidado con la fecha.
      *  El reporte "liquidacion-red" muestra las dos puntas con los
      *  cargos de intercambio por separado y el neto posteado.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACCIONES-RED-FILE
               ASSIGN TO "extracciones-red.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-KEY
               FILE STATUS IS RX-STATUS.

           SELECT COBRO-FILE ASSIGN TO "red-cobro-cajeros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COBRO-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACCIONES-RED-FILE.
       COPY "extraccion-red.cpy".

       FD  COBRO-FILE.
       01  COBRO-REGISTRO.
           05  COB-NUMERO             PIC 9(16).
           05  COB-CAJERO             PIC X(8).
           05  COB-TRACE              PIC X(12).
           05  COB-IMPORTE            PIC 9(9)V99.
           05  COB-FECHA              PIC 9(8).
           05  COB-INTERCAMBIO        PIC 9(5)V99.
       01  COBRO-CABECERA REDEFINES COBRO-REGISTRO.
           05  COB-H-TIPO             PIC X(1).
           05  COB-H-ORIGINADOR       PIC X(8).
           05  COB-H-FECHA            PIC 9(8).
           05  COB-H-SECUENCIA        PIC 9(6).
           05  FILLER                 PIC X(39).
       01  COBRO-TRAILER REDEFINES COBRO-REGISTRO.
           05  COB-T-TIPO             PIC X(1).
           05  COB-T-CANTIDAD         PIC 9(6).
           05  COB-T-TOTAL            PIC 9(12)V99.
           05  FILLER                 PIC X(41).

       FD  PARAMETROS-FILE.
       COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       COPY "transaccion.cpy".
       01  RX-STATUS                  PIC XX.
       01  COBRO-STATUS               PIC XX.
       01  PARAMETROS-STATUS          PIC XX.

       01  WS-CBF-LIQ-RED             PIC 9(6) VALUE 999980.
      *    Identificacion del banco como originador ante la red.
       01  WS-ORIGINADOR              PIC X(8) VALUE "BANCO001".
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-HORA-HOY                PIC 9(8).
       01  WS-FIN-RX                  PIC X VALUE 'N'.

       01  WS-CANT-ENVIADAS           PIC 9(6) VALUE 0.
       01  WS-IMPORTE-ENVIADO         PIC S9(12)V99 VALUE 0.

       01  WS-CANT-EMISOR             PIC 9(6) VALUE 0.
       01  WS-IMPORTE-EMISOR          PIC S9(12)V99 VALUE 0.
       01  WS-INTERC-EMISOR           PIC S9(12)V99 VALUE 0.
       01  WS-CANT-ADQUIRENTE         PIC 9(6) VALUE 0.
       01  WS-IMPORTE-ADQUIRENTE      PIC S9(12)V99 VALUE 0.
       01  WS-INTERC-ADQUIRENTE       PIC S9(12)V99 VALUE 0.
       01  WS-A-PAGAR                 PIC S9(12)V99 VALUE 0.
       01  WS-A-COBRAR                PIC S9(12)V99 VALUE 0.
       01  WS-NETO                    PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-DISPLAY           PIC -Z(11)9.99.
       01  WS-CANT-DISPLAY            PIC Z(5)9.
       01  WS-INTERC-DISPLAY          PIC Z(4)9.99.

       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "liquidacion-red".
       01  WS-REP-TITULO              PIC X(40)
                                 VALUE "LIQUIDACION RED DE CAJEROS".
       01  WS-REP-LINEA               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-RECORRER-EXTRACCIONES
           PERFORM 3000-POSTEAR-NETO
           PERFORM 9000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  LIQUIDACION CON LA RED DE CAJEROS".
           DISPLAY "==========================================".
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOY FROM TIME
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-CBF-LIQ-RED IS NUMERIC
                          AND PARM-CBF-LIQ-RED > 0
                           MOVE PARM-CBF-LIQ-RED TO WS-CBF-LIQ-RED
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF

           OPEN I-O EXTRACCIONES-RED-FILE
           IF RX-STATUS NOT = "00"
               DISPLAY "No hay extracciones de la red para liquidar."
               MOVE 'S' TO WS-FIN-RX
           END-IF

      *    Cabecera del archivo de cobro: la secuencia es la hora de
      *    la corrida, unica en el dia para el originador.
           OPEN OUTPUT COBRO-FILE
           MOVE SPACES TO COBRO-REGISTRO
           MOVE "H" TO COB-H-TIPO
           MOVE WS-ORIGINADOR TO COB-H-ORIGINADOR
           MOVE WS-FECHA-HOY TO COB-H-FECHA
           MOVE WS-HORA-HOY(1:6) TO COB-H-SECUENCIA
           WRITE COBRO-REGISTRO

           MOVE "Tipo, trace, tarjeta, importe e intercambio"
               TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       2000-RECORRER-EXTRACCIONES.
           PERFORM UNTIL WS-FIN-RX = 'S'
               READ EXTRACCIONES-RED-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-RX
                   NOT AT END
                       IF RX-PENDIENTE
                           PERFORM 2100-LIQUIDAR-ITEM
                       END-IF
               END-READ
           END-PERFORM.

       2100-LIQUIDAR-ITEM.
           IF RX-ADQUIRENTE
               IF NOT RX-ENVIADA-SI
                   PERFORM 2200-ENVIAR-COBRO
               END-IF
               ADD 1 TO WS-CANT-ADQUIRENTE
               ADD RX-IMPORTE TO WS-IMPORTE-ADQUIRENTE
               ADD RX-INTERCAMBIO TO WS-INTERC-ADQUIRENTE
           ELSE
               ADD 1 TO WS-CANT-EMISOR
               ADD RX-IMPORTE TO WS-IMPORTE-EMISOR
               ADD RX-INTERCAMBIO TO WS-INTERC-EMISOR
           END-IF
           SET RX-LIQUIDADA TO TRUE
           MOVE WS-FECHA-HOY TO RX-FECHA-LIQ
           REWRITE RX-RECORD
           PERFORM 2300-LINEA-DETALLE.

       2200-ENVIAR-COBRO.
           MOVE SPACES TO COBRO-REGISTRO
           MOVE RX-NUMERO TO COB-NUMERO
           MOVE RX-CAJERO TO COB-CAJERO
           MOVE RX-TRACE TO COB-TRACE
           MOVE RX-IMPORTE TO COB-IMPORTE
           MOVE RX-FECHA TO COB-FECHA
           MOVE RX-INTERCAMBIO TO COB-INTERCAMBIO
           WRITE COBRO-REGISTRO
           MOVE "S" TO RX-ENVIADA
           ADD 1 TO WS-CANT-ENVIADAS
           ADD RX-IMPORTE TO WS-IMPORTE-ENVIADO.

       2300-LINEA-DETALLE.
           MOVE RX-IMPORTE TO WS-TOTAL-DISPLAY
           MOVE RX-INTERCAMBIO TO WS-INTERC-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING RX-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RX-TRACE DELIMITED BY SIZE
                  " ****" DELIMITED BY SIZE
                  RX-NUMERO(13:4) DELIMITED BY SIZE
                  " $" DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
                  " interc $" DELIMITED BY SIZE
                  WS-INTERC-DISPLAY DELIMITED BY SIZE
                  INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

      *    Neto de la liquidacion sobre la cuenta de la red: a favor
      *    del banco se acredita ("D"), a favor de la red se debita
      *    ("T"). Un neto en cero no genera movimiento.
       3000-POSTEAR-NETO.
           COMPUTE WS-A-PAGAR = WS-IMPORTE-EMISOR + WS-INTERC-EMISOR
           COMPUTE WS-A-COBRAR =
               WS-IMPORTE-ADQUIRENTE + WS-INTERC-ADQUIRENTE
           COMPUTE WS-NETO = WS-A-COBRAR - WS-A-PAGAR
           IF WS-NETO NOT = 0
               MOVE WS-CBF-LIQ-RED TO P-CBF
               IF WS-NETO > 0
                   MOVE "D" TO P-DESCRIPCION
                   MOVE WS-NETO TO P-IMPORTE
               ELSE
                   MOVE "T" TO P-DESCRIPCION
                   COMPUTE P-IMPORTE = 0 - WS-NETO
               END-IF
               MOVE "ARS" TO P-MONEDA
               MOVE 0 TO P-REF-KEY
               MOVE "N" TO P-OVERRIDE
               MOVE SPACES TO P-MEMO
               STRING "LIQUIDACION RED CAJEROS " DELIMITED BY SIZE
                      WS-FECHA-HOY DELIMITED BY SIZE
                   INTO P-MEMO
               CALL "crear-transaccion" USING TRANSACCION, RESULTADO
               IF RESULTADO NOT = 0
                   DISPLAY "OPERADOR: ERROR al postear el neto en"
                           " la cuenta de liquidacion "
                           WS-CBF-LIQ-RED
               END-IF
           END-IF.

       9000-FINALIZAR.
           MOVE SPACES TO COBRO-REGISTRO
           MOVE "T" TO COB-T-TIPO
           MOVE WS-CANT-ENVIADAS TO COB-T-CANTIDAD
           MOVE WS-IMPORTE-ENVIADO TO COB-T-TOTAL
           WRITE COBRO-REGISTRO
           CLOSE COBRO-FILE
           CLOSE EXTRACCIONES-RED-FILE

           DISPLAY "------------------------------------------".
           DISPLAY "Enviadas a la red para cobro: " WS-CANT-ENVIADAS.
           MOVE WS-CANT-EMISOR TO WS-CANT-DISPLAY
           MOVE WS-IMPORTE-EMISOR TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "Clientes en cajeros red " DELIMITED BY SIZE
                  WS-CANT-DISPLAY DELIMITED BY SIZE
                  "  importe $" DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           PERFORM 9100-RESUMEN
           MOVE WS-INTERC-EMISOR TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "  Intercambio a pagar        $" DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           PERFORM 9100-RESUMEN
           MOVE WS-CANT-ADQUIRENTE TO WS-CANT-DISPLAY
           MOVE WS-IMPORTE-ADQUIRENTE TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "Tarjetas red en cajeros  " DELIMITED BY SIZE
                  WS-CANT-DISPLAY DELIMITED BY SIZE
                  "  importe $" DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           PERFORM 9100-RESUMEN
           MOVE WS-INTERC-ADQUIRENTE TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "  Intercambio a cobrar       $" DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           PERFORM 9100-RESUMEN
           MOVE WS-A-PAGAR TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "Total a pagar a la red     $" DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           PERFORM 9100-RESUMEN
           MOVE WS-A-COBRAR TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "Total a cobrar a la red    $" DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           PERFORM 9100-RESUMEN
           MOVE WS-NETO TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "Neto (+ a favor del banco) $" DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
                  " CBF " DELIMITED BY SIZE
                  WS-CBF-LIQ-RED DELIMITED BY SIZE
               INTO WS-REP-LINEA
           PERFORM 9100-RESUMEN
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           DISPLAY "==========================================".

       9100-RESUMEN.
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.
