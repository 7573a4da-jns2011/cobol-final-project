       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-OFERTAS.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Conversion de ofertas de prestamo preaprobado: reporte
      *  mensual sobre ofertas-preaprobadas.dat para el periodo
      *  AAAAMM pedido. Cuenta las ofertas armadas en el mes
      *  (CALCULAR-OFERTAS), las mostradas por primera vez en el
      *  cajero, las aceptadas (con el importe tomado, y el detalle
      *  de cada prestamo) y las vencidas, separando las que vencieron
      *  sin que el cliente llegara a verlas. La conversion es
      *  aceptadas sobre mostradas, y se abre tambien por origen del
      *  ingreso de la oferta (haberes o saldo promedio).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFERTAS-FILE ASSIGN TO "ofertas-preaprobadas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFP-KEY
               FILE STATUS IS OFERTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFERTAS-FILE.
       COPY "oferta-preaprobada.cpy".

       WORKING-STORAGE SECTION.
       01  OFERTAS-STATUS             PIC XX.

       01  WS-PERIODO                 PIC 9(6).
       01  WS-PERIODO-GRP REDEFINES WS-PERIODO.
           05  WS-PER-ANIO            PIC 9(4).
           05  WS-PER-MES             PIC 9(2).
       01  WS-PERIODO-OK              PIC X VALUE 'N'.

       01  WS-CANT-ARMADAS            PIC 9(6) VALUE 0.
       01  WS-MONTO-OFRECIDO          PIC 9(12) VALUE 0.
       01  WS-CANT-MOSTRADAS          PIC 9(6) VALUE 0.
       01  WS-CANT-ACEPTADAS          PIC 9(6) VALUE 0.
       01  WS-MONTO-ACEPTADO          PIC 9(12) VALUE 0.
       01  WS-CANT-VENCIDAS           PIC 9(6) VALUE 0.
       01  WS-CANT-VENCIDAS-SIN-VER   PIC 9(6) VALUE 0.
       01  WS-MOSTRADAS-HAB           PIC 9(6) VALUE 0.
       01  WS-ACEPTADAS-HAB           PIC 9(6) VALUE 0.
       01  WS-MOSTRADAS-SAL           PIC 9(6) VALUE 0.
       01  WS-ACEPTADAS-SAL           PIC 9(6) VALUE 0.
       01  WS-CONVERSION              PIC 9(3)V9.
       01  WS-CONVERSION-DISPLAY      PIC ZZ9.9.
       01  WS-CONV-MOSTRADAS          PIC 9(6).
       01  WS-CONV-ACEPTADAS          PIC 9(6).
       01  WS-ETIQUETA                PIC X(30).

       01  WS-MONTO-DISPLAY           PIC Z(8)9.
       01  WS-TOTAL-DISPLAY           PIC Z(11)9.
       01  WS-TASA-DISPLAY            PIC ZZ9.99.

       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "conversion-ofertas".
       01  WS-REP-TITULO              PIC X(40)
                           VALUE "CONVERSION DE OFERTAS PREAPROBADAS".
       01  WS-REP-LINEA               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           IF WS-PERIODO-OK = 'S' AND OFERTAS-STATUS = "00"
               PERFORM 2000-RECORRER-OFERTAS
               CLOSE OFERTAS-FILE
               PERFORM 3000-TOTALES
           END-IF
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  CONVERSION DE OFERTAS PREAPROBADAS".
           DISPLAY "==========================================".
           DISPLAY "Periodo (AAAAMM): " WITH NO ADVANCING
           ACCEPT WS-PERIODO
           IF WS-PERIODO = 0 OR WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY "Periodo invalido."
           ELSE
               MOVE 'S' TO WS-PERIODO-OK
               MOVE SPACES TO WS-REP-LINEA
               STRING "Periodo " DELIMITED BY SIZE
                      WS-PERIODO DELIMITED BY SIZE
                      ": armadas, mostradas, aceptadas y vencidas"
                          DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
               OPEN INPUT OFERTAS-FILE
               IF OFERTAS-STATUS NOT = "00"
                   DISPLAY "No hay ofertas registradas."
               END-IF
           END-IF.

       2000-RECORRER-OFERTAS.
           MOVE LOW-VALUES TO OFP-KEY
           START OFERTAS-FILE KEY IS >= OFP-KEY
               INVALID KEY
                   MOVE "10" TO OFERTAS-STATUS
           END-START
           PERFORM UNTIL OFERTAS-STATUS = "10"
               READ OFERTAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO OFERTAS-STATUS
                   NOT AT END
                       PERFORM 2100-CONTAR-OFERTA
               END-READ
           END-PERFORM.

      *    Cada evento cuenta en el mes en que ocurrio: el alta, la
      *    primera vista y el cierre (aceptacion o vencimiento).
       2100-CONTAR-OFERTA.
           IF OFP-FECHA-ALTA(1:6) = WS-PERIODO
               ADD 1 TO WS-CANT-ARMADAS
               ADD OFP-MONTO-MAXIMO TO WS-MONTO-OFRECIDO
           END-IF
           IF OFP-FECHA-PRIMERA-VISTA(1:6) = WS-PERIODO
               ADD 1 TO WS-CANT-MOSTRADAS
               IF OFP-INGRESO-HABERES
                   ADD 1 TO WS-MOSTRADAS-HAB
               ELSE
                   ADD 1 TO WS-MOSTRADAS-SAL
               END-IF
           END-IF
           IF OFP-FECHA-CIERRE(1:6) = WS-PERIODO
               IF OFP-ACEPTADA
                   PERFORM 2200-LINEA-ACEPTADA
               END-IF
               IF OFP-VENCIDA
                   ADD 1 TO WS-CANT-VENCIDAS
                   IF OFP-VECES-MOSTRADA = 0
                       ADD 1 TO WS-CANT-VENCIDAS-SIN-VER
                   END-IF
               END-IF
           END-IF.

       2200-LINEA-ACEPTADA.
           ADD 1 TO WS-CANT-ACEPTADAS
           ADD OFP-MONTO-ACEPTADO TO WS-MONTO-ACEPTADO
           IF OFP-INGRESO-HABERES
               ADD 1 TO WS-ACEPTADAS-HAB
           ELSE
               ADD 1 TO WS-ACEPTADAS-SAL
           END-IF
           MOVE OFP-MONTO-ACEPTADO TO WS-MONTO-DISPLAY
           MOVE OFP-TASA-ANUAL TO WS-TASA-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING OFP-CBF DELIMITED BY SIZE
                  " aceptada " DELIMITED BY SIZE
                  OFP-FECHA-CIERRE DELIMITED BY SIZE
                  " $ " DELIMITED BY SIZE
                  WS-MONTO-DISPLAY DELIMITED BY SIZE
                  " en " DELIMITED BY SIZE
                  OFP-CUOTAS-ACEPTADAS DELIMITED BY SIZE
                  " cuotas TNA " DELIMITED BY SIZE
                  WS-TASA-DISPLAY DELIMITED BY SIZE
                  " vistas " DELIMITED BY SIZE
                  OFP-VECES-MOSTRADA DELIMITED BY SIZE
               INTO WS-REP-LINEA
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       3000-TOTALES.
           MOVE WS-MONTO-OFRECIDO TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "Ofertas armadas:      " DELIMITED BY SIZE
                  WS-CANT-ARMADAS DELIMITED BY SIZE
                  "  ofrecido $ " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           PERFORM 3900-LINEA-TOTAL
           MOVE SPACES TO WS-REP-LINEA
           STRING "Ofertas mostradas:    " DELIMITED BY SIZE
                  WS-CANT-MOSTRADAS DELIMITED BY SIZE
               INTO WS-REP-LINEA
           PERFORM 3900-LINEA-TOTAL
           MOVE WS-MONTO-ACEPTADO TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "Ofertas aceptadas:    " DELIMITED BY SIZE
                  WS-CANT-ACEPTADAS DELIMITED BY SIZE
                  "  prestado $ " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           PERFORM 3900-LINEA-TOTAL
           MOVE SPACES TO WS-REP-LINEA
           STRING "Ofertas vencidas:     " DELIMITED BY SIZE
                  WS-CANT-VENCIDAS DELIMITED BY SIZE
                  "  sin ser vistas " DELIMITED BY SIZE
                  WS-CANT-VENCIDAS-SIN-VER DELIMITED BY SIZE
               INTO WS-REP-LINEA
           PERFORM 3900-LINEA-TOTAL

           MOVE "Conversion total:" TO WS-ETIQUETA
           MOVE WS-CANT-MOSTRADAS TO WS-CONV-MOSTRADAS
           MOVE WS-CANT-ACEPTADAS TO WS-CONV-ACEPTADAS
           PERFORM 3100-LINEA-CONVERSION
           MOVE "  ingreso por haberes:" TO WS-ETIQUETA
           MOVE WS-MOSTRADAS-HAB TO WS-CONV-MOSTRADAS
           MOVE WS-ACEPTADAS-HAB TO WS-CONV-ACEPTADAS
           PERFORM 3100-LINEA-CONVERSION
           MOVE "  ingreso por saldo promedio:" TO WS-ETIQUETA
           MOVE WS-MOSTRADAS-SAL TO WS-CONV-MOSTRADAS
           MOVE WS-ACEPTADAS-SAL TO WS-CONV-ACEPTADAS
           PERFORM 3100-LINEA-CONVERSION.

      *    Aceptadas sobre mostradas del mismo mes; sin mostradas no
      *    hay conversion que medir.
       3100-LINEA-CONVERSION.
           MOVE 0 TO WS-CONVERSION
           IF WS-CONV-MOSTRADAS > 0
               COMPUTE WS-CONVERSION ROUNDED =
                   WS-CONV-ACEPTADAS * 100 / WS-CONV-MOSTRADAS
                   ON SIZE ERROR MOVE 999.9 TO WS-CONVERSION
               END-COMPUTE
           END-IF
           MOVE WS-CONVERSION TO WS-CONVERSION-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING WS-ETIQUETA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CONV-ACEPTADAS DELIMITED BY SIZE
                  " de " DELIMITED BY SIZE
                  WS-CONV-MOSTRADAS DELIMITED BY SIZE
                  " = " DELIMITED BY SIZE
                  WS-CONVERSION-DISPLAY DELIMITED BY SIZE
                  " %" DELIMITED BY SIZE
               INTO WS-REP-LINEA
           PERFORM 3900-LINEA-TOTAL.

       3900-LINEA-TOTAL.
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.
