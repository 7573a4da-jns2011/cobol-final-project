      *  prestamo en prestamos.dat (cancelado si no quedan cuotas
      *  impagas, en mora si alguna vencio sin pagarse) e imprime el
      *  estado de la cartera, spooleado via escribir-reporte para
      *  la corrida desatendida. Un prestamo castigado
      *  (CASTIGAR-PRESTAMOS) ya no se cobra: sus cuotas impagas
      *  quedan CUO-CASTIGADA y el estado del maestro no se toca.
      *  Las cuotas impagas de prestamos UVA se reexpresan en pesos
      *  al indice UVA del dia (buscar-indice-uva) antes de cobrar,
      *  de modo que la cuota vencida se debita al indice de la
      *  fecha de cobro y el resto de los procesos (mora, prevision,
      *  exposicion) lee el valor actualizado. Sin indice cargado las
      *  cuotas UVA no se tocan ni se cobran en la corrida.
      *  Con cada cuota se cobra la prima del seguro de vida sobre
      *  saldo deudor (codigo "Y"): el porcentaje mensual de la
      *  aseguradora del prestamo (aseguradoras.dat) sobre el capital
      *  adeudado antes de imputar la cuota. La cuota se cobra solo
      *  si el saldo alcanza para ella y su prima; cada prima queda
      *  en primas-seguro.dat para la remesa mensual
      *  (REMITIR-SEGURO-VIDA). Los prestamos sin aseguradora no
      *  pagan prima, y los que tienen un siniestro abierto por
      *  fallecimiento del titular no se cobran mientras la
      *  aseguradora no lo resuelva. Un prestamo cancelado por el
      *  seguro tampoco se toca.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT ASEGURADORAS-FILE ASSIGN TO "aseguradoras.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-CODIGO
               FILE STATUS IS ASEGURADORAS-STATUS.

           SELECT PRIMAS-FILE ASSIGN TO "primas-seguro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-KEY
               FILE STATUS IS PRIMAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUOTAS-FILE.
       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  ASEGURADORAS-FILE.
       COPY "aseguradora.cpy".

       FD  PRIMAS-FILE.
       COPY "prima-seguro.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       COPY "transaccion.cpy".
       01  CUOTAS-STATUS              PIC XX.
       01  PRESTAMOS-STATUS           PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  ASEGURADORAS-STATUS        PIC XX.
       01  PRIMAS-STATUS              PIC XX.
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-SALDO-CALCULADO         PIC S9(10)V99.
       01  WS-MONEDA-CUENTA           PIC X(3).
                                      VALUE "COBRANZA DE CUOTAS".
       01  WS-REP-LINEA               PIC X(80).

      *    Indice UVA del dia para las cuotas de prestamos UVA.
       01  WS-INDICE-UVA              PIC 9(6)V99.
       01  WS-FECHA-INDICE            PIC 9(8).
       01  WS-INDICE-ENCONTRADO       PIC 9.
       01  WS-CUOTA-UVA               PIC X VALUE 'N'.
       01  WS-TOTAL-REEXPRESADAS      PIC 9(6) VALUE 0.
       01  WS-TOTAL-UVA-SIN-INDICE    PIC 9(6) VALUE 0.

      *    Seguro de vida: datos del prestamo de la cuota en curso,
      *    con corte de control en la pasada de cobranza. El capital
      *    amortizado acumula el de las cuotas ya pagadas del mismo
      *    prestamo (vienen ordenadas por numero).
       01  WS-COB-CBF                 PIC 9(6) VALUE 0.
       01  WS-COB-TS                  PIC 9(14) VALUE 0.
       01  WS-ASEGURADORAS-ABIERTO    PIC X VALUE 'N'.
       01  WS-COB-ASEGURADORA         PIC X(4).
       01  WS-COB-TASA-PRIMA          PIC 9(1)V9(4).
       01  WS-COB-SINIESTRO           PIC X VALUE 'N'.
       01  WS-COB-UVA                 PIC X VALUE 'N'.
       01  WS-COB-CAPITAL             PIC S9(9)V99.
       01  WS-COB-UVA-CAPITAL         PIC S9(9)V9(4).
       01  WS-CAPITAL-AMORTIZADO      PIC S9(9)V99.
       01  WS-UVA-AMORTIZADO          PIC S9(9)V9(4).
       01  WS-SALDO-CAPITAL           PIC S9(9)V99.
       01  WS-PRIMA                   PIC S9(7)V99.
       01  WS-IMPORTE-CUOTA-PRIMA     PIC S9(10)V99.
       01  WS-TOTAL-PRIMAS            PIC 9(6) VALUE 0.
       01  WS-IMPORTE-PRIMAS          PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-SINIESTRO         PIC 9(6) VALUE 0.

       LINKAGE SECTION.
       01  LK-RESULTADO-BATCH         PIC 9.
           88  LK-BATCH-OK                VALUE 0.
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           CALL "buscar-indice-uva" USING WS-FECHA-HOY, WS-INDICE-UVA,
                WS-FECHA-INDICE, WS-INDICE-ENCONTRADO
           IF WS-INDICE-UVA = 0
               MOVE 0 TO WS-INDICE-ENCONTRADO
           END-IF
           OPEN I-O CUOTAS-FILE
           IF CUOTAS-STATUS NOT = "00"
      *        Sin archivo de cuotas no hay nada que cobrar: no es un
           END-IF
           OPEN I-O PRESTAMOS-FILE
           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE
           OPEN INPUT ASEGURADORAS-FILE
           IF ASEGURADORAS-STATUS = "00"
               MOVE 'S' TO WS-ASEGURADORAS-ABIERTO
           END-IF
           OPEN I-O PRIMAS-FILE
           IF PRIMAS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT PRIMAS-FILE
               CLOSE PRIMAS-FILE
               OPEN I-O PRIMAS-FILE
           END-IF.

       2000-COBRAR-VENCIDAS.
           MOVE LOW-VALUES TO CUO-KEY
                   AT END
                       MOVE "10" TO CUOTAS-STATUS
                   NOT AT END
                       IF CUO-CBF NOT = WS-COB-CBF
                          OR CUO-TIMESTAMP-PREST NOT = WS-COB-TS
                           PERFORM 2020-DATOS-PRESTAMO
                       END-IF
                       MOVE 'N' TO WS-CUOTA-UVA
                       IF CUO-INDICE-UVA IS NUMERIC
                          AND CUO-INDICE-UVA > 0
                           MOVE 'S' TO WS-CUOTA-UVA
                       END-IF
                       IF WS-CUOTA-UVA = 'S'
                          AND (CUO-PENDIENTE OR CUO-EN-MORA)
                           PERFORM 2050-REEXPRESAR-UVA
                       END-IF
                       IF (CUO-PENDIENTE OR CUO-EN-MORA)
                          AND CUO-VENCIMIENTO <= WS-FECHA-HOY
                           IF WS-CUOTA-UVA = 'S'
                              AND WS-INDICE-ENCONTRADO NOT = 1
                               PERFORM 2060-UVA-SIN-INDICE
                           ELSE
                           IF WS-COB-SINIESTRO = 'S'
                               PERFORM 2070-SINIESTRO-ABIERTO
                           ELSE
                               PERFORM 2100-COBRAR-CUOTA
                           END-IF
                           END-IF
                       END-IF
                       IF CUO-PAGADA
                           ADD CUO-CAPITAL TO WS-CAPITAL-AMORTIZADO
                           ADD CUO-UVA-CAPITAL TO WS-UVA-AMORTIZADO
                       END-IF
               END-READ
           END-PERFORM.

      *    Primera cuota de un prestamo: su aseguradora, la tasa de la
      *    prima y si tiene un siniestro abierto.
       2020-DATOS-PRESTAMO.
           MOVE CUO-CBF TO WS-COB-CBF
           MOVE CUO-TIMESTAMP-PREST TO WS-COB-TS
           MOVE 0 TO WS-CAPITAL-AMORTIZADO
           MOVE 0 TO WS-UVA-AMORTIZADO
           MOVE SPACES TO WS-COB-ASEGURADORA
           MOVE 0 TO WS-COB-TASA-PRIMA
           MOVE 'N' TO WS-COB-SINIESTRO
           MOVE 'N' TO WS-COB-UVA
           MOVE 0 TO WS-COB-CAPITAL
           MOVE 0 TO WS-COB-UVA-CAPITAL
           MOVE CUO-CBF TO PRE-CBF
           MOVE CUO-TIMESTAMP-PREST TO PRE-TIMESTAMP-ALTA
           READ PRESTAMOS-FILE
               KEY IS PRE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PRE-CAPITAL TO WS-COB-CAPITAL
                   IF PRE-UVA
                       MOVE 'S' TO WS-COB-UVA
                       MOVE PRE-UVA-CAPITAL TO WS-COB-UVA-CAPITAL
                   END-IF
                   IF PRE-SINIESTRO-ABIERTO
                       MOVE 'S' TO WS-COB-SINIESTRO
                   END-IF
                   MOVE PRE-ASEGURADORA TO WS-COB-ASEGURADORA
           END-READ
           IF WS-ASEGURADORAS-ABIERTO = 'S'
              AND WS-COB-ASEGURADORA NOT = SPACES
              AND WS-COB-ASEGURADORA NOT = LOW-VALUES
               MOVE WS-COB-ASEGURADORA TO ASG-CODIGO
               READ ASEGURADORAS-FILE
                   KEY IS ASG-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ASG-TASA-PRIMA TO WS-COB-TASA-PRIMA
               END-READ
           END-IF.

       2070-SINIESTRO-ABIERTO.
           ADD 1 TO WS-TOTAL-SINIESTRO
           DISPLAY "CBF " CUO-CBF "  Cuota " CUO-NUMERO
                   "  SINIESTRO ABIERTO: no se cobra"
           MOVE SPACES TO WS-REP-LINEA
           STRING CUO-CBF DELIMITED BY SIZE
                  " cuota " DELIMITED BY SIZE
                  CUO-NUMERO DELIMITED BY SIZE
                  " siniestro seguro de vida abierto: no se cobra"
                      DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

      *    Prima del mes: tasa de la aseguradora sobre el capital
      *    adeudado antes de esta cuota (en un UVA, las unidades
      *    adeudadas al indice del dia).
       2080-CALCULAR-PRIMA.
           MOVE 0 TO WS-PRIMA
           MOVE 0 TO WS-SALDO-CAPITAL
           IF WS-COB-TASA-PRIMA > 0
               IF WS-COB-UVA = 'S'
                   COMPUTE WS-SALDO-CAPITAL ROUNDED =
                       (WS-COB-UVA-CAPITAL - WS-UVA-AMORTIZADO)
                           * WS-INDICE-UVA
               ELSE
                   COMPUTE WS-SALDO-CAPITAL =
                       WS-COB-CAPITAL - WS-CAPITAL-AMORTIZADO
               END-IF
               IF WS-SALDO-CAPITAL > 0
                   COMPUTE WS-PRIMA ROUNDED =
                       WS-SALDO-CAPITAL * WS-COB-TASA-PRIMA / 100
               END-IF
           END-IF.

      *    Cuota UVA impaga: sus unidades valuadas al indice del dia.
       2050-REEXPRESAR-UVA.
           IF WS-INDICE-ENCONTRADO = 1
              AND CUO-INDICE-UVA NOT = WS-INDICE-UVA
               COMPUTE CUO-CAPITAL ROUNDED =
                   CUO-UVA-CAPITAL * WS-INDICE-UVA
               COMPUTE CUO-INTERES ROUNDED =
                   CUO-UVA-INTERES * WS-INDICE-UVA
               COMPUTE CUO-IMPORTE = CUO-CAPITAL + CUO-INTERES
               MOVE WS-INDICE-UVA TO CUO-INDICE-UVA
               REWRITE CUO-RECORD
               ADD 1 TO WS-TOTAL-REEXPRESADAS
           END-IF.

       2060-UVA-SIN-INDICE.
           ADD 1 TO WS-TOTAL-UVA-SIN-INDICE
           DISPLAY "CBF " CUO-CBF "  Cuota " CUO-NUMERO
                   "  UVA SIN INDICE: no se cobra"
           MOVE SPACES TO WS-REP-LINEA
           STRING CUO-CBF DELIMITED BY SIZE
                  " cuota " DELIMITED BY SIZE
                  CUO-NUMERO DELIMITED BY SIZE
                  " UVA sin indice del dia: no se cobra"
                      DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       2100-COBRAR-CUOTA.
           MOVE "ARS" TO WS-MONEDA-CUENTA
           MOVE CUO-CBF TO CLI-CBF
           CALL "leer-saldo" USING CUO-CBF, WS-SALDO-CALCULADO,
                                    WS-MONEDA-CUENTA

           PERFORM 2080-CALCULAR-PRIMA
           COMPUTE WS-IMPORTE-CUOTA-PRIMA = CUO-IMPORTE + WS-PRIMA
           IF WS-SALDO-CALCULADO < WS-IMPORTE-CUOTA-PRIMA
               IF NOT CUO-EN-MORA
                   SET CUO-EN-MORA TO TRUE
                   REWRITE CUO-RECORD
               STRING "CUOTA PRESTAMO " DELIMITED BY SIZE
                      CUO-NUMERO DELIMITED BY SIZE
                   INTO P-MEMO
               IF WS-CUOTA-UVA = 'S'
                   MOVE SPACES TO P-MEMO
                   STRING "CUOTA PRESTAMO " DELIMITED BY SIZE
                          CUO-NUMERO DELIMITED BY SIZE
                          " UVA" DELIMITED BY SIZE
                       INTO P-MEMO
               END-IF
               CALL "crear-transaccion" USING TRANSACCION, RESULTADO

               IF RESULTADO = 0
                       INTO WS-REP-LINEA
                   CALL "escribir-reporte" USING "L",
                        WS-REP-NOMBRE, WS-REP-TITULO, WS-REP-LINEA
                   IF WS-PRIMA > 0
                       PERFORM 2150-COBRAR-PRIMA
                   END-IF
               ELSE
                   DISPLAY "CBF " CUO-CBF "  Cuota " CUO-NUMERO
                           "  ERROR al debitar"
               END-IF
           END-IF.

      *    La prima va como movimiento propio ("Y") y queda en el
      *    libro de primas para la remesa a la aseguradora.
       2150-COBRAR-PRIMA.
           MOVE CUO-CBF TO P-CBF
           MOVE "Y" TO P-DESCRIPCION
           MOVE WS-PRIMA TO P-IMPORTE
           MOVE WS-MONEDA-CUENTA TO P-MONEDA
           MOVE SPACES TO P-MEMO
           STRING "PRIMA SEGURO VIDA " DELIMITED BY SIZE
                  CUO-NUMERO DELIMITED BY SIZE
               INTO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO
           IF RESULTADO NOT = 0
               DISPLAY "CBF " CUO-CBF "  Cuota " CUO-NUMERO
                       "  ERROR al debitar la prima"
           ELSE
               MOVE CUO-CBF TO PS-CBF
               MOVE CUO-TIMESTAMP-PREST TO PS-TS-PREST
               MOVE CUO-NUMERO TO PS-NUMERO
               MOVE WS-COB-ASEGURADORA TO PS-ASEGURADORA
               MOVE WS-FECHA-HOY TO PS-FECHA
               MOVE WS-SALDO-CAPITAL TO PS-SALDO-CAPITAL
               MOVE WS-COB-TASA-PRIMA TO PS-TASA
               MOVE WS-PRIMA TO PS-PRIMA
               MOVE WS-MONEDA-CUENTA TO PS-MONEDA
               SET PS-PENDIENTE-REMESA TO TRUE
               MOVE 0 TO PS-PERIODO-REMESA
               WRITE PS-RECORD
                   INVALID KEY
                       DISPLAY "CBF " CUO-CBF "  Cuota " CUO-NUMERO
                               "  ERROR al grabar la prima"
               END-WRITE
               ADD 1 TO WS-TOTAL-PRIMAS
               ADD WS-PRIMA TO WS-IMPORTE-PRIMAS
           END-IF.

      *    Segunda pasada con corte de control por prestamo: cuenta
      *    cuotas impagas y en mora de cada uno y deja el estado del
      *    maestro acorde.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT PRE-CASTIGADO AND NOT PRE-CANCELADO-SEGURO
                       IF WS-CUOTAS-IMPAGAS = 0
                           SET PRE-CANCELADO TO TRUE
                       ELSE
                       IF WS-CUOTAS-MORA > 0
                           SET PRE-EN-MORA TO TRUE
                       ELSE
                           SET PRE-VIGENTE TO TRUE
                       END-IF
                       END-IF
                       REWRITE PRE-RECORD
                   END-IF
           END-READ.

       4000-REPORTE-CARTERA.
           CLOSE CUOTAS-FILE
           CLOSE PRESTAMOS-FILE
           CLOSE CUENTAS-FILE
           CLOSE PRIMAS-FILE
           IF WS-ASEGURADORAS-ABIERTO = 'S'
               CLOSE ASEGURADORAS-FILE
           END-IF
           MOVE WS-IMPORTE-COBRADO TO WS-IMPORTE-DISPLAY
           DISPLAY "------------------------------------------".
           DISPLAY "Cuotas cobradas:     " WS-TOTAL-COBRADAS.
           DISPLAY "Cuotas en mora:      " WS-TOTAL-EN-MORA.
           DISPLAY "Importe cobrado:     $ " WS-IMPORTE-DISPLAY.
           DISPLAY "Cuotas UVA reexpr.:  " WS-TOTAL-REEXPRESADAS.
           DISPLAY "Cuotas UVA s/indice: " WS-TOTAL-UVA-SIN-INDICE.
           DISPLAY "Cuotas c/siniestro:  " WS-TOTAL-SINIESTRO.
           DISPLAY "Primas seguro vida:  " WS-TOTAL-PRIMAS.
           MOVE WS-IMPORTE-PRIMAS TO WS-IMPORTE-DISPLAY
           DISPLAY "Importe primas:      $ " WS-IMPORTE-DISPLAY.
           DISPLAY "Cartera - vigentes:  " WS-CANT-VIGENTES.
           DISPLAY "Cartera - en mora:   " WS-CANT-MORA.
           DISPLAY "Cartera - cancelados: " WS-CANT-CANCELADOS.
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE SPACES TO WS-REP-LINEA
           STRING "Primas seguro de vida " DELIMITED BY SIZE
                  WS-TOTAL-PRIMAS DELIMITED BY SIZE
                  " $ " DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE SPACES TO WS-REP-LINEA
           STRING "Cartera: vigentes " DELIMITED BY SIZE
                  WS-CANT-VIGENTES DELIMITED BY SIZE
                  " mora " DELIMITED BY SIZE
