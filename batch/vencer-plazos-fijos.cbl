      *  certificados constituidos en el dia, como reporte diario de
      *  altas y vencimientos, spooleado via escribir-reporte para
      *  la corrida desatendida.
      *  Un certificado prendado en garantia de un prestamo abierto
      *  (prenda-plazo-fijo) no se paga al vencimiento: si la
      *  instruccion era acreditar todo, se acredita solo el interes
      *  y el capital se renueva; el certificado renovado sigue
      *  prendado en la misma garantia, que pasa a apuntarlo.
      *  Un certificado UVA se liquida sobre el capital ajustado: sus
      *  unidades por el indice UVA del dia del vencimiento
      *  (buscar-indice-uva), mas la tasa adicional sobre ese capital.
      *  La renovacion de un UVA vuelve a convertir a unidades al
      *  mismo indice. Sin indice cargado el certificado no se
      *  liquida y queda para la corrida siguiente.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-PF-DIAS             PIC 9(3).
           05  WS-PF-VTO              PIC 9(8).
           05  WS-PF-RENOVACION       PIC X(1).
           05  WS-PF-MODALIDAD        PIC X(1).
       01  WS-DIAS-ENTEROS            PIC 9(8).
       01  WS-TOTAL-CONSTITUIDOS      PIC 9(6) VALUE 0.
       01  WS-REP-NOMBRE              PIC X(20)
       01  WS-REP-LINEA               PIC X(80).
       01  WS-TOTAL-VENCIDOS          PIC 9(6) VALUE 0.
       01  WS-TOTAL-RENOVADOS         PIC 9(6) VALUE 0.
       01  WS-TOTAL-PRENDADOS         PIC 9(6) VALUE 0.
       01  WS-PRENDADO                PIC 9.
       01  WS-PF-TS-NULO              PIC 9(14) VALUE 0.
      *    Capital sobre el que se liquida: el nominal, o en un UVA
      *    las unidades al indice del vencimiento.
       01  WS-CAPITAL-BASE            PIC S9(9)V99.
       01  WS-INDICE-UVA              PIC 9(6)V99.
       01  WS-FECHA-INDICE            PIC 9(8).
       01  WS-INDICE-ENCONTRADO       PIC 9.
       01  WS-INDICE-DISPLAY          PIC Z(5)9.99.
       01  WS-TOTAL-SIN-INDICE        PIC 9(6) VALUE 0.

       LINKAGE SECTION.
       01  LK-RESULTADO-BATCH         PIC 9.
                    WS-REP-TITULO, WS-REP-LINEA
           END-IF
           IF PF-VIGENTE AND PF-FECHA-VTO <= WS-FECHA-HOY
               PERFORM 2200-LIQUIDAR-PLAZO THRU 2200-LIQUIDAR-FIN
           END-IF.

       2200-LIQUIDAR-PLAZO.
           MOVE PF-CAPITAL TO WS-CAPITAL-BASE
           IF PF-UVA
               CALL "buscar-indice-uva" USING PF-FECHA-VTO,
                    WS-INDICE-UVA, WS-FECHA-INDICE,
                    WS-INDICE-ENCONTRADO
               IF WS-INDICE-ENCONTRADO NOT = 1 OR WS-INDICE-UVA = 0
                   ADD 1 TO WS-TOTAL-SIN-INDICE
                   DISPLAY "CBF " PF-CBF
                           "  UVA SIN INDICE al " PF-FECHA-VTO
                           ": no se liquida"
                   MOVE SPACES TO WS-REP-LINEA
                   STRING PF-CBF DELIMITED BY SIZE
                          " UVA sin indice al " DELIMITED BY SIZE
                          PF-FECHA-VTO DELIMITED BY SIZE
                          ": queda pendiente" DELIMITED BY SIZE
                       INTO WS-REP-LINEA
                   CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                        WS-REP-TITULO, WS-REP-LINEA
                   GO TO 2200-LIQUIDAR-FIN
               END-IF
               COMPUTE WS-CAPITAL-BASE ROUNDED =
                   PF-UVA-UNIDADES * WS-INDICE-UVA
               MOVE WS-CAPITAL-BASE TO WS-IMPORTE-DISPLAY
               MOVE WS-INDICE-UVA TO WS-INDICE-DISPLAY
               DISPLAY "CBF " PF-CBF "  UVA ajustado $ "
                       WS-IMPORTE-DISPLAY " al indice "
                       WS-INDICE-DISPLAY
               MOVE SPACES TO WS-REP-LINEA
               STRING PF-CBF DELIMITED BY SIZE
                      " UVA capital ajustado $ " DELIMITED BY SIZE
                      WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                      " indice " DELIMITED BY SIZE
                      WS-INDICE-DISPLAY DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
           END-IF
           COMPUTE WS-INTERES ROUNDED =
               WS-CAPITAL-BASE * PF-TASA-ANUAL / 100 * PF-DIAS / 365

           MOVE "ARS" TO WS-MONEDA-CUENTA
           MOVE PF-CBF TO CLI-CBF
                   MOVE CLI-MONEDA TO WS-MONEDA-CUENTA
           END-READ

           CALL "prenda-plazo-fijo" USING "V", PF-GARANTIA-ID,
                WS-PF-TS-NULO, WS-CAPITAL-BASE, WS-PRENDADO

           EVALUATE TRUE
               WHEN PF-RENOV-NO AND WS-PRENDADO = 0
                   COMPUTE WS-IMPORTE-CREDITO =
                       WS-CAPITAL-BASE + WS-INTERES
                   PERFORM 2300-ACREDITAR
                   IF RESULTADO = 0
                       SET PF-PAGADO TO TRUE
                            WS-REP-LINEA
                   END-IF
               WHEN PF-RENOV-CAPITAL
               WHEN PF-RENOV-NO
                   MOVE WS-INTERES TO WS-IMPORTE-CREDITO
                   PERFORM 2300-ACREDITAR
                   IF RESULTADO = 0
                       MOVE WS-CAPITAL-BASE TO WS-PF-CAPITAL
                       PERFORM 2400-RENOVAR-PLAZO
                   END-IF
               WHEN PF-RENOV-TOTAL
                   COMPUTE WS-PF-CAPITAL = WS-CAPITAL-BASE + WS-INTERES
                   MOVE 0 TO RESULTADO
                   PERFORM 2400-RENOVAR-PLAZO
           END-EVALUATE.
       2200-LIQUIDAR-FIN.
           EXIT.

       2300-ACREDITAR.
           MOVE PF-CBF TO P-CBF
           MOVE WS-IMPORTE-CREDITO TO P-IMPORTE
           MOVE WS-MONEDA-CUENTA TO P-MONEDA
           MOVE "VENCIMIENTO PLAZO FIJO" TO P-MEMO
           IF PF-UVA
               MOVE "VENCIMIENTO PLAZO FIJO UVA" TO P-MEMO
           END-IF
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO
           IF RESULTADO NOT = 0
               DISPLAY "CBF " PF-CBF
           MOVE PF-DIAS TO WS-PF-DIAS
           MOVE PF-FECHA-VTO TO WS-PF-VTO
           MOVE PF-RENOVACION TO WS-PF-RENOVACION
           MOVE PF-MODALIDAD TO WS-PF-MODALIDAD

           SET PF-RENOVADO TO TRUE
           REWRITE PF-RECORD
               FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTEROS)
           MOVE WS-PF-RENOVACION TO PF-RENOVACION
           SET PF-VIGENTE TO TRUE
           IF WS-PF-MODALIDAD = "U"
               MOVE "U" TO PF-MODALIDAD
               MOVE WS-INDICE-UVA TO PF-UVA-INDICE-ALTA
               COMPUTE PF-UVA-UNIDADES ROUNDED =
                   WS-PF-CAPITAL / WS-INDICE-UVA
           ELSE
               MOVE "N" TO PF-MODALIDAD
               MOVE 0 TO PF-UVA-UNIDADES
               MOVE 0 TO PF-UVA-INDICE-ALTA
           END-IF
           IF WS-PRENDADO = 0
               MOVE 0 TO PF-GARANTIA-ID
           END-IF
           WRITE PF-RECORD
               INVALID KEY
                   DISPLAY "CBF " PF-CBF
                           "  ERROR al renovar el plazo fijo"
               NOT INVALID KEY
                   IF WS-PRENDADO = 1
                       PERFORM 2500-TRASLADAR-PRENDA
                   END-IF
           END-WRITE
           ADD 1 TO WS-TOTAL-RENOVADOS
           MOVE WS-PF-CAPITAL TO WS-IMPORTE-DISPLAY
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

      *    La garantia pasa al certificado renovado, con el capital
      *    nuevo como valor.
       2500-TRASLADAR-PRENDA.
           CALL "prenda-plazo-fijo" USING "R", PF-GARANTIA-ID,
                PF-TIMESTAMP-ALTA, PF-CAPITAL, WS-PRENDADO
           ADD 1 TO WS-TOTAL-PRENDADOS
           DISPLAY "CBF " PF-CBF "  PRENDADO en garantia "
                   PF-GARANTIA-ID ": se renueva el capital"
           MOVE SPACES TO WS-REP-LINEA
           STRING PF-CBF DELIMITED BY SIZE
                  " PRENDADO garantia " DELIMITED BY SIZE
                  PF-GARANTIA-ID DELIMITED BY SIZE
                  " renovado sin pago del capital" DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       3000-FINALIZAR.
           CLOSE PLAZOS-FILE
           CLOSE CUENTAS-FILE
           DISPLAY "Constituidos hoy:  " WS-TOTAL-CONSTITUIDOS.
           DISPLAY "Vencidos pagados:  " WS-TOTAL-VENCIDOS.
           DISPLAY "Renovados:         " WS-TOTAL-RENOVADOS.
           DISPLAY "  de ellos prenda: " WS-TOTAL-PRENDADOS.
           DISPLAY "UVA sin indice:    " WS-TOTAL-SIN-INDICE.
           DISPLAY "==========================================".
           MOVE SPACES TO WS-REP-LINEA
           STRING "Constituidos " DELIMITED BY SIZE
