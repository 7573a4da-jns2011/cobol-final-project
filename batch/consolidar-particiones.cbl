       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSOLIDAR-PARTICIONES.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Paso de consolidacion de un batch pesado corrido en
      *  particiones (ver CORRER-PARTICION): verifica que todas las
      *  particiones del plan de la fecha hayan terminado, suma sus
      *  totales de control (particion-<paso>-<nn>.dat, ver
      *  totales-particion.cpy) y arma el reporte del paso con el
      *  mismo nombre y titulo que la corrida sin particionar: por
      *  cada particion su rango, sus totales y su detalle (tomado
      *  del reporte de la particion, sin encabezados de pagina), y
      *  al final los totales generales como lineas de resumen para
      *  el correo a operaciones. Si alguna particion no termino el
      *  paso falla y no se consolida nada: PROCESO-NOCTURNO no pasa
      *  al paso siguiente hasta una re-corrida que la complete.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-FILE ASSIGN TO "plan-particiones.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-STATUS.

           SELECT DETALLE-FILE ASSIGN TO WS-RUTA-DETALLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DETALLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-FILE.
       COPY "particion.cpy".

       FD  DETALLE-FILE.
       01  DETALLE-LINEA              PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "totales-particion.cpy".
       01  PLAN-STATUS                PIC XX.
       01  DETALLE-STATUS             PIC XX.
       01  WS-RUTA-DETALLE            PIC X(60).
       01  WS-CKP-ENCONTRADO          PIC 9.
       01  WS-IDX                     PIC 9(2).
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-FECHA-REPORTE           PIC 9(8).

      *    Rango de cada particion segun el plan de la fecha.
       01  WS-TABLA-RANGOS.
           05  WS-RANGO OCCURS 20 TIMES.
               10  WS-RANGO-DESDE     PIC 9(6).
               10  WS-RANGO-HASTA     PIC 9(6).
               10  WS-RANGO-EN-PLAN   PIC X.

      *    Reporte y etiquetas de los totales, segun el paso; una
      *    etiqueta en blanco no se informa.
       01  WS-REP-BASE                PIC X(20).
       01  WS-REP-NOMBRE              PIC X(20).
       01  WS-REP-TITULO              PIC X(40).
       01  WS-REP-ENCABEZADO          PIC X(80).
       01  WS-REP-LINEA               PIC X(80).
       01  WS-ETQ-CANTIDAD-1          PIC X(30).
       01  WS-ETQ-CANTIDAD-2          PIC X(30).
       01  WS-ETQ-IMPORTE-1           PIC X(30).
       01  WS-ETQ-IMPORTE-2           PIC X(30).
       01  WS-ETQ-IMPORTE-3           PIC X(30).

       01  WS-SUMA-CANTIDAD-1         PIC 9(8) VALUE 0.
       01  WS-SUMA-CANTIDAD-2         PIC 9(8) VALUE 0.
       01  WS-SUMA-IMPORTE-1          PIC S9(13)V99 VALUE 0.
       01  WS-SUMA-IMPORTE-2          PIC S9(13)V99 VALUE 0.
       01  WS-SUMA-IMPORTE-3          PIC S9(13)V99 VALUE 0.
       01  WS-CANTIDAD-DISPLAY        PIC Z(7)9.
       01  WS-IMPORTE-DISPLAY         PIC -Z(12).99.
       01  WS-ETIQUETA                PIC X(30).
       01  WS-LINEAS-COPIADAS         PIC 9(6).

       LINKAGE SECTION.
       01  LK-FECHA                   PIC 9(8).
       01  LK-PASO                    PIC X(20).
       01  LK-PARTICIONES             PIC 9(2).
       01  LK-RESULTADO-BATCH         PIC 9.
           88  LK-BATCH-OK                VALUE 0.

       PROCEDURE DIVISION USING LK-FECHA, LK-PASO, LK-PARTICIONES,
                                 LK-RESULTADO-BATCH.
       0000-MAINLINE.
           MOVE 0 TO LK-RESULTADO-BATCH
           PERFORM 1000-CONFIGURAR-PASO
           IF LK-BATCH-OK
               PERFORM 1100-LEER-PLAN
               PERFORM 2000-VERIFICAR-PARTICIONES
           END-IF
           IF LK-BATCH-OK
               PERFORM 3000-ARMAR-REPORTE
           END-IF
           GOBACK.

       1000-CONFIGURAR-PASO.
           MOVE SPACES TO WS-ETQ-CANTIDAD-1 WS-ETQ-CANTIDAD-2
                          WS-ETQ-IMPORTE-1 WS-ETQ-IMPORTE-2
                          WS-ETQ-IMPORTE-3
           EVALUATE LK-PASO
               WHEN "INTERES-MENSUAL"
                   MOVE "interes-mensual" TO WS-REP-BASE
                   MOVE "ACREDITACION DE INTERESES" TO WS-REP-TITULO
                   MOVE "CBF    Interes, tasa y vigencia aplicadas"
                       TO WS-REP-ENCABEZADO
                   MOVE "Cuentas" TO WS-ETQ-CANTIDAD-1
                   MOVE "Intereses acreditados" TO WS-ETQ-CANTIDAD-2
                   MOVE "Interes acreditado $" TO WS-ETQ-IMPORTE-1
                   MOVE "Retencion $" TO WS-ETQ-IMPORTE-2
               WHEN "COMISION-MANT"
                   MOVE "comision-mant" TO WS-REP-BASE
                   MOVE "COMISION POR MANTENIMIENTO" TO WS-REP-TITULO
                   MOVE "CBF    Comisiones por exceso de extracciones"
                       TO WS-REP-ENCABEZADO
                   MOVE "Cuentas" TO WS-ETQ-CANTIDAD-1
                   MOVE "Comisiones aplicadas" TO WS-ETQ-CANTIDAD-2
                   MOVE "Comisiones $" TO WS-ETQ-IMPORTE-1
                   MOVE "Retencion $" TO WS-ETQ-IMPORTE-2
               WHEN "INTERES-DEUDOR"
                   MOVE "interes-deudor" TO WS-REP-BASE
                   MOVE "INTERES DEUDOR" TO WS-REP-TITULO
                   MOVE "CBF    Dias en descubierto y cargo"
                       TO WS-REP-ENCABEZADO
                   MOVE "Cuentas evaluadas" TO WS-ETQ-CANTIDAD-1
                   MOVE "Cargos" TO WS-ETQ-CANTIDAD-2
                   MOVE "Importe cobrado $" TO WS-ETQ-IMPORTE-1
               WHEN "CIERRE-DIARIO"
                   MOVE "cierre-diario" TO WS-REP-BASE
                   MOVE "CIERRE DIARIO" TO WS-REP-TITULO
                   MOVE "Cuentas con movimientos del dia"
                       TO WS-REP-ENCABEZADO
                   MOVE "Cuentas con movimientos" TO WS-ETQ-CANTIDAD-1
                   MOVE "Historia de saldos" TO WS-ETQ-CANTIDAD-2
                   MOVE "Total depositos $" TO WS-ETQ-IMPORTE-1
                   MOVE "Total extracciones $" TO WS-ETQ-IMPORTE-2
                   MOVE "Total transferencias $" TO WS-ETQ-IMPORTE-3
               WHEN OTHER
                   DISPLAY "CONSOLIDAR-PARTICIONES: paso no"
                           " particionable " LK-PASO
                   MOVE 1 TO LK-RESULTADO-BATCH
           END-EVALUATE
           MOVE WS-REP-BASE TO WS-REP-NOMBRE.

       1100-LEER-PLAN.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 20
               MOVE 0 TO WS-RANGO-DESDE(WS-IDX)
               MOVE 0 TO WS-RANGO-HASTA(WS-IDX)
               MOVE 'N' TO WS-RANGO-EN-PLAN(WS-IDX)
           END-PERFORM
           OPEN INPUT PLAN-FILE
           IF PLAN-STATUS = "00"
               PERFORM UNTIL PLAN-STATUS = "10"
                   READ PLAN-FILE
                       AT END
                           MOVE "10" TO PLAN-STATUS
                       NOT AT END
                           IF PART-FECHA = LK-FECHA
                              AND PART-PASO = LK-PASO
                              AND PART-NUMERO > 0
                              AND PART-NUMERO < 21
                               MOVE PART-CBF-DESDE
                                   TO WS-RANGO-DESDE(PART-NUMERO)
                               MOVE PART-CBF-HASTA
                                   TO WS-RANGO-HASTA(PART-NUMERO)
                               MOVE 'S'
                                   TO WS-RANGO-EN-PLAN(PART-NUMERO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAN-FILE
           END-IF.

      *    Todas las particiones tienen que estar terminadas en la
      *    fecha; los totales se suman aca y el reporte sale solo si
      *    no falta ninguna.
       2000-VERIFICAR-PARTICIONES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > LK-PARTICIONES
               MOVE LK-FECHA TO TP-FECHA
               MOVE LK-PASO TO TP-PASO
               MOVE WS-IDX TO TP-NUMERO
               CALL "checkpoint-particion" USING "L", TP-REGISTRO,
                    WS-CKP-ENCONTRADO
               IF WS-CKP-ENCONTRADO = 1 AND TP-FECHA = LK-FECHA
                  AND TP-TERMINADA
                   ADD TP-CANTIDAD-1 TO WS-SUMA-CANTIDAD-1
                   ADD TP-CANTIDAD-2 TO WS-SUMA-CANTIDAD-2
                   ADD TP-IMPORTE-1 TO WS-SUMA-IMPORTE-1
                   ADD TP-IMPORTE-2 TO WS-SUMA-IMPORTE-2
                   ADD TP-IMPORTE-3 TO WS-SUMA-IMPORTE-3
               ELSE
                   DISPLAY "   Particion " WS-IDX " de " LK-PASO
                           " sin terminar: no se consolida."
                   MOVE 1 TO LK-RESULTADO-BATCH
               END-IF
           END-PERFORM.

       3000-ARMAR-REPORTE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-ENCABEZADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > LK-PARTICIONES
               PERFORM 3100-INFORMAR-PARTICION
               PERFORM 3200-COPIAR-DETALLE
           END-PERFORM
           MOVE ALL "-" TO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE SPACES TO WS-REP-LINEA
           STRING "Consolidado de " DELIMITED BY SIZE
                  LK-PARTICIONES DELIMITED BY SIZE
                  " particiones por rango de CBF" DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE WS-ETQ-CANTIDAD-1 TO WS-ETIQUETA
           MOVE WS-SUMA-CANTIDAD-1 TO WS-CANTIDAD-DISPLAY
           PERFORM 3300-RESUMIR-CANTIDAD
           MOVE WS-ETQ-CANTIDAD-2 TO WS-ETIQUETA
           MOVE WS-SUMA-CANTIDAD-2 TO WS-CANTIDAD-DISPLAY
           PERFORM 3300-RESUMIR-CANTIDAD
           MOVE WS-ETQ-IMPORTE-1 TO WS-ETIQUETA
           MOVE WS-SUMA-IMPORTE-1 TO WS-IMPORTE-DISPLAY
           PERFORM 3400-RESUMIR-IMPORTE
           MOVE WS-ETQ-IMPORTE-2 TO WS-ETIQUETA
           MOVE WS-SUMA-IMPORTE-2 TO WS-IMPORTE-DISPLAY
           PERFORM 3400-RESUMIR-IMPORTE
           MOVE WS-ETQ-IMPORTE-3 TO WS-ETIQUETA
           MOVE WS-SUMA-IMPORTE-3 TO WS-IMPORTE-DISPLAY
           PERFORM 3400-RESUMIR-IMPORTE
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           DISPLAY "   Consolidadas " LK-PARTICIONES " particiones de "
                   LK-PASO.

       3100-INFORMAR-PARTICION.
           MOVE LK-FECHA TO TP-FECHA
           MOVE LK-PASO TO TP-PASO
           MOVE WS-IDX TO TP-NUMERO
           CALL "checkpoint-particion" USING "L", TP-REGISTRO,
                WS-CKP-ENCONTRADO
           MOVE SPACES TO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE TP-IMPORTE-1 TO WS-IMPORTE-DISPLAY
           STRING "Particion " DELIMITED BY SIZE
                  WS-IDX DELIMITED BY SIZE
                  " CBF " DELIMITED BY SIZE
                  WS-RANGO-DESDE(WS-IDX) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RANGO-HASTA(WS-IDX) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  TP-CANTIDAD-1 DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  TP-CANTIDAD-2 DELIMITED BY SIZE
                  " $ " DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

      *    El detalle sale del reporte de la particion
      *    (reports/<paso>-pNN-AAAAMMDD.txt, con la fecha en que
      *    abrio: la de hoy o, si corrio antes de la medianoche, la de
      *    negocio). Se saltean encabezados de pagina, separadores y
      *    el pie.
       3200-COPIAR-DETALLE.
           MOVE 0 TO WS-LINEAS-COPIADAS
           MOVE WS-FECHA-HOY TO WS-FECHA-REPORTE
           PERFORM 3210-ARMAR-RUTA
           OPEN INPUT DETALLE-FILE
           IF DETALLE-STATUS NOT = "00"
               MOVE LK-FECHA TO WS-FECHA-REPORTE
               PERFORM 3210-ARMAR-RUTA
               OPEN INPUT DETALLE-FILE
           END-IF
           IF DETALLE-STATUS = "00"
               PERFORM UNTIL DETALLE-STATUS = "10"
                   READ DETALLE-FILE
                       AT END
                           MOVE "10" TO DETALLE-STATUS
                       NOT AT END
                           PERFORM 3220-COPIAR-LINEA
                   END-READ
               END-PERFORM
               CLOSE DETALLE-FILE
           ELSE
               MOVE "  (sin reporte de detalle de la particion)"
                   TO WS-REP-LINEA
               CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
           END-IF.

       3210-ARMAR-RUTA.
           MOVE SPACES TO WS-RUTA-DETALLE
           STRING "reports/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REP-BASE) DELIMITED BY SIZE
                  "-p" DELIMITED BY SIZE
                  WS-IDX DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-FECHA-REPORTE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-RUTA-DETALLE.

       3220-COPIAR-LINEA.
           EVALUATE TRUE
               WHEN DETALLE-LINEA(1:40) = WS-REP-TITULO
                    AND DETALLE-LINEA(41:11) = "  Corrida: "
                   CONTINUE
               WHEN DETALLE-LINEA = ALL "-"
                   CONTINUE
               WHEN DETALLE-LINEA(1:80) = WS-REP-ENCABEZADO
                   CONTINUE
               WHEN DETALLE-LINEA = "FIN DEL REPORTE"
                   CONTINUE
               WHEN OTHER
                   MOVE DETALLE-LINEA(1:80) TO WS-REP-LINEA
                   CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                        WS-REP-TITULO, WS-REP-LINEA
                   ADD 1 TO WS-LINEAS-COPIADAS
           END-EVALUATE.

       3300-RESUMIR-CANTIDAD.
           IF WS-ETIQUETA NOT = SPACES
               MOVE SPACES TO WS-REP-LINEA
               STRING FUNCTION TRIM(WS-ETIQUETA) DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      WS-CANTIDAD-DISPLAY DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
           END-IF.

       3400-RESUMIR-IMPORTE.
           IF WS-ETIQUETA NOT = SPACES
               MOVE SPACES TO WS-REP-LINEA
               STRING FUNCTION TRIM(WS-ETIQUETA) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
           END-IF.
