      *              PARM-RETENCION-INTERES de parametros.dat, y se
      *              acumula en el libro fiscal via
      *              registrar-retencion.
      *  2026-10-15  Corrida particionada por rango de CBF
      *              (PART-REGISTRO, ver particion.cpy): con PART-NUMERO
      *              distinto de cero recorre solo el rango de la
      *              particion, retoma desde su checkpoint
      *              (checkpoint-particion) y deja los totales de
      *              control para CONSOLIDAR-PARTICIONES. Se acumulan
      *              ademas los importes de interes y retencion.
      *  2026-10-15  buscar-tasa recibe el CBF: una cuenta con
      *              excepcion de precio CA aprobada y vigente cobra la
      *              tasa negociada. La diferencia contra la tasa
      *              estandar (tramo y paquete) queda como ingreso
      *              resignado de la excepcion
      *              (registrar-excepcion-aplicada).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-INTERES-DISPLAY         PIC -Z(7).99.
       01  WS-TOTAL-CUENTAS           PIC 9(6) VALUE 0.
       01  WS-TOTAL-ACREDITADAS       PIC 9(6) VALUE 0.
       01  WS-TOTAL-INTERES           PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-RETENCION         PIC S9(12)V99 VALUE 0.
      *    Excepcion de precio de la cuenta: tasa estandar (sin CBF)
      *    e interes que hubiera correspondido con ella.
       01  WS-CBF-NULO                PIC 9(6) VALUE 0.
       01  WS-EXC-VALOR               PIC 9(7)V99.
       01  WS-EXC-NUMERO              PIC 9(6).
       01  WS-EXC-ENCONTRADA          PIC 9.
       01  WS-TASA-ESTANDAR           PIC V9(6).
       01  WS-VIGENCIA-ESTANDAR       PIC 9(8).
       01  WS-ESTANDAR-ENCONTRADA     PIC 9.
       01  WS-INTERES-ESTANDAR        PIC S9(9)V99.
       01  WS-RESIGNADO               PIC S9(9)V99.
       01  WS-EXC-ORIGEN              PIC X(20)
                                      VALUE "INTERES-MENSUAL".
      *    Corrida particionada: rango de CBF de la particion y su
      *    checkpoint con los totales de control.
       COPY "totales-particion.cpy".
       01  WS-CBF-DESDE               PIC 9(6) VALUE 0.
       01  WS-CBF-HASTA               PIC 9(6) VALUE 999999.
       01  WS-CKP-ENCONTRADO          PIC 9.
       01  WS-PARTICION-AGOTADA       PIC X VALUE 'N'.
       01  WS-REP-ACCION-TOTAL        PIC X(1) VALUE "R".

       LINKAGE SECTION.
       01  LK-RESULTADO-BATCH         PIC 9.
           88  LK-BATCH-OK                VALUE 0.
       01  LK-MODO-SIMULACION         PIC X(1).
           88  MODO-SIMULACION            VALUE "S".
       COPY "particion.cpy".

       PROCEDURE DIVISION USING LK-RESULTADO-BATCH,
                                 LK-MODO-SIMULACION, PART-REGISTRO.
       0000-MAINLINE.
           MOVE 0 TO LK-RESULTADO-BATCH
           PERFORM 1000-INICIALIZAR
           DISPLAY "==========================================".
           DISPLAY "  ACREDITACION MENSUAL DE INTERESES".
           DISPLAY "==========================================".
           PERFORM 1500-PREPARAR-PARTICION
           MOVE "CBF    Interes, tasa y vigencia aplicadas"
               TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
               CLOSE PARAMETROS-FILE
           END-IF.

      *    Corrida particionada (PART-NUMERO distinto de cero, ver
      *    CORRER-PARTICION): el recorrido se limita al rango de CBF
      *    de la particion y, si la misma particion ya habia avanzado
      *    hoy, retoma despues del ultimo CBF terminado con los
      *    acumuladores de ese momento. Los totales quedan en el
      *    detalle del reporte de la particion; el resumen para
      *    operaciones lo arma CONSOLIDAR-PARTICIONES.
       1500-PREPARAR-PARTICION.
           IF PART-NUMERO > 0
               MOVE PART-CBF-DESDE TO WS-CBF-DESDE
               MOVE PART-CBF-HASTA TO WS-CBF-HASTA
               MOVE "L" TO WS-REP-ACCION-TOTAL
               MOVE SPACES TO WS-REP-NOMBRE
               STRING "interes-mensual-p" DELIMITED BY SIZE
                      PART-NUMERO DELIMITED BY SIZE
                   INTO WS-REP-NOMBRE
               MOVE PART-FECHA TO TP-FECHA
               MOVE PART-PASO TO TP-PASO
               MOVE PART-NUMERO TO TP-NUMERO
               CALL "checkpoint-particion" USING "L", TP-REGISTRO,
                    WS-CKP-ENCONTRADO
               IF WS-CKP-ENCONTRADO = 1 AND TP-FECHA = PART-FECHA
                  AND TP-CON-AVANCE
                   MOVE TP-CANTIDAD-1 TO WS-TOTAL-CUENTAS
                   MOVE TP-CANTIDAD-2 TO WS-TOTAL-ACREDITADAS
                   MOVE TP-IMPORTE-1 TO WS-TOTAL-INTERES
                   MOVE TP-IMPORTE-2 TO WS-TOTAL-RETENCION
                   IF TP-ULTIMO-CBF >= WS-CBF-HASTA
                       MOVE 'S' TO WS-PARTICION-AGOTADA
                   ELSE
                       COMPUTE WS-CBF-DESDE = TP-ULTIMO-CBF + 1
                   END-IF
                   DISPLAY "Particion " PART-NUMERO
                           ": retoma despues del CBF " TP-ULTIMO-CBF
               ELSE
                   INITIALIZE TP-REGISTRO
                   MOVE PART-FECHA TO TP-FECHA
                   MOVE PART-PASO TO TP-PASO
                   MOVE PART-NUMERO TO TP-NUMERO
               END-IF
               DISPLAY "Particion " PART-NUMERO " de " PART-TOTAL
                       ": CBF " PART-CBF-DESDE " a " PART-CBF-HASTA
           END-IF.

       2000-PROCESAR-CUENTAS.
           IF LK-BATCH-OK AND WS-PARTICION-AGOTADA = 'N'
           MOVE WS-CBF-DESDE TO CLI-CBF
           START CUENTAS-FILE KEY IS >= CLI-CBF
               INVALID KEY
                   DISPLAY "No hay cuentas para procesar"
                   AT END
                       MOVE "10" TO CUENTAS-STATUS
                   NOT AT END
                       IF CLI-CBF > WS-CBF-HASTA
                           MOVE "10" TO CUENTAS-STATUS
                       ELSE
                           PERFORM 2100-PROCESAR-CUENTA
                           PERFORM 2800-CHECKPOINT-PARTICION
                       END-IF
               END-READ
           END-PERFORM
           END-IF.
                   CALL "buscar-tasa" USING WS-FECHA-HOY,
                        WS-SALDO-CALCULADO, WS-TASA-APLICADA,
                        WS-VIGENCIA-TASA, WS-TASA-ENCONTRADA,
                        CLI-PAQUETE, CLI-CBF
                   IF WS-TASA-ENCONTRADA = 0
                       MOVE WS-TASA-MENSUAL TO WS-TASA-APLICADA
                       MOVE 0 TO WS-VIGENCIA-TASA
                                                       RESULTADO
                       IF RESULTADO = 0
                           ADD 1 TO WS-TOTAL-ACREDITADAS
                           ADD WS-INTERES TO WS-TOTAL-INTERES
                           MOVE WS-INTERES TO WS-INTERES-DISPLAY
                           MOVE WS-TASA-APLICADA TO WS-TASA-DISPLAY
                           DISPLAY "CBF: " CLI-CBF
                                WS-REP-NOMBRE, WS-REP-TITULO,
                                WS-REP-LINEA
                           PERFORM 2200-RETENER-IMPUESTO
                           PERFORM 2300-REGISTRAR-EXCEPCION
                       ELSE
                           CALL "desmarcar-periodo-posteado" USING
                                CLI-CBF, WS-PERIODO-CORRIDA, "I "
               END-IF
           END-IF.

      *    Tasa negociada: lo que se paga por encima del interes con
      *    la tasa estandar es ingreso resignado de la excepcion.
       2300-REGISTRAR-EXCEPCION.
           CALL "buscar-excepcion-precio" USING CLI-CBF, "CA",
                WS-FECHA-HOY, WS-EXC-VALOR, WS-EXC-NUMERO,
                WS-EXC-ENCONTRADA
           IF WS-EXC-ENCONTRADA = 1
               CALL "buscar-tasa" USING WS-FECHA-HOY,
                    WS-SALDO-CALCULADO, WS-TASA-ESTANDAR,
                    WS-VIGENCIA-ESTANDAR, WS-ESTANDAR-ENCONTRADA,
                    CLI-PAQUETE, WS-CBF-NULO
               IF WS-ESTANDAR-ENCONTRADA = 0
                   MOVE WS-TASA-MENSUAL TO WS-TASA-ESTANDAR
               END-IF
               COMPUTE WS-INTERES-ESTANDAR ROUNDED =
                   WS-SALDO-CALCULADO * WS-TASA-ESTANDAR
               COMPUTE WS-RESIGNADO =
                   WS-INTERES - WS-INTERES-ESTANDAR
               CALL "registrar-excepcion-aplicada" USING
                    WS-EXC-NUMERO, CLI-CBF, "CA",
                    WS-INTERES-ESTANDAR, WS-INTERES, WS-RESIGNADO,
                    WS-EXC-ORIGEN
               DISPLAY "CBF: " CLI-CBF
                   "  Tasa negociada, excepcion " WS-EXC-NUMERO
           END-IF.

      *    Retencion sobre el interes bruto recien acreditado: se
      *    postea como transaccion "W" propia (el cliente la ve en su
      *    resumen) y se acumula en el libro fiscal del periodo.
                   CALL "registrar-retencion" USING
                        WS-PERIODO-CORRIDA, "I ", WS-RETENCION,
                        WS-RET-RESULTADO, CLI-CBF, WS-INTERES
                   ADD WS-RETENCION TO WS-TOTAL-RETENCION
                   MOVE WS-RETENCION TO WS-RETENCION-DISPLAY
                   DISPLAY "CBF: " CLI-CBF
                       "  Retencion posteada: $ "
               END-IF
           END-IF.

      *    Cada CBF terminado avanza el checkpoint de la particion
      *    (se graba cada PARM-FREC-CHECKPOINT cuentas).
       2800-CHECKPOINT-PARTICION.
           IF PART-NUMERO > 0
               MOVE CLI-CBF TO TP-ULTIMO-CBF
               MOVE "P" TO TP-FASE
               PERFORM 2850-CARGAR-TOTALES
               CALL "checkpoint-particion" USING "P", TP-REGISTRO,
                    WS-CKP-ENCONTRADO
           END-IF.

       2850-CARGAR-TOTALES.
           MOVE "A" TO TP-ESTADO
           MOVE WS-TOTAL-CUENTAS TO TP-CANTIDAD-1
           MOVE WS-TOTAL-ACREDITADAS TO TP-CANTIDAD-2
           MOVE WS-TOTAL-INTERES TO TP-IMPORTE-1
           MOVE WS-TOTAL-RETENCION TO TP-IMPORTE-2
           MOVE 0 TO TP-IMPORTE-3.

       3000-FINALIZAR.
           CLOSE CUENTAS-FILE
           DISPLAY "------------------------------------------".
                      WS-TOTAL-ACREDITADAS DELIMITED BY SIZE
                   INTO WS-REP-LINEA
           END-IF
           CALL "escribir-reporte" USING WS-REP-ACCION-TOTAL,
                WS-REP-NOMBRE, WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           IF PART-NUMERO > 0
               PERFORM 2850-CARGAR-TOTALES
               IF LK-BATCH-OK
                   MOVE "C" TO TP-ESTADO
               ELSE
                   MOVE "F" TO TP-ESTADO
               END-IF
               CALL "checkpoint-particion" USING "G", TP-REGISTRO,
                    WS-CKP-ENCONTRADO
           END-IF
           DISPLAY "==========================================".
