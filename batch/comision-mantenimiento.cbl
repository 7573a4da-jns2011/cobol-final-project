      *              operacion excedente; la cuenta sin paquete
      *              conserva el regimen historico (comision fija al
      *              superar el tope global).
      *  2026-10-15  Corrida particionada por rango de CBF
      *              (PART-REGISTRO, ver particion.cpy): con PART-NUMERO
      *              distinto de cero recorre solo el rango de la
      *              particion, retoma desde su checkpoint
      *              (checkpoint-particion) y deja los totales de
      *              control para CONSOLIDAR-PARTICIONES. Las cajas de
      *              seguridad las cobra solo la ultima particion. Se
      *              acumulan ademas los importes de comision y
      *              retencion.
      *  2026-10-15  Excepciones de precio (excepciones-precio.dat,
      *              producto CM, via buscar-excepcion-precio): una
      *              cuenta con excepcion aprobada y vigente debita el
      *              importe negociado en lugar del abono del paquete
      *              (o, sin paquete, de la comision por exceso); en
      *              cero la comision queda bonificada y no se postea,
      *              pero la marca del periodo se reserva igual. La
      *              diferencia queda como ingreso resignado de la
      *              excepcion (registrar-excepcion-aplicada).
      *  2026-10-15  Cambios de precio con aviso previo
      *              (cambios-precio.dat, ver MANTENER-PAQUETES y
      *              AVISAR-CAMBIOS-PRECIO): el abono y el costo por
      *              excedente del paquete y la comision por exceso
      *              sin paquete se resuelven por cuenta con
      *              buscar-precio-vigente; el aumento se debita recien
      *              desde la vigencia y solo a quien fue avisado.
      *  2026-10-15  Bonificacion del abono del paquete canjeada por
      *              puntos (canjear-puntos): si la cuenta tiene una
      *              bonificacion pendiente para el periodo
      *              (aplicar-canje-abono), el abono no se debita, la
      *              marca del periodo se reserva igual y la
      *              bonificacion queda aplicada.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  WS-TOTAL-CUENTAS           PIC 9(6) VALUE 0.
       01  WS-TOTAL-COMISIONES        PIC 9(6) VALUE 0.
       01  WS-TOTAL-IMPORTE           PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-RETENCION         PIC S9(12)V99 VALUE 0.
       01  WS-COMISION-DISPLAY        PIC -Z(7).99.
       01  PARAMETROS-STATUS          PIC XX.
       01  WS-ALICUOTA-RETENCION      PIC 9(2)V99 VALUE 21.00.
       01  WS-MARCA-CONCEPTO          PIC X(2).
       01  WS-CANT-EXCEDENTES         PIC 9(5).
       01  WS-CUENTA-OK               PIC X.
      *    Comision por exceso sin paquete que rige para la cuenta
      *    (WS-COMISION-EXCESO, salvo cambio de precio avisado).
       01  WS-PRECIO-EXCESO           PIC 9(7)V99.
       01  WS-SIN-PAQUETE             PIC 9(3) VALUE 0.
       01  WS-RESULTADO-CAJAS         PIC 9.
      *    Excepcion de precio de la cuenta en proceso: importe
      *    negociado del mantenimiento y lo que hubiera correspondido
      *    sin ella.
       01  WS-EXC-VALOR               PIC 9(7)V99.
       01  WS-EXC-NUMERO              PIC 9(6).
       01  WS-EXC-ENCONTRADA          PIC 9.
       01  WS-EXC-APLICADA            PIC X VALUE 'N'.
       01  WS-EXC-ESTANDAR            PIC S9(9)V99.
       01  WS-EXC-RESIGNADO           PIC S9(9)V99.
       01  WS-EXC-ORIGEN              PIC X(20)
                                      VALUE "COMISION-MANT".
       01  WS-EXC-DEBITADO            PIC S9(9)V99.
      *    Abono bonificado por canje de puntos en la cuenta en
      *    proceso: lo que se hubiera debitado.
       01  WS-CANJE-APLICADO          PIC X VALUE 'N'.
       01  WS-CANJE-IMPORTE           PIC S9(9)V99 VALUE 0.
       01  WS-CANJE-ENCONTRADO        PIC 9.
       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "comision-mant".
       01  WS-REP-TITULO              PIC X(40)
           05  WS-HOY-MES             PIC 9(2).
           05  WS-HOY-DIA             PIC 9(2).
       01  WS-TIMESTAMP-CORRIDA       PIC 9(14).
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
           IF LK-BATCH-OK
               IF WS-PARTICION-AGOTADA = 'N'
                   PERFORM 2000-PROCESAR-TRANSACCIONES
               END-IF
      *        El alquiler de las cajas de seguridad se debita en el
      *        mismo paso de comisiones (idempotencia propia por
      *        CS-PERIODO-COBRADO). En corrida particionada lo debita
      *        una sola particion, la ultima.
               IF PART-NUMERO = 0 OR PART-NUMERO = PART-TOTAL
                   CALL "COBRAR-CAJAS-SEGURIDAD" USING
                        WS-RESULTADO-CAJAS, LK-MODO-SIMULACION
               END-IF
           END-IF
           PERFORM 3000-FINALIZAR
           GOBACK.
           DISPLAY "==========================================".
           DISPLAY "  COMISION MENSUAL POR EXCESO DE EXTRACCIONES".
           DISPLAY "==========================================".
           PERFORM 1500-PREPARAR-PARTICION
           MOVE "CBF    Comisiones por exceso de extracciones"
               TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
               MOVE 1 TO LK-RESULTADO-BATCH
           ELSE
               MOVE LOW-VALUES TO R-KEY
               MOVE WS-CBF-DESDE TO R-CBF
               START TRANS-FILE KEY IS >= R-KEY
                   INVALID KEY
                       CONTINUE
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
               STRING "comision-mant-p" DELIMITED BY SIZE
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
                   MOVE TP-CANTIDAD-2 TO WS-TOTAL-COMISIONES
                   MOVE TP-IMPORTE-1 TO WS-TOTAL-IMPORTE
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

       2000-PROCESAR-TRANSACCIONES.
           PERFORM UNTIL FILE-STATUS = "10"
               READ TRANS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FILE-STATUS
                   NOT AT END
                       IF R-CBF > WS-CBF-HASTA
                           MOVE "10" TO FILE-STATUS
                       ELSE
                           PERFORM 2100-EVALUAR-TRANSACCION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PRIMERA-CUENTA = 'N'
           IF R-CBF NOT = WS-CBF-ANTERIOR
               IF WS-PRIMERA-CUENTA = 'N'
                   PERFORM 2900-EVALUAR-COMISION
                   PERFORM 2800-CHECKPOINT-PARTICION
               END-IF
               MOVE R-CBF TO WS-CBF-ANTERIOR
               MOVE 'N' TO WS-PRIMERA-CUENTA
      *    debita el abono mensual y el costo por cada operacion
      *    excedente de las libres incluidas; sin paquete rige la
      *    comision fija historica al superar el tope global.
      *    Cada CBF terminado avanza el checkpoint de la particion
      *    (se graba cada PARM-FREC-CHECKPOINT cuentas).
       2800-CHECKPOINT-PARTICION.
           IF PART-NUMERO > 0
               MOVE WS-CBF-ANTERIOR TO TP-ULTIMO-CBF
               MOVE "P" TO TP-FASE
               PERFORM 2850-CARGAR-TOTALES
               CALL "checkpoint-particion" USING "P", TP-REGISTRO,
                    WS-CKP-ENCONTRADO
           END-IF.

       2850-CARGAR-TOTALES.
           MOVE "A" TO TP-ESTADO
           MOVE WS-TOTAL-CUENTAS TO TP-CANTIDAD-1
           MOVE WS-TOTAL-COMISIONES TO TP-CANTIDAD-2
           MOVE WS-TOTAL-IMPORTE TO TP-IMPORTE-1
           MOVE WS-TOTAL-RETENCION TO TP-IMPORTE-2
           MOVE 0 TO TP-IMPORTE-3.

       2900-EVALUAR-COMISION.
           ADD 1 TO WS-TOTAL-CUENTAS
           PERFORM 2905-RESOLVER-PAQUETE
           CALL "buscar-excepcion-precio" USING WS-CBF-ANTERIOR, "CM",
                WS-FECHA-HOY, WS-EXC-VALOR, WS-EXC-NUMERO,
                WS-EXC-ENCONTRADA
           IF WS-PAQ-ENCONTRADO = 1
               IF WS-PAQ-ABONO > 0
                   MOVE WS-PAQ-ABONO TO WS-IMPORTE-COMISION
                   MOVE "ABONO MENSUAL PAQUETE"
                       TO WS-MEMO-COMISION
                   MOVE "P " TO WS-MARCA-CONCEPTO
                   PERFORM 2908-APLICAR-EXCEPCION
                   PERFORM 2909-APLICAR-CANJE-PUNTOS
                   PERFORM 2910-POSTAR-COMISION
                   MOVE 'N' TO WS-EXC-APLICADA
                   MOVE 'N' TO WS-CANJE-APLICADO
                   MOVE 0 TO WS-CANJE-IMPORTE
               END-IF
               IF WS-CANT-EXTRACCIONES > WS-PAQ-EXT-LIBRES
                  AND WS-PAQ-COSTO-EXC > 0
               END-IF
           ELSE
               IF WS-CANT-EXTRACCIONES > WS-TOPE-EXT-MES
                   MOVE WS-PRECIO-EXCESO TO WS-IMPORTE-COMISION
                   MOVE "COMISION EXCESO EXTRACCIONES"
                       TO WS-MEMO-COMISION
                   MOVE "F " TO WS-MARCA-CONCEPTO
                   PERFORM 2908-APLICAR-EXCEPCION
                   PERFORM 2910-POSTAR-COMISION
                   MOVE 'N' TO WS-EXC-APLICADA
               END-IF
           END-IF.

      *    El importe negociado reemplaza al del regimen de la cuenta
      *    (el excedente de operaciones del paquete no se negocia).
       2908-APLICAR-EXCEPCION.
           MOVE 'N' TO WS-EXC-APLICADA
           IF WS-EXC-ENCONTRADA = 1
               MOVE 'S' TO WS-EXC-APLICADA
               MOVE WS-IMPORTE-COMISION TO WS-EXC-ESTANDAR
               MOVE WS-EXC-VALOR TO WS-IMPORTE-COMISION
               MOVE SPACES TO WS-MEMO-COMISION
               STRING "MANTENIMIENTO NEGOCIADO EXC "
                          DELIMITED BY SIZE
                      WS-EXC-NUMERO DELIMITED BY SIZE
                   INTO WS-MEMO-COMISION
           END-IF.

      *    Abono del periodo bonificado por canje de puntos: no se
      *    debita (sobre el importe negociado, si la cuenta tiene
      *    excepcion). Una bonificacion sin abono que cubrir queda
      *    pendiente y ACUMULAR-PUNTOS la reintegra al pasar el
      *    periodo.
       2909-APLICAR-CANJE-PUNTOS.
           MOVE 'N' TO WS-CANJE-APLICADO
           MOVE 0 TO WS-CANJE-IMPORTE
           IF WS-IMPORTE-COMISION > 0
               CALL "aplicar-canje-abono" USING "C", WS-CBF-ANTERIOR,
                    WS-PERIODO-CORRIDA, WS-CANJE-ENCONTRADO
               IF WS-CANJE-ENCONTRADO = 1
                   MOVE 'S' TO WS-CANJE-APLICADO
                   MOVE WS-IMPORTE-COMISION TO WS-CANJE-IMPORTE
                   MOVE 0 TO WS-IMPORTE-COMISION
                   MOVE "ABONO BONIFICADO CANJE PUNTOS"
                       TO WS-MEMO-COMISION
               END-IF
           END-IF.

      *    Deja en memoria el registro de la cuenta (CLI-MONEDA para
      *    los posteos) y el regimen de su paquete, si tiene, con los
      *    precios que rigen para la cuenta a la fecha de la corrida.
       2905-RESOLVER-PAQUETE.
           MOVE 0 TO WS-PAQ-ENCONTRADO
           MOVE WS-COMISION-EXCESO TO WS-PRECIO-EXCESO
           MOVE 'N' TO WS-CUENTA-OK
           MOVE WS-CBF-ANTERIOR TO CLI-CBF
           OPEN INPUT CUENTAS-FILE
                            WS-PAQ-CHEQUERA, WS-PAQ-ENCONTRADO
                   END-IF
           END-READ
           CLOSE CUENTAS-FILE
           IF WS-CUENTA-OK = 'S'
               IF WS-PAQ-ENCONTRADO = 1
                   CALL "buscar-precio-vigente" USING WS-CBF-ANTERIOR,
                        "PA", CLI-PAQUETE, WS-FECHA-HOY, WS-PAQ-ABONO
                   CALL "buscar-precio-vigente" USING WS-CBF-ANTERIOR,
                        "PE", CLI-PAQUETE, WS-FECHA-HOY,
                        WS-PAQ-COSTO-EXC
               ELSE
                   CALL "buscar-precio-vigente" USING WS-CBF-ANTERIOR,
                        "CE", WS-SIN-PAQUETE, WS-FECHA-HOY,
                        WS-PRECIO-EXCESO
               END-IF
           END-IF.

       2910-POSTAR-COMISION.
           IF WS-CUENTA-OK NOT = 'S'
                   DISPLAY "CBF: " WS-CBF-ANTERIOR
                       "  Comision del periodo ya posteada: se saltea"
               ELSE
               IF WS-IMPORTE-COMISION = 0
      *            Bonificada por excepcion o por canje de puntos: no
      *            hay posteo, pero la marca reservada impide que una
      *            re-corrida vuelva a registrar el ingreso resignado.
                   IF WS-CANJE-APLICADO = 'S'
                       DISPLAY "CBF: " WS-CBF-ANTERIOR
                           "  Abono bonificado por canje de puntos"
                       CALL "aplicar-canje-abono" USING "A",
                            WS-CBF-ANTERIOR, WS-PERIODO-CORRIDA,
                            WS-CANJE-ENCONTRADO
                   ELSE
                       DISPLAY "CBF: " WS-CBF-ANTERIOR
                           "  Comision bonificada, excepcion "
                           WS-EXC-NUMERO
                   END-IF
                   PERFORM 2930-REGISTRAR-EXCEPCION
               ELSE
               MOVE WS-CBF-ANTERIOR TO P-CBF
               MOVE "F" TO P-DESCRIPCION
               MOVE WS-IMPORTE-COMISION TO P-IMPORTE
               CALL "crear-transaccion" USING TRANSACCION, RESULTADO
               IF RESULTADO = 0
                   ADD 1 TO WS-TOTAL-COMISIONES
                   ADD WS-IMPORTE-COMISION TO WS-TOTAL-IMPORTE
                   MOVE WS-IMPORTE-COMISION TO WS-COMISION-DISPLAY
                   DISPLAY "CBF: " WS-CBF-ANTERIOR
                       "  Extracciones: " WS-CANT-EXTRACCIONES
                   CALL "escribir-reporte" USING "L",
                        WS-REP-NOMBRE, WS-REP-TITULO, WS-REP-LINEA
                   PERFORM 2920-RETENER-IMPUESTO
                   PERFORM 2930-REGISTRAR-EXCEPCION
               ELSE
                   CALL "desmarcar-periodo-posteado" USING
                        WS-CBF-ANTERIOR, WS-PERIODO-CORRIDA,
                       "  ERROR al aplicar comision"
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

      *    Ingreso resignado por la excepcion: lo que hubiera debitado
      *    el regimen de la cuenta menos lo debitado (el abono
      *    bonificado por canje de puntos cuenta como debitado: lo
      *    pago el cliente con sus puntos).
       2930-REGISTRAR-EXCEPCION.
           IF WS-EXC-APLICADA = 'S'
               COMPUTE WS-EXC-DEBITADO =
                   WS-IMPORTE-COMISION + WS-CANJE-IMPORTE
               COMPUTE WS-EXC-RESIGNADO =
                   WS-EXC-ESTANDAR - WS-EXC-DEBITADO
               CALL "registrar-excepcion-aplicada" USING
                    WS-EXC-NUMERO, WS-CBF-ANTERIOR, "CM",
                    WS-EXC-ESTANDAR, WS-EXC-DEBITADO,
                    WS-EXC-RESIGNADO, WS-EXC-ORIGEN
           END-IF.

      *    Retencion sobre la comision recien posteada: transaccion
      *    "W" propia mas acumulacion en el libro fiscal del periodo.
       2920-RETENER-IMPUESTO.
                        WS-PERIODO-CORRIDA, "F ", WS-RETENCION,
                        WS-RET-RESULTADO, WS-CBF-ANTERIOR,
                        WS-BASE-RETENCION
                   ADD WS-RETENCION TO WS-TOTAL-RETENCION
                   MOVE WS-RETENCION TO WS-RETENCION-DISPLAY
                   DISPLAY "CBF: " WS-CBF-ANTERIOR
                       "  Retencion posteada: $ "
                      WS-TOTAL-COMISIONES DELIMITED BY SIZE
                   INTO WS-REP-LINEA
           END-IF
           CALL "escribir-reporte" USING WS-REP-ACCION-TOTAL,
                WS-REP-NOMBRE, WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           IF PART-NUMERO > 0
               IF WS-PRIMERA-CUENTA = 'N'
                   MOVE WS-CBF-ANTERIOR TO TP-ULTIMO-CBF
                   MOVE "P" TO TP-FASE
               END-IF
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
