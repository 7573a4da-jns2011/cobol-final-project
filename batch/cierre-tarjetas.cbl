       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-TARJETAS.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Cierre mensual de tarjetas de credito: paso del proceso
      *  nocturno que recorre tarjetas-credito.dat y, para cada
      *  cuenta cuyo dia de cierre es hoy (o el ultimo dia del mes
      *  cuando el mes es mas corto que el dia pactado):
      *    - toma el saldo impago del resumen anterior (saldo menos
      *      pagos recibidos) y le carga la financiacion del mes a
      *      la tasa nominal anual de la cuenta, como movimiento de
      *      interes en consumos-tarjeta.dat;
      *    - factura los consumos y ajustes pendientes, dejandolos
      *      marcados con la fecha de este cierre;
      *    - calcula el saldo del resumen, el pago minimo
      *      (PARM-PORC-MINIMO-TC del saldo con piso
      *      PARM-PISO-MINIMO-TC) y la fecha de vencimiento;
      *    - emite el resumen via escribir-reporte (un bloque por
      *      cuenta con el detalle de lo facturado) y avisa al
      *      cliente via encolar-notificacion.
      *  El debito del pago al vencimiento lo hace DEBITAR-TARJETAS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJETAS-CREDITO-FILE ASSIGN TO "tarjetas-credito.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-NUMERO
               ALTERNATE RECORD KEY IS TC-CBF
                   WITH DUPLICATES
               FILE STATUS IS TARJETAS-STATUS.

           SELECT CONSUMOS-FILE ASSIGN TO "consumos-tarjeta.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS CONSUMOS-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TARJETAS-CREDITO-FILE.
       COPY "tarjeta-credito.cpy".

       FD  CONSUMOS-FILE.
       COPY "consumo-tarjeta.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  PARAMETROS-FILE.
           COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  TARJETAS-STATUS            PIC XX.
       01  CONSUMOS-STATUS            PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  PARAMETROS-STATUS          PIC XX.

       01  WS-PORC-MINIMO             PIC 9(3) VALUE 5.
       01  WS-PISO-MINIMO             PIC 9(7) VALUE 5000.
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05  WS-HOY-ANIO            PIC 9(4).
           05  WS-HOY-MES             PIC 9(2).
           05  WS-HOY-DIA             PIC 9(2).
       01  WS-ULTIMO-DIA-MES          PIC 9(2).
       01  WS-HAY-TARJETAS            PIC X VALUE 'S'.
       01  WS-CORRESPONDE             PIC X.

      *    Calculo de fechas: primer dia del mes siguiente a una
      *    fecha dada, para obtener el ultimo dia de ese mes.
       01  WS-FECHA-CALC              PIC 9(8).
       01  WS-FECHA-CALC-R REDEFINES WS-FECHA-CALC.
           05  WS-CALC-ANIO           PIC 9(4).
           05  WS-CALC-MES            PIC 9(2).
           05  WS-CALC-DIA            PIC 9(2).
       01  WS-FECHA-AUX               PIC 9(8).
       01  WS-FECHA-AUX-R REDEFINES WS-FECHA-AUX.
           05  WS-AUX-ANIO            PIC 9(4).
           05  WS-AUX-MES             PIC 9(2).
           05  WS-AUX-DIA             PIC 9(2).
       01  WS-ULTIMO-DIA-CALC         PIC 9(2).
       01  WS-FECHA-VTO               PIC 9(8).

       01  WS-SALDO-IMPAGO            PIC S9(9)V99.
       01  WS-INTERES                 PIC S9(9)V99.
       01  WS-FACTURADO               PIC S9(9)V99.
       01  WS-SALDO-NUEVO             PIC S9(9)V99.
       01  WS-MINIMO                  PIC S9(9)V99.
       01  WS-EMAIL-CUENTA            PIC X(50).
       01  WS-IMPORTE-DISPLAY         PIC -Z(8)9.99.
       01  WS-MINIMO-DISPLAY          PIC -Z(8)9.99.
       01  WS-TOTAL-DISPLAY           PIC -Z(11)9.99.
       01  WS-ULT-DIGITOS             PIC 9(4).

       01  WS-CANT-CIERRES            PIC 9(6) VALUE 0.
       01  WS-CANT-AVISOS             PIC 9(6) VALUE 0.
       01  WS-TOTAL-RESUMENES         PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-INTERESES         PIC S9(12)V99 VALUE 0.

       01  WS-NOTIF-EVENTO            PIC X(20).
       01  WS-NOTIF-ASUNTO            PIC X(60).
       01  WS-NOTIF-CUERPO            PIC X(80).
       01  WS-NOTIF-RESULTADO         PIC 9.
       01  WS-NOTIF-CBF               PIC 9(6).

       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "resumen-tarjetas".
       01  WS-REP-TITULO              PIC X(40)
                                      VALUE "RESUMENES DE TARJETAS".
       01  WS-REP-LINEA               PIC X(80).

       LINKAGE SECTION.
       01  LK-RESULTADO-BATCH         PIC 9.
           88  LK-BATCH-OK                VALUE 0.

       PROCEDURE DIVISION USING LK-RESULTADO-BATCH.
       0000-MAINLINE.
           MOVE 0 TO LK-RESULTADO-BATCH
           PERFORM 1000-INICIALIZAR
           IF WS-HAY-TARJETAS = 'S'
               PERFORM 2000-RECORRER-TARJETAS
           END-IF
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  CIERRE DE TARJETAS DE CREDITO".
           DISPLAY "==========================================".
           MOVE "Tarjeta, consumos facturados, saldo y minimo"
               TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-FECHA-HOY TO WS-FECHA-CALC
           PERFORM 8000-ULTIMO-DIA-MES
           MOVE WS-ULTIMO-DIA-CALC TO WS-ULTIMO-DIA-MES
           PERFORM 1100-LEER-PARAMETROS
           OPEN I-O TARJETAS-CREDITO-FILE
           IF TARJETAS-STATUS NOT = "00"
      *        Sin maestro de tarjetas no hay nada que cerrar: no es
      *        un fallo de la corrida nocturna.
               DISPLAY "No hay tarjetas de credito registradas."
               MOVE 'N' TO WS-HAY-TARJETAS
           END-IF
           OPEN I-O CONSUMOS-FILE
           IF CONSUMOS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT CONSUMOS-FILE
               CLOSE CONSUMOS-FILE
               OPEN I-O CONSUMOS-FILE
           END-IF
           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE.

       1100-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-PORC-MINIMO-TC IS NUMERIC
                          AND PARM-PORC-MINIMO-TC > 0
                           MOVE PARM-PORC-MINIMO-TC TO WS-PORC-MINIMO
                       END-IF
                       IF PARM-PISO-MINIMO-TC IS NUMERIC
                          AND PARM-PISO-MINIMO-TC > 0
                           MOVE PARM-PISO-MINIMO-TC TO WS-PISO-MINIMO
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF
           DISPLAY "Pago minimo: " WS-PORC-MINIMO " % con piso $ "
                   WS-PISO-MINIMO.

       2000-RECORRER-TARJETAS.
           MOVE LOW-VALUES TO TC-NUMERO
           START TARJETAS-CREDITO-FILE KEY IS >= TC-NUMERO
               INVALID KEY
                   MOVE "10" TO TARJETAS-STATUS
           END-START

           PERFORM UNTIL TARJETAS-STATUS = "10"
               READ TARJETAS-CREDITO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO TARJETAS-STATUS
                   NOT AT END
                       PERFORM 2050-EVALUAR-CIERRE
                       IF WS-CORRESPONDE = 'S'
                           PERFORM 2100-CERRAR-TARJETA
                       END-IF
               END-READ
           END-PERFORM.

      *    Cierra hoy si el dia pactado es hoy, o si hoy es el ultimo
      *    dia del mes y el dia pactado no existe en este mes. Una
      *    cuenta ya cerrada hoy no se vuelve a cerrar en una
      *    re-corrida. Las cuentas dadas de baja siguen cerrando
      *    mientras les quede deuda.
       2050-EVALUAR-CIERRE.
           MOVE 'N' TO WS-CORRESPONDE
           IF TC-FECHA-CIERRE-ULT < WS-FECHA-HOY
               IF TC-DIA-CIERRE = WS-HOY-DIA
                  OR (WS-HOY-DIA = WS-ULTIMO-DIA-MES
                      AND TC-DIA-CIERRE > WS-HOY-DIA)
                   IF TC-ACTIVA
                      OR TC-SALDO-RESUMEN - TC-PAGADO-ULT > 0
                      OR TC-CONSUMOS-PERIODO NOT = 0
                       MOVE 'S' TO WS-CORRESPONDE
                   END-IF
               END-IF
           END-IF.

       2100-CERRAR-TARJETA.
           MOVE TC-NUMERO(13:4) TO WS-ULT-DIGITOS
           MOVE SPACES TO WS-REP-LINEA
           STRING "Tarjeta ****" DELIMITED BY SIZE
                  WS-ULT-DIGITOS DELIMITED BY SIZE
                  " CBF " DELIMITED BY SIZE
                  TC-CBF DELIMITED BY SIZE
                  " cierre " DELIMITED BY SIZE
                  WS-FECHA-HOY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA

           COMPUTE WS-SALDO-IMPAGO = TC-SALDO-RESUMEN - TC-PAGADO-ULT
           MOVE WS-SALDO-IMPAGO TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "  Saldo anterior impago        $ " DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA

           PERFORM 2200-CARGAR-FINANCIACION
           PERFORM 2300-FACTURAR-CONSUMOS
           PERFORM 2400-CALCULAR-RESUMEN
           PERFORM 2500-GRABAR-RESUMEN
           PERFORM 2600-AVISAR-CLIENTE.

      *    Financiacion del mes sobre el saldo impago del resumen
      *    anterior, a la tasa nominal anual de la cuenta.
       2200-CARGAR-FINANCIACION.
           MOVE 0 TO WS-INTERES
           IF WS-SALDO-IMPAGO > 0 AND TC-TASA-FINANC > 0
               COMPUTE WS-INTERES ROUNDED =
                   WS-SALDO-IMPAGO * TC-TASA-FINANC / 100 / 12
           END-IF
           IF WS-INTERES > 0
               MOVE TC-NUMERO TO CT-NUMERO
               MOVE FUNCTION CURRENT-DATE(1:14) TO CT-TIMESTAMP
               MOVE WS-FECHA-HOY TO CT-FECHA
               MOVE "INTERESES DE FINANCIACION" TO CT-COMERCIO
               MOVE WS-INTERES TO CT-IMPORTE
               SET CT-INTERES TO TRUE
               SET CT-FACTURADO TO TRUE
               MOVE WS-FECHA-HOY TO CT-FECHA-CIERRE
               WRITE CT-RECORD
                   INVALID KEY
                       DISPLAY "Tarjeta " TC-NUMERO
                               "  ERROR al registrar intereses"
               END-WRITE
               ADD WS-INTERES TO WS-TOTAL-INTERESES
               MOVE WS-INTERES TO WS-IMPORTE-DISPLAY
               MOVE SPACES TO WS-REP-LINEA
               STRING "  Intereses de financiacion    $ "
                      DELIMITED BY SIZE
                      WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
           END-IF.

      *    Consumos y ajustes pendientes de la tarjeta: entran al
      *    resumen y quedan facturados con la fecha de este cierre.
       2300-FACTURAR-CONSUMOS.
           MOVE 0 TO WS-FACTURADO
           MOVE TC-NUMERO TO CT-NUMERO
           MOVE 0 TO CT-TIMESTAMP
           START CONSUMOS-FILE KEY IS >= CT-KEY
               INVALID KEY
                   MOVE "10" TO CONSUMOS-STATUS
               NOT INVALID KEY
                   MOVE "00" TO CONSUMOS-STATUS
           END-START
           PERFORM UNTIL CONSUMOS-STATUS = "10"
               READ CONSUMOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO CONSUMOS-STATUS
                   NOT AT END
                       IF CT-NUMERO NOT = TC-NUMERO
                           MOVE "10" TO CONSUMOS-STATUS
                       ELSE
                           IF CT-PENDIENTE
                               PERFORM 2350-FACTURAR-CONSUMO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO CONSUMOS-STATUS.

       2350-FACTURAR-CONSUMO.
           IF CT-AJUSTE
               SUBTRACT CT-IMPORTE FROM WS-FACTURADO
               COMPUTE WS-IMPORTE-DISPLAY = CT-IMPORTE * -1
           ELSE
               ADD CT-IMPORTE TO WS-FACTURADO
               MOVE CT-IMPORTE TO WS-IMPORTE-DISPLAY
           END-IF
           SET CT-FACTURADO TO TRUE
           MOVE WS-FECHA-HOY TO CT-FECHA-CIERRE
           REWRITE CT-RECORD
           MOVE SPACES TO WS-REP-LINEA
           STRING "  " DELIMITED BY SIZE
                  CT-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CT-COMERCIO DELIMITED BY SIZE
                  " $ " DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

      *    Saldo del resumen = impago anterior (o saldo a favor) +
      *    financiacion + lo facturado. Pago minimo: porcentaje del
      *    saldo con piso, nunca mayor que el saldo.
       2400-CALCULAR-RESUMEN.
           COMPUTE WS-SALDO-NUEVO =
               WS-SALDO-IMPAGO + WS-INTERES + WS-FACTURADO
           MOVE 0 TO WS-MINIMO
           IF WS-SALDO-NUEVO > 0
               COMPUTE WS-MINIMO ROUNDED =
                   WS-SALDO-NUEVO * WS-PORC-MINIMO / 100
               IF WS-MINIMO < WS-PISO-MINIMO
                   MOVE WS-PISO-MINIMO TO WS-MINIMO
               END-IF
               IF WS-MINIMO > WS-SALDO-NUEVO
                   MOVE WS-SALDO-NUEVO TO WS-MINIMO
               END-IF
           END-IF
           PERFORM 2450-CALCULAR-VENCIMIENTO.

      *    El pago vence el dia pactado del mismo mes del cierre si
      *    cae despues de el; si no, el del mes siguiente. Un dia que
      *    no existe en el mes corre al ultimo dia de ese mes.
       2450-CALCULAR-VENCIMIENTO.
           MOVE WS-FECHA-HOY TO WS-FECHA-AUX
           IF TC-DIA-VENCIMIENTO <= WS-HOY-DIA
               IF WS-AUX-MES = 12
                   MOVE 1 TO WS-AUX-MES
                   ADD 1 TO WS-AUX-ANIO
               ELSE
                   ADD 1 TO WS-AUX-MES
               END-IF
           END-IF
           MOVE 1 TO WS-AUX-DIA
           MOVE WS-FECHA-AUX TO WS-FECHA-CALC
           PERFORM 8000-ULTIMO-DIA-MES
           IF TC-DIA-VENCIMIENTO > WS-ULTIMO-DIA-CALC
               MOVE WS-ULTIMO-DIA-CALC TO WS-AUX-DIA
           ELSE
               MOVE TC-DIA-VENCIMIENTO TO WS-AUX-DIA
           END-IF
           MOVE WS-FECHA-AUX TO WS-FECHA-VTO.

       2500-GRABAR-RESUMEN.
           MOVE WS-FECHA-HOY TO TC-FECHA-CIERRE-ULT
           MOVE WS-FECHA-VTO TO TC-FECHA-VTO-ULT
           MOVE WS-SALDO-NUEVO TO TC-SALDO-RESUMEN
           MOVE WS-MINIMO TO TC-PAGO-MINIMO
           MOVE WS-INTERES TO TC-INTERES-ULT
           MOVE 0 TO TC-PAGADO-ULT
           MOVE 0 TO TC-CONSUMOS-PERIODO
           MOVE "N" TO TC-DEBITO-HECHO
           REWRITE TC-RECORD
           ADD 1 TO WS-CANT-CIERRES
           ADD WS-SALDO-NUEVO TO WS-TOTAL-RESUMENES

           MOVE WS-SALDO-NUEVO TO WS-IMPORTE-DISPLAY
           MOVE WS-MINIMO TO WS-MINIMO-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "  SALDO $ " DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                  " MINIMO $ " DELIMITED BY SIZE
                  WS-MINIMO-DISPLAY DELIMITED BY SIZE
                  " VTO " DELIMITED BY SIZE
                  WS-FECHA-VTO DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       2600-AVISAR-CLIENTE.
           MOVE SPACES TO WS-EMAIL-CUENTA
           MOVE TC-CBF TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLI-EMAIL TO WS-EMAIL-CUENTA
           END-READ
           MOVE "RESUMEN-TARJETA" TO WS-NOTIF-EVENTO
           MOVE SPACES TO WS-NOTIF-ASUNTO
           STRING "Resumen de su tarjeta terminada en "
                  DELIMITED BY SIZE
                  WS-ULT-DIGITOS DELIMITED BY SIZE
               INTO WS-NOTIF-ASUNTO
           MOVE SPACES TO WS-NOTIF-CUERPO
           STRING "Saldo $" DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                  " minimo $" DELIMITED BY SIZE
                  WS-MINIMO-DISPLAY DELIMITED BY SIZE
                  " vence " DELIMITED BY SIZE
                  WS-FECHA-VTO DELIMITED BY SIZE
               INTO WS-NOTIF-CUERPO
           MOVE TC-CBF TO WS-NOTIF-CBF
           CALL 'encolar-notificacion' USING WS-NOTIF-CBF,
                WS-NOTIF-EVENTO, WS-EMAIL-CUENTA,
                WS-NOTIF-ASUNTO, WS-NOTIF-CUERPO,
                WS-NOTIF-RESULTADO
           IF WS-NOTIF-RESULTADO = 0
               ADD 1 TO WS-CANT-AVISOS
           END-IF.

      *    Ultimo dia del mes de WS-FECHA-CALC: el dia anterior al
      *    primero del mes siguiente.
       8000-ULTIMO-DIA-MES.
           MOVE WS-FECHA-CALC TO WS-FECHA-AUX
           MOVE 1 TO WS-AUX-DIA
           IF WS-AUX-MES = 12
               MOVE 1 TO WS-AUX-MES
               ADD 1 TO WS-AUX-ANIO
           ELSE
               ADD 1 TO WS-AUX-MES
           END-IF
           COMPUTE WS-FECHA-AUX = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-FECHA-AUX) - 1)
           MOVE WS-AUX-DIA TO WS-ULTIMO-DIA-CALC.

       9000-FINALIZAR.
           CLOSE TARJETAS-CREDITO-FILE
           CLOSE CONSUMOS-FILE
           CLOSE CUENTAS-FILE
           MOVE WS-TOTAL-RESUMENES TO WS-TOTAL-DISPLAY
           DISPLAY "------------------------------------------".
           DISPLAY "Resumenes emitidos:  " WS-CANT-CIERRES.
           DISPLAY "Saldo total:         $ " WS-TOTAL-DISPLAY.
           DISPLAY "Avisos encolados:    " WS-CANT-AVISOS.
           DISPLAY "==========================================".
           MOVE SPACES TO WS-REP-LINEA
           STRING "Resumenes " DELIMITED BY SIZE
                  WS-CANT-CIERRES DELIMITED BY SIZE
                  " por $ " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
                  " - avisos " DELIMITED BY SIZE
                  WS-CANT-AVISOS DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE WS-TOTAL-INTERESES TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "Intereses de financiacion $ " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.
