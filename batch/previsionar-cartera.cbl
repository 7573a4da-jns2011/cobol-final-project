       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVISIONAR-CARTERA.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Prevision mensual por incobrabilidad: batch de cierre de mes
      *  que clasifica cada deuda de la cartera en situacion 1 a 5
      *  con la misma regla que la central de riesgo
      *  (clasificar-deudor, dias de atraso de la deuda impaga mas
      *  vieja al ultimo dia del mes) y le aplica el porcentaje de
      *  prevision de su situacion (PARM-PREV-SIT1..5):
      *    - prestamos vigentes o en mora: capital de las cuotas
      *      impagas mas el interes devengado de las ya vencidas,
      *      neto de la garantia computable del prestamo: la
      *      cobertura de sus garantias registradas a la fecha de
      *      cierre (calcular-cobertura, sin las de tasacion o
      *      seguro vencidos) o, si no tiene ninguna registrada, el
      *      valor cargado al originarlo (PRE-GARANTIA); un
      *      prestamo que viene de una refinanciacion no queda en
      *      mejor situacion que la que tenia al refinanciar
      *      (PRE-SITUACION-REFIN) hasta pagar PARM-CUOTAS-REFIN
      *      cuotas del plan nuevo;
      *    - tarjetas de credito: resto impago del ultimo resumen
      *      mas los consumos del periodo, como en EXPORTAR-DEUDORES.
      *  Cada prevision se compara con la del mes anterior de la
      *  misma deuda (prevision-cartera.dat); la variacion se asienta
      *  balanceada en gl-prevision-AAAAMMDD.dat (fecha del cierre)
      *  con las cuentas del plan de cuentas para la operacion "PV"
      *  por producto, moneda y sucursal: un aumento debita el cargo
      *  por incobrabilidad y acredita la prevision, una
      *  desafectacion al reves. Las deudas que salieron de la
      *  cartera desafectan su prevision entera. EXPORTAR-GL suma el
      *  asiento al extracto de la fecha del cierre. El reporte
      *  resume la prevision por situacion, por sucursal y producto.
      *  Un periodo se puede re-correr (parte de la misma base del
      *  mes anterior y reemplaza el asiento); sin mapeo "PV" el
      *  asiento no se genera hasta completar el plan y re-correr.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT PRESTAMOS-FILE ASSIGN TO "prestamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-KEY
               FILE STATUS IS PRESTAMOS-STATUS.

           SELECT CUOTAS-FILE ASSIGN TO "cuotas-prestamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-KEY
               FILE STATUS IS CUOTAS-STATUS.

           SELECT TARJETAS-CREDITO-FILE ASSIGN TO "tarjetas-credito.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-NUMERO
               ALTERNATE RECORD KEY IS TC-CBF
                   WITH DUPLICATES
               FILE STATUS IS TARJETAS-STATUS.

           SELECT PREVISION-FILE ASSIGN TO "prevision-cartera.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-KEY
               FILE STATUS IS PREVISION-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

           SELECT PLAN-FILE ASSIGN TO "plan-de-cuentas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-STATUS.

           SELECT ASIENTO-FILE ASSIGN TO WS-ASIENTO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASIENTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  PRESTAMOS-FILE.
       COPY "prestamo.cpy".

       FD  CUOTAS-FILE.
       COPY "cuota-prestamo.cpy".

       FD  TARJETAS-CREDITO-FILE.
       COPY "tarjeta-credito.cpy".

       FD  PREVISION-FILE.
       COPY "prevision-cartera.cpy".

       FD  PARAMETROS-FILE.
       COPY "parametros.cpy".

       FD  PLAN-FILE.
       COPY "plan-cuentas.cpy".

      *    Mismo layout que gl-movimientos.dat (EXPORTAR-GL).
       FD  ASIENTO-FILE.
       01  ASIENTO-REGISTRO.
           05  ASI-FECHA              PIC 9(8).
           05  ASI-CUENTA             PIC X(8).
           05  ASI-TIPO               PIC X(2).
           05  ASI-DEBCRED            PIC X(1).
           05  ASI-IMPORTE            PIC 9(9)V99.
           05  ASI-MONEDA             PIC X(3).
           05  ASI-REFERENCIA         PIC 9(14).

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  CUENTAS-STATUS             PIC XX.
       01  PRESTAMOS-STATUS           PIC XX.
       01  CUOTAS-STATUS              PIC XX.
       01  TARJETAS-STATUS            PIC XX.
       01  PREVISION-STATUS           PIC XX.
       01  PARAMETROS-STATUS          PIC XX.
       01  PLAN-STATUS                PIC XX.
       01  ASIENTO-STATUS             PIC XX.
       01  WS-ASIENTO-PATH            PIC X(100).
       01  WS-SEGUIR                  PIC X VALUE 'S'.

       01  WS-PERIODO                 PIC 9(6).
       01  WS-PERIODO-GRP REDEFINES WS-PERIODO.
           05  WS-PER-ANIO            PIC 9(4).
           05  WS-PER-MES             PIC 9(2).
       01  WS-PERIODO-ACTUAL          PIC 9(6).
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-FECHA-HOY-GRP REDEFINES WS-FECHA-HOY.
           05  WS-HOY-ANIO            PIC 9(4).
           05  WS-HOY-MES             PIC 9(2).
           05  WS-HOY-DIA             PIC 9(2).
       01  WS-FECHA-CIERRE            PIC 9(8).
       01  WS-PRIMERO-SIGUIENTE       PIC 9(8).
       01  WS-DIAS-CIERRE             PIC 9(7).
       01  WS-DIAS-VENC               PIC 9(7).
       01  WS-DIAS-ATRASO             PIC 9(5).
       01  WS-TIMESTAMP-CORRIDA       PIC 9(14).

      *    Porcentaje de prevision por situacion (1 a 5).
       01  WS-PCT-TABLA.
           05  WS-PCT-SIT OCCURS 5 TIMES PIC 9(3).

      *    Deuda en tratamiento, comun a prestamos y tarjetas.
       01  WS-PRODUCTO                PIC X(2).
       01  WS-CBF-DEUDOR              PIC 9(6).
       01  WS-REFERENCIA              PIC X(16).
       01  WS-DEUDA                   PIC S9(11)V99.
       01  WS-INTERES-DEV             PIC S9(11)V99.
       01  WS-GARANTIA                PIC S9(11)V99.
       01  WS-COBERTURA               PIC S9(11)V99.
       01  WS-CANT-GARANTIAS          PIC 9(3).
       01  WS-TASACION-VENCIDA        PIC 9(3).
       01  WS-SEGURO-VENCIDO          PIC 9(3).
       01  WS-NETO                    PIC S9(11)V99.
       01  WS-PEOR-ATRASO             PIC 9(5).
       01  WS-SITUACION               PIC 9(1).
       01  WS-SITUACION-PISO          PIC 9(1).
       01  WS-CUOTAS-PAGAS            PIC 9(3).
       01  WS-CUOTAS-REFIN            PIC 9(3) VALUE 3.
       01  WS-PREVISION               PIC S9(11)V99.
       01  WS-PREV-ANTERIOR           PIC S9(11)V99.
       01  WS-VARIACION               PIC S9(11)V99.
       01  WS-SUCURSAL                PIC 9(3).
       01  WS-MONEDA                  PIC X(3).
       01  WS-IDX-MON                 PIC 9(1).
       01  WS-DESCRIPCION-LINEA       PIC X(6).

      *    Mapeos "PV" del plan de cuentas, en el orden del archivo
      *    (gana la primera linea que matchea).
       01  WS-MAPEOS.
           05  WS-MAP-CANT            PIC 9(3) VALUE 0.
           05  WS-MAP OCCURS 50 TIMES.
               10  WS-MAP-TIPO        PIC X(1).
               10  WS-MAP-MONEDA      PIC X(3).
               10  WS-MAP-SUCURSAL    PIC X(3).
               10  WS-MAP-CTA-PREV    PIC X(8).
               10  WS-MAP-CTA-CARGO   PIC X(8).
       01  WS-IDX-MAP                 PIC 9(3).
       01  WS-MAP-TIPO-BUSCADO        PIC X(1).
       01  WS-MAP-SUC-BUSCADA         PIC X(3).

      *    Prevision por sucursal x producto x moneda: da el reporte
      *    por sucursal y producto y las patas del asiento.
       01  WS-GRUPOS.
           05  WS-GRP-CANT            PIC 9(3) VALUE 0.
           05  WS-GRP OCCURS 300 TIMES.
               10  WS-GRP-SUCURSAL    PIC 9(3).
               10  WS-GRP-PRODUCTO    PIC X(2).
               10  WS-GRP-MONEDA      PIC X(3).
               10  WS-GRP-DEUDAS      PIC 9(6).
               10  WS-GRP-PREVISION   PIC S9(13)V99.
               10  WS-GRP-ANTERIOR    PIC S9(13)V99.
               10  WS-GRP-VARIACION   PIC S9(13)V99.
               10  WS-GRP-MAPEADO     PIC X(1).
               10  WS-GRP-CTA-PREV    PIC X(8).
               10  WS-GRP-CTA-CARGO   PIC X(8).
       01  WS-IDX-GRP                 PIC 9(3).
       01  WS-GRP-ENCONTRADO          PIC X(1).
       01  WS-GRP-DESBORDE            PIC X(1) VALUE 'N'.

      *    Totales por situacion y moneda (1 = ARS, 2 = USD).
       01  WS-SITUACIONES.
           05  WS-SIT OCCURS 5 TIMES.
               10  WS-SIT-MON OCCURS 2 TIMES.
                   15  WS-SIT-DEUDAS      PIC 9(6).
                   15  WS-SIT-DEUDA       PIC S9(13)V99.
                   15  WS-SIT-NETO        PIC S9(13)V99.
                   15  WS-SIT-PREVISION   PIC S9(13)V99.
       01  WS-IDX-SIT                 PIC 9(1).

       01  WS-TOTALES.
           05  WS-TOT-MON OCCURS 2 TIMES.
               10  WS-TOT-PREVISION   PIC S9(13)V99.
               10  WS-TOT-ANTERIOR    PIC S9(13)V99.
               10  WS-TOT-VARIACION   PIC S9(13)V99.
       01  WS-MONEDA-TOT              PIC X(3).

       01  WS-CANT-PRESTAMOS          PIC 9(6) VALUE 0.
       01  WS-CANT-TARJETAS           PIC 9(6) VALUE 0.
       01  WS-CANT-BAJAS              PIC 9(6) VALUE 0.
       01  WS-SIN-MAPEO               PIC 9(3) VALUE 0.
       01  WS-PATAS                   PIC 9(4) VALUE 0.

       01  WS-IMPORTE-DISPLAY         PIC -Z(10).99.
       01  WS-PREV-DISPLAY            PIC -Z(10).99.
       01  WS-VAR-DISPLAY             PIC -Z(10).99.
       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "prevision-cartera".
       01  WS-REP-TITULO              PIC X(40)
                            VALUE "PREVISION POR INCOBRABILIDAD".
       01  WS-REP-LINEA               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-FIN
           IF WS-SEGUIR = 'S'
               PERFORM 2000-RECORRER-PRESTAMOS
               PERFORM 3000-RECORRER-TARJETAS
               PERFORM 4000-DESAFECTAR-BAJAS
               PERFORM 5000-ASENTAR
               PERFORM 6000-REPORTAR
           END-IF
           PERFORM 9000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  PREVISION POR INCOBRABILIDAD".
           DISPLAY "==========================================".
           MOVE "Prevision por deuda: producto, CBF, situacion"
               TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           DISPLAY "Periodo a previsionar (AAAAMM): " WITH NO ADVANCING
           ACCEPT WS-PERIODO
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-PERIODO-ACTUAL = WS-HOY-ANIO * 100 + WS-HOY-MES

      *    Solo se previsiona un mes terminado: la clasificacion se
      *    toma al ultimo dia del mes.
           IF WS-PERIODO = 0 OR WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY "Periodo invalido."
               MOVE 'N' TO WS-SEGUIR
           END-IF
           IF WS-SEGUIR = 'S'
              AND WS-PERIODO NOT < WS-PERIODO-ACTUAL
               DISPLAY "Solo se previsiona un mes ya terminado."
               MOVE 'N' TO WS-SEGUIR
           END-IF
           IF WS-SEGUIR = 'N'
               GO TO 1000-INICIALIZAR-FIN
           END-IF

           IF WS-PER-MES = 12
               COMPUTE WS-PRIMERO-SIGUIENTE =
                   (WS-PER-ANIO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-PRIMERO-SIGUIENTE =
                   WS-PER-ANIO * 10000 + (WS-PER-MES + 1) * 100 + 1
           END-IF
           COMPUTE WS-DIAS-CIERRE =
               FUNCTION INTEGER-OF-DATE(WS-PRIMERO-SIGUIENTE) - 1
           COMPUTE WS-FECHA-CIERRE =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-CIERRE)
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP-CORRIDA
           DISPLAY "Fecha de cierre: " WS-FECHA-CIERRE
           INITIALIZE WS-SITUACIONES
           INITIALIZE WS-TOTALES
           PERFORM 1100-LEER-PARAMETROS
           PERFORM 1200-CARGAR-MAPEOS

           OPEN I-O PREVISION-FILE
           IF PREVISION-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT PREVISION-FILE
               CLOSE PREVISION-FILE
               OPEN I-O PREVISION-FILE
           END-IF
           PERFORM 1300-VERIFICAR-SECUENCIA
           IF WS-SEGUIR = 'N'
               CLOSE PREVISION-FILE
               GO TO 1000-INICIALIZAR-FIN
           END-IF

           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE
           OPEN INPUT PRESTAMOS-FILE
           IF PRESTAMOS-STATUS NOT = "00"
               DISPLAY "No hay prestamos registrados."
           END-IF
           OPEN INPUT CUOTAS-FILE
           OPEN INPUT TARJETAS-CREDITO-FILE.

       1000-INICIALIZAR-FIN.
           EXIT.

       1100-LEER-PARAMETROS.
           MOVE 1 TO WS-PCT-SIT(1)
           MOVE 5 TO WS-PCT-SIT(2)
           MOVE 25 TO WS-PCT-SIT(3)
           MOVE 50 TO WS-PCT-SIT(4)
           MOVE 100 TO WS-PCT-SIT(5)
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-PREV-SIT1 IS NUMERIC
                          AND PARM-PREV-SIT1 > 0
                           MOVE PARM-PREV-SIT1 TO WS-PCT-SIT(1)
                       END-IF
                       IF PARM-PREV-SIT2 IS NUMERIC
                          AND PARM-PREV-SIT2 > 0
                           MOVE PARM-PREV-SIT2 TO WS-PCT-SIT(2)
                       END-IF
                       IF PARM-PREV-SIT3 IS NUMERIC
                          AND PARM-PREV-SIT3 > 0
                           MOVE PARM-PREV-SIT3 TO WS-PCT-SIT(3)
                       END-IF
                       IF PARM-PREV-SIT4 IS NUMERIC
                          AND PARM-PREV-SIT4 > 0
                           MOVE PARM-PREV-SIT4 TO WS-PCT-SIT(4)
                       END-IF
                       IF PARM-PREV-SIT5 IS NUMERIC
                          AND PARM-PREV-SIT5 > 0
                           MOVE PARM-PREV-SIT5 TO WS-PCT-SIT(5)
                       END-IF
                       IF PARM-CUOTAS-REFIN IS NUMERIC
                          AND PARM-CUOTAS-REFIN > 0
                           MOVE PARM-CUOTAS-REFIN TO WS-CUOTAS-REFIN
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF.

      *    Lineas "PV" del plan de cuentas: la operacion tiene que
      *    ser "PV" literal (una linea general "*" de clientes no debe
      *    tomar la prevision); tipo ("P" prestamos, "T" tarjetas),
      *    moneda y sucursal admiten comodin.
       1200-CARGAR-MAPEOS.
           OPEN INPUT PLAN-FILE
           IF PLAN-STATUS NOT = "00"
               MOVE "10" TO PLAN-STATUS
           END-IF
           PERFORM UNTIL PLAN-STATUS = "10"
               READ PLAN-FILE
                   AT END
                       MOVE "10" TO PLAN-STATUS
                   NOT AT END
                       IF PLC-OPERACION = "PV" AND WS-MAP-CANT < 50
                           ADD 1 TO WS-MAP-CANT
                           MOVE PLC-TIPO-CUENTA
                               TO WS-MAP-TIPO(WS-MAP-CANT)
                           MOVE PLC-MONEDA
                               TO WS-MAP-MONEDA(WS-MAP-CANT)
                           MOVE PLC-SUCURSAL
                               TO WS-MAP-SUCURSAL(WS-MAP-CANT)
                           MOVE PLC-CTA-CLIENTE
                               TO WS-MAP-CTA-PREV(WS-MAP-CANT)
                           MOVE PLC-CTA-CONTRA
                               TO WS-MAP-CTA-CARGO(WS-MAP-CANT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-FILE.

      *    La base de comparacion es el mes anterior al previsionado:
      *    si ya hay deudas previsionadas en un periodo posterior,
      *    correr uno anterior pisaria esa base.
       1300-VERIFICAR-SECUENCIA.
           MOVE LOW-VALUES TO PRV-KEY
           START PREVISION-FILE KEY IS >= PRV-KEY
               INVALID KEY
                   MOVE "10" TO PREVISION-STATUS
           END-START
           PERFORM UNTIL PREVISION-STATUS = "10"
               READ PREVISION-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO PREVISION-STATUS
                   NOT AT END
                       IF PRV-PERIODO > WS-PERIODO
                           MOVE "10" TO PREVISION-STATUS
                           MOVE 'N' TO WS-SEGUIR
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO PREVISION-STATUS
           IF WS-SEGUIR = 'N'
               MOVE SPACES TO WS-REP-LINEA
               STRING "YA HAY PREVISION DE UN PERIODO POSTERIOR A "
                      DELIMITED BY SIZE
                      WS-PERIODO DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               DISPLAY WS-REP-LINEA
               CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
           END-IF.

       2000-RECORRER-PRESTAMOS.
           IF PRESTAMOS-STATUS NOT = "00"
               MOVE "10" TO PRESTAMOS-STATUS
           ELSE
               MOVE LOW-VALUES TO PRE-KEY
               START PRESTAMOS-FILE KEY IS >= PRE-KEY
                   INVALID KEY
                       MOVE "10" TO PRESTAMOS-STATUS
               END-START
           END-IF

           PERFORM UNTIL PRESTAMOS-STATUS = "10"
               READ PRESTAMOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO PRESTAMOS-STATUS
                   NOT AT END
                       IF PRE-VIGENTE OR PRE-EN-MORA
                           PERFORM 2100-PREVISIONAR-PRESTAMO
                       END-IF
               END-READ
           END-PERFORM.

       2100-PREVISIONAR-PRESTAMO.
           PERFORM 2200-RELEVAR-CUOTAS
           MOVE "PR" TO WS-PRODUCTO
           MOVE PRE-CBF TO WS-CBF-DEUDOR
           MOVE SPACES TO WS-REFERENCIA
           MOVE PRE-TIMESTAMP-ALTA TO WS-REFERENCIA
           ADD WS-INTERES-DEV TO WS-DEUDA
           MOVE 0 TO WS-GARANTIA
           PERFORM 2600-DATOS-CUENTA
           CALL "calcular-cobertura" USING PRE-CBF,
                PRE-TIMESTAMP-ALTA, WS-MONEDA, WS-FECHA-CIERRE,
                WS-COBERTURA, WS-CANT-GARANTIAS,
                WS-TASACION-VENCIDA, WS-SEGURO-VENCIDO
           IF WS-CANT-GARANTIAS > 0
               MOVE WS-COBERTURA TO WS-GARANTIA
           ELSE
               IF PRE-GARANTIA IS NUMERIC AND PRE-GARANTIA > 0
                   MOVE PRE-GARANTIA TO WS-GARANTIA
               END-IF
           END-IF
           MOVE 0 TO WS-SITUACION-PISO
           IF PRE-TS-ORIGEN IS NUMERIC AND PRE-TS-ORIGEN > 0
              AND WS-CUOTAS-PAGAS < WS-CUOTAS-REFIN
               MOVE PRE-SITUACION-REFIN TO WS-SITUACION-PISO
           END-IF
           ADD 1 TO WS-CANT-PRESTAMOS
           PERFORM 2500-APLICAR-PREVISION.

      *    Deuda del prestamo al cierre: capital de las cuotas
      *    impagas mas el interes de las ya vencidas; el atraso es el
      *    de la cuota impaga mas vieja vencida al cierre.
       2200-RELEVAR-CUOTAS.
           MOVE 0 TO WS-DEUDA
           MOVE 0 TO WS-INTERES-DEV
           MOVE 0 TO WS-PEOR-ATRASO
           MOVE 0 TO WS-CUOTAS-PAGAS
           MOVE PRE-CBF TO CUO-CBF
           MOVE PRE-TIMESTAMP-ALTA TO CUO-TIMESTAMP-PREST
           MOVE LOW-VALUES TO CUO-NUMERO
           START CUOTAS-FILE KEY IS >= CUO-KEY
               INVALID KEY
                   MOVE "10" TO CUOTAS-STATUS
           END-START
           PERFORM UNTIL CUOTAS-STATUS = "10"
               READ CUOTAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO CUOTAS-STATUS
                   NOT AT END
                       IF CUO-CBF NOT = PRE-CBF
                          OR CUO-TIMESTAMP-PREST
                              NOT = PRE-TIMESTAMP-ALTA
                           MOVE "10" TO CUOTAS-STATUS
                       ELSE
                           IF CUO-PAGADA
                               ADD 1 TO WS-CUOTAS-PAGAS
                           END-IF
                           IF CUO-PENDIENTE OR CUO-EN-MORA
                               PERFORM 2210-ACUMULAR-CUOTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO CUOTAS-STATUS.

       2210-ACUMULAR-CUOTA.
           ADD CUO-CAPITAL TO WS-DEUDA
           IF CUO-VENCIMIENTO NOT > WS-FECHA-CIERRE
               ADD CUO-INTERES TO WS-INTERES-DEV
           END-IF
           IF CUO-VENCIMIENTO < WS-FECHA-CIERRE
               COMPUTE WS-DIAS-VENC =
                   FUNCTION INTEGER-OF-DATE(CUO-VENCIMIENTO)
               COMPUTE WS-DIAS-ATRASO = WS-DIAS-CIERRE - WS-DIAS-VENC
               IF WS-DIAS-ATRASO > WS-PEOR-ATRASO
                   MOVE WS-DIAS-ATRASO TO WS-PEOR-ATRASO
               END-IF
           END-IF.

      *    Comun a prestamos y tarjetas: situacion, prevision sobre
      *    la deuda neta de garantia y variacion contra la prevision
      *    del mes anterior de la misma deuda.
       2500-APLICAR-PREVISION.
           CALL "clasificar-deudor" USING WS-PEOR-ATRASO,
                WS-SITUACION, WS-SITUACION-PISO
           COMPUTE WS-NETO = WS-DEUDA - WS-GARANTIA
           IF WS-NETO < 0
               MOVE 0 TO WS-NETO
           END-IF
           COMPUTE WS-PREVISION ROUNDED =
               WS-NETO * WS-PCT-SIT(WS-SITUACION) / 100
           PERFORM 2600-DATOS-CUENTA

           MOVE WS-PRODUCTO TO PRV-PRODUCTO
           MOVE WS-CBF-DEUDOR TO PRV-CBF
           MOVE WS-REFERENCIA TO PRV-REFERENCIA
           READ PREVISION-FILE
               KEY IS PRV-KEY
               INVALID KEY
                   MOVE 0 TO WS-PREV-ANTERIOR
                   MOVE 0 TO PRV-PERIODO-ANT
                   MOVE 0 TO PRV-IMPORTE-ANT
                   MOVE "23" TO PREVISION-STATUS
               NOT INVALID KEY
                   PERFORM 2510-TOMAR-ANTERIOR
                   MOVE "00" TO PREVISION-STATUS
           END-READ

           MOVE WS-PRODUCTO TO PRV-PRODUCTO
           MOVE WS-CBF-DEUDOR TO PRV-CBF
           MOVE WS-REFERENCIA TO PRV-REFERENCIA
           MOVE WS-SUCURSAL TO PRV-SUCURSAL
           MOVE WS-MONEDA TO PRV-MONEDA
           MOVE WS-PERIODO TO PRV-PERIODO
           MOVE WS-SITUACION TO PRV-SITUACION
           MOVE WS-PEOR-ATRASO TO PRV-DIAS-ATRASO
           MOVE WS-DEUDA TO PRV-DEUDA
           MOVE WS-GARANTIA TO PRV-GARANTIA
           MOVE WS-PCT-SIT(WS-SITUACION) TO PRV-PORCENTAJE
           MOVE WS-PREVISION TO PRV-IMPORTE
           MOVE WS-TIMESTAMP-CORRIDA TO PRV-TIMESTAMP-CORRIDA
           IF PREVISION-STATUS = "00"
               REWRITE PRV-RECORD
           ELSE
               WRITE PRV-RECORD
           END-IF
           MOVE "00" TO PREVISION-STATUS

           COMPUTE WS-VARIACION = WS-PREVISION - WS-PREV-ANTERIOR
           ADD 1 TO WS-SIT-DEUDAS(WS-SITUACION, WS-IDX-MON)
           ADD WS-DEUDA TO WS-SIT-DEUDA(WS-SITUACION, WS-IDX-MON)
           ADD WS-NETO TO WS-SIT-NETO(WS-SITUACION, WS-IDX-MON)
           ADD WS-PREVISION
               TO WS-SIT-PREVISION(WS-SITUACION, WS-IDX-MON)
           MOVE "sit " TO WS-DESCRIPCION-LINEA
           MOVE WS-SITUACION TO WS-DESCRIPCION-LINEA(5:1)
           PERFORM 2700-ACUMULAR-GRUPO.

      *    En la primera corrida del periodo la prevision guardada es
      *    la del mes anterior y pasa a ser la base; en una re-corrida
      *    del mismo periodo la base es la que ya se habia guardado.
       2510-TOMAR-ANTERIOR.
           IF PRV-PERIODO = WS-PERIODO
               MOVE PRV-IMPORTE-ANT TO WS-PREV-ANTERIOR
           ELSE
               MOVE PRV-IMPORTE TO WS-PREV-ANTERIOR
               MOVE PRV-IMPORTE TO PRV-IMPORTE-ANT
               MOVE PRV-PERIODO TO PRV-PERIODO-ANT
           END-IF.

      *    Sucursal y moneda de la deuda son las de la cuenta.
       2600-DATOS-CUENTA.
           MOVE 0 TO WS-SUCURSAL
           MOVE "ARS" TO WS-MONEDA
           MOVE WS-CBF-DEUDOR TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLI-SUCURSAL IS NUMERIC
                       MOVE CLI-SUCURSAL TO WS-SUCURSAL
                   END-IF
                   IF CLI-MONEDA-USD
                       MOVE "USD" TO WS-MONEDA
                   END-IF
           END-READ
           PERFORM 2650-INDICE-MONEDA.

       2650-INDICE-MONEDA.
           IF WS-MONEDA = "USD"
               MOVE 2 TO WS-IDX-MON
           ELSE
               MOVE 1 TO WS-IDX-MON
           END-IF.

      *    Acumula la deuda en su sucursal x producto x moneda y deja
      *    la linea de detalle cuando hay prevision o variacion.
       2700-ACUMULAR-GRUPO.
           MOVE 'N' TO WS-GRP-ENCONTRADO
           PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                   UNTIL WS-IDX-GRP > WS-GRP-CANT
                      OR WS-GRP-ENCONTRADO = 'S'
               IF WS-GRP-SUCURSAL(WS-IDX-GRP) = WS-SUCURSAL
                  AND WS-GRP-PRODUCTO(WS-IDX-GRP) = WS-PRODUCTO
                  AND WS-GRP-MONEDA(WS-IDX-GRP) = WS-MONEDA
                   MOVE 'S' TO WS-GRP-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-GRP-ENCONTRADO = 'S'
               SUBTRACT 1 FROM WS-IDX-GRP
           ELSE
               IF WS-GRP-CANT < 300
                   ADD 1 TO WS-GRP-CANT
                   MOVE WS-GRP-CANT TO WS-IDX-GRP
                   MOVE WS-SUCURSAL TO WS-GRP-SUCURSAL(WS-IDX-GRP)
                   MOVE WS-PRODUCTO TO WS-GRP-PRODUCTO(WS-IDX-GRP)
                   MOVE WS-MONEDA TO WS-GRP-MONEDA(WS-IDX-GRP)
                   MOVE 0 TO WS-GRP-DEUDAS(WS-IDX-GRP)
                   MOVE 0 TO WS-GRP-PREVISION(WS-IDX-GRP)
                   MOVE 0 TO WS-GRP-ANTERIOR(WS-IDX-GRP)
                   MOVE 0 TO WS-GRP-VARIACION(WS-IDX-GRP)
                   MOVE 'N' TO WS-GRP-MAPEADO(WS-IDX-GRP)
                   MOVE 'S' TO WS-GRP-ENCONTRADO
               ELSE
                   MOVE 'S' TO WS-GRP-DESBORDE
               END-IF
           END-IF
           IF WS-GRP-ENCONTRADO = 'S'
               ADD 1 TO WS-GRP-DEUDAS(WS-IDX-GRP)
               ADD WS-PREVISION TO WS-GRP-PREVISION(WS-IDX-GRP)
               ADD WS-PREV-ANTERIOR TO WS-GRP-ANTERIOR(WS-IDX-GRP)
               ADD WS-VARIACION TO WS-GRP-VARIACION(WS-IDX-GRP)
           END-IF
           ADD WS-PREVISION TO WS-TOT-PREVISION(WS-IDX-MON)
           ADD WS-PREV-ANTERIOR TO WS-TOT-ANTERIOR(WS-IDX-MON)
           ADD WS-VARIACION TO WS-TOT-VARIACION(WS-IDX-MON)

           IF WS-PREVISION NOT = 0 OR WS-VARIACION NOT = 0
               MOVE WS-NETO TO WS-IMPORTE-DISPLAY
               MOVE WS-PREVISION TO WS-PREV-DISPLAY
               MOVE WS-VARIACION TO WS-VAR-DISPLAY
               MOVE SPACES TO WS-REP-LINEA
               STRING WS-PRODUCTO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CBF-DEUDOR DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DESCRIPCION-LINEA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-MONEDA DELIMITED BY SIZE
                      WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                      " prev" DELIMITED BY SIZE
                      WS-PREV-DISPLAY DELIMITED BY SIZE
                      " var" DELIMITED BY SIZE
                      WS-VAR-DISPLAY DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
           END-IF.

      *    Saldos impagos de tarjeta de credito, igual que en la
      *    central de riesgo: resto del ultimo resumen mas consumos
      *    del periodo; el atraso corre desde el vencimiento del
      *    resumen cuando no se cubrio el pago minimo. Una tarjeta
      *    sin deuda no se previsiona (si tenia prevision, la
      *    desafecta el barrido de bajas).
       3000-RECORRER-TARJETAS.
           IF TARJETAS-STATUS NOT = "00"
               MOVE "10" TO TARJETAS-STATUS
           ELSE
               MOVE LOW-VALUES TO TC-NUMERO
               START TARJETAS-CREDITO-FILE KEY IS >= TC-NUMERO
                   INVALID KEY
                       MOVE "10" TO TARJETAS-STATUS
               END-START
           END-IF

           PERFORM UNTIL TARJETAS-STATUS = "10"
               READ TARJETAS-CREDITO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO TARJETAS-STATUS
                   NOT AT END
                       PERFORM 3100-PREVISIONAR-TARJETA
               END-READ
           END-PERFORM.

       3100-PREVISIONAR-TARJETA.
           COMPUTE WS-DEUDA = TC-SALDO-RESUMEN - TC-PAGADO-ULT
           IF WS-DEUDA < 0
               MOVE 0 TO WS-DEUDA
           END-IF
           ADD TC-CONSUMOS-PERIODO TO WS-DEUDA
           IF WS-DEUDA > 0
               MOVE 0 TO WS-PEOR-ATRASO
               IF TC-FECHA-VTO-ULT > 0
                  AND TC-FECHA-VTO-ULT < WS-FECHA-CIERRE
                  AND TC-PAGADO-ULT < TC-PAGO-MINIMO
                   COMPUTE WS-DIAS-VENC =
                       FUNCTION INTEGER-OF-DATE(TC-FECHA-VTO-ULT)
                   COMPUTE WS-PEOR-ATRASO =
                       WS-DIAS-CIERRE - WS-DIAS-VENC
               END-IF
               MOVE "TC" TO WS-PRODUCTO
               MOVE TC-CBF TO WS-CBF-DEUDOR
               MOVE TC-NUMERO TO WS-REFERENCIA
               MOVE 0 TO WS-GARANTIA
               MOVE 0 TO WS-SITUACION-PISO
               ADD 1 TO WS-CANT-TARJETAS
               PERFORM 2500-APLICAR-PREVISION
           END-IF.

      *    Deudas previsionadas que no se tocaron en esta corrida
      *    (prestamo cancelado, tarjeta sin saldo): se desafecta toda
      *    la prevision que tenian.
       4000-DESAFECTAR-BAJAS.
           MOVE LOW-VALUES TO PRV-KEY
           START PREVISION-FILE KEY IS >= PRV-KEY
               INVALID KEY
                   MOVE "10" TO PREVISION-STATUS
           END-START
           PERFORM UNTIL PREVISION-STATUS = "10"
               READ PREVISION-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO PREVISION-STATUS
                   NOT AT END
                       IF PRV-TIMESTAMP-CORRIDA
                           NOT = WS-TIMESTAMP-CORRIDA
                           PERFORM 4100-DESAFECTAR-DEUDA
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO PREVISION-STATUS.

       4100-DESAFECTAR-DEUDA.
           PERFORM 2510-TOMAR-ANTERIOR
           IF WS-PREV-ANTERIOR NOT = 0
               MOVE WS-PERIODO TO PRV-PERIODO
               MOVE 0 TO PRV-DEUDA
               MOVE 0 TO PRV-IMPORTE
               MOVE WS-TIMESTAMP-CORRIDA TO PRV-TIMESTAMP-CORRIDA
               REWRITE PRV-RECORD
               ADD 1 TO WS-CANT-BAJAS
               MOVE PRV-PRODUCTO TO WS-PRODUCTO
               MOVE PRV-CBF TO WS-CBF-DEUDOR
               MOVE PRV-SUCURSAL TO WS-SUCURSAL
               MOVE PRV-MONEDA TO WS-MONEDA
               PERFORM 2650-INDICE-MONEDA
               MOVE 0 TO WS-NETO
               MOVE 0 TO WS-PREVISION
               COMPUTE WS-VARIACION = 0 - WS-PREV-ANTERIOR
               MOVE "baja  " TO WS-DESCRIPCION-LINEA
               PERFORM 2700-ACUMULAR-GRUPO
           END-IF.

      *    Asiento de la variacion de cada sucursal x producto x
      *    moneda, balanceado. Primero se resuelven todos los mapeos:
      *    si falta alguno no se asienta nada (el archivo del cierre
      *    queda vacio) y se re-corre el periodo una vez completado el
      *    plan de cuentas.
       5000-ASENTAR.
           PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                   UNTIL WS-IDX-GRP > WS-GRP-CANT
               IF WS-GRP-VARIACION(WS-IDX-GRP) NOT = 0
                   PERFORM 5100-RESOLVER-MAPEO
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-ASIENTO-PATH
           STRING "gl-prevision-" DELIMITED BY SIZE
                  WS-FECHA-CIERRE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-ASIENTO-PATH
           OPEN OUTPUT ASIENTO-FILE
           IF WS-SIN-MAPEO = 0 AND WS-GRP-DESBORDE = 'N'
               PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                       UNTIL WS-IDX-GRP > WS-GRP-CANT
                   IF WS-GRP-VARIACION(WS-IDX-GRP) NOT = 0
                       PERFORM 5200-GRABAR-PATAS
                   END-IF
               END-PERFORM
           END-IF
           CLOSE ASIENTO-FILE.

       5100-RESOLVER-MAPEO.
           IF WS-GRP-PRODUCTO(WS-IDX-GRP) = "TC"
               MOVE "T" TO WS-MAP-TIPO-BUSCADO
           ELSE
               MOVE "P" TO WS-MAP-TIPO-BUSCADO
           END-IF
           MOVE WS-GRP-SUCURSAL(WS-IDX-GRP) TO WS-MAP-SUC-BUSCADA
           PERFORM VARYING WS-IDX-MAP FROM 1 BY 1
                   UNTIL WS-IDX-MAP > WS-MAP-CANT
                      OR WS-GRP-MAPEADO(WS-IDX-GRP) = 'S'
               IF (WS-MAP-TIPO(WS-IDX-MAP) = WS-MAP-TIPO-BUSCADO
                   OR WS-MAP-TIPO(WS-IDX-MAP) = "*")
                  AND (WS-MAP-MONEDA(WS-IDX-MAP)
                           = WS-GRP-MONEDA(WS-IDX-GRP)
                       OR WS-MAP-MONEDA(WS-IDX-MAP) = "*  ")
                  AND (WS-MAP-SUCURSAL(WS-IDX-MAP)
                           = WS-MAP-SUC-BUSCADA
                       OR WS-MAP-SUCURSAL(WS-IDX-MAP) = "*  ")
                   MOVE 'S' TO WS-GRP-MAPEADO(WS-IDX-GRP)
                   MOVE WS-MAP-CTA-PREV(WS-IDX-MAP)
                       TO WS-GRP-CTA-PREV(WS-IDX-GRP)
                   MOVE WS-MAP-CTA-CARGO(WS-IDX-MAP)
                       TO WS-GRP-CTA-CARGO(WS-IDX-GRP)
               END-IF
           END-PERFORM
           IF WS-GRP-MAPEADO(WS-IDX-GRP) NOT = 'S'
               ADD 1 TO WS-SIN-MAPEO
               MOVE SPACES TO WS-REP-LINEA
               STRING "SIN MAPEO PV: sucursal " DELIMITED BY SIZE
                      WS-MAP-SUC-BUSCADA DELIMITED BY SIZE
                      " tipo " DELIMITED BY SIZE
                      WS-MAP-TIPO-BUSCADO DELIMITED BY SIZE
                      " moneda " DELIMITED BY SIZE
                      WS-GRP-MONEDA(WS-IDX-GRP) DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               DISPLAY WS-REP-LINEA
               CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
           END-IF.

      *    Aumento: debita el cargo por incobrabilidad y acredita la
      *    prevision. Desafectacion: debita la prevision y acredita
      *    el cargo (recupero).
       5200-GRABAR-PATAS.
           MOVE WS-FECHA-CIERRE TO ASI-FECHA
           MOVE "PV" TO ASI-TIPO
           MOVE WS-GRP-MONEDA(WS-IDX-GRP) TO ASI-MONEDA
           COMPUTE ASI-REFERENCIA = WS-FECHA-CIERRE * 1000000
           IF WS-GRP-VARIACION(WS-IDX-GRP) > 0
               MOVE WS-GRP-VARIACION(WS-IDX-GRP) TO ASI-IMPORTE
               MOVE WS-GRP-CTA-CARGO(WS-IDX-GRP) TO ASI-CUENTA
               MOVE "D" TO ASI-DEBCRED
               WRITE ASIENTO-REGISTRO
               MOVE WS-GRP-CTA-PREV(WS-IDX-GRP) TO ASI-CUENTA
               MOVE "C" TO ASI-DEBCRED
               WRITE ASIENTO-REGISTRO
           ELSE
               COMPUTE ASI-IMPORTE = 0 - WS-GRP-VARIACION(WS-IDX-GRP)
               MOVE WS-GRP-CTA-PREV(WS-IDX-GRP) TO ASI-CUENTA
               MOVE "D" TO ASI-DEBCRED
               WRITE ASIENTO-REGISTRO
               MOVE WS-GRP-CTA-CARGO(WS-IDX-GRP) TO ASI-CUENTA
               MOVE "C" TO ASI-DEBCRED
               WRITE ASIENTO-REGISTRO
           END-IF
           ADD 2 TO WS-PATAS.

      *    Resumen: prevision por situacion (con deuda y deuda neta de
      *    garantias), por sucursal y producto, y total por moneda
      *    con la variacion asentada.
       6000-REPORTAR.
           PERFORM VARYING WS-IDX-SIT FROM 1 BY 1
                   UNTIL WS-IDX-SIT > 5
               PERFORM VARYING WS-IDX-MON FROM 1 BY 1
                       UNTIL WS-IDX-MON > 2
                   IF WS-SIT-DEUDAS(WS-IDX-SIT, WS-IDX-MON) > 0
                       PERFORM 6100-LINEA-SITUACION
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                   UNTIL WS-IDX-GRP > WS-GRP-CANT
               PERFORM 6200-LINEA-GRUPO
           END-PERFORM
           PERFORM VARYING WS-IDX-MON FROM 1 BY 1
                   UNTIL WS-IDX-MON > 2
               PERFORM 6300-LINEA-TOTAL
           END-PERFORM.

       6100-LINEA-SITUACION.
           IF WS-IDX-MON = 2
               MOVE "USD" TO WS-MONEDA-TOT
           ELSE
               MOVE "ARS" TO WS-MONEDA-TOT
           END-IF
           MOVE WS-SIT-NETO(WS-IDX-SIT, WS-IDX-MON)
               TO WS-IMPORTE-DISPLAY
           MOVE WS-SIT-PREVISION(WS-IDX-SIT, WS-IDX-MON)
               TO WS-PREV-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "Situacion " DELIMITED BY SIZE
                  WS-IDX-SIT DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-PCT-SIT(WS-IDX-SIT) DELIMITED BY SIZE
                  "%) " DELIMITED BY SIZE
                  WS-MONEDA-TOT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SIT-DEUDAS(WS-IDX-SIT, WS-IDX-MON)
                      DELIMITED BY SIZE
                  " neto" DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                  " prev" DELIMITED BY SIZE
                  WS-PREV-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           PERFORM 6900-LINEA-RESUMEN.

       6200-LINEA-GRUPO.
           MOVE WS-GRP-PREVISION(WS-IDX-GRP) TO WS-PREV-DISPLAY
           MOVE WS-GRP-VARIACION(WS-IDX-GRP) TO WS-VAR-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "Sucursal " DELIMITED BY SIZE
                  WS-GRP-SUCURSAL(WS-IDX-GRP) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-GRP-PRODUCTO(WS-IDX-GRP) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-GRP-MONEDA(WS-IDX-GRP) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-GRP-DEUDAS(WS-IDX-GRP) DELIMITED BY SIZE
                  " prev" DELIMITED BY SIZE
                  WS-PREV-DISPLAY DELIMITED BY SIZE
                  " var" DELIMITED BY SIZE
                  WS-VAR-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           PERFORM 6900-LINEA-RESUMEN.

       6300-LINEA-TOTAL.
           IF WS-IDX-MON = 2
               MOVE "USD" TO WS-MONEDA-TOT
           ELSE
               MOVE "ARS" TO WS-MONEDA-TOT
           END-IF
           MOVE WS-TOT-ANTERIOR(WS-IDX-MON) TO WS-IMPORTE-DISPLAY
           MOVE WS-TOT-PREVISION(WS-IDX-MON) TO WS-PREV-DISPLAY
           MOVE WS-TOT-VARIACION(WS-IDX-MON) TO WS-VAR-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "TOTAL " DELIMITED BY SIZE
                  WS-MONEDA-TOT DELIMITED BY SIZE
                  " anterior" DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                  " prev" DELIMITED BY SIZE
                  WS-PREV-DISPLAY DELIMITED BY SIZE
                  " var" DELIMITED BY SIZE
                  WS-VAR-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           PERFORM 6900-LINEA-RESUMEN.

       6900-LINEA-RESUMEN.
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       9000-FINALIZAR.
           MOVE SPACES TO WS-REP-LINEA
           IF WS-SEGUIR = 'S'
               CLOSE CUENTAS-FILE
               CLOSE PRESTAMOS-FILE
               CLOSE CUOTAS-FILE
               CLOSE TARJETAS-CREDITO-FILE
               CLOSE PREVISION-FILE
               DISPLAY "------------------------------------------"
               DISPLAY "Prestamos previsionados: " WS-CANT-PRESTAMOS
               DISPLAY "Tarjetas previsionadas:  " WS-CANT-TARJETAS
               DISPLAY "Deudas desafectadas:     " WS-CANT-BAJAS
               IF WS-SIN-MAPEO > 0 OR WS-GRP-DESBORDE = 'S'
                   IF WS-GRP-DESBORDE = 'S'
                       DISPLAY "OPERADOR: tabla de sucursales"
                               " desbordada."
                   END-IF
                   STRING "Prevision " DELIMITED BY SIZE
                          WS-PERIODO DELIMITED BY SIZE
                          " NO asentada: completar el plan de"
                          DELIMITED BY SIZE
                          " cuentas y re-correr" DELIMITED BY SIZE
                       INTO WS-REP-LINEA
               ELSE
                   STRING "Prevision " DELIMITED BY SIZE
                          WS-PERIODO DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          WS-PATAS DELIMITED BY SIZE
                          " patas en " DELIMITED BY SIZE
                          WS-ASIENTO-PATH DELIMITED BY SPACE
                       INTO WS-REP-LINEA
               END-IF
           ELSE
               STRING "Prevision " DELIMITED BY SIZE
                      WS-PERIODO DELIMITED BY SIZE
                      " no procesada" DELIMITED BY SIZE
                   INTO WS-REP-LINEA
           END-IF
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           DISPLAY "==========================================".
