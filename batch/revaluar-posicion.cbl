       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVALUAR-POSICION.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Revaluacion diaria de la posicion en dolares: paso de la
      *  corrida nocturna posterior al cierre y a los barridos. Arma
      *  la posicion neta USD del banco con tres componentes:
      *    - saldos de clientes en cuentas USD (saldos.dat): los
      *      acreedores son pasivo del banco, los descubiertos activo;
      *    - plazos fijos vigentes de cuentas USD (pasivo);
      *    - posicion propia de cambio: los dolares comprados y
      *      vendidos a clientes en el cambio de divisas y en las
      *      transferencias con conversion (patas USD con memo
      *      "CAMBIO DIVISAS TC"/"TRANSF CONV TC"), acumuladas hasta
      *      la fecha contable.
      *  La valua a la cotizacion de cierre de la fecha contable
      *  (cotizaciones.dat, la carga MANTENER-COTIZACIONES): compra
      *  si la posicion es comprada, venta si es vendida. La
      *  diferencia de cambio del dia es la posicion por la
      *  variacion de la cotizacion contra la revaluacion anterior
      *  (revaluacion-posicion.dat); se asienta balanceada en
      *  gl-revaluacion-AAAAMMDD.dat, con las cuentas del plan de
      *  cuentas para la operacion "RV" (cuenta de la posicion y
      *  contrapartida de resultado por diferencia de cambio), y
      *  EXPORTAR-GL la suma al asiento del dia. Sin cotizacion de
      *  la fecha o sin mapeo "RV" el paso falla sin asentar nada:
      *  se carga lo que falta y se re-corre (la re-corrida de la
      *  misma fecha parte de la misma base y no duplica).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT SALDOS-FILE ASSIGN TO "saldos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SALDO-CBF
               FILE STATUS IS SALDOS-STATUS.

           SELECT TRANS-FILE ASSIGN TO WS-TRANS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS R-KEY
               ALTERNATE RECORD KEY IS R-CBF
                   WITH DUPLICATES
               FILE STATUS IS TRANS-STATUS.

           SELECT PLAZOS-FILE ASSIGN TO "plazos-fijos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-KEY
               FILE STATUS IS PLAZOS-STATUS.

           SELECT COTIZACIONES-FILE ASSIGN TO "cotizaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-FECHA
               FILE STATUS IS COTIZACIONES-STATUS.

           SELECT PLAN-FILE ASSIGN TO "plan-de-cuentas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-STATUS.

           SELECT ANTERIOR-FILE
               ASSIGN TO "revaluacion-posicion.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANTERIOR-STATUS.

           SELECT ASIENTO-FILE ASSIGN TO WS-ASIENTO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASIENTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  SALDOS-FILE.
       COPY "registro-saldo.cpy".

       FD  TRANS-FILE.
       COPY "registro-transaccion.cpy".

       FD  PLAZOS-FILE.
       COPY "plazo-fijo.cpy".

       FD  COTIZACIONES-FILE.
       COPY "cotizacion.cpy".

       FD  PLAN-FILE.
       COPY "plan-cuentas.cpy".

      *    Ultima revaluacion asentada y la base de la que partio
      *    (para que una re-corrida de la misma fecha no la tome
      *    como base de si misma).
       FD  ANTERIOR-FILE.
       01  ANTERIOR-REGISTRO.
           05  ANT-FECHA              PIC 9(8).
           05  ANT-POSICION           PIC S9(13)V99.
           05  ANT-TC-COMPRA          PIC 9(5)V9999.
           05  ANT-TC-VENTA           PIC 9(5)V9999.
           05  ANT-VALUACION          PIC S9(15)V99.
           05  ANT-BASE-FECHA         PIC 9(8).
           05  ANT-BASE-POSICION      PIC S9(13)V99.
           05  ANT-BASE-TC-COMPRA     PIC 9(5)V9999.
           05  ANT-BASE-TC-VENTA      PIC 9(5)V9999.
           05  ANT-BASE-VALUACION     PIC S9(15)V99.

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
       01  SALDOS-STATUS              PIC XX.
       01  TRANS-STATUS               PIC XX.
       01  PLAZOS-STATUS              PIC XX.
       01  COTIZACIONES-STATUS        PIC XX.
       01  PLAN-STATUS                PIC XX.
       01  ANTERIOR-STATUS            PIC XX.
       01  ASIENTO-STATUS             PIC XX.
       01  WS-ASIENTO-PATH            PIC X(100).

       01  WS-TIMESTAMP-CORRIDA       PIC 9(14).
       01  WS-FECHA-CONTABLE          PIC 9(8).
       01  WS-FECHA-CONT-TRANS        PIC 9(8).
       01  WS-CODIGO-DESC             PIC X(15).
       01  WS-CODIGO-SIGNO            PIC X(1).
       01  WS-MONEDA-CUENTA           PIC X(3).
       01  WS-SEGUIR                  PIC X VALUE 'S'.

      *    Componentes de la posicion, vistos desde el banco.
       01  WS-POS-SALDOS              PIC S9(13)V99 VALUE 0.
       01  WS-POS-PLAZOS              PIC S9(13)V99 VALUE 0.
       01  WS-POS-CAMBIO              PIC S9(13)V99 VALUE 0.
       01  WS-POSICION                PIC S9(13)V99 VALUE 0.
       01  WS-CANT-CUENTAS-USD        PIC 9(8) VALUE 0.
       01  WS-CANT-PLAZOS-USD         PIC 9(6) VALUE 0.
       01  WS-CANT-OPER-CAMBIO        PIC 9(8) VALUE 0.

       01  WS-TC-COMPRA               PIC 9(5)V9999.
       01  WS-TC-VENTA                PIC 9(5)V9999.
       01  WS-TC-HOY                  PIC 9(5)V9999.
       01  WS-TC-BASE                 PIC 9(5)V9999.
       01  WS-HAY-BASE                PIC X VALUE 'N'.
       01  WS-BASE-FECHA              PIC 9(8) VALUE 0.
       01  WS-BASE-POSICION           PIC S9(13)V99 VALUE 0.
       01  WS-BASE-TC-COMPRA          PIC 9(5)V9999 VALUE 0.
       01  WS-BASE-TC-VENTA           PIC 9(5)V9999 VALUE 0.
       01  WS-BASE-VALUACION          PIC S9(15)V99 VALUE 0.
       01  WS-VALUACION               PIC S9(15)V99 VALUE 0.
       01  WS-RESULTADO               PIC S9(13)V99 VALUE 0.
       01  WS-EFECTO-POSICION         PIC S9(15)V99 VALUE 0.

       01  WS-MAPEO-OK                PIC X VALUE 'N'.
       01  WS-CTA-POSICION            PIC X(8).
       01  WS-CTA-RESULTADO           PIC X(8).

       01  WS-IMPORTE-DISPLAY         PIC -Z(14).99.
       01  WS-TC-DISPLAY              PIC Z(4)9.9999.
       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "revaluacion-usd".
       01  WS-REP-TITULO              PIC X(40)
                            VALUE "REVALUACION POSICION EN DOLARES".
       01  WS-REP-LINEA               PIC X(80).

       LINKAGE SECTION.
       01  LK-RESULTADO-BATCH         PIC 9.
           88  LK-BATCH-OK                VALUE 0.

       PROCEDURE DIVISION USING LK-RESULTADO-BATCH.
       0000-MAINLINE.
           MOVE 0 TO LK-RESULTADO-BATCH
           PERFORM 1000-INICIALIZAR
           IF WS-SEGUIR = 'S'
               PERFORM 2000-SUMAR-SALDOS
               PERFORM 3000-SUMAR-PLAZOS
               PERFORM 4000-SUMAR-CAMBIO
               PERFORM 5000-VALUAR
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM 6000-ASENTAR
           END-IF
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR.
           COPY "cargar-rutas.cpy".
           DISPLAY "==========================================".
           DISPLAY "  REVALUACION DE LA POSICION EN DOLARES".
           DISPLAY "==========================================".
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP-CORRIDA
      *    Misma fecha contable que el cierre: se revalua el dia que
      *    acaba de terminar.
           MOVE "000000" TO WS-TIMESTAMP-CORRIDA(9:6)
           CALL "fecha-contable" USING WS-TIMESTAMP-CORRIDA,
                WS-FECHA-CONTABLE
           DISPLAY "Fecha contable: " WS-FECHA-CONTABLE
           MOVE "Posicion, cotizacion y resultado de la revaluacion"
               TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           PERFORM 1100-LEER-COTIZACION
           IF WS-SEGUIR = 'S'
               PERFORM 1200-RESOLVER-MAPEO
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM 1300-LEER-ANTERIOR
               OPEN INPUT CUENTAS-FILE
               OPEN INPUT SALDOS-FILE
               OPEN INPUT TRANS-FILE
               OPEN INPUT PLAZOS-FILE
           END-IF.

      *    La cotizacion tiene que ser la de la fecha contable: con
      *    la de un dia anterior la revaluacion daria cero y el dia
      *    quedaria mal valuado sin que nadie lo note.
       1100-LEER-COTIZACION.
           OPEN INPUT COTIZACIONES-FILE
           IF COTIZACIONES-STATUS NOT = "00"
               MOVE "10" TO COTIZACIONES-STATUS
           END-IF
           MOVE WS-FECHA-CONTABLE TO COT-FECHA
           IF COTIZACIONES-STATUS = "00"
               READ COTIZACIONES-FILE
                   KEY IS COT-FECHA
                   INVALID KEY
                       MOVE "23" TO COTIZACIONES-STATUS
               END-READ
           END-IF
           IF COTIZACIONES-STATUS = "00"
               MOVE COT-COMPRA TO WS-TC-COMPRA
               MOVE COT-VENTA TO WS-TC-VENTA
               CLOSE COTIZACIONES-FILE
           ELSE
               IF COTIZACIONES-STATUS NOT = "10"
                   CLOSE COTIZACIONES-FILE
               END-IF
               MOVE SPACES TO WS-REP-LINEA
               STRING "SIN COTIZACION DE CIERRE PARA "
                      DELIMITED BY SIZE
                      WS-FECHA-CONTABLE DELIMITED BY SIZE
                      ": cargar y re-correr el paso" DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               PERFORM 1900-ABORTAR
           END-IF.

      *    Mapeo "RV" del plan de cuentas: PLC-CTA-CLIENTE es la
      *    cuenta de ajuste de la posicion y PLC-CTA-CONTRA la de
      *    resultado por diferencia de cambio. La operacion tiene que
      *    ser "RV" literal (una linea general "*" de clientes no debe
      *    tomar la revaluacion); moneda, tipo y sucursal admiten
      *    comodin.
       1200-RESOLVER-MAPEO.
           OPEN INPUT PLAN-FILE
           IF PLAN-STATUS NOT = "00"
               MOVE "10" TO PLAN-STATUS
           END-IF
           PERFORM UNTIL PLAN-STATUS = "10"
               READ PLAN-FILE
                   AT END
                       MOVE "10" TO PLAN-STATUS
                   NOT AT END
                       IF PLC-OPERACION = "RV"
                          AND (PLC-MONEDA = "USD"
                               OR PLC-MONEDA = "*  ")
                          AND WS-MAPEO-OK = 'N'
                           MOVE 'S' TO WS-MAPEO-OK
                           MOVE PLC-CTA-CLIENTE TO WS-CTA-POSICION
                           MOVE PLC-CTA-CONTRA TO WS-CTA-RESULTADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-FILE
           IF WS-MAPEO-OK = 'N'
               MOVE "SIN MAPEO RV EN EL PLAN DE CUENTAS: completar y"
                   TO WS-REP-LINEA
               MOVE " re-correr el paso" TO WS-REP-LINEA(48:)
               PERFORM 1900-ABORTAR
           END-IF.

       1300-LEER-ANTERIOR.
           OPEN INPUT ANTERIOR-FILE
           IF ANTERIOR-STATUS = "00"
               READ ANTERIOR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ANT-FECHA = WS-FECHA-CONTABLE
                           IF ANT-BASE-FECHA > 0
                               MOVE 'S' TO WS-HAY-BASE
                               MOVE ANT-BASE-FECHA TO WS-BASE-FECHA
                               MOVE ANT-BASE-POSICION
                                   TO WS-BASE-POSICION
                               MOVE ANT-BASE-TC-COMPRA
                                   TO WS-BASE-TC-COMPRA
                               MOVE ANT-BASE-TC-VENTA
                                   TO WS-BASE-TC-VENTA
                               MOVE ANT-BASE-VALUACION
                                   TO WS-BASE-VALUACION
                           END-IF
                       ELSE
                           MOVE 'S' TO WS-HAY-BASE
                           MOVE ANT-FECHA TO WS-BASE-FECHA
                           MOVE ANT-POSICION TO WS-BASE-POSICION
                           MOVE ANT-TC-COMPRA TO WS-BASE-TC-COMPRA
                           MOVE ANT-TC-VENTA TO WS-BASE-TC-VENTA
                           MOVE ANT-VALUACION TO WS-BASE-VALUACION
                       END-IF
               END-READ
               CLOSE ANTERIOR-FILE
           END-IF.

       1900-ABORTAR.
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE 'N' TO WS-SEGUIR
           MOVE 1 TO LK-RESULTADO-BATCH.

      *    Saldos de clientes en dolares: el saldo acreedor es deuda
      *    del banco con el cliente (posicion vendida) y el
      *    descubierto un credito (comprada).
       2000-SUMAR-SALDOS.
           IF SALDOS-STATUS NOT = "00"
               MOVE "10" TO SALDOS-STATUS
           ELSE
               MOVE LOW-VALUES TO SALDO-CBF
               START SALDOS-FILE KEY IS >= SALDO-CBF
                   INVALID KEY
                       MOVE "10" TO SALDOS-STATUS
               END-START
           END-IF

           PERFORM UNTIL SALDOS-STATUS = "10"
               READ SALDOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO SALDOS-STATUS
                   NOT AT END
                       MOVE SALDO-CBF TO CLI-CBF
                       PERFORM 2900-MONEDA-CUENTA
                       IF WS-MONEDA-CUENTA = "USD"
                           ADD 1 TO WS-CANT-CUENTAS-USD
                           SUBTRACT SALDO-IMPORTE FROM WS-POS-SALDOS
                       END-IF
               END-READ
           END-PERFORM.

       2900-MONEDA-CUENTA.
           MOVE SPACES TO WS-MONEDA-CUENTA
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLI-MONEDA TO WS-MONEDA-CUENTA
           END-READ.

      *    Plazos fijos vigentes de cuentas en dolares: el capital es
      *    deuda del banco.
       3000-SUMAR-PLAZOS.
           IF PLAZOS-STATUS NOT = "00"
               MOVE "10" TO PLAZOS-STATUS
           ELSE
               MOVE LOW-VALUES TO PF-KEY
               START PLAZOS-FILE KEY IS >= PF-KEY
                   INVALID KEY
                       MOVE "10" TO PLAZOS-STATUS
               END-START
           END-IF

           PERFORM UNTIL PLAZOS-STATUS = "10"
               READ PLAZOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO PLAZOS-STATUS
                   NOT AT END
                       IF PF-VIGENTE
                           MOVE PF-CBF TO CLI-CBF
                           PERFORM 2900-MONEDA-CUENTA
                           IF WS-MONEDA-CUENTA = "USD"
                               ADD 1 TO WS-CANT-PLAZOS-USD
                               SUBTRACT PF-CAPITAL FROM WS-POS-PLAZOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Posicion propia de cambio: la pata USD de cada cambio de
      *    divisas o transferencia con conversion hasta la fecha
      *    contable. Un debito al cliente en dolares es un dolar que
      *    el banco compro; un credito, uno que vendio.
       4000-SUMAR-CAMBIO.
           IF TRANS-STATUS NOT = "00"
               MOVE "10" TO TRANS-STATUS
           ELSE
               MOVE LOW-VALUES TO R-KEY
               START TRANS-FILE KEY IS >= R-KEY
                   INVALID KEY
                       MOVE "10" TO TRANS-STATUS
               END-START
           END-IF

           PERFORM UNTIL TRANS-STATUS = "10"
               READ TRANS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO TRANS-STATUS
                   NOT AT END
                       IF R-MONEDA = "USD"
                          AND (R-MEMO(1:18) = "CAMBIO DIVISAS TC "
                               OR R-MEMO(1:15) = "TRANSF CONV TC ")
                           PERFORM 4100-ACUMULAR-CAMBIO
                       END-IF
               END-READ
           END-PERFORM.

       4100-ACUMULAR-CAMBIO.
           IF R-FECHA-CONTABLE IS NUMERIC
              AND R-FECHA-CONTABLE > 0
               MOVE R-FECHA-CONTABLE TO WS-FECHA-CONT-TRANS
           ELSE
               COMPUTE WS-FECHA-CONT-TRANS =
                   R-ANIO * 10000 + R-MES * 100 + R-DIA
           END-IF
           IF WS-FECHA-CONT-TRANS <= WS-FECHA-CONTABLE
               CALL "buscar-codigo-trans" USING R-DESCRIPCION,
                    WS-CODIGO-DESC, WS-CODIGO-SIGNO
               EVALUATE WS-CODIGO-SIGNO
                   WHEN "-"
                       ADD R-IMPORTE TO WS-POS-CAMBIO
                       ADD 1 TO WS-CANT-OPER-CAMBIO
                   WHEN "+"
                       SUBTRACT R-IMPORTE FROM WS-POS-CAMBIO
                       ADD 1 TO WS-CANT-OPER-CAMBIO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    Cotizacion segun el lado de la posicion: comprada se valua
      *    a la de compra, vendida a la de venta; la base anterior se
      *    toma del mismo lado para que la diferencia sea solo de
      *    cotizacion.
       5000-VALUAR.
           COMPUTE WS-POSICION = WS-POS-SALDOS + WS-POS-PLAZOS
                               + WS-POS-CAMBIO
           IF WS-POSICION >= 0
               MOVE WS-TC-COMPRA TO WS-TC-HOY
               MOVE WS-BASE-TC-COMPRA TO WS-TC-BASE
           ELSE
               MOVE WS-TC-VENTA TO WS-TC-HOY
               MOVE WS-BASE-TC-VENTA TO WS-TC-BASE
           END-IF
           COMPUTE WS-VALUACION ROUNDED = WS-POSICION * WS-TC-HOY
           IF WS-HAY-BASE = 'S' AND WS-TC-BASE > 0
               COMPUTE WS-RESULTADO ROUNDED =
                   WS-POSICION * (WS-TC-HOY - WS-TC-BASE)
               COMPUTE WS-EFECTO-POSICION =
                   WS-VALUACION - WS-BASE-VALUACION - WS-RESULTADO
           ELSE
               MOVE 0 TO WS-RESULTADO
               MOVE 0 TO WS-EFECTO-POSICION
           END-IF
           PERFORM 5100-REPORTAR.

       5100-REPORTAR.
           MOVE WS-POS-SALDOS TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "Saldos de clientes USD (" DELIMITED BY SIZE
                  WS-CANT-CUENTAS-USD DELIMITED BY SIZE
                  " ctas):  USD " DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           PERFORM 5900-LINEA
           MOVE WS-POS-PLAZOS TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "Plazos fijos USD (" DELIMITED BY SIZE
                  WS-CANT-PLAZOS-USD DELIMITED BY SIZE
                  "):             USD " DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           PERFORM 5900-LINEA
           MOVE WS-POS-CAMBIO TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "Posicion propia de cambio:         USD "
                  DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           PERFORM 5900-LINEA
           MOVE WS-POSICION TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "POSICION NETA:                     USD "
                  DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           PERFORM 5900-LINEA
           MOVE WS-TC-HOY TO WS-TC-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "Cotizacion de cierre " DELIMITED BY SIZE
                  WS-FECHA-CONTABLE DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-TC-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           IF WS-POSICION >= 0
               MOVE " (compra)" TO WS-REP-LINEA(44:)
           ELSE
               MOVE " (venta)" TO WS-REP-LINEA(44:)
           END-IF
           PERFORM 5900-LINEA
           MOVE WS-VALUACION TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "Valuacion del dia:                 ARS "
                  DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           PERFORM 5900-LINEA
           IF WS-HAY-BASE = 'S'
               MOVE WS-TC-BASE TO WS-TC-DISPLAY
               MOVE WS-BASE-VALUACION TO WS-IMPORTE-DISPLAY
               MOVE SPACES TO WS-REP-LINEA
               STRING "Valuacion anterior " DELIMITED BY SIZE
                      WS-BASE-FECHA DELIMITED BY SIZE
                      " TC " DELIMITED BY SIZE
                      WS-TC-DISPLAY DELIMITED BY SIZE
                      ": ARS " DELIMITED BY SIZE
                      WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               PERFORM 5900-LINEA
               MOVE WS-EFECTO-POSICION TO WS-IMPORTE-DISPLAY
               MOVE SPACES TO WS-REP-LINEA
               STRING "Variacion por movimiento de posicion: ARS "
                      DELIMITED BY SIZE
                      WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               PERFORM 5900-LINEA
           ELSE
               MOVE "Sin revaluacion anterior: el dia queda como base"
                   TO WS-REP-LINEA
               PERFORM 5900-LINEA
           END-IF
           MOVE WS-RESULTADO TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           IF WS-RESULTADO < 0
               STRING "PERDIDA POR DIFERENCIA DE CAMBIO:  ARS "
                      DELIMITED BY SIZE
                      WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                   INTO WS-REP-LINEA
           ELSE
               STRING "GANANCIA POR DIFERENCIA DE CAMBIO: ARS "
                      DELIMITED BY SIZE
                      WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                   INTO WS-REP-LINEA
           END-IF
           PERFORM 5900-LINEA.

       5900-LINEA.
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

      *    Asiento de la diferencia de cambio, balanceado: ganancia
      *    debita la cuenta de la posicion y acredita resultado; la
      *    perdida al reves. El archivo del dia se reescribe entero,
      *    asi una re-corrida lo reemplaza. Despues queda persistida
      *    la revaluacion como base de la proxima.
       6000-ASENTAR.
           MOVE SPACES TO WS-ASIENTO-PATH
           STRING "gl-revaluacion-" DELIMITED BY SIZE
                  WS-FECHA-CONTABLE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-ASIENTO-PATH
           OPEN OUTPUT ASIENTO-FILE
           IF WS-RESULTADO NOT = 0
               MOVE WS-FECHA-CONTABLE TO ASI-FECHA
               MOVE "RV" TO ASI-TIPO
               MOVE "ARS" TO ASI-MONEDA
               COMPUTE ASI-REFERENCIA = WS-FECHA-CONTABLE * 1000000
               IF WS-RESULTADO > 0
                   MOVE WS-RESULTADO TO ASI-IMPORTE
                   MOVE WS-CTA-POSICION TO ASI-CUENTA
                   MOVE "D" TO ASI-DEBCRED
                   WRITE ASIENTO-REGISTRO
                   MOVE WS-CTA-RESULTADO TO ASI-CUENTA
                   MOVE "C" TO ASI-DEBCRED
                   WRITE ASIENTO-REGISTRO
               ELSE
                   COMPUTE ASI-IMPORTE = 0 - WS-RESULTADO
                   MOVE WS-CTA-RESULTADO TO ASI-CUENTA
                   MOVE "D" TO ASI-DEBCRED
                   WRITE ASIENTO-REGISTRO
                   MOVE WS-CTA-POSICION TO ASI-CUENTA
                   MOVE "C" TO ASI-DEBCRED
                   WRITE ASIENTO-REGISTRO
               END-IF
               MOVE SPACES TO WS-REP-LINEA
               STRING "Asiento: " DELIMITED BY SIZE
                      WS-CTA-POSICION DELIMITED BY SIZE
                      " / " DELIMITED BY SIZE
                      WS-CTA-RESULTADO DELIMITED BY SIZE
                      " en " DELIMITED BY SIZE
                      WS-ASIENTO-PATH DELIMITED BY SPACE
                   INTO WS-REP-LINEA
               PERFORM 5900-LINEA
           END-IF
           CLOSE ASIENTO-FILE

           OPEN OUTPUT ANTERIOR-FILE
           MOVE WS-FECHA-CONTABLE TO ANT-FECHA
           MOVE WS-POSICION TO ANT-POSICION
           MOVE WS-TC-COMPRA TO ANT-TC-COMPRA
           MOVE WS-TC-VENTA TO ANT-TC-VENTA
           MOVE WS-VALUACION TO ANT-VALUACION
           MOVE WS-BASE-FECHA TO ANT-BASE-FECHA
           MOVE WS-BASE-POSICION TO ANT-BASE-POSICION
           MOVE WS-BASE-TC-COMPRA TO ANT-BASE-TC-COMPRA
           MOVE WS-BASE-TC-VENTA TO ANT-BASE-TC-VENTA
           MOVE WS-BASE-VALUACION TO ANT-BASE-VALUACION
           WRITE ANTERIOR-REGISTRO
           CLOSE ANTERIOR-FILE.

       9000-FINALIZAR.
           IF WS-SEGUIR = 'S'
               CLOSE CUENTAS-FILE
               CLOSE SALDOS-FILE
               CLOSE TRANS-FILE
               CLOSE PLAZOS-FILE
           END-IF
           MOVE WS-RESULTADO TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           IF WS-SEGUIR = 'S'
               STRING "Revaluacion " DELIMITED BY SIZE
                      WS-FECHA-CONTABLE DELIMITED BY SIZE
                      " - resultado ARS " DELIMITED BY SIZE
                      WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                   INTO WS-REP-LINEA
           ELSE
               STRING "Revaluacion " DELIMITED BY SIZE
                      WS-FECHA-CONTABLE DELIMITED BY SIZE
                      " NO asentada" DELIMITED BY SIZE
                   INTO WS-REP-LINEA
           END-IF
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           DISPLAY "==========================================".
