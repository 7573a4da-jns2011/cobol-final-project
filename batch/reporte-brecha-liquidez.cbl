       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-BRECHA-LIQUIDEZ.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Brecha de liquidez por bandas de vencimiento: proyecta por
      *  moneda las entradas y salidas de fondos de los proximos
      *  dias y meses en siete bandas (hasta 1 dia, 7, 30, 90, 180,
      *  365 dias y mas de un anio) contadas desde la fecha contable
      *  cuyo corte acaba de pasar (como POSICION-TESORERIA, que
      *  solo muestra el dia). Lo vencido y no procesado cae en la
      *  primera banda.
      *    Salidas: plazos fijos vigentes al vencimiento segun la
      *    instruccion (sin renovacion capital mas interes, renovacion
      *    de capital solo el interes, renovacion total nada; el
      *    prendado no se paga mientras siga la garantia), debitos
      *    pendientes de debitos-demanda.dat con adhesion activa,
      *    cheques diferidos propios emitidos (cheques.dat) y echeqs
      *    propios activos a su fecha de pago, y la corrida estimada
      *    de los depositos a la vista.
      *    Entradas: cuotas de prestamos pendientes o en mora
      *    (cuotas-prestamos.dat) y cheques de otros bancos
      *    depositados y aun en clearing (cheques-depositados.dat).
      *    Transferencias programadas y ordenes permanentes
      *    mensuales (hasta un anio) se informan en bruto, salida en
      *    la moneda del origen y entrada en la del destino: son
      *    entre cuentas propias y se netean dentro de la moneda.
      *  Corrida de la vista: de historia-saldos.dat se suman por
      *  dia y moneda los saldos acreedores del ultimo anio y, para
      *  cada horizonte de banda, se toma la peor caida porcentual
      *  observada en ese lapso; aplicada a los saldos acreedores de
      *  hoy (saldos.dat) da la salida acumulada esperada, y el resto
      *  (la parte estable) va a mas de un anio. Sin historia toda la
      *  vista va a mas de un anio.
      *  Por banda se muestra la brecha (entradas - salidas) y la
      *  brecha acumulada; la banda cuyas salidas superan
      *  PARM-UMBRAL-LIQUIDEZ (miles) sale marcada "*UMBRAL*".
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

           SELECT HISTORIA-FILE ASSIGN TO "historia-saldos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS HISTORIA-STATUS.

           SELECT PLAZOS-FILE ASSIGN TO "plazos-fijos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-KEY
               FILE STATUS IS PLAZOS-STATUS.

           SELECT CUOTAS-FILE ASSIGN TO "cuotas-prestamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-KEY
               FILE STATUS IS CUOTAS-STATUS.

           SELECT PENDIENTES-FILE
               ASSIGN TO "transferencias-pendientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-KEY
               FILE STATUS IS PENDIENTES-STATUS.

           SELECT ORDENES-FILE ASSIGN TO "ordenes-permanentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-KEY
               FILE STATUS IS ORDENES-STATUS.

           SELECT DEMANDA-FILE ASSIGN TO "debitos-demanda.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEMANDA-STATUS.

           SELECT ADHESIONES-FILE ASSIGN TO "adhesiones-debito.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-KEY
               FILE STATUS IS ADHESIONES-STATUS.

           SELECT CHEQUES-FILE ASSIGN TO "cheques.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-KEY
               FILE STATUS IS CHEQUES-STATUS.

           SELECT ECHEQS-FILE ASSIGN TO "echeqs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECQ-KEY
               FILE STATUS IS ECHEQS-STATUS.

           SELECT CHEQUES-DEP-FILE ASSIGN TO "cheques-depositados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-KEY
               FILE STATUS IS CHEQUES-DEP-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  SALDOS-FILE.
       COPY "registro-saldo.cpy".

       FD  HISTORIA-FILE.
       COPY "historia-saldo.cpy".

       FD  PLAZOS-FILE.
       COPY "plazo-fijo.cpy".

       FD  CUOTAS-FILE.
       COPY "cuota-prestamo.cpy".

       FD  PENDIENTES-FILE.
       COPY "transferencia-pendiente.cpy".

       FD  ORDENES-FILE.
       COPY "orden-permanente.cpy".

       FD  DEMANDA-FILE.
       01  DEMANDA-REGISTRO.
           05  DEM-EMPRESA            PIC 9(8).
           05  DEM-CBF                PIC 9(6).
           05  DEM-REFERENCIA         PIC X(20).
           05  DEM-IMPORTE            PIC 9(9)V99.
           05  DEM-MONEDA             PIC X(3).
       01  DEMANDA-CONTROL REDEFINES DEMANDA-REGISTRO.
           05  DEM-TIPO               PIC X(1).
           05  FILLER                 PIC X(47).

       FD  ADHESIONES-FILE.
       COPY "adhesion-debito.cpy".

       FD  CHEQUES-FILE.
       COPY "cheque.cpy".

       FD  ECHEQS-FILE.
       COPY "echeq.cpy".

       FD  CHEQUES-DEP-FILE.
       COPY "cheque-deposito.cpy".

       FD  PARAMETROS-FILE.
       COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  CUENTAS-STATUS             PIC XX.
       01  SALDOS-STATUS              PIC XX.
       01  HISTORIA-STATUS            PIC XX.
       01  PLAZOS-STATUS              PIC XX.
       01  CUOTAS-STATUS              PIC XX.
       01  PENDIENTES-STATUS          PIC XX.
       01  ORDENES-STATUS             PIC XX.
       01  DEMANDA-STATUS             PIC XX.
       01  ADHESIONES-STATUS          PIC XX.
       01  CHEQUES-STATUS             PIC XX.
       01  ECHEQS-STATUS              PIC XX.
       01  CHEQUES-DEP-STATUS         PIC XX.
       01  PARAMETROS-STATUS          PIC XX.

       01  WS-TIMESTAMP-CORRIDA       PIC 9(14).
       01  WS-FECHA-CONTABLE          PIC 9(8).
       01  WS-FECHA-CONT-GRP REDEFINES WS-FECHA-CONTABLE.
           05  WS-CONT-ANIO           PIC 9(4).
           05  WS-CONT-MES            PIC 9(2).
           05  WS-CONT-DIA            PIC 9(2).
       01  WS-DIA-HOY                 PIC 9(8).
       01  WS-DIA-BASE-HISTORIA       PIC 9(8).
       01  WS-UMBRAL                  PIC 9(13)V99 VALUE 0.

      *    Limites de las bandas en dias; la septima es el resto.
       01  WS-LIMITES-VALORES.
           05  FILLER                 PIC 9(3) VALUE 1.
           05  FILLER                 PIC 9(3) VALUE 7.
           05  FILLER                 PIC 9(3) VALUE 30.
           05  FILLER                 PIC 9(3) VALUE 90.
           05  FILLER                 PIC 9(3) VALUE 180.
           05  FILLER                 PIC 9(3) VALUE 365.
       01  WS-LIMITES REDEFINES WS-LIMITES-VALORES.
           05  WS-LIMITE-BANDA OCCURS 6 TIMES PIC 9(3).
       01  WS-NOMBRES-VALORES.
           05  FILLER                 PIC X(10) VALUE "1 dia".
           05  FILLER                 PIC X(10) VALUE "7 dias".
           05  FILLER                 PIC X(10) VALUE "30 dias".
           05  FILLER                 PIC X(10) VALUE "90 dias".
           05  FILLER                 PIC X(10) VALUE "180 dias".
           05  FILLER                 PIC X(10) VALUE "365 dias".
           05  FILLER                 PIC X(10) VALUE "+1 anio".
       01  WS-NOMBRES REDEFINES WS-NOMBRES-VALORES.
           05  WS-NOMBRE-BANDA OCCURS 7 TIMES PIC X(10).

      *    Flujos por moneda y banda: 1 = ARS, 2 = USD.
       01  WS-TABLA-MONEDAS.
           05  WS-MON-ENTRY OCCURS 2 TIMES.
               10  WS-MON-CODIGO      PIC X(3).
               10  WS-MON-VISTA       PIC S9(15)V99.
               10  WS-MON-CORRIDA OCCURS 6 TIMES PIC 9(5).
               10  WS-MON-BANDA OCCURS 7 TIMES.
                   15  WS-BAN-ENTRADAS PIC S9(15)V99.
                   15  WS-BAN-SALIDAS PIC S9(15)V99.
       01  WS-IDX-MON                 PIC 9(1).
       01  WS-IDX-BANDA               PIC 9(1).
       01  WS-IDX-HOR                 PIC 9(1).

      *    Saldos acreedores de la vista por dia del ultimo anio
      *    (posicion 1 = hace 365 dias, 366 = hoy).
       01  WS-TABLA-HISTORIA.
           05  WS-HIS-DIA OCCURS 366 TIMES.
               10  WS-HIS-CANT        PIC 9(7).
               10  WS-HIS-SALDO OCCURS 2 TIMES PIC S9(15)V99.
       01  WS-IDX-DIA                 PIC 9(3).
       01  WS-IDX-DIA-ANT             PIC 9(3).
       01  WS-DIAS-CON-HISTORIA       PIC 9(3) VALUE 0.
       01  WS-CBF-HISTORIA            PIC 9(6) VALUE 0.
       01  WS-MON-HISTORIA            PIC 9(1) VALUE 0.
       01  WS-CAIDA                   PIC 9(5).
       01  WS-ACUM-ANTERIOR           PIC S9(15)V99.
       01  WS-ACUM-HORIZONTE          PIC S9(15)V99.

      *    Movimiento en curso de proyectar.
       01  WS-CBF-MOV                 PIC 9(6).
       01  WS-MONEDA-MOV              PIC X(3).
       01  WS-FECHA-MOV               PIC 9(8).
       01  WS-FECHA-MOV-GRP REDEFINES WS-FECHA-MOV.
           05  WS-MOV-ANIO            PIC 9(4).
           05  WS-MOV-MES             PIC 9(2).
           05  WS-MOV-DIA             PIC 9(2).
       01  WS-IMPORTE-MOV             PIC S9(13)V99.
       01  WS-DIAS-MOV                PIC S9(7).
       01  WS-CUENTA-HALLADA          PIC X.
       01  WS-INTERES                 PIC S9(11)V99.
       01  WS-MES-ORDEN               PIC 9(2).
       01  WS-ANIO-ORDEN              PIC 9(4).
       01  WS-PERIODO-ULT-EJEC        PIC 9(6).
       01  WS-PERIODO-ORDEN           PIC 9(6).
       01  WS-NRO-OCURRENCIA          PIC 9(2).

       01  WS-CANT-PLAZOS             PIC 9(6) VALUE 0.
       01  WS-CANT-CUOTAS             PIC 9(6) VALUE 0.
       01  WS-CANT-TRANSFERENCIAS     PIC 9(6) VALUE 0.
       01  WS-CANT-ORDENES            PIC 9(6) VALUE 0.
       01  WS-CANT-DEBITOS            PIC 9(6) VALUE 0.
       01  WS-CANT-CHEQUES            PIC 9(6) VALUE 0.
       01  WS-CANT-ECHEQS             PIC 9(6) VALUE 0.
       01  WS-CANT-DEPOSITADOS        PIC 9(6) VALUE 0.
       01  WS-BANDAS-MARCADAS         PIC 9(2) VALUE 0.

       01  WS-BRECHA                  PIC S9(15)V99.
       01  WS-BRECHA-ACUM             PIC S9(15)V99.
       01  WS-IMP-ENTRADAS            PIC -Z(11)9.99.
       01  WS-IMP-SALIDAS             PIC -Z(11)9.99.
       01  WS-IMP-BRECHA              PIC -Z(11)9.99.
       01  WS-IMP-ACUM                PIC -Z(11)9.99.
       01  WS-IMP-CORRIDA             PIC ZZ9.99.
       01  WS-MARCA                   PIC X(8).
       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "brecha-liquidez".
       01  WS-REP-TITULO              PIC X(40).
       01  WS-REP-LINEA               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-SUMAR-VISTA
           PERFORM 2500-CARGAR-HISTORIA
           PERFORM 2700-CORRIDA-VISTA
           PERFORM 3000-PLAZOS-FIJOS
           PERFORM 3100-CUOTAS-PRESTAMOS
           PERFORM 3200-TRANSFERENCIAS
           PERFORM 3300-ORDENES-PERMANENTES
           PERFORM 3400-DEBITOS-AUTOMATICOS
           PERFORM 3500-CHEQUES-DIFERIDOS
           PERFORM 3600-ECHEQS-PROPIOS
           PERFORM 3700-CHEQUES-DEPOSITADOS
           PERFORM 4000-IMPRIMIR-BRECHA
           PERFORM 9000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  BRECHA DE LIQUIDEZ POR BANDAS".
           DISPLAY "==========================================".
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP-CORRIDA
      *    Como en la posicion de tesoreria: las bandas se cuentan
      *    desde el dia contable que acaba de cerrar.
           MOVE "000000" TO WS-TIMESTAMP-CORRIDA(9:6)
           CALL "fecha-contable" USING WS-TIMESTAMP-CORRIDA,
                WS-FECHA-CONTABLE
           COMPUTE WS-DIA-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-CONTABLE)
           COMPUTE WS-DIA-BASE-HISTORIA = WS-DIA-HOY - 365
           MOVE "ARS" TO WS-MON-CODIGO(1)
           MOVE "USD" TO WS-MON-CODIGO(2)
           PERFORM VARYING WS-IDX-MON FROM 1 BY 1
                   UNTIL WS-IDX-MON > 2
               MOVE 0 TO WS-MON-VISTA(WS-IDX-MON)
               PERFORM VARYING WS-IDX-BANDA FROM 1 BY 1
                       UNTIL WS-IDX-BANDA > 7
                   MOVE 0 TO WS-BAN-ENTRADAS(WS-IDX-MON, WS-IDX-BANDA)
                   MOVE 0 TO WS-BAN-SALIDAS(WS-IDX-MON, WS-IDX-BANDA)
               END-PERFORM
               PERFORM VARYING WS-IDX-HOR FROM 1 BY 1
                       UNTIL WS-IDX-HOR > 6
                   MOVE 0 TO WS-MON-CORRIDA(WS-IDX-MON, WS-IDX-HOR)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > 366
               MOVE 0 TO WS-HIS-CANT(WS-IDX-DIA)
               MOVE 0 TO WS-HIS-SALDO(WS-IDX-DIA, 1)
               MOVE 0 TO WS-HIS-SALDO(WS-IDX-DIA, 2)
           END-PERFORM

           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-UMBRAL-LIQUIDEZ IS NUMERIC
                           COMPUTE WS-UMBRAL =
                               PARM-UMBRAL-LIQUIDEZ * 1000
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF

           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE
           MOVE SPACES TO WS-REP-TITULO
           STRING "BRECHA DE LIQUIDEZ AL " DELIMITED BY SIZE
                  WS-FECHA-CONTABLE DELIMITED BY SIZE
               INTO WS-REP-TITULO
           MOVE SPACES TO WS-REP-LINEA
           STRING "Banda    " DELIMITED BY SIZE
                  "       Entradas" DELIMITED BY SIZE
                  "        Salidas" DELIMITED BY SIZE
                  "         Brecha" DELIMITED BY SIZE
                  "      Acumulada" DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

      *    Depositos a la vista de hoy: saldos acreedores por moneda.
       2000-SUMAR-VISTA.
           OPEN INPUT SALDOS-FILE
           IF SALDOS-STATUS NOT = "00"
               DISPLAY "No hay saldos.dat para sumar."
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
                       IF SALDO-IMPORTE > 0
                           MOVE SALDO-CBF TO WS-CBF-MOV
                           PERFORM 8100-MONEDA-CUENTA
                           PERFORM 8000-UBICAR-MONEDA
                           IF WS-IDX-MON > 0
                               ADD SALDO-IMPORTE
                                   TO WS-MON-VISTA(WS-IDX-MON)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALDOS-FILE.

      *    Suma por dia y moneda de los saldos acreedores de cierre
      *    del ultimo anio.
       2500-CARGAR-HISTORIA.
           OPEN INPUT HISTORIA-FILE
           IF HISTORIA-STATUS NOT = "00"
               MOVE "10" TO HISTORIA-STATUS
           ELSE
               MOVE LOW-VALUES TO HS-KEY
               START HISTORIA-FILE KEY IS >= HS-KEY
                   INVALID KEY
                       MOVE "10" TO HISTORIA-STATUS
               END-START
           END-IF
           PERFORM UNTIL HISTORIA-STATUS = "10"
               READ HISTORIA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO HISTORIA-STATUS
                   NOT AT END
                       PERFORM 2600-ACUMULAR-HISTORIA
               END-READ
           END-PERFORM
           CLOSE HISTORIA-FILE
           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > 366
               IF WS-HIS-CANT(WS-IDX-DIA) > 0
                   ADD 1 TO WS-DIAS-CON-HISTORIA
               END-IF
           END-PERFORM.

       2600-ACUMULAR-HISTORIA.
           IF HS-FECHA IS NOT NUMERIC OR HS-FECHA < 16010101
              OR HS-FECHA > WS-FECHA-CONTABLE
               GO TO 2600-ACUMULAR-HISTORIA-FIN
           END-IF
           IF HS-CBF NOT = WS-CBF-HISTORIA
               MOVE HS-CBF TO WS-CBF-HISTORIA
               MOVE HS-CBF TO WS-CBF-MOV
               PERFORM 8100-MONEDA-CUENTA
               PERFORM 8000-UBICAR-MONEDA
               MOVE WS-IDX-MON TO WS-MON-HISTORIA
           END-IF
           IF WS-MON-HISTORIA = 0
               GO TO 2600-ACUMULAR-HISTORIA-FIN
           END-IF
           COMPUTE WS-DIAS-MOV =
               FUNCTION INTEGER-OF-DATE(HS-FECHA)
               - WS-DIA-BASE-HISTORIA + 1
           IF WS-DIAS-MOV < 1 OR WS-DIAS-MOV > 366
               GO TO 2600-ACUMULAR-HISTORIA-FIN
           END-IF
           MOVE WS-DIAS-MOV TO WS-IDX-DIA
           ADD 1 TO WS-HIS-CANT(WS-IDX-DIA)
           IF HS-SALDO > 0
               ADD HS-SALDO
                   TO WS-HIS-SALDO(WS-IDX-DIA, WS-MON-HISTORIA)
           END-IF.
       2600-ACUMULAR-HISTORIA-FIN.
           EXIT.

      *    Por horizonte, la peor caida porcentual (en centesimos de
      *    punto) entre dos dias con historia separados por ese
      *    lapso; la corrida acumulada nunca baja de la del
      *    horizonte anterior.
       2700-CORRIDA-VISTA.
           PERFORM VARYING WS-IDX-MON FROM 1 BY 1
                   UNTIL WS-IDX-MON > 2
               PERFORM VARYING WS-IDX-HOR FROM 1 BY 1
                       UNTIL WS-IDX-HOR > 6
                   PERFORM 2750-PEOR-CAIDA
                   IF WS-IDX-HOR > 1
                      AND WS-MON-CORRIDA(WS-IDX-MON, WS-IDX-HOR)
                        < WS-MON-CORRIDA(WS-IDX-MON, WS-IDX-HOR - 1)
                       MOVE WS-MON-CORRIDA(WS-IDX-MON, WS-IDX-HOR - 1)
                         TO WS-MON-CORRIDA(WS-IDX-MON, WS-IDX-HOR)
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-ACUM-ANTERIOR
               PERFORM VARYING WS-IDX-HOR FROM 1 BY 1
                       UNTIL WS-IDX-HOR > 6
                   COMPUTE WS-ACUM-HORIZONTE ROUNDED =
                       WS-MON-VISTA(WS-IDX-MON)
                       * WS-MON-CORRIDA(WS-IDX-MON, WS-IDX-HOR)
                       / 10000
                   COMPUTE WS-BAN-SALIDAS(WS-IDX-MON, WS-IDX-HOR) =
                       WS-BAN-SALIDAS(WS-IDX-MON, WS-IDX-HOR)
                       + WS-ACUM-HORIZONTE - WS-ACUM-ANTERIOR
                   MOVE WS-ACUM-HORIZONTE TO WS-ACUM-ANTERIOR
               END-PERFORM
               COMPUTE WS-BAN-SALIDAS(WS-IDX-MON, 7) =
                   WS-BAN-SALIDAS(WS-IDX-MON, 7)
                   + WS-MON-VISTA(WS-IDX-MON) - WS-ACUM-ANTERIOR
           END-PERFORM.

       2750-PEOR-CAIDA.
           MOVE 0 TO WS-MON-CORRIDA(WS-IDX-MON, WS-IDX-HOR)
           COMPUTE WS-IDX-DIA = WS-LIMITE-BANDA(WS-IDX-HOR) + 1
           PERFORM UNTIL WS-IDX-DIA > 366
               COMPUTE WS-IDX-DIA-ANT =
                   WS-IDX-DIA - WS-LIMITE-BANDA(WS-IDX-HOR)
               IF WS-HIS-CANT(WS-IDX-DIA-ANT) > 0
                  AND WS-HIS-CANT(WS-IDX-DIA) > 0
                  AND WS-HIS-SALDO(WS-IDX-DIA-ANT, WS-IDX-MON) > 0
                  AND WS-HIS-SALDO(WS-IDX-DIA, WS-IDX-MON)
                    < WS-HIS-SALDO(WS-IDX-DIA-ANT, WS-IDX-MON)
                   COMPUTE WS-CAIDA =
                       (WS-HIS-SALDO(WS-IDX-DIA-ANT, WS-IDX-MON)
                        - WS-HIS-SALDO(WS-IDX-DIA, WS-IDX-MON))
                       * 10000
                       / WS-HIS-SALDO(WS-IDX-DIA-ANT, WS-IDX-MON)
                   IF WS-CAIDA > WS-MON-CORRIDA(WS-IDX-MON, WS-IDX-HOR)
                       MOVE WS-CAIDA
                         TO WS-MON-CORRIDA(WS-IDX-MON, WS-IDX-HOR)
                   END-IF
               END-IF
               ADD 1 TO WS-IDX-DIA
           END-PERFORM.

      *    Plazos fijos vigentes al vencimiento, segun la instruccion
      *    de renovacion; el prendado queda mientras siga la garantia.
       3000-PLAZOS-FIJOS.
           OPEN INPUT PLAZOS-FILE
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
                       IF PF-VIGENTE AND PF-GARANTIA-ID = 0
                          AND NOT PF-RENOV-TOTAL
                           PERFORM 3050-PROYECTAR-PLAZO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAZOS-FILE.

       3050-PROYECTAR-PLAZO.
           ADD 1 TO WS-CANT-PLAZOS
           COMPUTE WS-INTERES ROUNDED =
               PF-CAPITAL * PF-TASA-ANUAL / 100 * PF-DIAS / 365
           IF PF-RENOV-CAPITAL
               MOVE WS-INTERES TO WS-IMPORTE-MOV
           ELSE
               COMPUTE WS-IMPORTE-MOV = PF-CAPITAL + WS-INTERES
           END-IF
           MOVE PF-CBF TO WS-CBF-MOV
           PERFORM 8100-MONEDA-CUENTA
           MOVE PF-FECHA-VTO TO WS-FECHA-MOV
           PERFORM 8300-SUMAR-SALIDA.

      *    Cuotas a cobrar: pendientes a su vencimiento, las en mora
      *    en la primera banda.
       3100-CUOTAS-PRESTAMOS.
           OPEN INPUT CUOTAS-FILE
           IF CUOTAS-STATUS NOT = "00"
               MOVE "10" TO CUOTAS-STATUS
           ELSE
               MOVE LOW-VALUES TO CUO-KEY
               START CUOTAS-FILE KEY IS >= CUO-KEY
                   INVALID KEY
                       MOVE "10" TO CUOTAS-STATUS
               END-START
           END-IF
           PERFORM UNTIL CUOTAS-STATUS = "10"
               READ CUOTAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO CUOTAS-STATUS
                   NOT AT END
                       IF CUO-PENDIENTE OR CUO-EN-MORA
                           ADD 1 TO WS-CANT-CUOTAS
                           MOVE CUO-CBF TO WS-CBF-MOV
                           PERFORM 8100-MONEDA-CUENTA
                           MOVE CUO-VENCIMIENTO TO WS-FECHA-MOV
                           MOVE CUO-IMPORTE TO WS-IMPORTE-MOV
                           PERFORM 8400-SUMAR-ENTRADA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUOTAS-FILE.

       3200-TRANSFERENCIAS.
           OPEN INPUT PENDIENTES-FILE
           IF PENDIENTES-STATUS NOT = "00"
               MOVE "10" TO PENDIENTES-STATUS
           ELSE
               MOVE LOW-VALUES TO PT-KEY
               START PENDIENTES-FILE KEY IS >= PT-KEY
                   INVALID KEY
                       MOVE "10" TO PENDIENTES-STATUS
               END-START
           END-IF
           PERFORM UNTIL PENDIENTES-STATUS = "10"
               READ PENDIENTES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO PENDIENTES-STATUS
                   NOT AT END
                       IF PT-PENDIENTE
                           ADD 1 TO WS-CANT-TRANSFERENCIAS
                           MOVE PT-FECHA-EJEC TO WS-FECHA-MOV
                           MOVE PT-IMPORTE TO WS-IMPORTE-MOV
                           MOVE PT-CBF-ORIGEN TO WS-CBF-MOV
                           PERFORM 8100-MONEDA-CUENTA
                           PERFORM 8300-SUMAR-SALIDA
                           MOVE PT-CBF-DESTINO TO WS-CBF-MOV
                           PERFORM 8100-MONEDA-CUENTA
                           PERFORM 8400-SUMAR-ENTRADA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDIENTES-FILE.

      *    Ordenes mensuales activas: una ocurrencia por mes hasta un
      *    anio o hasta su fecha de fin. Los barridos no tienen
      *    importe fijo y no se proyectan.
       3300-ORDENES-PERMANENTES.
           OPEN INPUT ORDENES-FILE
           IF ORDENES-STATUS NOT = "00"
               MOVE "10" TO ORDENES-STATUS
           ELSE
               MOVE LOW-VALUES TO OP-KEY
               START ORDENES-FILE KEY IS >= OP-KEY
                   INVALID KEY
                       MOVE "10" TO ORDENES-STATUS
               END-START
           END-IF
           PERFORM UNTIL ORDENES-STATUS = "10"
               READ ORDENES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO ORDENES-STATUS
                   NOT AT END
                       IF OP-ACTIVA AND OP-MENSUAL
                           ADD 1 TO WS-CANT-ORDENES
                           PERFORM 3350-PROYECTAR-ORDEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDENES-FILE.

       3350-PROYECTAR-ORDEN.
           MOVE OP-IMPORTE TO WS-IMPORTE-MOV
           MOVE WS-CONT-ANIO TO WS-ANIO-ORDEN
           MOVE WS-CONT-MES TO WS-MES-ORDEN
           COMPUTE WS-PERIODO-ULT-EJEC = OP-ULT-EJEC / 100
           PERFORM VARYING WS-NRO-OCURRENCIA FROM 1 BY 1
                   UNTIL WS-NRO-OCURRENCIA > 13
               COMPUTE WS-PERIODO-ORDEN =
                   WS-ANIO-ORDEN * 100 + WS-MES-ORDEN
      *        Fecha del mes; un dia que el mes no tiene corre al
      *        siguiente.
               COMPUTE WS-FECHA-MOV = WS-PERIODO-ORDEN * 100 + 1
               COMPUTE WS-DIAS-MOV =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-MOV)
                   + OP-DIA-MES - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DIAS-MOV)
                   TO WS-FECHA-MOV
               IF WS-PERIODO-ORDEN > WS-PERIODO-ULT-EJEC
                  AND WS-FECHA-MOV > WS-FECHA-CONTABLE
                  AND WS-DIAS-MOV <= WS-DIA-HOY + 365
                  AND (OP-FECHA-FIN = 0
                       OR WS-FECHA-MOV <= OP-FECHA-FIN)
                   MOVE OP-CBF-ORIGEN TO WS-CBF-MOV
                   PERFORM 8100-MONEDA-CUENTA
                   PERFORM 8300-SUMAR-SALIDA
                   MOVE OP-CBF-DESTINO TO WS-CBF-MOV
                   PERFORM 8100-MONEDA-CUENTA
                   PERFORM 8400-SUMAR-ENTRADA
               END-IF
               IF WS-MES-ORDEN = 12
                   MOVE 1 TO WS-MES-ORDEN
                   ADD 1 TO WS-ANIO-ORDEN
               ELSE
                   ADD 1 TO WS-MES-ORDEN
               END-IF
           END-PERFORM.

      *    Demanda de debitos automaticos todavia no procesada: sale
      *    en la primera banda si la adhesion sigue activa.
       3400-DEBITOS-AUTOMATICOS.
           OPEN INPUT DEMANDA-FILE
           IF DEMANDA-STATUS NOT = "00"
               GO TO 3400-DEBITOS-AUTOMATICOS-FIN
           END-IF
           OPEN INPUT ADHESIONES-FILE
           PERFORM UNTIL DEMANDA-STATUS = "10"
               READ DEMANDA-FILE
                   AT END
                       MOVE "10" TO DEMANDA-STATUS
                   NOT AT END
                       IF DEM-TIPO NOT = "H" AND DEM-TIPO NOT = "T"
                          AND DEM-IMPORTE IS NUMERIC
                           PERFORM 3450-PROYECTAR-DEBITO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADHESIONES-FILE
           CLOSE DEMANDA-FILE.
       3400-DEBITOS-AUTOMATICOS-FIN.
           EXIT.

       3450-PROYECTAR-DEBITO.
           MOVE DEM-CBF TO AD-CBF
           MOVE DEM-EMPRESA TO AD-EMPRESA
           READ ADHESIONES-FILE
               KEY IS AD-KEY
               INVALID KEY
                   MOVE "B" TO AD-ESTADO
           END-READ
           IF AD-ACTIVA
               ADD 1 TO WS-CANT-DEBITOS
               MOVE DEM-MONEDA TO WS-MONEDA-MOV
               MOVE WS-FECHA-CONTABLE TO WS-FECHA-MOV
               MOVE DEM-IMPORTE TO WS-IMPORTE-MOV
               PERFORM 8300-SUMAR-SALIDA
           END-IF.

      *    Cheques propios de pago diferido todavia emitidos.
       3500-CHEQUES-DIFERIDOS.
           OPEN INPUT CHEQUES-FILE
           IF CHEQUES-STATUS NOT = "00"
               MOVE "10" TO CHEQUES-STATUS
           ELSE
               MOVE LOW-VALUES TO CHQ-KEY
               START CHEQUES-FILE KEY IS >= CHQ-KEY
                   INVALID KEY
                       MOVE "10" TO CHEQUES-STATUS
               END-START
           END-IF
           PERFORM UNTIL CHEQUES-STATUS = "10"
               READ CHEQUES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO CHEQUES-STATUS
                   NOT AT END
                       IF CHQ-EMITIDO AND CHQ-FECHA-PAGO > 0
                          AND CHQ-IMPORTE > 0
                           ADD 1 TO WS-CANT-CHEQUES
                           MOVE CHQ-CBF TO WS-CBF-MOV
                           PERFORM 8100-MONEDA-CUENTA
                           MOVE CHQ-FECHA-PAGO TO WS-FECHA-MOV
                           MOVE CHQ-IMPORTE TO WS-IMPORTE-MOV
                           PERFORM 8300-SUMAR-SALIDA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHEQUES-FILE.

      *    Echeqs librados por clientes propios, activos, a su fecha
      *    de pago.
       3600-ECHEQS-PROPIOS.
           OPEN INPUT ECHEQS-FILE
           IF ECHEQS-STATUS NOT = "00"
               MOVE "10" TO ECHEQS-STATUS
           ELSE
               MOVE LOW-VALUES TO ECQ-KEY
               START ECHEQS-FILE KEY IS >= ECQ-KEY
                   INVALID KEY
                       MOVE "10" TO ECHEQS-STATUS
               END-START
           END-IF
           PERFORM UNTIL ECHEQS-STATUS = "10"
               READ ECHEQS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO ECHEQS-STATUS
                   NOT AT END
                       IF ECQ-BANCO = 1 AND ECQ-CBF-EMISOR > 0
                          AND ECQ-ACTIVO
                           ADD 1 TO WS-CANT-ECHEQS
                           MOVE ECQ-CBF-EMISOR TO WS-CBF-MOV
                           PERFORM 8100-MONEDA-CUENTA
                           MOVE ECQ-FECHA-PAGO TO WS-FECHA-MOV
                           MOVE ECQ-IMPORTE TO WS-IMPORTE-MOV
                           PERFORM 8300-SUMAR-SALIDA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ECHEQS-FILE.

      *    Valores de otros bancos depositados y aun en clearing.
       3700-CHEQUES-DEPOSITADOS.
           OPEN INPUT CHEQUES-DEP-FILE
           IF CHEQUES-DEP-STATUS NOT = "00"
               MOVE "10" TO CHEQUES-DEP-STATUS
           ELSE
               MOVE LOW-VALUES TO CD-KEY
               START CHEQUES-DEP-FILE KEY IS >= CD-KEY
                   INVALID KEY
                       MOVE "10" TO CHEQUES-DEP-STATUS
               END-START
           END-IF
           PERFORM UNTIL CHEQUES-DEP-STATUS = "10"
               READ CHEQUES-DEP-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO CHEQUES-DEP-STATUS
                   NOT AT END
                       IF CD-DEPOSITADO OR CD-ENVIADO
                           ADD 1 TO WS-CANT-DEPOSITADOS
                           MOVE CD-CBF TO WS-CBF-MOV
                           PERFORM 8100-MONEDA-CUENTA
                           MOVE CD-FECHA-CLEARING TO WS-FECHA-MOV
                           MOVE CD-IMPORTE TO WS-IMPORTE-MOV
                           PERFORM 8400-SUMAR-ENTRADA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHEQUES-DEP-FILE.

       4000-IMPRIMIR-BRECHA.
           PERFORM VARYING WS-IDX-MON FROM 1 BY 1
                   UNTIL WS-IDX-MON > 2
               PERFORM 4100-IMPRIMIR-MONEDA
           END-PERFORM.

       4100-IMPRIMIR-MONEDA.
           MOVE WS-MON-VISTA(WS-IDX-MON) TO WS-IMP-ACUM
           MOVE SPACES TO WS-REP-LINEA
           STRING "Moneda " DELIMITED BY SIZE
                  WS-MON-CODIGO(WS-IDX-MON) DELIMITED BY SIZE
                  " - depositos a la vista: " DELIMITED BY SIZE
                  WS-IMP-ACUM DELIMITED BY SIZE
               INTO WS-REP-LINEA
           DISPLAY "------------------------------------------"
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE SPACES TO WS-REP-LINEA
           IF WS-DIAS-CON-HISTORIA = 0
               MOVE "  Sin historia de saldos: la vista va a +1 anio."
                   TO WS-REP-LINEA
           ELSE
               STRING "  Corrida vista % acum.:" DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               PERFORM VARYING WS-IDX-HOR FROM 1 BY 1
                       UNTIL WS-IDX-HOR > 6
                   COMPUTE WS-IMP-CORRIDA =
                       WS-MON-CORRIDA(WS-IDX-MON, WS-IDX-HOR) / 100
                   MOVE WS-IMP-CORRIDA
                     TO WS-REP-LINEA(19 + WS-IDX-HOR * 8:6)
               END-PERFORM
           END-IF
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE 0 TO WS-BRECHA-ACUM
           PERFORM VARYING WS-IDX-BANDA FROM 1 BY 1
                   UNTIL WS-IDX-BANDA > 7
               PERFORM 4200-IMPRIMIR-BANDA
           END-PERFORM.

       4200-IMPRIMIR-BANDA.
           COMPUTE WS-BRECHA =
               WS-BAN-ENTRADAS(WS-IDX-MON, WS-IDX-BANDA)
               - WS-BAN-SALIDAS(WS-IDX-MON, WS-IDX-BANDA)
           ADD WS-BRECHA TO WS-BRECHA-ACUM
           MOVE SPACES TO WS-MARCA
           IF WS-UMBRAL > 0
              AND WS-BAN-SALIDAS(WS-IDX-MON, WS-IDX-BANDA) > WS-UMBRAL
               MOVE "*UMBRAL*" TO WS-MARCA
               ADD 1 TO WS-BANDAS-MARCADAS
           END-IF
           MOVE WS-BAN-ENTRADAS(WS-IDX-MON, WS-IDX-BANDA)
               TO WS-IMP-ENTRADAS
           MOVE WS-BAN-SALIDAS(WS-IDX-MON, WS-IDX-BANDA)
               TO WS-IMP-SALIDAS
           MOVE WS-BRECHA TO WS-IMP-BRECHA
           MOVE WS-BRECHA-ACUM TO WS-IMP-ACUM
           MOVE SPACES TO WS-REP-LINEA
           STRING WS-NOMBRE-BANDA(WS-IDX-BANDA) DELIMITED BY SIZE
                  WS-IMP-ENTRADAS DELIMITED BY SIZE
                  WS-IMP-SALIDAS DELIMITED BY SIZE
                  WS-IMP-BRECHA DELIMITED BY SIZE
                  WS-IMP-ACUM DELIMITED BY SIZE
                  WS-MARCA DELIMITED BY SIZE
               INTO WS-REP-LINEA
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

      *    Moneda de proyeccion: codigo de WS-MONEDA-MOV en la tabla,
      *    cero si no es ARS ni USD.
       8000-UBICAR-MONEDA.
           MOVE 0 TO WS-IDX-MON
           IF WS-MONEDA-MOV = WS-MON-CODIGO(1)
               MOVE 1 TO WS-IDX-MON
           END-IF
           IF WS-MONEDA-MOV = WS-MON-CODIGO(2)
               MOVE 2 TO WS-IDX-MON
           END-IF.

       8100-MONEDA-CUENTA.
           MOVE "ARS" TO WS-MONEDA-MOV
           MOVE WS-CBF-MOV TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLI-MONEDA TO WS-MONEDA-MOV
           END-READ.

      *    Banda de WS-FECHA-MOV; lo vencido o sin fecha valida va a
      *    la primera.
       8200-UBICAR-BANDA.
           MOVE 1 TO WS-IDX-BANDA
           IF WS-FECHA-MOV IS NOT NUMERIC
              OR WS-FECHA-MOV <= WS-FECHA-CONTABLE
               GO TO 8200-UBICAR-BANDA-FIN
           END-IF
           COMPUTE WS-DIAS-MOV =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-MOV) - WS-DIA-HOY
           MOVE 7 TO WS-IDX-BANDA
           PERFORM VARYING WS-IDX-HOR FROM 6 BY -1
                   UNTIL WS-IDX-HOR < 1
               IF WS-DIAS-MOV <= WS-LIMITE-BANDA(WS-IDX-HOR)
                   MOVE WS-IDX-HOR TO WS-IDX-BANDA
               END-IF
           END-PERFORM.
       8200-UBICAR-BANDA-FIN.
           EXIT.

       8300-SUMAR-SALIDA.
           PERFORM 8000-UBICAR-MONEDA
           IF WS-IDX-MON > 0 AND WS-IMPORTE-MOV > 0
               PERFORM 8200-UBICAR-BANDA THRU 8200-UBICAR-BANDA-FIN
               ADD WS-IMPORTE-MOV
                   TO WS-BAN-SALIDAS(WS-IDX-MON, WS-IDX-BANDA)
           END-IF.

       8400-SUMAR-ENTRADA.
           PERFORM 8000-UBICAR-MONEDA
           IF WS-IDX-MON > 0 AND WS-IMPORTE-MOV > 0
               PERFORM 8200-UBICAR-BANDA THRU 8200-UBICAR-BANDA-FIN
               ADD WS-IMPORTE-MOV
                   TO WS-BAN-ENTRADAS(WS-IDX-MON, WS-IDX-BANDA)
           END-IF.

       9000-FINALIZAR.
           CLOSE CUENTAS-FILE
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           DISPLAY "------------------------------------------".
           DISPLAY "Plazos fijos proyectados:   " WS-CANT-PLAZOS.
           DISPLAY "Cuotas a cobrar:            " WS-CANT-CUOTAS.
           DISPLAY "Transferencias programadas: "
                   WS-CANT-TRANSFERENCIAS.
           DISPLAY "Ordenes permanentes:        " WS-CANT-ORDENES.
           DISPLAY "Debitos automaticos:        " WS-CANT-DEBITOS.
           DISPLAY "Cheques diferidos propios:  " WS-CANT-CHEQUES.
           DISPLAY "Echeqs propios activos:     " WS-CANT-ECHEQS.
           DISPLAY "Valores en clearing:        " WS-CANT-DEPOSITADOS.
           IF WS-BANDAS-MARCADAS > 0
               DISPLAY "OPERADOR: " WS-BANDAS-MARCADAS
                       " banda(s) con salidas sobre el umbral."
           END-IF
           DISPLAY "==========================================".
