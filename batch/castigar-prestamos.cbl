       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASTIGAR-PRESTAMOS.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Castigo de prestamos: un supervisor autenticado
      *  (autenticar-staff, rol "S") da de baja del balance los
      *  prestamos en mora que ya no se espera cobrar. Se ofrecen,
      *  uno por uno para confirmar, los que cumplen las dos
      *  condiciones:
      *    - atraso de la cuota impaga mas vieja de al menos
      *      PARM-DIAS-CASTIGO dias (730 por defecto);
      *    - prevision del ultimo cierre (prevision-cartera.dat, ver
      *      PREVISIONAR-CARTERA) al 100% y cubriendo toda la deuda
      *      (un prestamo con garantia computable no califica).
      *  Al castigarlo el prestamo queda PRE-CASTIGADO con la fecha
      *  y la deuda castigada (capital impago mas interes vencido a
      *  hoy), sus cuotas impagas CUO-CASTIGADA (COBRAR-CUOTAS y
      *  MORA-PRESTAMOS ya no las tocan) y su prevision aplicada, en
      *  cero, para que el cierre siguiente no la desafecte. El
      *  asiento va a gl-castigo-AAAAMMDD.dat (fecha del castigo,
      *  EXPORTAR-GL lo suma al extracto del dia), con las cuentas
      *  del plan para tipo "P":
      *    - "CK": debito de la prevision ("PV"), credito a la
      *      cartera de prestamos (PLC-CTA-CLIENTE de "CK"); lo que
      *      la prevision no cubre (interes vencido despues del
      *      cierre) se debita al cargo por castigo directo
      *      (PLC-CTA-CONTRA de "CK"), y el exceso de prevision se
      *      desafecta contra el cargo por incobrabilidad de "PV";
      *    - "CO": la deuda castigada pasa a cuentas de orden,
      *      deudores castigados (PLC-CTA-CLIENTE) contra su
      *      contrapartida (PLC-CTA-CONTRA).
      *  Sin mapeo completo el prestamo no se ofrece. Cada castigo
      *  queda en la auditoria y en el reporte "castigo-prestamos".
      *  Lo cobrado despues se aplica como recupero
      *  (registrar-recupero, ver REPORTE-RECUPEROS).
      *  Un prestamo con siniestro de seguro de vida abierto no se
      *  castiga: su saldo lo cubre la aseguradora.
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
       01  PREVISION-STATUS           PIC XX.
       01  PARAMETROS-STATUS          PIC XX.
       01  PLAN-STATUS                PIC XX.
       01  ASIENTO-STATUS             PIC XX.
       01  WS-ASIENTO-PATH            PIC X(100).
       01  WS-SEGUIR                  PIC X VALUE 'S'.

       01  WS-STAFF-USUARIO           PIC X(8).
       01  WS-STAFF-ROL               PIC X(1).
       01  WS-STAFF-AUTORIZADO        PIC 9 VALUE 0.
       01  WS-USUARIO-AUDIT           PIC X(20).
       01  WS-AUD-CBF                 PIC X(6).
       01  WS-AUD-CAMPO               PIC X(20)
                                      VALUE "CASTIGO PRESTAMO".
       01  WS-AUD-VALOR-ANT           PIC X(50).
       01  WS-AUD-VALOR-NUEVO         PIC X(50).

       01  WS-DIAS-CASTIGO            PIC 9(5) VALUE 730.
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-DIAS-HOY                PIC 9(7).
       01  WS-DIAS-VENC               PIC 9(7).
       01  WS-DIAS-ATRASO             PIC 9(5).
       01  WS-CONFIRMA                PIC X(1).

      *    Prestamo en tratamiento.
       01  WS-DEUDA                   PIC S9(11)V99.
       01  WS-INTERES-DEV             PIC S9(11)V99.
       01  WS-PEOR-ATRASO             PIC 9(5).
       01  WS-PREV-APLICADA           PIC S9(11)V99.
       01  WS-DIFERENCIA              PIC S9(11)V99.
       01  WS-PREVISTO-OK             PIC X(1).
       01  WS-SUCURSAL                PIC 9(3).
       01  WS-MONEDA                  PIC X(3).
       01  WS-IDX-MON                 PIC 9(1).

      *    Mapeos "PV", "CK" y "CO" del plan de cuentas, en el orden
      *    del archivo (gana la primera linea que matchea).
       01  WS-MAPEOS.
           05  WS-MAP-CANT            PIC 9(3) VALUE 0.
           05  WS-MAP OCCURS 100 TIMES.
               10  WS-MAP-OPER        PIC X(2).
               10  WS-MAP-TIPO        PIC X(1).
               10  WS-MAP-MONEDA      PIC X(3).
               10  WS-MAP-SUCURSAL    PIC X(3).
               10  WS-MAP-CTA-1       PIC X(8).
               10  WS-MAP-CTA-2       PIC X(8).
       01  WS-IDX-MAP                 PIC 9(3).
       01  WS-MAP-OPER-BUSCADA        PIC X(2).
       01  WS-MAP-SUC-BUSCADA         PIC X(3).
       01  WS-MAP-ENCONTRADO          PIC X(1).
       01  WS-MAP-CTA-CLI             PIC X(8).
       01  WS-MAP-CTA-CON             PIC X(8).
       01  WS-MAPEO-OK                PIC X(1).
       01  WS-CTA-PREVISION           PIC X(8).
       01  WS-CTA-CARGO-PREV          PIC X(8).
       01  WS-CTA-CARTERA             PIC X(8).
       01  WS-CTA-CARGO-DIRECTO       PIC X(8).
       01  WS-CTA-ORDEN-DEUDORA       PIC X(8).
       01  WS-CTA-ORDEN-ACREEDORA     PIC X(8).

      *    Totales por moneda (1 = ARS, 2 = USD).
       01  WS-TOTALES.
           05  WS-TOT-MON OCCURS 2 TIMES.
               10  WS-TOT-CASTIGADOS  PIC 9(6).
               10  WS-TOT-DEUDA       PIC S9(13)V99.
               10  WS-TOT-PREVISION   PIC S9(13)V99.
               10  WS-TOT-DIRECTO     PIC S9(13)V99.
       01  WS-MONEDA-TOT              PIC X(3).

       01  WS-CANT-ALCANZADOS         PIC 9(6) VALUE 0.
       01  WS-CANT-SIN-PREVISION      PIC 9(6) VALUE 0.
       01  WS-CANT-OMITIDOS           PIC 9(6) VALUE 0.
       01  WS-SIN-MAPEO               PIC 9(6) VALUE 0.
       01  WS-PATAS                   PIC 9(6) VALUE 0.

       01  WS-IMPORTE-DISPLAY         PIC -Z(10).99.
       01  WS-PREV-DISPLAY            PIC -Z(10).99.
       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "castigo-prestamos".
       01  WS-REP-TITULO              PIC X(40)
                                      VALUE "CASTIGO DE PRESTAMOS".
       01  WS-REP-LINEA               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-FIN
           IF WS-SEGUIR = 'S'
               PERFORM 2000-RECORRER-PRESTAMOS
               PERFORM 6000-REPORTAR
           END-IF
           PERFORM 9000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  CASTIGO DE PRESTAMOS".
           DISPLAY "==========================================".
           MOVE "Prestamos castigados: CBF, prestamo, deuda"
               TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           CALL "autenticar-staff" USING WS-STAFF-USUARIO,
                WS-STAFF-ROL, "S", WS-STAFF-AUTORIZADO
           IF WS-STAFF-AUTORIZADO NOT = 1
               MOVE 'N' TO WS-SEGUIR
               GO TO 1000-INICIALIZAR-FIN
           END-IF
           MOVE SPACES TO WS-USUARIO-AUDIT
           MOVE WS-STAFF-USUARIO TO WS-USUARIO-AUDIT

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
           INITIALIZE WS-TOTALES
           PERFORM 1100-LEER-PARAMETROS
           PERFORM 1200-CARGAR-MAPEOS
           DISPLAY "Atraso minimo para castigar: " WS-DIAS-CASTIGO
                   " dias"

      *    Sin prevision constituida no hay prestamo que castigar.
           OPEN I-O PREVISION-FILE
           IF PREVISION-STATUS NOT = "00"
               DISPLAY "No hay prevision por incobrabilidad"
                       " constituida."
               MOVE 'N' TO WS-SEGUIR
               GO TO 1000-INICIALIZAR-FIN
           END-IF
           OPEN I-O PRESTAMOS-FILE
           IF PRESTAMOS-STATUS NOT = "00"
               DISPLAY "No hay prestamos registrados."
               CLOSE PREVISION-FILE
               MOVE 'N' TO WS-SEGUIR
               GO TO 1000-INICIALIZAR-FIN
           END-IF
           OPEN I-O CUOTAS-FILE
           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE

      *    Varios castigos en el dia van al mismo asiento del dia.
           MOVE SPACES TO WS-ASIENTO-PATH
           STRING "gl-castigo-" DELIMITED BY SIZE
                  WS-FECHA-HOY DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-ASIENTO-PATH
           OPEN EXTEND ASIENTO-FILE
           IF ASIENTO-STATUS NOT = "00"
               OPEN OUTPUT ASIENTO-FILE
           END-IF.

       1000-INICIALIZAR-FIN.
           EXIT.

       1100-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DIAS-CASTIGO IS NUMERIC
                          AND PARM-DIAS-CASTIGO > 0
                           MOVE PARM-DIAS-CASTIGO TO WS-DIAS-CASTIGO
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF.

      *    Lineas "PV", "CK" y "CO" del plan de cuentas: la operacion
      *    tiene que ser literal (una linea general "*" de clientes
      *    no debe tomar estos asientos); tipo, moneda y sucursal
      *    admiten comodin.
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
                       IF (PLC-OPERACION = "PV"
                           OR PLC-OPERACION = "CK"
                           OR PLC-OPERACION = "CO")
                          AND WS-MAP-CANT < 100
                           ADD 1 TO WS-MAP-CANT
                           MOVE PLC-OPERACION
                               TO WS-MAP-OPER(WS-MAP-CANT)
                           MOVE PLC-TIPO-CUENTA
                               TO WS-MAP-TIPO(WS-MAP-CANT)
                           MOVE PLC-MONEDA
                               TO WS-MAP-MONEDA(WS-MAP-CANT)
                           MOVE PLC-SUCURSAL
                               TO WS-MAP-SUCURSAL(WS-MAP-CANT)
                           MOVE PLC-CTA-CLIENTE
                               TO WS-MAP-CTA-1(WS-MAP-CANT)
                           MOVE PLC-CTA-CONTRA
                               TO WS-MAP-CTA-2(WS-MAP-CANT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-FILE.

       2000-RECORRER-PRESTAMOS.
           MOVE LOW-VALUES TO PRE-KEY
           START PRESTAMOS-FILE KEY IS >= PRE-KEY
               INVALID KEY
                   MOVE "10" TO PRESTAMOS-STATUS
           END-START
           PERFORM UNTIL PRESTAMOS-STATUS = "10"
               READ PRESTAMOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO PRESTAMOS-STATUS
                   NOT AT END
                       IF PRE-EN-MORA AND NOT PRE-SINIESTRO-ABIERTO
                           PERFORM 2100-EVALUAR-PRESTAMO
                               THRU 2100-EVALUAR-FIN
                       END-IF
               END-READ
           END-PERFORM.

       2100-EVALUAR-PRESTAMO.
           PERFORM 2200-RELEVAR-CUOTAS
           IF WS-PEOR-ATRASO < WS-DIAS-CASTIGO
               GO TO 2100-EVALUAR-FIN
           END-IF
           ADD 1 TO WS-CANT-ALCANZADOS

      *    Previsionado al 100% en el ultimo cierre y sin deuda
      *    descubierta por garantia.
           MOVE 'N' TO WS-PREVISTO-OK
           MOVE "PR" TO PRV-PRODUCTO
           MOVE PRE-CBF TO PRV-CBF
           MOVE SPACES TO PRV-REFERENCIA
           MOVE PRE-TIMESTAMP-ALTA TO PRV-REFERENCIA
           READ PREVISION-FILE
               KEY IS PRV-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRV-PORCENTAJE NOT < 100
                      AND PRV-IMPORTE > 0
                      AND PRV-IMPORTE NOT < PRV-DEUDA
                       MOVE 'S' TO WS-PREVISTO-OK
                   END-IF
           END-READ
           IF WS-PREVISTO-OK NOT = 'S'
               ADD 1 TO WS-CANT-SIN-PREVISION
               MOVE SPACES TO WS-REP-LINEA
               STRING PRE-CBF DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PRE-TIMESTAMP-ALTA DELIMITED BY SIZE
                      " atraso " DELIMITED BY SIZE
                      WS-PEOR-ATRASO DELIMITED BY SIZE
                      " sin prevision al 100%" DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
               GO TO 2100-EVALUAR-FIN
           END-IF

           PERFORM 2600-DATOS-CUENTA
           PERFORM 2300-RESOLVER-MAPEOS
           IF WS-MAPEO-OK NOT = 'S'
               ADD 1 TO WS-SIN-MAPEO
               MOVE SPACES TO WS-REP-LINEA
               STRING "SIN MAPEO PV/CK/CO: sucursal " DELIMITED BY SIZE
                      WS-MAP-SUC-BUSCADA DELIMITED BY SIZE
                      " moneda " DELIMITED BY SIZE
                      WS-MONEDA DELIMITED BY SIZE
                      " CBF " DELIMITED BY SIZE
                      PRE-CBF DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               DISPLAY WS-REP-LINEA
               CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
               GO TO 2100-EVALUAR-FIN
           END-IF

           MOVE WS-DEUDA TO WS-IMPORTE-DISPLAY
           MOVE PRV-IMPORTE TO WS-PREV-DISPLAY
           DISPLAY "------------------------------------------"
           DISPLAY "CBF " PRE-CBF "  prestamo " PRE-TIMESTAMP-ALTA
           DISPLAY "Atraso: " WS-PEOR-ATRASO " dias  moneda "
                   WS-MONEDA
           DISPLAY "Deuda a hoy:       $ " WS-IMPORTE-DISPLAY
           DISPLAY "Prevision al " PRV-PERIODO ": $ " WS-PREV-DISPLAY
           DISPLAY "Castigar este prestamo? (S/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               ADD 1 TO WS-CANT-OMITIDOS
               GO TO 2100-EVALUAR-FIN
           END-IF
           PERFORM 2400-CASTIGAR.

       2100-EVALUAR-FIN.
           EXIT.

      *    Deuda del prestamo a hoy: capital de las cuotas impagas mas
      *    el interes de las ya vencidas; el atraso es el de la cuota
      *    impaga mas vieja.
       2200-RELEVAR-CUOTAS.
           MOVE 0 TO WS-DEUDA
           MOVE 0 TO WS-INTERES-DEV
           MOVE 0 TO WS-PEOR-ATRASO
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
                           IF CUO-PENDIENTE OR CUO-EN-MORA
                               PERFORM 2210-ACUMULAR-CUOTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO CUOTAS-STATUS
           ADD WS-INTERES-DEV TO WS-DEUDA.

       2210-ACUMULAR-CUOTA.
           ADD CUO-CAPITAL TO WS-DEUDA
           IF CUO-VENCIMIENTO NOT > WS-FECHA-HOY
               ADD CUO-INTERES TO WS-INTERES-DEV
           END-IF
           IF CUO-VENCIMIENTO < WS-FECHA-HOY
               COMPUTE WS-DIAS-VENC =
                   FUNCTION INTEGER-OF-DATE(CUO-VENCIMIENTO)
               COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOY - WS-DIAS-VENC
               IF WS-DIAS-ATRASO > WS-PEOR-ATRASO
                   MOVE WS-DIAS-ATRASO TO WS-PEOR-ATRASO
               END-IF
           END-IF.

      *    Las tres lineas tienen que resolver para la sucursal y
      *    moneda de la cuenta del prestamo.
       2300-RESOLVER-MAPEOS.
           MOVE 'S' TO WS-MAPEO-OK
           MOVE WS-SUCURSAL TO WS-MAP-SUC-BUSCADA
           MOVE "PV" TO WS-MAP-OPER-BUSCADA
           PERFORM 2310-BUSCAR-MAPEO
           MOVE WS-MAP-CTA-CLI TO WS-CTA-PREVISION
           MOVE WS-MAP-CTA-CON TO WS-CTA-CARGO-PREV
           MOVE "CK" TO WS-MAP-OPER-BUSCADA
           PERFORM 2310-BUSCAR-MAPEO
           MOVE WS-MAP-CTA-CLI TO WS-CTA-CARTERA
           MOVE WS-MAP-CTA-CON TO WS-CTA-CARGO-DIRECTO
           MOVE "CO" TO WS-MAP-OPER-BUSCADA
           PERFORM 2310-BUSCAR-MAPEO
           MOVE WS-MAP-CTA-CLI TO WS-CTA-ORDEN-DEUDORA
           MOVE WS-MAP-CTA-CON TO WS-CTA-ORDEN-ACREEDORA.

       2310-BUSCAR-MAPEO.
           MOVE 'N' TO WS-MAP-ENCONTRADO
           MOVE SPACES TO WS-MAP-CTA-CLI
           MOVE SPACES TO WS-MAP-CTA-CON
           PERFORM VARYING WS-IDX-MAP FROM 1 BY 1
                   UNTIL WS-IDX-MAP > WS-MAP-CANT
                      OR WS-MAP-ENCONTRADO = 'S'
               IF WS-MAP-OPER(WS-IDX-MAP) = WS-MAP-OPER-BUSCADA
                  AND (WS-MAP-TIPO(WS-IDX-MAP) = "P"
                       OR WS-MAP-TIPO(WS-IDX-MAP) = "*")
                  AND (WS-MAP-MONEDA(WS-IDX-MAP) = WS-MONEDA
                       OR WS-MAP-MONEDA(WS-IDX-MAP) = "*  ")
                  AND (WS-MAP-SUCURSAL(WS-IDX-MAP)
                           = WS-MAP-SUC-BUSCADA
                       OR WS-MAP-SUCURSAL(WS-IDX-MAP) = "*  ")
                   MOVE 'S' TO WS-MAP-ENCONTRADO
                   MOVE WS-MAP-CTA-1(WS-IDX-MAP) TO WS-MAP-CTA-CLI
                   MOVE WS-MAP-CTA-2(WS-IDX-MAP) TO WS-MAP-CTA-CON
               END-IF
           END-PERFORM
           IF WS-MAP-ENCONTRADO NOT = 'S'
               MOVE 'N' TO WS-MAPEO-OK
           END-IF.

      *    Baja del balance: cuotas, maestro, prevision aplicada,
      *    asiento y auditoria.
       2400-CASTIGAR.
           MOVE PRV-IMPORTE TO WS-PREV-APLICADA
           PERFORM 2410-MARCAR-CUOTAS

           SET PRE-CASTIGADO TO TRUE
           MOVE WS-FECHA-HOY TO PRE-FECHA-CASTIGO
           MOVE WS-DEUDA TO PRE-DEUDA-CASTIGADA
           MOVE 0 TO PRE-RECUPERADO
           REWRITE PRE-RECORD

      *    La prevision quedo aplicada al castigo: en cero, el
      *    cierre siguiente no la desafecta.
           MOVE 0 TO PRV-DEUDA
           MOVE 0 TO PRV-IMPORTE
           MOVE 0 TO PRV-IMPORTE-ANT
           REWRITE PRV-RECORD

           PERFORM 2500-GRABAR-ASIENTO

           MOVE PRE-CBF TO WS-AUD-CBF
           MOVE WS-DEUDA TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-AUD-VALOR-ANT
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING "Prestamo " DELIMITED BY SIZE
                  PRE-TIMESTAMP-ALTA DELIMITED BY SIZE
                  " en mora" DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANT
           STRING "Castigado " DELIMITED BY SIZE
                  WS-FECHA-HOY DELIMITED BY SIZE
                  " $" DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF, WS-AUD-CAMPO,
                WS-AUD-VALOR-ANT, WS-AUD-VALOR-NUEVO,
                WS-USUARIO-AUDIT

           ADD 1 TO WS-TOT-CASTIGADOS(WS-IDX-MON)
           ADD WS-DEUDA TO WS-TOT-DEUDA(WS-IDX-MON)
           ADD WS-PREV-APLICADA TO WS-TOT-PREVISION(WS-IDX-MON)
           ADD WS-DIFERENCIA TO WS-TOT-DIRECTO(WS-IDX-MON)
           MOVE WS-PREV-APLICADA TO WS-PREV-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING PRE-CBF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PRE-TIMESTAMP-ALTA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MONEDA DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                  " prev" DELIMITED BY SIZE
                  WS-PREV-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           DISPLAY "Prestamo castigado.".

       2410-MARCAR-CUOTAS.
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
                           IF CUO-PENDIENTE OR CUO-EN-MORA
                               SET CUO-CASTIGADA TO TRUE
                               REWRITE CUO-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO CUOTAS-STATUS.

      *    Patas del castigo ("CK") y de su pase a cuentas de orden
      *    ("CO"), referenciadas al prestamo.
       2500-GRABAR-ASIENTO.
           MOVE WS-FECHA-HOY TO ASI-FECHA
           MOVE WS-MONEDA TO ASI-MONEDA
           MOVE PRE-TIMESTAMP-ALTA TO ASI-REFERENCIA
           MOVE "CK" TO ASI-TIPO
           MOVE WS-PREV-APLICADA TO ASI-IMPORTE
           MOVE WS-CTA-PREVISION TO ASI-CUENTA
           MOVE "D" TO ASI-DEBCRED
           PERFORM 2590-GRABAR-PATA
           COMPUTE WS-DIFERENCIA = WS-DEUDA - WS-PREV-APLICADA
           IF WS-DIFERENCIA > 0
               MOVE WS-DIFERENCIA TO ASI-IMPORTE
               MOVE WS-CTA-CARGO-DIRECTO TO ASI-CUENTA
               MOVE "D" TO ASI-DEBCRED
               PERFORM 2590-GRABAR-PATA
           END-IF
           IF WS-DIFERENCIA < 0
               COMPUTE ASI-IMPORTE = 0 - WS-DIFERENCIA
               MOVE WS-CTA-CARGO-PREV TO ASI-CUENTA
               MOVE "C" TO ASI-DEBCRED
               PERFORM 2590-GRABAR-PATA
           END-IF
           MOVE WS-DEUDA TO ASI-IMPORTE
           MOVE WS-CTA-CARTERA TO ASI-CUENTA
           MOVE "C" TO ASI-DEBCRED
           PERFORM 2590-GRABAR-PATA

           MOVE "CO" TO ASI-TIPO
           MOVE WS-DEUDA TO ASI-IMPORTE
           MOVE WS-CTA-ORDEN-DEUDORA TO ASI-CUENTA
           MOVE "D" TO ASI-DEBCRED
           PERFORM 2590-GRABAR-PATA
           MOVE WS-CTA-ORDEN-ACREEDORA TO ASI-CUENTA
           MOVE "C" TO ASI-DEBCRED
           PERFORM 2590-GRABAR-PATA
           IF WS-DIFERENCIA < 0
               MOVE 0 TO WS-DIFERENCIA
           END-IF.

       2590-GRABAR-PATA.
           IF ASI-IMPORTE > 0
               WRITE ASIENTO-REGISTRO
               ADD 1 TO WS-PATAS
           END-IF.

      *    Sucursal y moneda del prestamo son las de la cuenta.
       2600-DATOS-CUENTA.
           MOVE 0 TO WS-SUCURSAL
           MOVE "ARS" TO WS-MONEDA
           MOVE PRE-CBF TO CLI-CBF
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
           IF WS-MONEDA = "USD"
               MOVE 2 TO WS-IDX-MON
           ELSE
               MOVE 1 TO WS-IDX-MON
           END-IF.

       6000-REPORTAR.
           PERFORM VARYING WS-IDX-MON FROM 1 BY 1
                   UNTIL WS-IDX-MON > 2
               IF WS-TOT-CASTIGADOS(WS-IDX-MON) > 0
                   PERFORM 6100-LINEA-TOTAL
               END-IF
           END-PERFORM.

       6100-LINEA-TOTAL.
           IF WS-IDX-MON = 2
               MOVE "USD" TO WS-MONEDA-TOT
           ELSE
               MOVE "ARS" TO WS-MONEDA-TOT
           END-IF
           MOVE WS-TOT-DEUDA(WS-IDX-MON) TO WS-IMPORTE-DISPLAY
           MOVE WS-TOT-PREVISION(WS-IDX-MON) TO WS-PREV-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "TOTAL " DELIMITED BY SIZE
                  WS-MONEDA-TOT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TOT-CASTIGADOS(WS-IDX-MON) DELIMITED BY SIZE
                  " castigados" DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                  " prev" DELIMITED BY SIZE
                  WS-PREV-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE WS-TOT-DIRECTO(WS-IDX-MON) TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "  cargo directo (no previsionado) " DELIMITED BY SIZE
                  WS-MONEDA-TOT DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       9000-FINALIZAR.
           MOVE SPACES TO WS-REP-LINEA
           IF WS-SEGUIR = 'S'
               CLOSE CUENTAS-FILE
               CLOSE PRESTAMOS-FILE
               CLOSE CUOTAS-FILE
               CLOSE PREVISION-FILE
               CLOSE ASIENTO-FILE
               DISPLAY "------------------------------------------"
               DISPLAY "Prestamos con atraso para castigo: "
                       WS-CANT-ALCANZADOS
               DISPLAY "Sin prevision al 100%:             "
                       WS-CANT-SIN-PREVISION
               DISPLAY "Sin mapeo contable:                "
                       WS-SIN-MAPEO
               DISPLAY "No confirmados:                    "
                       WS-CANT-OMITIDOS
               STRING "Castigo " DELIMITED BY SIZE
                      WS-FECHA-HOY DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-PATAS DELIMITED BY SIZE
                      " patas en " DELIMITED BY SIZE
                      WS-ASIENTO-PATH DELIMITED BY SPACE
                   INTO WS-REP-LINEA
           ELSE
               MOVE "Castigo no procesado" TO WS-REP-LINEA
           END-IF
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           DISPLAY "==========================================".
