       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-RECUPEROS.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Recuperos de prestamos castigados del mes: batch de cierre
      *  que recorre recuperos-castigo.dat (registrar-recupero) para
      *  un mes terminado y emite el reporte "recuperos-castigo":
      *  cada cobro con su canal (cajero, ventanilla o agencia de
      *  cobranza), y totales por canal y moneda. Arma ademas el
      *  asiento del mes en gl-recupero-AAAAMMDD.dat (ultimo dia del
      *  mes, EXPORTAR-GL lo suma al extracto de esa fecha), por
      *  sucursal y moneda, con las cuentas del plan para tipo "P":
      *    - "CO": todo lo recuperado sale de cuentas de orden,
      *      debito a la contrapartida (PLC-CTA-CONTRA) y credito a
      *      deudores castigados (PLC-CTA-CLIENTE), a la inversa del
      *      castigo (CASTIGAR-PRESTAMOS);
      *    - "RA": lo rendido por agencias, que no paso por la cuenta
      *      del cliente, debita la cuenta a cobrar a las agencias
      *      (PLC-CTA-CLIENTE) y acredita el ingreso por recupero
      *      (PLC-CTA-CONTRA).
      *  Lo cobrado por cajero o ventanilla ya fue al ingreso por
      *  recupero con el debito "K" de cada dia (EXPORTAR-GL, plan
      *  de cuentas de la operacion "K"). Un mes se puede re-correr
      *  (el asiento se reemplaza); sin mapeo completo el asiento no
      *  se genera hasta completar el plan y re-correr.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECUPEROS-FILE ASSIGN TO "recuperos-castigo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCP-KEY
               FILE STATUS IS RECUPEROS-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT PLAN-FILE ASSIGN TO "plan-de-cuentas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-STATUS.

           SELECT ASIENTO-FILE ASSIGN TO WS-ASIENTO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASIENTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECUPEROS-FILE.
       COPY "recupero-castigo.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

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
       01  RECUPEROS-STATUS           PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  PLAN-STATUS                PIC XX.
       01  ASIENTO-STATUS             PIC XX.
       01  WS-ASIENTO-PATH            PIC X(100).
       01  WS-SEGUIR                  PIC X VALUE 'S'.
       01  WS-RECUPEROS-ABIERTO       PIC X VALUE 'N'.

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
       01  WS-TS-DESDE                PIC 9(14).
       01  WS-TS-HASTA                PIC 9(14).

       01  WS-SUCURSAL                PIC 9(3).
       01  WS-IDX-MON                 PIC 9(1).
       01  WS-IDX-CANAL               PIC 9(1).
       01  WS-CANAL-DESC              PIC X(10).

      *    Mapeos "CO" y "RA" del plan de cuentas, en el orden del
      *    archivo (gana la primera linea que matchea).
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

      *    Recupero por sucursal x moneda: da las patas del asiento.
       01  WS-GRUPOS.
           05  WS-GRP-CANT            PIC 9(3) VALUE 0.
           05  WS-GRP OCCURS 300 TIMES.
               10  WS-GRP-SUCURSAL    PIC 9(3).
               10  WS-GRP-MONEDA      PIC X(3).
               10  WS-GRP-TOTAL       PIC S9(13)V99.
               10  WS-GRP-AGENCIA     PIC S9(13)V99.
               10  WS-GRP-CTA-ORD-DEU PIC X(8).
               10  WS-GRP-CTA-ORD-ACR PIC X(8).
               10  WS-GRP-CTA-AGENCIA PIC X(8).
               10  WS-GRP-CTA-INGRESO PIC X(8).
       01  WS-IDX-GRP                 PIC 9(3).
       01  WS-GRP-ENCONTRADO          PIC X(1).
       01  WS-GRP-DESBORDE            PIC X(1) VALUE 'N'.

      *    Totales por canal (1 cajero, 2 ventanilla, 3 agencia) y
      *    moneda (1 = ARS, 2 = USD).
       01  WS-CANALES.
           05  WS-CAN OCCURS 3 TIMES.
               10  WS-CAN-MON OCCURS 2 TIMES.
                   15  WS-CAN-CANT        PIC 9(6).
                   15  WS-CAN-IMPORTE     PIC S9(13)V99.
       01  WS-MONEDA-TOT              PIC X(3).

       01  WS-CANT-RECUPEROS          PIC 9(6) VALUE 0.
       01  WS-SIN-MAPEO               PIC 9(3) VALUE 0.
       01  WS-PATAS                   PIC 9(4) VALUE 0.

       01  WS-IMPORTE-DISPLAY         PIC -Z(10).99.
       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "recuperos-castigo".
       01  WS-REP-TITULO              PIC X(40)
                            VALUE "RECUPEROS DE PRESTAMOS CASTIGADOS".
       01  WS-REP-LINEA               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-FIN
           IF WS-SEGUIR = 'S'
               PERFORM 2000-RECORRER-RECUPEROS
               PERFORM 5000-ASENTAR
               PERFORM 6000-REPORTAR
           END-IF
           PERFORM 9000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  RECUPEROS DE PRESTAMOS CASTIGADOS".
           DISPLAY "==========================================".
           MOVE "Recuperos: fecha, CBF, prestamo, canal, importe"
               TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           DISPLAY "Periodo a informar (AAAAMM): " WITH NO ADVANCING
           ACCEPT WS-PERIODO
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-PERIODO-ACTUAL = WS-HOY-ANIO * 100 + WS-HOY-MES

      *    Solo un mes terminado: el asiento va al ultimo dia del mes.
           IF WS-PERIODO = 0 OR WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY "Periodo invalido."
               MOVE 'N' TO WS-SEGUIR
           END-IF
           IF WS-SEGUIR = 'S'
              AND WS-PERIODO NOT < WS-PERIODO-ACTUAL
               DISPLAY "Solo se informa un mes ya terminado."
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
           COMPUTE WS-TS-DESDE = (WS-PERIODO * 100 + 1) * 1000000
           COMPUTE WS-TS-HASTA = WS-FECHA-CIERRE * 1000000 + 235959
           DISPLAY "Fecha de cierre: " WS-FECHA-CIERRE
           INITIALIZE WS-CANALES
           PERFORM 1200-CARGAR-MAPEOS

           OPEN INPUT RECUPEROS-FILE
           IF RECUPEROS-STATUS = "00"
               MOVE 'S' TO WS-RECUPEROS-ABIERTO
           ELSE
               MOVE "10" TO RECUPEROS-STATUS
           END-IF
           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE.

       1000-INICIALIZAR-FIN.
           EXIT.

      *    Lineas "CO" y "RA" del plan de cuentas: la operacion tiene
      *    que ser literal; tipo, moneda y sucursal admiten comodin.
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
                       IF (PLC-OPERACION = "CO"
                           OR PLC-OPERACION = "RA")
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

      *    La clave empieza por el timestamp del recupero: el mes es
      *    un tramo contiguo del archivo.
       2000-RECORRER-RECUPEROS.
           IF RECUPEROS-STATUS = "00"
               MOVE WS-TS-DESDE TO RCP-TIMESTAMP
               MOVE 0 TO RCP-CBF
               MOVE 0 TO RCP-TS-PRESTAMO
               START RECUPEROS-FILE KEY IS >= RCP-KEY
                   INVALID KEY
                       MOVE "10" TO RECUPEROS-STATUS
               END-START
           END-IF
           PERFORM UNTIL RECUPEROS-STATUS = "10"
               READ RECUPEROS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO RECUPEROS-STATUS
                   NOT AT END
                       IF RCP-TIMESTAMP > WS-TS-HASTA
                           MOVE "10" TO RECUPEROS-STATUS
                       ELSE
                           PERFORM 2100-ACUMULAR-RECUPERO
                       END-IF
               END-READ
           END-PERFORM.

       2100-ACUMULAR-RECUPERO.
           ADD 1 TO WS-CANT-RECUPEROS
           IF RCP-MONEDA = "USD"
               MOVE 2 TO WS-IDX-MON
           ELSE
               MOVE 1 TO WS-IDX-MON
           END-IF
           EVALUATE TRUE
               WHEN RCP-AGENCIA
                   MOVE 3 TO WS-IDX-CANAL
                   MOVE "agencia" TO WS-CANAL-DESC
               WHEN RCP-VENTANILLA
                   MOVE 2 TO WS-IDX-CANAL
                   MOVE "ventanilla" TO WS-CANAL-DESC
               WHEN OTHER
                   MOVE 1 TO WS-IDX-CANAL
                   MOVE "cajero" TO WS-CANAL-DESC
           END-EVALUATE
           ADD 1 TO WS-CAN-CANT(WS-IDX-CANAL, WS-IDX-MON)
           ADD RCP-IMPORTE TO WS-CAN-IMPORTE(WS-IDX-CANAL, WS-IDX-MON)

           MOVE 0 TO WS-SUCURSAL
           MOVE RCP-CBF TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLI-SUCURSAL IS NUMERIC
                       MOVE CLI-SUCURSAL TO WS-SUCURSAL
                   END-IF
           END-READ
           PERFORM 2200-ACUMULAR-GRUPO

           MOVE RCP-IMPORTE TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING RCP-TIMESTAMP(1:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RCP-CBF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RCP-TS-PRESTAMO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CANAL-DESC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RCP-MONEDA DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RCP-USUARIO DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       2200-ACUMULAR-GRUPO.
           MOVE 'N' TO WS-GRP-ENCONTRADO
           PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                   UNTIL WS-IDX-GRP > WS-GRP-CANT
                      OR WS-GRP-ENCONTRADO = 'S'
               IF WS-GRP-SUCURSAL(WS-IDX-GRP) = WS-SUCURSAL
                  AND WS-GRP-MONEDA(WS-IDX-GRP) = RCP-MONEDA
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
                   MOVE RCP-MONEDA TO WS-GRP-MONEDA(WS-IDX-GRP)
                   MOVE 0 TO WS-GRP-TOTAL(WS-IDX-GRP)
                   MOVE 0 TO WS-GRP-AGENCIA(WS-IDX-GRP)
                   MOVE 'S' TO WS-GRP-ENCONTRADO
               ELSE
                   MOVE 'S' TO WS-GRP-DESBORDE
               END-IF
           END-IF
           IF WS-GRP-ENCONTRADO = 'S'
               ADD RCP-IMPORTE TO WS-GRP-TOTAL(WS-IDX-GRP)
               IF RCP-AGENCIA
                   ADD RCP-IMPORTE TO WS-GRP-AGENCIA(WS-IDX-GRP)
               END-IF
           END-IF.

      *    Asiento balanceado de cada sucursal x moneda. Primero se
      *    resuelven todos los mapeos: si falta alguno no se asienta
      *    nada (el archivo del cierre queda vacio).
       5000-ASENTAR.
           PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                   UNTIL WS-IDX-GRP > WS-GRP-CANT
               PERFORM 5100-RESOLVER-MAPEOS
           END-PERFORM

           MOVE SPACES TO WS-ASIENTO-PATH
           STRING "gl-recupero-" DELIMITED BY SIZE
                  WS-FECHA-CIERRE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-ASIENTO-PATH
           OPEN OUTPUT ASIENTO-FILE
           IF WS-SIN-MAPEO = 0 AND WS-GRP-DESBORDE = 'N'
               PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                       UNTIL WS-IDX-GRP > WS-GRP-CANT
                   PERFORM 5200-GRABAR-PATAS
               END-PERFORM
           END-IF
           CLOSE ASIENTO-FILE.

       5100-RESOLVER-MAPEOS.
           MOVE WS-GRP-SUCURSAL(WS-IDX-GRP) TO WS-MAP-SUC-BUSCADA
           MOVE "CO" TO WS-MAP-OPER-BUSCADA
           PERFORM 5110-BUSCAR-MAPEO
           MOVE WS-MAP-CTA-CLI TO WS-GRP-CTA-ORD-DEU(WS-IDX-GRP)
           MOVE WS-MAP-CTA-CON TO WS-GRP-CTA-ORD-ACR(WS-IDX-GRP)
           IF WS-GRP-AGENCIA(WS-IDX-GRP) > 0
               MOVE "RA" TO WS-MAP-OPER-BUSCADA
               PERFORM 5110-BUSCAR-MAPEO
               MOVE WS-MAP-CTA-CLI TO WS-GRP-CTA-AGENCIA(WS-IDX-GRP)
               MOVE WS-MAP-CTA-CON TO WS-GRP-CTA-INGRESO(WS-IDX-GRP)
           END-IF.

       5110-BUSCAR-MAPEO.
           MOVE 'N' TO WS-MAP-ENCONTRADO
           MOVE SPACES TO WS-MAP-CTA-CLI
           MOVE SPACES TO WS-MAP-CTA-CON
           PERFORM VARYING WS-IDX-MAP FROM 1 BY 1
                   UNTIL WS-IDX-MAP > WS-MAP-CANT
                      OR WS-MAP-ENCONTRADO = 'S'
               IF WS-MAP-OPER(WS-IDX-MAP) = WS-MAP-OPER-BUSCADA
                  AND (WS-MAP-TIPO(WS-IDX-MAP) = "P"
                       OR WS-MAP-TIPO(WS-IDX-MAP) = "*")
                  AND (WS-MAP-MONEDA(WS-IDX-MAP)
                           = WS-GRP-MONEDA(WS-IDX-GRP)
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
               ADD 1 TO WS-SIN-MAPEO
               MOVE SPACES TO WS-REP-LINEA
               STRING "SIN MAPEO " DELIMITED BY SIZE
                      WS-MAP-OPER-BUSCADA DELIMITED BY SIZE
                      ": sucursal " DELIMITED BY SIZE
                      WS-MAP-SUC-BUSCADA DELIMITED BY SIZE
                      " moneda " DELIMITED BY SIZE
                      WS-GRP-MONEDA(WS-IDX-GRP) DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               DISPLAY WS-REP-LINEA
               CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
           END-IF.

      *    Reversion de cuentas de orden por todo lo recuperado y,
      *    si hubo agencias, su rendicion contra el ingreso.
       5200-GRABAR-PATAS.
           MOVE WS-FECHA-CIERRE TO ASI-FECHA
           MOVE WS-GRP-MONEDA(WS-IDX-GRP) TO ASI-MONEDA
           COMPUTE ASI-REFERENCIA = WS-FECHA-CIERRE * 1000000
           MOVE "CO" TO ASI-TIPO
           MOVE WS-GRP-TOTAL(WS-IDX-GRP) TO ASI-IMPORTE
           MOVE WS-GRP-CTA-ORD-ACR(WS-IDX-GRP) TO ASI-CUENTA
           MOVE "D" TO ASI-DEBCRED
           WRITE ASIENTO-REGISTRO
           MOVE WS-GRP-CTA-ORD-DEU(WS-IDX-GRP) TO ASI-CUENTA
           MOVE "C" TO ASI-DEBCRED
           WRITE ASIENTO-REGISTRO
           ADD 2 TO WS-PATAS
           IF WS-GRP-AGENCIA(WS-IDX-GRP) > 0
               MOVE "RA" TO ASI-TIPO
               MOVE WS-GRP-AGENCIA(WS-IDX-GRP) TO ASI-IMPORTE
               MOVE WS-GRP-CTA-AGENCIA(WS-IDX-GRP) TO ASI-CUENTA
               MOVE "D" TO ASI-DEBCRED
               WRITE ASIENTO-REGISTRO
               MOVE WS-GRP-CTA-INGRESO(WS-IDX-GRP) TO ASI-CUENTA
               MOVE "C" TO ASI-DEBCRED
               WRITE ASIENTO-REGISTRO
               ADD 2 TO WS-PATAS
           END-IF.

      *    Resumen por canal y moneda.
       6000-REPORTAR.
           PERFORM VARYING WS-IDX-CANAL FROM 1 BY 1
                   UNTIL WS-IDX-CANAL > 3
               PERFORM VARYING WS-IDX-MON FROM 1 BY 1
                       UNTIL WS-IDX-MON > 2
                   IF WS-CAN-CANT(WS-IDX-CANAL, WS-IDX-MON) > 0
                       PERFORM 6100-LINEA-CANAL
                   END-IF
               END-PERFORM
           END-PERFORM.

       6100-LINEA-CANAL.
           IF WS-IDX-MON = 2
               MOVE "USD" TO WS-MONEDA-TOT
           ELSE
               MOVE "ARS" TO WS-MONEDA-TOT
           END-IF
           EVALUATE WS-IDX-CANAL
               WHEN 1
                   MOVE "cajero" TO WS-CANAL-DESC
               WHEN 2
                   MOVE "ventanilla" TO WS-CANAL-DESC
               WHEN OTHER
                   MOVE "agencia" TO WS-CANAL-DESC
           END-EVALUATE
           MOVE WS-CAN-IMPORTE(WS-IDX-CANAL, WS-IDX-MON)
               TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "TOTAL " DELIMITED BY SIZE
                  WS-CANAL-DESC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MONEDA-TOT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CAN-CANT(WS-IDX-CANAL, WS-IDX-MON)
                      DELIMITED BY SIZE
                  " recuperos" DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       9000-FINALIZAR.
           MOVE SPACES TO WS-REP-LINEA
           IF WS-SEGUIR = 'S'
               IF WS-RECUPEROS-ABIERTO = 'S'
                   CLOSE RECUPEROS-FILE
               END-IF
               CLOSE CUENTAS-FILE
               DISPLAY "------------------------------------------"
               DISPLAY "Recuperos del mes: " WS-CANT-RECUPEROS
               IF WS-SIN-MAPEO > 0 OR WS-GRP-DESBORDE = 'S'
                   IF WS-GRP-DESBORDE = 'S'
                       DISPLAY "OPERADOR: tabla de sucursales"
                               " desbordada."
                   END-IF
                   STRING "Recuperos " DELIMITED BY SIZE
                          WS-PERIODO DELIMITED BY SIZE
                          " NO asentados: completar el plan de"
                          DELIMITED BY SIZE
                          " cuentas y re-correr" DELIMITED BY SIZE
                       INTO WS-REP-LINEA
               ELSE
                   STRING "Recuperos " DELIMITED BY SIZE
                          WS-PERIODO DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          WS-PATAS DELIMITED BY SIZE
                          " patas en " DELIMITED BY SIZE
                          WS-ASIENTO-PATH DELIMITED BY SPACE
                       INTO WS-REP-LINEA
               END-IF
           ELSE
               STRING "Recuperos " DELIMITED BY SIZE
                      WS-PERIODO DELIMITED BY SIZE
                      " no procesados" DELIMITED BY SIZE
                   INTO WS-REP-LINEA
           END-IF
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           DISPLAY "==========================================".
