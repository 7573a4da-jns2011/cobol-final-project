       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORMAR-GARANTIA-DEPOSITOS.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Garantia de los depositos: batch de cierre mensual que arma,
      *  para un mes terminado, el regimen informativo de cobertura
      *  por depositante (garantia-depositos-AAAAMM.dat). Son
      *  depositos alcanzados las cajas de ahorro y cuentas
      *  corrientes con saldo acreedor al ultimo dia del mes
      *  (historia-saldos.dat; sin historia, el saldo actual) y los
      *  plazos fijos vigentes a esa fecha (capital). Los saldos en
      *  dolares se pasan a pesos a la cotizacion comprador del
      *  cierre (buscar-cotizacion).
      *  Cada deposito se reparte en partes iguales entre el titular
      *  principal y los titulares adicionales de titulares.dat. La
      *  parte del principal se agrupa por persona (CI-CLIENTE-ID de
      *  clientes-idx.dat, sumando todas sus cuentas); los
      *  adicionales no tienen numero de cliente y se agrupan por
      *  apellido y nombre.
      *  Quedan excluidos de la garantia los plazos fijos pactados
      *  por encima de PARM-GAR-TASA-REF (salvo los UVA, cuya tasa es
      *  adicional al ajuste) y todos los depositos de las personas
      *  del grupo economico vinculado a la entidad
      *  (PARM-GAR-GRUPO-VINC en grupos-economicos.dat).
      *  Por depositante se informa lo alcanzado, lo cubierto (hasta
      *  PARM-GAR-TOPE-MILES miles de pesos), lo no cubierto y lo
      *  excluido; el trailer lleva los totales de control y el
      *  aporte mensual al fondo, PARM-GAR-APORTE milesimas de punto
      *  porcentual sobre el total alcanzado. El archivo se registra
      *  en el manifiesto de salidas y el resumen sale spooleado via
      *  escribir-reporte. Un mes se puede re-correr: el archivo se
      *  reemplaza.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT PLAZOS-FILE ASSIGN TO "plazos-fijos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-KEY
               FILE STATUS IS PLAZOS-STATUS.

           SELECT HISTORIA-FILE ASSIGN TO "historia-saldos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS HISTORIA-STATUS.

           SELECT TITULARES-FILE ASSIGN TO "titulares.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-KEY
               ALTERNATE RECORD KEY IS TIT-CBF
                   WITH DUPLICATES
               FILE STATUS IS TITULARES-STATUS.

           SELECT GRUPOS-FILE ASSIGN TO "grupos-economicos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRE-KEY
               ALTERNATE RECORD KEY IS GRE-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS GRUPOS-STATUS.

           SELECT DEPOSITANTES-FILE
               ASSIGN TO "garantia-depositantes.wrk"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GD-KEY
               FILE STATUS IS DEPOSITANTES-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

           SELECT INFORME-FILE ASSIGN TO WS-INFORME-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INFORME-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  PLAZOS-FILE.
       COPY "plazo-fijo.cpy".

       FD  HISTORIA-FILE.
       COPY "historia-saldo.cpy".

       FD  TITULARES-FILE.
       COPY "titular.cpy".

       FD  GRUPOS-FILE.
       COPY "grupo-economico.cpy".

      *    Acumulado por depositante de la corrida: la persona por su
      *    numero de cliente (nombre en blanco en la clave) o el
      *    titular adicional por apellido y nombre (cliente en cero).
       FD  DEPOSITANTES-FILE.
       01  GD-RECORD.
           05  GD-KEY.
               10  GD-CLIENTE-ID      PIC 9(8).
               10  GD-TITULAR         PIC X(60).
           05  GD-APELLIDO            PIC X(30).
           05  GD-NOMBRE              PIC X(30).
           05  GD-VINCULADO           PIC X(1).
               88  GD-VINCULADO-SI    VALUE "S".
           05  GD-CANT-DEPOSITOS      PIC 9(4).
           05  GD-ALCANZADO           PIC 9(13)V99.
           05  GD-EXCLUIDO            PIC 9(13)V99.

       FD  PARAMETROS-FILE.
           COPY "parametros.cpy".

      *    Renglon "D" por depositante; cabecera "H" y trailer "T"
      *    con los totales de control y el aporte al fondo.
       FD  INFORME-FILE.
       01  INF-DETALLE.
           05  INF-TIPO               PIC X(1).
           05  INF-CLIENTE-ID         PIC 9(8).
           05  INF-TIPO-DOC           PIC X(3).
           05  INF-NRO-DOC            PIC X(11).
           05  INF-APELLIDO           PIC X(30).
           05  INF-NOMBRE             PIC X(30).
           05  INF-CANT-DEPOSITOS     PIC 9(4).
           05  INF-ALCANZADO          PIC 9(13)V99.
           05  INF-CUBIERTO           PIC 9(13)V99.
           05  INF-NO-CUBIERTO        PIC 9(13)V99.
           05  INF-EXCLUIDO           PIC 9(13)V99.
       01  INF-CABECERA REDEFINES INF-DETALLE.
           05  INF-CAB-TIPO           PIC X(1).
           05  INF-CAB-PERIODO        PIC 9(6).
           05  INF-CAB-FECHA-CORTE    PIC 9(8).
           05  INF-CAB-FECHA          PIC 9(8).
           05  INF-CAB-TOPE           PIC 9(13)V99.
           05  INF-CAB-COTIZACION     PIC 9(5)V9999.
           05  FILLER                 PIC X(100).
       01  INF-TRAILER REDEFINES INF-DETALLE.
           05  INF-TRL-TIPO           PIC X(1).
           05  INF-TRL-CANTIDAD       PIC 9(8).
           05  INF-TRL-ALCANZADO      PIC 9(15)V99.
           05  INF-TRL-CUBIERTO       PIC 9(15)V99.
           05  INF-TRL-NO-CUBIERTO    PIC 9(15)V99.
           05  INF-TRL-EXCLUIDO       PIC 9(15)V99.
           05  INF-TRL-APORTE         PIC 9(13)V99.
           05  FILLER                 PIC X(55).

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  CUENTAS-STATUS             PIC XX.
       01  PLAZOS-STATUS              PIC XX.
       01  HISTORIA-STATUS            PIC XX.
       01  TITULARES-STATUS           PIC XX.
       01  GRUPOS-STATUS              PIC XX.
       01  DEPOSITANTES-STATUS        PIC XX.
       01  PARAMETROS-STATUS          PIC XX.
       01  INFORME-STATUS             PIC XX.
       01  WS-INFORME-PATH            PIC X(100).
       01  WS-SEGUIR                  PIC X VALUE 'S'.
       01  WS-PLAZOS-ABIERTO          PIC X VALUE 'N'.
       01  WS-HISTORIA-ABIERTO        PIC X VALUE 'N'.
       01  WS-TITULARES-ABIERTO       PIC X VALUE 'N'.
       01  WS-GRUPOS-ABIERTO          PIC X VALUE 'N'.

       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-FECHA-HOY-GRP REDEFINES WS-FECHA-HOY.
           05  WS-HOY-ANIO            PIC 9(4).
           05  WS-HOY-MES             PIC 9(2).
           05  WS-HOY-DIA             PIC 9(2).
       01  WS-PERIODO                 PIC 9(6).
       01  WS-PERIODO-GRP REDEFINES WS-PERIODO.
           05  WS-PER-ANIO            PIC 9(4).
           05  WS-PER-MES             PIC 9(2).
       01  WS-PERIODO-ACTUAL          PIC 9(6).
       01  WS-FECHA-SIGUIENTE         PIC 9(8).
       01  WS-FECHA-CORTE             PIC 9(8).

      *    Parametros (valores por defecto si no estan cargados).
       01  WS-TOPE-MILES              PIC 9(7) VALUE 25000.
       01  WS-TOPE                    PIC 9(13)V99.
       01  WS-TASA-REF                PIC 9(3)V99 VALUE 40.
       01  WS-APORTE-MIL              PIC 9(3) VALUE 15.
       01  WS-GRUPO-VINC              PIC 9(6) VALUE 0.

       01  WS-COT-COMPRA              PIC 9(5)V9999.
       01  WS-COT-VENTA               PIC 9(5)V9999.
       01  WS-COT-ENCONTRADA          PIC 9.

      *    Deposito en curso.
       01  WS-CBF-ALFA                PIC X(6).
       01  WS-CBF-DEPOSITO            PIC 9(6).
       01  WS-SALDO                   PIC S9(10)V99.
       01  WS-SALDO-HISTORIA          PIC 9 VALUE 0.
       01  WS-IMPORTE-PESOS           PIC S9(13)V99.
       01  WS-DEPOSITO-EXCLUIDO       PIC X(1).
       01  WS-CANT-TITULARES          PIC 9(3).
       01  WS-PARTE                   PIC S9(13)V99.
       01  WS-PARTE-PRINCIPAL         PIC S9(13)V99.
       01  WS-CLIENTE-ID              PIC 9(8).
       01  WS-GD-KEY                  PIC X(68).
       01  WS-GD-APELLIDO             PIC X(30).
       01  WS-GD-NOMBRE               PIC X(30).
       01  WS-ID-ENCONTRADO           PIC 9.

       01  WS-DC-TIPO-DOC             PIC X(3).
       01  WS-DC-NRO-DOC              PIC X(11).
       01  WS-DC-DOMICILIO            PIC X(50).
       01  WS-DC-TELEFONO             PIC X(15).
       01  WS-DC-FECHA-NAC            PIC 9(8).
       01  WS-DC-ENCONTRADO           PIC 9.

      *    Totales de la corrida.
       01  WS-CUBIERTO                PIC 9(13)V99.
       01  WS-NO-CUBIERTO             PIC 9(13)V99.
       01  WS-TOTAL-DEPOSITANTES      PIC 9(8) VALUE 0.
       01  WS-TOTAL-CUENTAS           PIC 9(8) VALUE 0.
       01  WS-TOTAL-PLAZOS            PIC 9(8) VALUE 0.
       01  WS-TOTAL-ALCANZADO         PIC 9(15)V99 VALUE 0.
       01  WS-TOTAL-CUBIERTO          PIC 9(15)V99 VALUE 0.
       01  WS-TOTAL-NO-CUBIERTO       PIC 9(15)V99 VALUE 0.
       01  WS-TOTAL-EXCLUIDO          PIC 9(15)V99 VALUE 0.
       01  WS-APORTE                  PIC 9(13)V99 VALUE 0.
       01  WS-MAN-ARCHIVO             PIC X(30).
       01  WS-MAN-CANTIDAD            PIC 9(6).
       01  WS-MAN-TOTAL               PIC S9(13)V99.

       01  WS-IMPORTE-DISPLAY         PIC Z(14)9.99.
       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "garantia-depositos".
       01  WS-REP-TITULO              PIC X(40)
                            VALUE "GARANTIA DE LOS DEPOSITOS".
       01  WS-REP-LINEA               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-FIN
           IF WS-SEGUIR = 'S'
               PERFORM 2000-CUENTAS-A-LA-VISTA
               PERFORM 3000-PLAZOS-FIJOS
               PERFORM 4000-INFORMAR-DEPOSITANTES
           END-IF
           PERFORM 9000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  GARANTIA DE LOS DEPOSITOS".
           DISPLAY "==========================================".
           MOVE "Depositos alcanzados, cubiertos y excluidos"
               TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           DISPLAY "Periodo a informar (AAAAMM): " WITH NO ADVANCING
           ACCEPT WS-PERIODO
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-PERIODO-ACTUAL = WS-HOY-ANIO * 100 + WS-HOY-MES

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

      *    Fecha de corte: ultimo dia del mes informado.
           IF WS-PER-MES = 12
               COMPUTE WS-FECHA-SIGUIENTE =
                   (WS-PER-ANIO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-FECHA-SIGUIENTE = WS-PERIODO * 100 + 101
           END-IF
           COMPUTE WS-FECHA-CORTE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-SIGUIENTE) - 1)

           PERFORM 1100-LEER-PARAMETROS
           COMPUTE WS-TOPE = WS-TOPE-MILES * 1000

           CALL "buscar-cotizacion" USING WS-FECHA-CORTE,
                WS-COT-COMPRA, WS-COT-VENTA, WS-COT-ENCONTRADA
           IF WS-COT-ENCONTRADA NOT = 1
               DISPLAY "Sin cotizacion al " WS-FECHA-CORTE
                       ": cargue la pizarra y re-corra."
               MOVE 'N' TO WS-SEGUIR
               GO TO 1000-INICIALIZAR-FIN
           END-IF

           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE
           IF CUENTAS-STATUS NOT = "00"
               DISPLAY "ERROR al abrir cuentas: " CUENTAS-STATUS
               MOVE 'N' TO WS-SEGUIR
               GO TO 1000-INICIALIZAR-FIN
           END-IF
           OPEN INPUT PLAZOS-FILE
           IF PLAZOS-STATUS = "00"
               MOVE 'S' TO WS-PLAZOS-ABIERTO
           END-IF
           OPEN INPUT HISTORIA-FILE
           IF HISTORIA-STATUS = "00"
               MOVE 'S' TO WS-HISTORIA-ABIERTO
           END-IF
           OPEN INPUT TITULARES-FILE
           IF TITULARES-STATUS = "00"
               MOVE 'S' TO WS-TITULARES-ABIERTO
           END-IF
           IF WS-GRUPO-VINC > 0
               OPEN INPUT GRUPOS-FILE
               IF GRUPOS-STATUS = "00"
                   MOVE 'S' TO WS-GRUPOS-ABIERTO
               END-IF
           END-IF
      *    El acumulado de depositantes se arma de cero en cada
      *    corrida.
           OPEN OUTPUT DEPOSITANTES-FILE
           CLOSE DEPOSITANTES-FILE
           OPEN I-O DEPOSITANTES-FILE.
       1000-INICIALIZAR-FIN.
           EXIT.

       1100-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-GAR-TOPE-MILES IS NUMERIC
                          AND PARM-GAR-TOPE-MILES > 0
                           MOVE PARM-GAR-TOPE-MILES TO WS-TOPE-MILES
                       END-IF
                       IF PARM-GAR-TASA-REF IS NUMERIC
                          AND PARM-GAR-TASA-REF > 0
                           MOVE PARM-GAR-TASA-REF TO WS-TASA-REF
                       END-IF
                       IF PARM-GAR-APORTE IS NUMERIC
                          AND PARM-GAR-APORTE > 0
                           MOVE PARM-GAR-APORTE TO WS-APORTE-MIL
                       END-IF
                       IF PARM-GAR-GRUPO-VINC IS NUMERIC
                           MOVE PARM-GAR-GRUPO-VINC TO WS-GRUPO-VINC
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF.

      *    Cajas de ahorro y cuentas corrientes con saldo acreedor al
      *    cierre del mes.
       2000-CUENTAS-A-LA-VISTA.
           MOVE LOW-VALUES TO CLI-CBF
           START CUENTAS-FILE KEY IS >= CLI-CBF
               INVALID KEY
                   MOVE "10" TO CUENTAS-STATUS
           END-START
           PERFORM UNTIL CUENTAS-STATUS = "10"
               READ CUENTAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO CUENTAS-STATUS
                   NOT AT END
                       IF CLI-CAJA-AHORRO OR CLI-CTA-CORRIENTE
                           PERFORM 2100-SALDO-AL-CORTE
                           IF WS-SALDO > 0
                               ADD 1 TO WS-TOTAL-CUENTAS
                               MOVE CLI-CBF TO WS-CBF-DEPOSITO
                               MOVE WS-SALDO TO WS-IMPORTE-PESOS
                               MOVE 'N' TO WS-DEPOSITO-EXCLUIDO
                               PERFORM 5000-REPARTIR-DEPOSITO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Ultimo saldo de cierre del CBF no posterior al corte; una
      *    cuenta sin historia en el archivo toma su saldo actual.
       2100-SALDO-AL-CORTE.
           MOVE 0 TO WS-SALDO
           MOVE 0 TO WS-SALDO-HISTORIA
           IF WS-HISTORIA-ABIERTO = 'S'
               MOVE CLI-CBF TO HS-CBF
               MOVE 0 TO HS-FECHA
               START HISTORIA-FILE KEY IS >= HS-KEY
                   INVALID KEY
                       MOVE "10" TO HISTORIA-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO HISTORIA-STATUS
               END-START
               PERFORM UNTIL HISTORIA-STATUS = "10"
                   READ HISTORIA-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO HISTORIA-STATUS
                       NOT AT END
                           IF HS-CBF NOT = CLI-CBF
                              OR HS-FECHA > WS-FECHA-CORTE
                               MOVE "10" TO HISTORIA-STATUS
                           ELSE
                               MOVE HS-SALDO TO WS-SALDO
                               MOVE 1 TO WS-SALDO-HISTORIA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-SALDO-HISTORIA = 0
               MOVE CLI-CBF TO WS-CBF-ALFA
               CALL "leer-saldo" USING WS-CBF-ALFA, WS-SALDO,
                    CLI-MONEDA
           END-IF
           IF CLI-MONEDA-USD
               COMPUTE WS-SALDO ROUNDED = WS-SALDO * WS-COT-COMPRA
           END-IF.

      *    Plazos fijos vigentes al corte: constituidos hasta esa
      *    fecha y con vencimiento posterior. Los precancelados se
      *    dejan afuera porque no guardan la fecha de cancelacion.
       3000-PLAZOS-FIJOS.
           IF WS-PLAZOS-ABIERTO = 'S'
               MOVE LOW-VALUES TO PF-KEY
               START PLAZOS-FILE KEY IS >= PF-KEY
                   INVALID KEY
                       MOVE "10" TO PLAZOS-STATUS
               END-START
               PERFORM UNTIL PLAZOS-STATUS = "10"
                   READ PLAZOS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO PLAZOS-STATUS
                       NOT AT END
                           IF PF-FECHA-INICIO NOT > WS-FECHA-CORTE
                              AND PF-FECHA-VTO > WS-FECHA-CORTE
                              AND NOT PF-PRECANCELADO
                              AND PF-CAPITAL > 0
                               PERFORM 3100-PLAZO-FIJO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       3100-PLAZO-FIJO.
           ADD 1 TO WS-TOTAL-PLAZOS
           MOVE PF-CBF TO WS-CBF-DEPOSITO
           MOVE PF-CAPITAL TO WS-IMPORTE-PESOS
           MOVE PF-CBF TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLI-MONEDA-USD
                       COMPUTE WS-IMPORTE-PESOS ROUNDED =
                           PF-CAPITAL * WS-COT-COMPRA
                   END-IF
           END-READ
           MOVE 'N' TO WS-DEPOSITO-EXCLUIDO
           IF NOT PF-UVA AND PF-TASA-ANUAL > WS-TASA-REF
               MOVE 'S' TO WS-DEPOSITO-EXCLUIDO
           END-IF
           PERFORM 5000-REPARTIR-DEPOSITO.

      *    Segunda pasada: cobertura por depositante hasta el tope.
       4000-INFORMAR-DEPOSITANTES.
           MOVE SPACES TO WS-INFORME-PATH
           STRING "garantia-depositos-" DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-INFORME-PATH
           MOVE WS-INFORME-PATH TO WS-MAN-ARCHIVO
           OPEN OUTPUT INFORME-FILE
           MOVE SPACES TO INF-CABECERA
           MOVE "H" TO INF-CAB-TIPO
           MOVE WS-PERIODO TO INF-CAB-PERIODO
           MOVE WS-FECHA-CORTE TO INF-CAB-FECHA-CORTE
           MOVE WS-FECHA-HOY TO INF-CAB-FECHA
           MOVE WS-TOPE TO INF-CAB-TOPE
           MOVE WS-COT-COMPRA TO INF-CAB-COTIZACION
           WRITE INF-CABECERA

           MOVE LOW-VALUES TO GD-KEY
           START DEPOSITANTES-FILE KEY IS >= GD-KEY
               INVALID KEY
                   MOVE "10" TO DEPOSITANTES-STATUS
           END-START
           PERFORM UNTIL DEPOSITANTES-STATUS = "10"
               READ DEPOSITANTES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO DEPOSITANTES-STATUS
                   NOT AT END
                       PERFORM 4100-INFORMAR-DEPOSITANTE
               END-READ
           END-PERFORM

           COMPUTE WS-APORTE ROUNDED =
               WS-TOTAL-ALCANZADO * WS-APORTE-MIL / 100000
           MOVE SPACES TO INF-TRAILER
           MOVE "T" TO INF-TRL-TIPO
           MOVE WS-TOTAL-DEPOSITANTES TO INF-TRL-CANTIDAD
           MOVE WS-TOTAL-ALCANZADO TO INF-TRL-ALCANZADO
           MOVE WS-TOTAL-CUBIERTO TO INF-TRL-CUBIERTO
           MOVE WS-TOTAL-NO-CUBIERTO TO INF-TRL-NO-CUBIERTO
           MOVE WS-TOTAL-EXCLUIDO TO INF-TRL-EXCLUIDO
           MOVE WS-APORTE TO INF-TRL-APORTE
           WRITE INF-TRAILER
           CLOSE INFORME-FILE

           MOVE WS-TOTAL-DEPOSITANTES TO WS-MAN-CANTIDAD
           MOVE WS-TOTAL-CUBIERTO TO WS-MAN-TOTAL
           CALL "registrar-manifiesto" USING WS-MAN-ARCHIVO,
                WS-FECHA-HOY, WS-MAN-CANTIDAD, WS-MAN-TOTAL.

       4100-INFORMAR-DEPOSITANTE.
           MOVE 0 TO WS-CUBIERTO
           MOVE 0 TO WS-NO-CUBIERTO
           IF GD-ALCANZADO > WS-TOPE
               MOVE WS-TOPE TO WS-CUBIERTO
               COMPUTE WS-NO-CUBIERTO = GD-ALCANZADO - WS-TOPE
           ELSE
               MOVE GD-ALCANZADO TO WS-CUBIERTO
           END-IF
           MOVE SPACES TO WS-DC-TIPO-DOC
           MOVE SPACES TO WS-DC-NRO-DOC
           IF GD-CLIENTE-ID > 0
               CALL "leer-datos-cliente" USING GD-CLIENTE-ID,
                    WS-DC-TIPO-DOC, WS-DC-NRO-DOC, WS-DC-DOMICILIO,
                    WS-DC-TELEFONO, WS-DC-FECHA-NAC, WS-DC-ENCONTRADO
           END-IF

           MOVE SPACES TO INF-DETALLE
           MOVE "D" TO INF-TIPO
           MOVE GD-CLIENTE-ID TO INF-CLIENTE-ID
           MOVE WS-DC-TIPO-DOC TO INF-TIPO-DOC
           MOVE WS-DC-NRO-DOC TO INF-NRO-DOC
           MOVE GD-APELLIDO TO INF-APELLIDO
           MOVE GD-NOMBRE TO INF-NOMBRE
           MOVE GD-CANT-DEPOSITOS TO INF-CANT-DEPOSITOS
           MOVE GD-ALCANZADO TO INF-ALCANZADO
           MOVE WS-CUBIERTO TO INF-CUBIERTO
           MOVE WS-NO-CUBIERTO TO INF-NO-CUBIERTO
           MOVE GD-EXCLUIDO TO INF-EXCLUIDO
           WRITE INF-DETALLE

           ADD 1 TO WS-TOTAL-DEPOSITANTES
           ADD GD-ALCANZADO TO WS-TOTAL-ALCANZADO
           ADD WS-CUBIERTO TO WS-TOTAL-CUBIERTO
           ADD WS-NO-CUBIERTO TO WS-TOTAL-NO-CUBIERTO
           ADD GD-EXCLUIDO TO WS-TOTAL-EXCLUIDO

           IF WS-NO-CUBIERTO > 0 OR GD-VINCULADO-SI
               MOVE WS-NO-CUBIERTO TO WS-IMPORTE-DISPLAY
               MOVE SPACES TO WS-REP-LINEA
               IF GD-VINCULADO-SI
                   STRING GD-CLIENTE-ID DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          GD-APELLIDO DELIMITED BY "  "
                          " VINCULADO: excluido" DELIMITED BY SIZE
                       INTO WS-REP-LINEA
               ELSE
                   STRING GD-CLIENTE-ID DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          GD-APELLIDO DELIMITED BY "  "
                          " no cubierto $ " DELIMITED BY SIZE
                          WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                       INTO WS-REP-LINEA
               END-IF
               CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
           END-IF.

      *    Reparte el deposito en partes iguales entre el titular
      *    principal y los adicionales; el redondeo queda en la parte
      *    del principal.
       5000-REPARTIR-DEPOSITO.
           MOVE 1 TO WS-CANT-TITULARES
           IF WS-TITULARES-ABIERTO = 'S'
               MOVE WS-CBF-DEPOSITO TO TIT-CBF
               MOVE 0 TO TIT-ORDEN
               START TITULARES-FILE KEY IS >= TIT-KEY
                   INVALID KEY
                       MOVE "10" TO TITULARES-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO TITULARES-STATUS
               END-START
               PERFORM UNTIL TITULARES-STATUS = "10"
                   READ TITULARES-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO TITULARES-STATUS
                       NOT AT END
                           IF TIT-CBF NOT = WS-CBF-DEPOSITO
                               MOVE "10" TO TITULARES-STATUS
                           ELSE
                               ADD 1 TO WS-CANT-TITULARES
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           COMPUTE WS-PARTE ROUNDED =
               WS-IMPORTE-PESOS / WS-CANT-TITULARES
           COMPUTE WS-PARTE-PRINCIPAL = WS-IMPORTE-PESOS
               - WS-PARTE * (WS-CANT-TITULARES - 1)

      *    Parte del principal: por persona si tiene numero de
      *    cliente, si no por su nombre en la cuenta.
           MOVE SPACES TO GD-RECORD
           CALL "buscar-cliente-id" USING WS-CBF-DEPOSITO,
                WS-CLIENTE-ID, WS-ID-ENCONTRADO
           MOVE WS-CBF-DEPOSITO TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   MOVE SPACES TO CLI-APELLIDO
                   MOVE SPACES TO CLI-NOMBRE
           END-READ
           IF WS-ID-ENCONTRADO = 1
               MOVE WS-CLIENTE-ID TO GD-CLIENTE-ID
           ELSE
               MOVE 0 TO GD-CLIENTE-ID
               STRING CLI-APELLIDO DELIMITED BY SIZE
                      CLI-NOMBRE DELIMITED BY SIZE
                   INTO GD-TITULAR
           END-IF
           MOVE CLI-APELLIDO TO GD-APELLIDO
           MOVE CLI-NOMBRE TO GD-NOMBRE
           MOVE WS-PARTE-PRINCIPAL TO WS-PARTE
           PERFORM 5100-ACUMULAR-DEPOSITANTE

           IF WS-CANT-TITULARES > 1
               COMPUTE WS-PARTE ROUNDED =
                   WS-IMPORTE-PESOS / WS-CANT-TITULARES
               MOVE WS-CBF-DEPOSITO TO TIT-CBF
               MOVE 0 TO TIT-ORDEN
               START TITULARES-FILE KEY IS >= TIT-KEY
                   INVALID KEY
                       MOVE "10" TO TITULARES-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO TITULARES-STATUS
               END-START
               PERFORM UNTIL TITULARES-STATUS = "10"
                   READ TITULARES-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO TITULARES-STATUS
                       NOT AT END
                           IF TIT-CBF NOT = WS-CBF-DEPOSITO
                               MOVE "10" TO TITULARES-STATUS
                           ELSE
                               MOVE SPACES TO GD-RECORD
                               MOVE 0 TO GD-CLIENTE-ID
                               STRING TIT-APELLIDO DELIMITED BY SIZE
                                      TIT-NOMBRE DELIMITED BY SIZE
                                   INTO GD-TITULAR
                               MOVE TIT-APELLIDO TO GD-APELLIDO
                               MOVE TIT-NOMBRE TO GD-NOMBRE
                               PERFORM 5100-ACUMULAR-DEPOSITANTE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    Suma la parte al depositante (GD-KEY ya armada); la
      *    persona del grupo vinculado va entera a excluido.
       5100-ACUMULAR-DEPOSITANTE.
           MOVE GD-KEY TO WS-GD-KEY
           MOVE GD-APELLIDO TO WS-GD-APELLIDO
           MOVE GD-NOMBRE TO WS-GD-NOMBRE
           READ DEPOSITANTES-FILE
               KEY IS GD-KEY
               INVALID KEY
                   MOVE WS-GD-KEY TO GD-KEY
                   MOVE WS-GD-APELLIDO TO GD-APELLIDO
                   MOVE WS-GD-NOMBRE TO GD-NOMBRE
                   MOVE 'N' TO GD-VINCULADO
                   MOVE 0 TO GD-CANT-DEPOSITOS
                   MOVE 0 TO GD-ALCANZADO
                   MOVE 0 TO GD-EXCLUIDO
                   IF GD-CLIENTE-ID > 0
                       PERFORM 5200-VERIFICAR-VINCULADO
                   END-IF
                   PERFORM 5300-SUMAR-PARTE
                   WRITE GD-RECORD
               NOT INVALID KEY
                   PERFORM 5300-SUMAR-PARTE
                   REWRITE GD-RECORD
           END-READ.

       5200-VERIFICAR-VINCULADO.
           IF WS-GRUPOS-ABIERTO = 'S'
               MOVE GD-CLIENTE-ID TO GRE-CLIENTE-ID
               READ GRUPOS-FILE
                   KEY IS GRE-CLIENTE-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GRE-GRUPO-ID = WS-GRUPO-VINC
                           SET GD-VINCULADO-SI TO TRUE
                       END-IF
               END-READ
           END-IF.

       5300-SUMAR-PARTE.
           ADD 1 TO GD-CANT-DEPOSITOS
           IF WS-DEPOSITO-EXCLUIDO = 'S' OR GD-VINCULADO-SI
               ADD WS-PARTE TO GD-EXCLUIDO
           ELSE
               ADD WS-PARTE TO GD-ALCANZADO
           END-IF.

       9000-FINALIZAR.
           IF WS-SEGUIR = 'S'
               CLOSE CUENTAS-FILE
               CLOSE DEPOSITANTES-FILE
               IF WS-PLAZOS-ABIERTO = 'S'
                   CLOSE PLAZOS-FILE
               END-IF
               IF WS-HISTORIA-ABIERTO = 'S'
                   CLOSE HISTORIA-FILE
               END-IF
               IF WS-TITULARES-ABIERTO = 'S'
                   CLOSE TITULARES-FILE
               END-IF
               IF WS-GRUPOS-ABIERTO = 'S'
                   CLOSE GRUPOS-FILE
               END-IF
           END-IF
           DISPLAY "------------------------------------------".
           DISPLAY "Cuentas a la vista:  " WS-TOTAL-CUENTAS.
           DISPLAY "Plazos fijos:        " WS-TOTAL-PLAZOS.
           DISPLAY "Depositantes:        " WS-TOTAL-DEPOSITANTES.
           MOVE WS-TOTAL-ALCANZADO TO WS-IMPORTE-DISPLAY
           DISPLAY "Alcanzado:     $ " WS-IMPORTE-DISPLAY.
           MOVE WS-TOTAL-CUBIERTO TO WS-IMPORTE-DISPLAY
           DISPLAY "Cubierto:      $ " WS-IMPORTE-DISPLAY.
           MOVE WS-TOTAL-NO-CUBIERTO TO WS-IMPORTE-DISPLAY
           DISPLAY "No cubierto:   $ " WS-IMPORTE-DISPLAY.
           MOVE WS-TOTAL-EXCLUIDO TO WS-IMPORTE-DISPLAY
           DISPLAY "Excluido:      $ " WS-IMPORTE-DISPLAY.
           MOVE WS-APORTE TO WS-IMPORTE-DISPLAY
           DISPLAY "Aporte al fondo: $ " WS-IMPORTE-DISPLAY.
           DISPLAY "==========================================".
           MOVE WS-TOTAL-CUBIERTO TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "Periodo " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  " depositantes " DELIMITED BY SIZE
                  WS-TOTAL-DEPOSITANTES DELIMITED BY SIZE
                  " cubierto $ " DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE WS-TOTAL-NO-CUBIERTO TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "No cubierto $ " DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE WS-TOTAL-EXCLUIDO TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "Excluido $ " DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE WS-APORTE TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "Aporte mensual al fondo $ " DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.
