       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERAR-EXTRACTOS.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Extracto electronico diario para empresas: paso de la
      *  corrida nocturna posterior a CIERRE-DIARIO y a los barridos
      *  (cuyos posteos entran asi en el extracto). Por cada CBF
      *  activo en adhesiones-extracto.dat (ver MANTENER-EXTRACTOS)
      *  genera en su directorio de entrega
      *  extracto-NNNNNN-AAAAMMDD.dat (CBF y fecha contable), de ancho
      *  fijo: cabecera "H" con el saldo inicial (ultimo cierre
      *  anterior en historia-saldos.dat), un renglon "D" por cada
      *  movimiento de la fecha contable que se cierra (codigo,
      *  debito/credito, importe, R-REF-KEY y R-MEMO) y trailer "T"
      *  con cantidad, total de creditos, total de debitos y saldo
      *  final, para que la empresa concilie su contabilidad sin
      *  retipear el resumen. Cada archivo queda anotado en el
      *  manifiesto de salidas para confirmar la entrega. Se genera
      *  aunque la cuenta no haya tenido movimientos en el dia.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADHESIONES-FILE ASSIGN TO "adhesiones-extracto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AE-CBF
               FILE STATUS IS ADHESIONES-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT TRANS-FILE ASSIGN TO WS-TRANS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS R-KEY
               ALTERNATE RECORD KEY IS R-CBF
                   WITH DUPLICATES
               FILE STATUS IS TRANS-STATUS.

           SELECT HISTORIA-FILE ASSIGN TO "historia-saldos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS HISTORIA-STATUS.

           SELECT EXTRACTO-FILE ASSIGN TO WS-EXTRACTO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADHESIONES-FILE.
       COPY "adhesion-extracto.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  TRANS-FILE.
       COPY "registro-transaccion.cpy".

       FD  HISTORIA-FILE.
       COPY "historia-saldo.cpy".

       FD  EXTRACTO-FILE.
       01  EXTRACTO-DETALLE.
           05  EXD-TIPO               PIC X(1).
           05  EXD-CBF                PIC 9(6).
           05  EXD-TIMESTAMP          PIC 9(14).
           05  EXD-FECHA-CONTABLE     PIC 9(8).
           05  EXD-CODIGO             PIC X(2).
           05  EXD-DEB-CRED           PIC X(1).
           05  EXD-IMPORTE            PIC 9(9)V99.
           05  EXD-REF-KEY            PIC 9(14).
           05  EXD-MEMO               PIC X(40).
       01  EXTRACTO-CABECERA REDEFINES EXTRACTO-DETALLE.
           05  EXH-TIPO               PIC X(1).
           05  EXH-CBF                PIC 9(6).
           05  EXH-FECHA-CONTABLE     PIC 9(8).
           05  EXH-TITULAR            PIC X(30).
           05  EXH-MONEDA             PIC X(3).
           05  EXH-SIGNO              PIC X(1).
           05  EXH-SALDO-INICIAL      PIC 9(10)V99.
           05  FILLER                 PIC X(36).
       01  EXTRACTO-TRAILER REDEFINES EXTRACTO-DETALLE.
           05  EXT-TIPO               PIC X(1).
           05  EXT-CBF                PIC 9(6).
           05  EXT-CANTIDAD           PIC 9(6).
           05  EXT-TOTAL-CREDITOS     PIC 9(12)V99.
           05  EXT-TOTAL-DEBITOS      PIC 9(12)V99.
           05  EXT-SIGNO              PIC X(1).
           05  EXT-SALDO-FINAL        PIC 9(10)V99.
           05  FILLER                 PIC X(43).

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  ADHESIONES-STATUS          PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  TRANS-STATUS               PIC XX.
       01  HISTORIA-STATUS            PIC XX.
       01  EXTRACTO-STATUS            PIC XX.
       01  WS-EXTRACTO-PATH           PIC X(100).
       01  WS-EXTRACTO-NOMBRE         PIC X(30).

       01  WS-TIMESTAMP-CORRIDA       PIC 9(14).
       01  WS-FECHA-CONTABLE-HOY      PIC 9(8).
       01  WS-FECHA-CONT-TRANS        PIC 9(8).
       01  WS-FECHA-HOY               PIC 9(8).

      *    Datos del extracto en proceso.
       01  WS-CUENTA-HALLADA          PIC X.
       01  WS-SALDO-HALLADO           PIC X.
       01  WS-CIERRE-HALLADO          PIC X.
       01  WS-SALDO-INICIAL           PIC S9(10)V99.
       01  WS-SALDO-FINAL             PIC S9(10)V99.
       01  WS-SALDO-CIERRE            PIC S9(10)V99.
       01  WS-EXT-CANTIDAD            PIC 9(6).
       01  WS-EXT-CREDITOS            PIC S9(12)V99.
       01  WS-EXT-DEBITOS             PIC S9(12)V99.
       01  WS-IMPORTE-SIGNADO         PIC S9(10)V99.
       01  WS-CODIGO-DESC             PIC X(15).
       01  WS-CODIGO-SIGNO            PIC X(1).

       01  WS-TOTAL-EXTRACTOS         PIC 9(6) VALUE 0.
       01  WS-TOTAL-OMITIDOS          PIC 9(6) VALUE 0.
       01  WS-IMPORTE-DISPLAY         PIC -Z(9).99.

       01  WS-MAN-FECHA               PIC 9(8).
       01  WS-MAN-TOTAL               PIC S9(13)V99.

       LINKAGE SECTION.
       01  LK-RESULTADO-BATCH         PIC 9.
           88  LK-BATCH-OK                VALUE 0.

       PROCEDURE DIVISION USING LK-RESULTADO-BATCH.
       0000-MAINLINE.
           MOVE 0 TO LK-RESULTADO-BATCH
           PERFORM 1000-INICIALIZAR
           IF LK-BATCH-OK
               PERFORM 2000-RECORRER-ADHESIONES
           END-IF
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  EXTRACTO ELECTRONICO PARA EMPRESAS".
           DISPLAY "==========================================".
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP-CORRIDA
      *    Misma fecha contable que el cierre: la corrida posterior
      *    al corte extracta el dia que acaba de terminar.
           MOVE "000000" TO WS-TIMESTAMP-CORRIDA(9:6)
           CALL "fecha-contable" USING WS-TIMESTAMP-CORRIDA,
                WS-FECHA-CONTABLE-HOY
           DISPLAY "Fecha contable del extracto: "
                   WS-FECHA-CONTABLE-HOY

           COPY "cargar-rutas.cpy".
           OPEN INPUT ADHESIONES-FILE
           IF ADHESIONES-STATUS NOT = "00"
               DISPLAY "No hay empresas adheridas al extracto."
               MOVE "10" TO ADHESIONES-STATUS
           ELSE
               MOVE LOW-VALUES TO AE-CBF
               START ADHESIONES-FILE KEY IS >= AE-CBF
                   INVALID KEY
                       MOVE "10" TO ADHESIONES-STATUS
               END-START
           END-IF

           OPEN INPUT TRANS-FILE
           IF TRANS-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR ARCHIVO. STATUS=" TRANS-STATUS
               MOVE 1 TO LK-RESULTADO-BATCH
           END-IF
           OPEN INPUT CUENTAS-FILE
           IF CUENTAS-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR CUENTAS. STATUS=" CUENTAS-STATUS
               MOVE 1 TO LK-RESULTADO-BATCH
           END-IF
           OPEN INPUT HISTORIA-FILE.

       2000-RECORRER-ADHESIONES.
           PERFORM UNTIL ADHESIONES-STATUS = "10"
               READ ADHESIONES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO ADHESIONES-STATUS
                   NOT AT END
                       IF AE-ACTIVA
                           PERFORM 2100-GENERAR-EXTRACTO
                       END-IF
               END-READ
           END-PERFORM.

       2100-GENERAR-EXTRACTO.
           MOVE 'N' TO WS-CUENTA-HALLADA
           MOVE AE-CBF TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CUENTA-HALLADA
           END-READ
           IF WS-CUENTA-HALLADA NOT = 'S'
               DISPLAY "CBF " AE-CBF ": cuenta inexistente, se omite."
               ADD 1 TO WS-TOTAL-OMITIDOS
           ELSE
               MOVE SPACES TO WS-EXTRACTO-NOMBRE
               STRING "extracto-" DELIMITED BY SIZE
                      AE-CBF DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-FECHA-CONTABLE-HOY DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                   INTO WS-EXTRACTO-NOMBRE
               MOVE SPACES TO WS-EXTRACTO-PATH
               STRING AE-DESTINO DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      WS-EXTRACTO-NOMBRE DELIMITED BY SPACE
                   INTO WS-EXTRACTO-PATH
               OPEN OUTPUT EXTRACTO-FILE
               IF EXTRACTO-STATUS NOT = "00"
                   DISPLAY "CBF " AE-CBF ": no se pudo crear "
                           WS-EXTRACTO-PATH
                   DISPLAY "   STATUS=" EXTRACTO-STATUS
                   ADD 1 TO WS-TOTAL-OMITIDOS
               ELSE
                   PERFORM 2200-SALDO-INICIAL
                   PERFORM 2300-GRABAR-CABECERA
                   PERFORM 2400-GRABAR-MOVIMIENTOS
                   PERFORM 2500-GRABAR-TRAILER
                   CLOSE EXTRACTO-FILE
                   PERFORM 2600-REGISTRAR-MANIFIESTO
                   ADD 1 TO WS-TOTAL-EXTRACTOS
               END-IF
           END-IF.

      *    Saldo inicial: el ultimo cierre grabado en la historia
      *    antes de hoy. Se toma ademas el cierre de hoy (si
      *    CIERRE-DIARIO ya lo grabo) para controlar el saldo final.
       2200-SALDO-INICIAL.
           MOVE 'N' TO WS-SALDO-HALLADO
           MOVE 'N' TO WS-CIERRE-HALLADO
           MOVE 0 TO WS-SALDO-INICIAL
           MOVE 0 TO WS-SALDO-CIERRE
           IF HISTORIA-STATUS = "00"
               MOVE AE-CBF TO HS-CBF
               MOVE 0 TO HS-FECHA
               START HISTORIA-FILE KEY IS >= HS-KEY
                   INVALID KEY
                       MOVE "23" TO HISTORIA-STATUS
               END-START
               PERFORM UNTIL HISTORIA-STATUS NOT = "00"
                   READ HISTORIA-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO HISTORIA-STATUS
                       NOT AT END
                           EVALUATE TRUE
                               WHEN HS-CBF NOT = AE-CBF
                                   MOVE "10" TO HISTORIA-STATUS
                               WHEN HS-FECHA < WS-FECHA-HOY
                                   MOVE HS-SALDO TO WS-SALDO-INICIAL
                                   MOVE 'S' TO WS-SALDO-HALLADO
                               WHEN HS-FECHA = WS-FECHA-HOY
                                   MOVE HS-SALDO TO WS-SALDO-CIERRE
                                   MOVE 'S' TO WS-CIERRE-HALLADO
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               MOVE "00" TO HISTORIA-STATUS
           END-IF
           IF WS-SALDO-HALLADO NOT = 'S'
               DISPLAY "CBF " AE-CBF ": sin cierre anterior en la "
                       "historia, saldo inicial en cero."
           END-IF.

       2300-GRABAR-CABECERA.
           MOVE SPACES TO EXTRACTO-CABECERA
           MOVE "H" TO EXH-TIPO
           MOVE AE-CBF TO EXH-CBF
           MOVE WS-FECHA-CONTABLE-HOY TO EXH-FECHA-CONTABLE
           MOVE CLI-APELLIDO TO EXH-TITULAR
           MOVE CLI-MONEDA TO EXH-MONEDA
           IF WS-SALDO-INICIAL < 0
               MOVE "-" TO EXH-SIGNO
           ELSE
               MOVE "+" TO EXH-SIGNO
           END-IF
           MOVE WS-SALDO-INICIAL TO EXH-SALDO-INICIAL
           WRITE EXTRACTO-CABECERA.

      *    Movimientos de la cuenta cuya fecha contable es la que se
      *    cierra; los anteriores al campo caen a la fecha del
      *    timestamp, como en CIERRE-DIARIO.
       2400-GRABAR-MOVIMIENTOS.
           MOVE 0 TO WS-EXT-CANTIDAD
           MOVE 0 TO WS-EXT-CREDITOS
           MOVE 0 TO WS-EXT-DEBITOS
           MOVE AE-CBF TO R-CBF
           MOVE 0 TO R-TIMESTAMP
           START TRANS-FILE KEY IS >= R-KEY
               INVALID KEY
                   MOVE "10" TO TRANS-STATUS
               NOT INVALID KEY
                   MOVE "00" TO TRANS-STATUS
           END-START
           PERFORM UNTIL TRANS-STATUS = "10"
               READ TRANS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO TRANS-STATUS
                   NOT AT END
                       IF R-CBF NOT = AE-CBF
                           MOVE "10" TO TRANS-STATUS
                       ELSE
                           PERFORM 2410-EVALUAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO TRANS-STATUS.

       2410-EVALUAR-MOVIMIENTO.
           IF R-FECHA-CONTABLE IS NUMERIC AND R-FECHA-CONTABLE > 0
               MOVE R-FECHA-CONTABLE TO WS-FECHA-CONT-TRANS
           ELSE
               COMPUTE WS-FECHA-CONT-TRANS =
                   R-ANIO * 10000 + R-MES * 100 + R-DIA
           END-IF
           IF WS-FECHA-CONT-TRANS = WS-FECHA-CONTABLE-HOY
               PERFORM 2420-SIGNAR-MOVIMIENTO
               MOVE SPACES TO EXTRACTO-DETALLE
               MOVE "D" TO EXD-TIPO
               MOVE R-CBF TO EXD-CBF
               MOVE R-TIMESTAMP TO EXD-TIMESTAMP
               MOVE WS-FECHA-CONT-TRANS TO EXD-FECHA-CONTABLE
               MOVE R-DESCRIPCION TO EXD-CODIGO
               IF WS-IMPORTE-SIGNADO < 0
                   MOVE "D" TO EXD-DEB-CRED
                   SUBTRACT WS-IMPORTE-SIGNADO FROM WS-EXT-DEBITOS
               ELSE
                   MOVE "C" TO EXD-DEB-CRED
                   ADD WS-IMPORTE-SIGNADO TO WS-EXT-CREDITOS
               END-IF
               MOVE R-IMPORTE TO EXD-IMPORTE
               MOVE R-REF-KEY TO EXD-REF-KEY
               MOVE R-MEMO TO EXD-MEMO
               WRITE EXTRACTO-DETALLE
               ADD 1 TO WS-EXT-CANTIDAD
           END-IF.

      *    Mismo criterio de signos que obtener-sald: el signo de un
      *    reverso depende del codigo original (R-REF-TIPO), el resto
      *    sale de TABLA-CODIGOS-TRANS.
       2420-SIGNAR-MOVIMIENTO.
           IF R-DESCRIPCION = "R"
               CALL "buscar-codigo-trans" USING R-REF-TIPO,
                    WS-CODIGO-DESC, WS-CODIGO-SIGNO
               EVALUATE WS-CODIGO-SIGNO
                   WHEN "+"
                       COMPUTE WS-IMPORTE-SIGNADO = R-IMPORTE * -1
                   WHEN "-"
                       MOVE R-IMPORTE TO WS-IMPORTE-SIGNADO
                   WHEN OTHER
                       MOVE 0 TO WS-IMPORTE-SIGNADO
               END-EVALUATE
           ELSE
               CALL "buscar-codigo-trans" USING R-DESCRIPCION,
                    WS-CODIGO-DESC, WS-CODIGO-SIGNO
               EVALUATE WS-CODIGO-SIGNO
                   WHEN "+"
                       MOVE R-IMPORTE TO WS-IMPORTE-SIGNADO
                   WHEN "-"
                       COMPUTE WS-IMPORTE-SIGNADO = R-IMPORTE * -1
                   WHEN OTHER
                       MOVE 0 TO WS-IMPORTE-SIGNADO
               END-EVALUATE
           END-IF.

      *    Saldo final = inicial + creditos - debitos del dia. Si el
      *    cierre de hoy ya esta en la historia y no coincide (posteos
      *    del dia entre la foto y este paso), se avisa en el log.
       2500-GRABAR-TRAILER.
           COMPUTE WS-SALDO-FINAL = WS-SALDO-INICIAL
               + WS-EXT-CREDITOS - WS-EXT-DEBITOS
           MOVE SPACES TO EXTRACTO-TRAILER
           MOVE "T" TO EXT-TIPO
           MOVE AE-CBF TO EXT-CBF
           MOVE WS-EXT-CANTIDAD TO EXT-CANTIDAD
           MOVE WS-EXT-CREDITOS TO EXT-TOTAL-CREDITOS
           MOVE WS-EXT-DEBITOS TO EXT-TOTAL-DEBITOS
           IF WS-SALDO-FINAL < 0
               MOVE "-" TO EXT-SIGNO
           ELSE
               MOVE "+" TO EXT-SIGNO
           END-IF
           MOVE WS-SALDO-FINAL TO EXT-SALDO-FINAL
           WRITE EXTRACTO-TRAILER
           IF WS-CIERRE-HALLADO = 'S'
              AND WS-SALDO-CIERRE NOT = WS-SALDO-FINAL
               MOVE WS-SALDO-CIERRE TO WS-IMPORTE-DISPLAY
               DISPLAY "CBF " AE-CBF ": saldo final difiere del "
                       "cierre grabado ($ " WS-IMPORTE-DISPLAY ")"
           END-IF.

      *    Entrada en el manifiesto de salidas por archivo: la
      *    empresa acusa recibo y operaciones lo marca en
      *    GESTIONAR-MANIFIESTO.
       2600-REGISTRAR-MANIFIESTO.
           MOVE WS-FECHA-CONTABLE-HOY TO WS-MAN-FECHA
           COMPUTE WS-MAN-TOTAL = WS-EXT-CREDITOS + WS-EXT-DEBITOS
           CALL "registrar-manifiesto" USING WS-EXTRACTO-NOMBRE,
                WS-MAN-FECHA, WS-EXT-CANTIDAD, WS-MAN-TOTAL
           MOVE WS-SALDO-FINAL TO WS-IMPORTE-DISPLAY
           DISPLAY "CBF " AE-CBF ": " WS-EXT-CANTIDAD
                   " movimientos, saldo final $ " WS-IMPORTE-DISPLAY.

       9000-FINALIZAR.
           CLOSE ADHESIONES-FILE
           CLOSE TRANS-FILE
           CLOSE CUENTAS-FILE
           CLOSE HISTORIA-FILE
           DISPLAY "------------------------------------------".
           DISPLAY "Extractos generados: " WS-TOTAL-EXTRACTOS.
           DISPLAY "Adhesiones omitidas: " WS-TOTAL-OMITIDOS.
           DISPLAY "==========================================".
