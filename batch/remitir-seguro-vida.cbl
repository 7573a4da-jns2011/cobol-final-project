       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMITIR-SEGURO-VIDA.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Remesa mensual del seguro de vida sobre saldo deudor: batch
      *  de cierre que arma, para un mes terminado y por cada
      *  aseguradora de aseguradoras.dat, el archivo que se le envia
      *  (seguro-vida-CCCC-AAAAMM.dat): cabecera con la compania y el
      *  periodo, un renglon por prestamo asegurado con ella (los
      *  vigentes o en mora, y los que pagaron prima en el mes
      *  aunque ya se hayan cancelado) con el documento del titular,
      *  el saldo de capital adeudado (capital de las cuotas
      *  impagas a la fecha de la corrida) y la prima cobrada en el
      *  mes segun primas-seguro.dat (COBRAR-CUOTAS), y trailer con
      *  cantidad y totales por moneda. Las primas informadas quedan
      *  marcadas como remitidas con el periodo; cada archivo se
      *  registra en el manifiesto de salidas y el resumen sale
      *  spooleado via escribir-reporte. Un mes se puede re-correr:
      *  el archivo se reemplaza.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASEGURADORAS-FILE ASSIGN TO "aseguradoras.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-CODIGO
               FILE STATUS IS ASEGURADORAS-STATUS.

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

           SELECT PRIMAS-FILE ASSIGN TO "primas-seguro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-KEY
               FILE STATUS IS PRIMAS-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT REMESA-FILE ASSIGN TO WS-REMESA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REMESA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASEGURADORAS-FILE.
       COPY "aseguradora.cpy".

       FD  PRESTAMOS-FILE.
       COPY "prestamo.cpy".

       FD  CUOTAS-FILE.
       COPY "cuota-prestamo.cpy".

       FD  PRIMAS-FILE.
       COPY "prima-seguro.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

      *    Renglon "D" por prestamo asegurado; cabecera "H" y trailer
      *    "T" con la cantidad de renglones y los totales por moneda.
       FD  REMESA-FILE.
       01  REM-DETALLE.
           05  REM-TIPO               PIC X(1).
           05  REM-CBF                PIC 9(6).
           05  REM-TS-PREST           PIC 9(14).
           05  REM-TIPO-DOC           PIC X(3).
           05  REM-NRO-DOC            PIC X(11).
           05  REM-MONEDA             PIC X(3).
           05  REM-FECHA-DESEMBOLSO   PIC 9(8).
           05  REM-ESTADO             PIC X(1).
           05  REM-SINIESTRO          PIC X(1).
           05  REM-SALDO-CAPITAL      PIC 9(11)V99.
           05  REM-PRIMA              PIC 9(9)V99.
           05  REM-CANT-PRIMAS        PIC 9(2).
       01  REM-CABECERA REDEFINES REM-DETALLE.
           05  REM-CAB-TIPO           PIC X(1).
           05  REM-CAB-ASEGURADORA    PIC X(4).
           05  REM-CAB-CUIT           PIC X(11).
           05  REM-CAB-PERIODO        PIC 9(6).
           05  REM-CAB-FECHA          PIC 9(8).
           05  FILLER                 PIC X(44).
       01  REM-TRAILER REDEFINES REM-DETALLE.
           05  REM-TRL-TIPO           PIC X(1).
           05  REM-TRL-CANTIDAD       PIC 9(6).
           05  REM-TRL-SALDO-ARS      PIC 9(13)V99.
           05  REM-TRL-PRIMA-ARS      PIC 9(11)V99.
           05  REM-TRL-SALDO-USD      PIC 9(13)V99.
           05  REM-TRL-PRIMA-USD      PIC 9(11)V99.
           05  FILLER                 PIC X(11).

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  ASEGURADORAS-STATUS        PIC XX.
       01  PRESTAMOS-STATUS           PIC XX.
       01  CUOTAS-STATUS              PIC XX.
       01  PRIMAS-STATUS              PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  REMESA-STATUS              PIC XX.
       01  WS-REMESA-PATH             PIC X(100).
       01  WS-SEGUIR                  PIC X VALUE 'S'.
       01  WS-PRIMAS-ABIERTO          PIC X VALUE 'N'.

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
       01  WS-FECHA-DESDE             PIC 9(8).
       01  WS-FECHA-HASTA             PIC 9(8).

      *    Aseguradoras del maestro, en orden de codigo.
       01  WS-ASEGURADORAS.
           05  WS-ASG-CANT            PIC 9(2) VALUE 0.
           05  WS-ASG OCCURS 30 TIMES.
               10  WS-ASG-CODIGO      PIC X(4).
               10  WS-ASG-CUIT        PIC X(11).
               10  WS-ASG-NOMBRE      PIC X(30).
       01  WS-IDX-ASG                 PIC 9(2).

      *    Prestamo en curso.
       01  WS-MONEDA-CUENTA           PIC X(3).
       01  WS-SALDO-CAPITAL           PIC S9(11)V99.
       01  WS-PRIMA-MES               PIC S9(9)V99.
       01  WS-CANT-PRIMAS             PIC 9(2).
       01  WS-DC-CLIENTE-ID           PIC 9(8).
       01  WS-DC-ENCONTRADO           PIC 9.
       01  WS-DC-TIPO-DOC             PIC X(3).
       01  WS-DC-NRO-DOC              PIC X(11).
       01  WS-DC-DOMICILIO            PIC X(50).
       01  WS-DC-TELEFONO             PIC X(15).
       01  WS-DC-FECHA-NAC            PIC 9(8).

      *    Totales de la aseguradora en curso y de la corrida.
       01  WS-REN-ASEGURADORA         PIC 9(6).
       01  WS-SALDO-ARS               PIC 9(13)V99.
       01  WS-PRIMA-ARS               PIC 9(11)V99.
       01  WS-SALDO-USD               PIC 9(13)V99.
       01  WS-PRIMA-USD               PIC 9(11)V99.
       01  WS-TOTAL-RENGLONES         PIC 9(6) VALUE 0.
       01  WS-TOTAL-PRIMAS-REMITIDAS  PIC 9(6) VALUE 0.
       01  WS-MAN-ARCHIVO             PIC X(30).
       01  WS-MAN-TOTAL               PIC S9(13)V99.

       01  WS-IMPORTE-DISPLAY         PIC Z(10)9.99.
       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "seguro-vida".
       01  WS-REP-TITULO              PIC X(40)
                            VALUE "REMESA SEGURO DE VIDA SALDO DEUDOR".
       01  WS-REP-LINEA               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-FIN
           IF WS-SEGUIR = 'S'
               PERFORM 2000-REMITIR-ASEGURADORA
                   VARYING WS-IDX-ASG FROM 1 BY 1
                   UNTIL WS-IDX-ASG > WS-ASG-CANT
           END-IF
           PERFORM 9000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  REMESA SEGURO DE VIDA SALDO DEUDOR".
           DISPLAY "==========================================".
           MOVE "Prestamos asegurados, saldos y primas por aseguradora"
               TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           DISPLAY "Periodo a remitir (AAAAMM): " WITH NO ADVANCING
           ACCEPT WS-PERIODO
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-PERIODO-ACTUAL = WS-HOY-ANIO * 100 + WS-HOY-MES

           IF WS-PERIODO = 0 OR WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY "Periodo invalido."
               MOVE 'N' TO WS-SEGUIR
           END-IF
           IF WS-SEGUIR = 'S'
              AND WS-PERIODO NOT < WS-PERIODO-ACTUAL
               DISPLAY "Solo se remite un mes ya terminado."
               MOVE 'N' TO WS-SEGUIR
           END-IF
           IF WS-SEGUIR = 'N'
               GO TO 1000-INICIALIZAR-FIN
           END-IF
           COMPUTE WS-FECHA-DESDE = WS-PERIODO * 100 + 1
           COMPUTE WS-FECHA-HASTA = WS-PERIODO * 100 + 31

           PERFORM 1100-CARGAR-ASEGURADORAS
           IF WS-ASG-CANT = 0
               DISPLAY "No hay aseguradoras registradas."
               MOVE 'N' TO WS-SEGUIR
               GO TO 1000-INICIALIZAR-FIN
           END-IF
           OPEN INPUT PRESTAMOS-FILE
           IF PRESTAMOS-STATUS NOT = "00"
               DISPLAY "No hay prestamos registrados."
               MOVE 'N' TO WS-SEGUIR
               GO TO 1000-INICIALIZAR-FIN
           END-IF
           OPEN INPUT CUOTAS-FILE
           OPEN I-O PRIMAS-FILE
           IF PRIMAS-STATUS = "00"
               MOVE 'S' TO WS-PRIMAS-ABIERTO
           END-IF
           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE.
       1000-INICIALIZAR-FIN.
           EXIT.

       1100-CARGAR-ASEGURADORAS.
           MOVE 0 TO WS-ASG-CANT
           OPEN INPUT ASEGURADORAS-FILE
           IF ASEGURADORAS-STATUS NOT = "00"
               MOVE "10" TO ASEGURADORAS-STATUS
           END-IF
           PERFORM UNTIL ASEGURADORAS-STATUS = "10"
               READ ASEGURADORAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO ASEGURADORAS-STATUS
                   NOT AT END
                       IF WS-ASG-CANT < 30
                           ADD 1 TO WS-ASG-CANT
                           MOVE ASG-CODIGO
                               TO WS-ASG-CODIGO(WS-ASG-CANT)
                           MOVE ASG-CUIT TO WS-ASG-CUIT(WS-ASG-CANT)
                           MOVE ASG-NOMBRE
                               TO WS-ASG-NOMBRE(WS-ASG-CANT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASEGURADORAS-FILE.

      *    Un archivo por aseguradora; una compania sin prestamos
      *    asegurados ni primas en el mes recibe cabecera y trailer.
       2000-REMITIR-ASEGURADORA.
           MOVE 0 TO WS-REN-ASEGURADORA
           MOVE 0 TO WS-SALDO-ARS
           MOVE 0 TO WS-PRIMA-ARS
           MOVE 0 TO WS-SALDO-USD
           MOVE 0 TO WS-PRIMA-USD
           MOVE SPACES TO WS-REMESA-PATH
           STRING "seguro-vida-" DELIMITED BY SIZE
                  WS-ASG-CODIGO(WS-IDX-ASG) DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-REMESA-PATH
           MOVE WS-REMESA-PATH TO WS-MAN-ARCHIVO
           OPEN OUTPUT REMESA-FILE
           MOVE SPACES TO REM-CABECERA
           MOVE "H" TO REM-CAB-TIPO
           MOVE WS-ASG-CODIGO(WS-IDX-ASG) TO REM-CAB-ASEGURADORA
           MOVE WS-ASG-CUIT(WS-IDX-ASG) TO REM-CAB-CUIT
           MOVE WS-PERIODO TO REM-CAB-PERIODO
           MOVE WS-FECHA-HOY TO REM-CAB-FECHA
           WRITE REM-CABECERA

           MOVE LOW-VALUES TO PRE-KEY
           START PRESTAMOS-FILE KEY IS >= PRE-KEY
               INVALID KEY
                   MOVE "10" TO PRESTAMOS-STATUS
               NOT INVALID KEY
                   MOVE "00" TO PRESTAMOS-STATUS
           END-START
           PERFORM UNTIL PRESTAMOS-STATUS = "10"
               READ PRESTAMOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO PRESTAMOS-STATUS
                   NOT AT END
                       IF PRE-ASEGURADORA = WS-ASG-CODIGO(WS-IDX-ASG)
                           PERFORM 2100-PRESTAMO-ASEGURADO
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO REM-TRAILER
           MOVE "T" TO REM-TRL-TIPO
           MOVE WS-REN-ASEGURADORA TO REM-TRL-CANTIDAD
           MOVE WS-SALDO-ARS TO REM-TRL-SALDO-ARS
           MOVE WS-PRIMA-ARS TO REM-TRL-PRIMA-ARS
           MOVE WS-SALDO-USD TO REM-TRL-SALDO-USD
           MOVE WS-PRIMA-USD TO REM-TRL-PRIMA-USD
           WRITE REM-TRAILER
           CLOSE REMESA-FILE
           COMPUTE WS-MAN-TOTAL = WS-PRIMA-ARS + WS-PRIMA-USD
           CALL "registrar-manifiesto" USING WS-MAN-ARCHIVO,
                WS-FECHA-HOY, WS-REN-ASEGURADORA, WS-MAN-TOTAL

           MOVE WS-PRIMA-ARS TO WS-IMPORTE-DISPLAY
           DISPLAY WS-ASG-CODIGO(WS-IDX-ASG) " "
                   WS-ASG-NOMBRE(WS-IDX-ASG) " prestamos "
                   WS-REN-ASEGURADORA
           DISPLAY "     Primas ARS $ " WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING WS-ASG-CODIGO(WS-IDX-ASG) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ASG-NOMBRE(WS-IDX-ASG) DELIMITED BY SIZE
                  " prest " DELIMITED BY SIZE
                  WS-REN-ASEGURADORA DELIMITED BY SIZE
                  " primas ARS " DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           IF WS-PRIMA-USD > 0
               MOVE WS-PRIMA-USD TO WS-IMPORTE-DISPLAY
               DISPLAY "     Primas USD $ " WS-IMPORTE-DISPLAY
               MOVE SPACES TO WS-REP-LINEA
               STRING WS-ASG-CODIGO(WS-IDX-ASG) DELIMITED BY SIZE
                      " primas USD " DELIMITED BY SIZE
                      WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
           END-IF
           ADD WS-REN-ASEGURADORA TO WS-TOTAL-RENGLONES.

      *    Se informa si sigue abierto o si pago prima en el mes.
       2100-PRESTAMO-ASEGURADO.
           PERFORM 2200-SALDO-CAPITAL
           PERFORM 2300-PRIMAS-DEL-MES
           IF PRE-VIGENTE OR PRE-EN-MORA OR WS-CANT-PRIMAS > 0
               PERFORM 2400-GRABAR-RENGLON
           END-IF.

       2200-SALDO-CAPITAL.
           MOVE 0 TO WS-SALDO-CAPITAL
           MOVE PRE-CBF TO CUO-CBF
           MOVE PRE-TIMESTAMP-ALTA TO CUO-TIMESTAMP-PREST
           MOVE 0 TO CUO-NUMERO
           START CUOTAS-FILE KEY IS >= CUO-KEY
               INVALID KEY
                   MOVE "10" TO CUOTAS-STATUS
               NOT INVALID KEY
                   MOVE "00" TO CUOTAS-STATUS
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
                               ADD CUO-CAPITAL TO WS-SALDO-CAPITAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Primas del prestamo cobradas en el mes para esta compania;
      *    quedan marcadas como remitidas en el periodo.
       2300-PRIMAS-DEL-MES.
           MOVE 0 TO WS-PRIMA-MES
           MOVE 0 TO WS-CANT-PRIMAS
           IF WS-PRIMAS-ABIERTO NOT = 'S'
               MOVE "10" TO PRIMAS-STATUS
           ELSE
               MOVE PRE-CBF TO PS-CBF
               MOVE PRE-TIMESTAMP-ALTA TO PS-TS-PREST
               MOVE 0 TO PS-NUMERO
               START PRIMAS-FILE KEY IS >= PS-KEY
                   INVALID KEY
                       MOVE "10" TO PRIMAS-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO PRIMAS-STATUS
               END-START
           END-IF
           PERFORM UNTIL PRIMAS-STATUS = "10"
               READ PRIMAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO PRIMAS-STATUS
                   NOT AT END
                       IF PS-CBF NOT = PRE-CBF
                          OR PS-TS-PREST NOT = PRE-TIMESTAMP-ALTA
                           MOVE "10" TO PRIMAS-STATUS
                       ELSE
                           IF PS-ASEGURADORA =
                                  WS-ASG-CODIGO(WS-IDX-ASG)
                              AND PS-FECHA NOT < WS-FECHA-DESDE
                              AND PS-FECHA NOT > WS-FECHA-HASTA
                               ADD PS-PRIMA TO WS-PRIMA-MES
                               ADD 1 TO WS-CANT-PRIMAS
                               SET PS-REMESADA TO TRUE
                               MOVE WS-PERIODO TO PS-PERIODO-REMESA
                               REWRITE PS-RECORD
                               ADD 1 TO WS-TOTAL-PRIMAS-REMITIDAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2400-GRABAR-RENGLON.
           MOVE "ARS" TO WS-MONEDA-CUENTA
           MOVE PRE-CBF TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLI-MONEDA TO WS-MONEDA-CUENTA
           END-READ
           MOVE SPACES TO WS-DC-TIPO-DOC
           MOVE SPACES TO WS-DC-NRO-DOC
           CALL "buscar-cliente-id" USING PRE-CBF,
                WS-DC-CLIENTE-ID, WS-DC-ENCONTRADO
           IF WS-DC-ENCONTRADO = 1
               CALL "leer-datos-cliente" USING WS-DC-CLIENTE-ID,
                    WS-DC-TIPO-DOC, WS-DC-NRO-DOC, WS-DC-DOMICILIO,
                    WS-DC-TELEFONO, WS-DC-FECHA-NAC, WS-DC-ENCONTRADO
           END-IF

           MOVE SPACES TO REM-DETALLE
           MOVE "D" TO REM-TIPO
           MOVE PRE-CBF TO REM-CBF
           MOVE PRE-TIMESTAMP-ALTA TO REM-TS-PREST
           MOVE WS-DC-TIPO-DOC TO REM-TIPO-DOC
           MOVE WS-DC-NRO-DOC TO REM-NRO-DOC
           MOVE WS-MONEDA-CUENTA TO REM-MONEDA
           MOVE PRE-FECHA-DESEMBOLSO TO REM-FECHA-DESEMBOLSO
           MOVE PRE-ESTADO TO REM-ESTADO
           MOVE PRE-SINIESTRO TO REM-SINIESTRO
           MOVE WS-SALDO-CAPITAL TO REM-SALDO-CAPITAL
           MOVE WS-PRIMA-MES TO REM-PRIMA
           MOVE WS-CANT-PRIMAS TO REM-CANT-PRIMAS
           WRITE REM-DETALLE
           ADD 1 TO WS-REN-ASEGURADORA
           IF WS-MONEDA-CUENTA = "USD"
               ADD WS-SALDO-CAPITAL TO WS-SALDO-USD
               ADD WS-PRIMA-MES TO WS-PRIMA-USD
           ELSE
               ADD WS-SALDO-CAPITAL TO WS-SALDO-ARS
               ADD WS-PRIMA-MES TO WS-PRIMA-ARS
           END-IF.

       9000-FINALIZAR.
           IF WS-SEGUIR = 'S'
               CLOSE PRESTAMOS-FILE
               CLOSE CUOTAS-FILE
               CLOSE CUENTAS-FILE
               IF WS-PRIMAS-ABIERTO = 'S'
                   CLOSE PRIMAS-FILE
               END-IF
           END-IF
           DISPLAY "------------------------------------------".
           DISPLAY "Aseguradoras:        " WS-ASG-CANT.
           DISPLAY "Prestamos remitidos: " WS-TOTAL-RENGLONES.
           DISPLAY "Primas remitidas:    " WS-TOTAL-PRIMAS-REMITIDAS.
           DISPLAY "==========================================".
           MOVE SPACES TO WS-REP-LINEA
           STRING "Periodo " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  " prestamos remitidos " DELIMITED BY SIZE
                  WS-TOTAL-RENGLONES DELIMITED BY SIZE
                  " primas " DELIMITED BY SIZE
                  WS-TOTAL-PRIMAS-REMITIDAS DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.
