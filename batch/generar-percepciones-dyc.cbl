       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERAR-PERCEPCIONES-DYC.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Presentacion mensual de percepciones del impuesto a los
      *  debitos y creditos bancarios: genera el archivo para el
      *  fisco (percepciones-dyc.dat, ancho fijo) con el detalle del
      *  concepto "X" de libro-fiscal-detalle.dat del periodo pedido:
      *  un renglon por percepcion con el sentido (D debito,
      *  C credito, V devolucion por reverso), el documento del
      *  cliente (clientes-idx -> datos-clientes), el CBF, la fecha,
      *  la base gravada y el importe, con cabecera (periodo y marca
      *  original/rectificativa) y trailer de cantidad y totales. El
      *  neto a depositar es lo percibido menos lo devuelto. El
      *  resumen humano se spoolea via escribir-reporte y el archivo
      *  queda en el manifiesto de salidas.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DETALLE-FILE ASSIGN TO "libro-fiscal-detalle.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DETALLE-STATUS.

           SELECT PERCEPCIONES-FILE
               ASSIGN TO "percepciones-dyc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERCEPCIONES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DETALLE-FILE.
       COPY "libro-fiscal-detalle.cpy".

       FD  PERCEPCIONES-FILE.
       01  PERCEPCION-REGISTRO.
           05  PDC-TIPO               PIC X(1).
           05  PDC-SENTIDO            PIC X(1).
           05  PDC-TIPO-DOC           PIC X(3).
           05  PDC-NRO-DOC            PIC X(11).
           05  PDC-CBF                PIC 9(6).
           05  PDC-FECHA              PIC 9(8).
           05  PDC-BASE               PIC 9(9)V99.
           05  PDC-PERCIBIDO          PIC 9(9)V99.
       01  PERCEPCION-CABECERA REDEFINES PERCEPCION-REGISTRO.
           05  PDC-H-TIPO             PIC X(1).
           05  PDC-H-PERIODO          PIC 9(6).
           05  PDC-H-MODO             PIC X(1).
           05  FILLER                 PIC X(44).
       01  PERCEPCION-TRAILER REDEFINES PERCEPCION-REGISTRO.
           05  PDC-T-TIPO             PIC X(1).
           05  PDC-T-CANTIDAD         PIC 9(6).
           05  PDC-T-BASE             PIC 9(13)V99.
           05  PDC-T-PERCIBIDO        PIC 9(13)V99.
           05  PDC-T-DEVUELTO         PIC 9(13)V99.

       WORKING-STORAGE SECTION.
       01  DETALLE-STATUS             PIC XX.
       01  PERCEPCIONES-STATUS        PIC XX.

       01  WS-PERIODO-FILTRO          PIC 9(6).
       01  WS-MODO                    PIC X(1).
       01  WS-TOTAL-RENGLONES         PIC 9(6) VALUE 0.
       01  WS-CANT-DEBITOS            PIC 9(6) VALUE 0.
       01  WS-CANT-CREDITOS           PIC 9(6) VALUE 0.
       01  WS-CANT-DEVOLUCIONES       PIC 9(6) VALUE 0.
       01  WS-TOTAL-BASE              PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-DEBITOS           PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-CREDITOS          PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-PERCIBIDO         PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-DEVUELTO          PIC S9(13)V99 VALUE 0.
       01  WS-NETO                    PIC S9(13)V99 VALUE 0.
       01  WS-SIN-DOCUMENTO           PIC 9(6) VALUE 0.
       01  WS-IMPORTE-DISPLAY         PIC -Z(12).99.

       01  WS-CLIENTE-ID              PIC 9(8).
       01  WS-ID-ENCONTRADO           PIC 9.
       01  WS-TIPO-DOC                PIC X(3).
       01  WS-NRO-DOC                 PIC X(11).
       01  WS-DOMICILIO               PIC X(50).
       01  WS-TELEFONO                PIC X(15).
       01  WS-FECHA-NAC               PIC 9(8).
       01  WS-DC-ENCONTRADO           PIC 9.

       01  WS-MAN-ARCHIVO             PIC X(30)
                                      VALUE "percepciones-dyc.dat".
       01  WS-MAN-FECHA               PIC 9(8).
       01  WS-MAN-TOTAL               PIC S9(13)V99.

       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "percepciones-dyc".
       01  WS-REP-TITULO              PIC X(40)
                                      VALUE "PERCEPCIONES DEB/CRED".
       01  WS-REP-LINEA               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-GENERAR-DETALLE
           PERFORM 3000-TRAILER
           PERFORM 9000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  PERCEPCIONES IMP. DEBITOS Y CREDITOS".
           DISPLAY "==========================================".
           DISPLAY "Periodo a presentar (AAAAMM): "
               WITH NO ADVANCING
           ACCEPT WS-PERIODO-FILTRO
           DISPLAY "Modo (O=original / R=rectificativa): "
               WITH NO ADVANCING
           ACCEPT WS-MODO
           IF WS-MODO NOT = "R" AND WS-MODO NOT = "r"
               MOVE "O" TO WS-MODO
           ELSE
               MOVE "R" TO WS-MODO
           END-IF

           MOVE "Percepciones informadas al fisco" TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA

           OPEN INPUT DETALLE-FILE
           IF DETALLE-STATUS NOT = "00"
               DISPLAY "No hay detalle fiscal registrado."
               MOVE "10" TO DETALLE-STATUS
           END-IF
           OPEN OUTPUT PERCEPCIONES-FILE
           MOVE SPACES TO PERCEPCION-REGISTRO
           MOVE "H" TO PDC-H-TIPO
           MOVE WS-PERIODO-FILTRO TO PDC-H-PERIODO
           MOVE WS-MODO TO PDC-H-MODO
           WRITE PERCEPCION-REGISTRO.

       2000-GENERAR-DETALLE.
           PERFORM UNTIL DETALLE-STATUS = "10"
               READ DETALLE-FILE
                   AT END
                       MOVE "10" TO DETALLE-STATUS
                   NOT AT END
                       IF LFD-PERIODO = WS-PERIODO-FILTRO
                          AND LFD-CONCEPTO = "X"
                           PERFORM 2100-EMITIR-RENGLON
                       END-IF
               END-READ
           END-PERFORM.

      *    La base llega con el signo del movimiento gravado (negativa
      *    en los debitos); una devolucion por reverso llega con el
      *    importe negativo y sin base. En el archivo los importes
      *    van sin signo y el sentido los distingue.
       2100-EMITIR-RENGLON.
           MOVE SPACES TO WS-TIPO-DOC
           MOVE SPACES TO WS-NRO-DOC
           CALL "buscar-cliente-id" USING LFD-CBF, WS-CLIENTE-ID,
                WS-ID-ENCONTRADO
           IF WS-ID-ENCONTRADO = 1
               CALL "leer-datos-cliente" USING WS-CLIENTE-ID,
                    WS-TIPO-DOC, WS-NRO-DOC, WS-DOMICILIO,
                    WS-TELEFONO, WS-FECHA-NAC, WS-DC-ENCONTRADO
           END-IF
           IF WS-NRO-DOC = SPACES
               ADD 1 TO WS-SIN-DOCUMENTO
           END-IF

           MOVE SPACES TO PERCEPCION-REGISTRO
           MOVE "D" TO PDC-TIPO
           EVALUATE TRUE
               WHEN LFD-RETENIDO < 0
                   MOVE "V" TO PDC-SENTIDO
                   ADD 1 TO WS-CANT-DEVOLUCIONES
                   SUBTRACT LFD-RETENIDO FROM WS-TOTAL-DEVUELTO
               WHEN LFD-BASE < 0
                   MOVE "D" TO PDC-SENTIDO
                   ADD 1 TO WS-CANT-DEBITOS
                   ADD LFD-RETENIDO TO WS-TOTAL-DEBITOS
                   ADD LFD-RETENIDO TO WS-TOTAL-PERCIBIDO
                   SUBTRACT LFD-BASE FROM WS-TOTAL-BASE
               WHEN OTHER
                   MOVE "C" TO PDC-SENTIDO
                   ADD 1 TO WS-CANT-CREDITOS
                   ADD LFD-RETENIDO TO WS-TOTAL-CREDITOS
                   ADD LFD-RETENIDO TO WS-TOTAL-PERCIBIDO
                   ADD LFD-BASE TO WS-TOTAL-BASE
           END-EVALUATE
           MOVE WS-TIPO-DOC TO PDC-TIPO-DOC
           MOVE WS-NRO-DOC TO PDC-NRO-DOC
           MOVE LFD-CBF TO PDC-CBF
           MOVE LFD-TIMESTAMP(1:8) TO PDC-FECHA
           MOVE LFD-BASE TO PDC-BASE
           MOVE LFD-RETENIDO TO PDC-PERCIBIDO
           WRITE PERCEPCION-REGISTRO
           ADD 1 TO WS-TOTAL-RENGLONES

           MOVE LFD-RETENIDO TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "CBF " DELIMITED BY SIZE
                  LFD-CBF DELIMITED BY SIZE
                  " Doc " DELIMITED BY SIZE
                  WS-NRO-DOC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PDC-SENTIDO DELIMITED BY SIZE
                  " $ " DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       3000-TRAILER.
           MOVE SPACES TO PERCEPCION-REGISTRO
           MOVE "T" TO PDC-T-TIPO
           MOVE WS-TOTAL-RENGLONES TO PDC-T-CANTIDAD
           MOVE WS-TOTAL-BASE TO PDC-T-BASE
           MOVE WS-TOTAL-PERCIBIDO TO PDC-T-PERCIBIDO
           MOVE WS-TOTAL-DEVUELTO TO PDC-T-DEVUELTO
           WRITE PERCEPCION-REGISTRO
           COMPUTE WS-NETO = WS-TOTAL-PERCIBIDO - WS-TOTAL-DEVUELTO.

       9000-FINALIZAR.
           CLOSE DETALLE-FILE
           CLOSE PERCEPCIONES-FILE
           ACCEPT WS-MAN-FECHA FROM DATE YYYYMMDD
           MOVE WS-NETO TO WS-MAN-TOTAL
           CALL "registrar-manifiesto" USING WS-MAN-ARCHIVO,
                WS-MAN-FECHA, WS-TOTAL-RENGLONES, WS-MAN-TOTAL
           DISPLAY "------------------------------------------".
           MOVE WS-TOTAL-DEBITOS TO WS-IMPORTE-DISPLAY
           DISPLAY "Sobre debitos   (" WS-CANT-DEBITOS "): $ "
                   WS-IMPORTE-DISPLAY.
           MOVE WS-TOTAL-CREDITOS TO WS-IMPORTE-DISPLAY
           DISPLAY "Sobre creditos  (" WS-CANT-CREDITOS "): $ "
                   WS-IMPORTE-DISPLAY.
           MOVE WS-TOTAL-DEVUELTO TO WS-IMPORTE-DISPLAY
           DISPLAY "Devoluciones    (" WS-CANT-DEVOLUCIONES "): $ "
                   WS-IMPORTE-DISPLAY.
           MOVE WS-NETO TO WS-IMPORTE-DISPLAY
           DISPLAY "Neto a depositar:        $ " WS-IMPORTE-DISPLAY.
           DISPLAY "Sin documento:           " WS-SIN-DOCUMENTO.
           DISPLAY "Modo de la presentacion: " WS-MODO.
           DISPLAY "==========================================".
           MOVE SPACES TO WS-REP-LINEA
           STRING "Periodo " DELIMITED BY SIZE
                  WS-PERIODO-FILTRO DELIMITED BY SIZE
                  " modo " DELIMITED BY SIZE
                  WS-MODO DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-TOTAL-RENGLONES DELIMITED BY SIZE
                  " renglones, neto $ " DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.
