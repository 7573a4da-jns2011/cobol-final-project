       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVIAR-BILLETES-BCRA.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Envio periodico al BCRA de los billetes sospechosos de
      *  falsedad retenidos en VENTANILLA (billetes-retenidos.dat, ver
      *  retener-billetes-sospechosos): todos los casos en custodia
      *  forman un lote nuevo (el mayor lote enviado mas uno) que se
      *  informa en billetes-bcra-NNNNNN.dat, ancho fijo, con un
      *  renglon "D" por billete (caso, sucursal, fecha, moneda,
      *  denominacion, serie y depositante), cabecera "H" y trailer
      *  "T" con la cantidad y el valor nominal por moneda.
      *  Cada caso queda enviado con su lote y fecha; el billete sale
      *  de la custodia del tesoro de su sucursal con un movimiento
      *  "BE" (lote en MT-RECIBO) en movimientos-tesoro.dat. El
      *  dictamen del BCRA se registra en REGISTRAR-DICTAMEN-BCRA.
      *  Sin casos en custodia no se genera archivo. El archivo queda
      *  en el manifiesto de salidas y el resumen spooleado via
      *  escribir-reporte.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLETES-FILE ASSIGN TO "billetes-retenidos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIL-NUMERO
               FILE STATUS IS BILLETES-STATUS.

           SELECT TESOROS-FILE ASSIGN TO "tesoros-sucursales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TES-SUCURSAL
               FILE STATUS IS TESOROS-STATUS.

           SELECT MOVIMIENTOS-FILE ASSIGN TO "movimientos-tesoro.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOVIMIENTOS-STATUS.

           SELECT INFORME-FILE ASSIGN TO WS-INFORME-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INFORME-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILLETES-FILE.
       COPY "billete-retenido.cpy".

       FD  TESOROS-FILE.
       COPY "tesoro-sucursal.cpy".

       FD  MOVIMIENTOS-FILE.
       COPY "movimiento-tesoro.cpy".

      *    Renglon "D" por billete; cabecera "H" y trailer "T" con
      *    los totales de control por moneda.
       FD  INFORME-FILE.
       01  INF-BILLETE.
           05  INF-TIPO               PIC X(1).
           05  INF-CASO               PIC 9(8).
           05  INF-SUCURSAL           PIC 9(3).
           05  INF-FECHA              PIC 9(8).
           05  INF-MONEDA             PIC X(3).
           05  INF-DENOMINACION       PIC 9(5).
           05  INF-SERIE              PIC X(12).
           05  INF-DOC-DEPOSITANTE    PIC X(11).
           05  INF-NOMBRE-DEPOSITANTE PIC X(40).
       01  INF-CABECERA REDEFINES INF-BILLETE.
           05  INF-CAB-TIPO           PIC X(1).
           05  INF-CAB-CUIT           PIC X(13).
           05  INF-CAB-FECHA          PIC 9(8).
           05  INF-CAB-LOTE           PIC 9(6).
           05  FILLER                 PIC X(63).
       01  INF-TRAILER REDEFINES INF-BILLETE.
           05  INF-TRL-TIPO           PIC X(1).
           05  INF-TRL-CANTIDAD       PIC 9(6).
           05  INF-TRL-TOTAL-ARS      PIC 9(13)V99.
           05  INF-TRL-TOTAL-USD      PIC 9(13)V99.
           05  FILLER                 PIC X(54).

       WORKING-STORAGE SECTION.
       01  BILLETES-STATUS            PIC XX.
       01  TESOROS-STATUS             PIC XX.
       01  MOVIMIENTOS-STATUS         PIC XX.
       01  INFORME-STATUS             PIC XX.
       01  WS-INFORME-PATH            PIC X(100).
       01  WS-SEGUIR                  PIC X VALUE 'S'.
       01  WS-INFORME-ABIERTO         PIC X VALUE 'N'.

       01  WS-BANCO-CUIT              PIC X(13)
               VALUE "30-99999999-7".

       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-LOTE                    PIC 9(6) VALUE 0.
       01  WS-TOTAL-CASOS             PIC 9(6) VALUE 0.
       01  WS-TOTAL-ARS               PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-USD               PIC 9(13)V99 VALUE 0.
       01  WS-MAN-ARCHIVO             PIC X(30).
       01  WS-MAN-CANTIDAD            PIC 9(6).
       01  WS-MAN-TOTAL               PIC S9(13)V99.

       01  WS-JRN-CBF                 PIC X(6).
       01  WS-JRN-EVENTO              PIC X(20)
               VALUE "BILLETE ENVIADO BCRA".
       01  WS-JRN-DETALLE             PIC X(60).

       01  WS-IMPORTE-DISPLAY         PIC Z(12)9.99.
       01  WS-DENOM-DISPLAY           PIC Z(4)9.
       01  WS-REP-NOMBRE              PIC X(20) VALUE "billetes-bcra".
       01  WS-REP-TITULO              PIC X(40)
                            VALUE "BILLETES SOSPECHOSOS AL BCRA".
       01  WS-REP-LINEA               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-FIN
           IF WS-SEGUIR = 'S'
               PERFORM 2000-ENVIAR-CASOS
               PERFORM 3000-TRAILER
           END-IF
           PERFORM 9000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  ENVIO DE BILLETES SOSPECHOSOS AL BCRA".
           DISPLAY "==========================================".
           MOVE "Casos incluidos en el lote" TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           OPEN I-O BILLETES-FILE
           IF BILLETES-STATUS NOT = "00"
               DISPLAY "No hay billetes retenidos registrados."
               MOVE 'N' TO WS-SEGUIR
               GO TO 1000-INICIALIZAR-FIN
           END-IF
           OPEN I-O TESOROS-FILE
           IF TESOROS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT TESOROS-FILE
               CLOSE TESOROS-FILE
               OPEN I-O TESOROS-FILE
           END-IF
           OPEN EXTEND MOVIMIENTOS-FILE
           IF MOVIMIENTOS-STATUS NOT = "00"
               OPEN OUTPUT MOVIMIENTOS-FILE
           END-IF
           PERFORM 1100-PROXIMO-LOTE.
       1000-INICIALIZAR-FIN.
           EXIT.

      *    Lote nuevo = el mayor lote ya enviado, mas uno.
       1100-PROXIMO-LOTE.
           MOVE 0 TO BIL-NUMERO
           START BILLETES-FILE KEY IS >= BIL-NUMERO
               INVALID KEY
                   MOVE "10" TO BILLETES-STATUS
           END-START
           PERFORM UNTIL BILLETES-STATUS = "10"
               READ BILLETES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO BILLETES-STATUS
                   NOT AT END
                       IF BIL-LOTE-ENVIO > WS-LOTE
                           MOVE BIL-LOTE-ENVIO TO WS-LOTE
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-LOTE.

       2000-ENVIAR-CASOS.
           MOVE "00" TO BILLETES-STATUS
           MOVE 0 TO BIL-NUMERO
           START BILLETES-FILE KEY IS >= BIL-NUMERO
               INVALID KEY
                   MOVE "10" TO BILLETES-STATUS
           END-START
           PERFORM UNTIL BILLETES-STATUS = "10"
               READ BILLETES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO BILLETES-STATUS
                   NOT AT END
                       IF BIL-EN-CUSTODIA
                           PERFORM 2100-ENVIAR-CASO
                       END-IF
               END-READ
           END-PERFORM.

       2100-ENVIAR-CASO.
           IF WS-INFORME-ABIERTO = 'N'
               PERFORM 2200-ABRIR-INFORME
           END-IF
           MOVE SPACES TO INF-BILLETE
           MOVE "D" TO INF-TIPO
           MOVE BIL-NUMERO TO INF-CASO
           MOVE BIL-SUCURSAL TO INF-SUCURSAL
           MOVE BIL-FECHA TO INF-FECHA
           MOVE BIL-MONEDA TO INF-MONEDA
           MOVE BIL-DENOMINACION TO INF-DENOMINACION
           MOVE BIL-SERIE TO INF-SERIE
           MOVE BIL-DOC-DEPOSITANTE TO INF-DOC-DEPOSITANTE
           MOVE BIL-NOMBRE-DEPOSITANTE TO INF-NOMBRE-DEPOSITANTE
           WRITE INF-BILLETE

           SET BIL-ENVIADO TO TRUE
           MOVE WS-LOTE TO BIL-LOTE-ENVIO
           MOVE WS-FECHA-HOY TO BIL-FECHA-ENVIO
           REWRITE BIL-RECORD
               INVALID KEY
                   DISPLAY "ERROR al marcar el caso " BIL-NUMERO
           END-REWRITE

           ADD 1 TO WS-TOTAL-CASOS
           IF BIL-MONEDA = "USD"
               ADD BIL-DENOMINACION TO WS-TOTAL-USD
           ELSE
               ADD BIL-DENOMINACION TO WS-TOTAL-ARS
           END-IF
           PERFORM 2300-EGRESAR-CUSTODIA

           MOVE BIL-CBF TO WS-JRN-CBF
           MOVE SPACES TO WS-JRN-DETALLE
           STRING "CASO " DELIMITED BY SIZE
                  BIL-NUMERO DELIMITED BY SIZE
                  " LOTE " DELIMITED BY SIZE
                  WS-LOTE DELIMITED BY SIZE
                  " SERIE " DELIMITED BY SIZE
                  BIL-SERIE DELIMITED BY SIZE
               INTO WS-JRN-DETALLE
           CALL "registrar-journal" USING WS-JRN-CBF, WS-JRN-EVENTO,
                WS-JRN-DETALLE

           MOVE BIL-DENOMINACION TO WS-DENOM-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "Caso " DELIMITED BY SIZE
                  BIL-NUMERO DELIMITED BY SIZE
                  " suc " DELIMITED BY SIZE
                  BIL-SUCURSAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BIL-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BIL-MONEDA DELIMITED BY SIZE
                  WS-DENOM-DISPLAY DELIMITED BY SIZE
                  " serie " DELIMITED BY SIZE
                  BIL-SERIE DELIMITED BY SIZE
                  " CBF " DELIMITED BY SIZE
                  BIL-CBF DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       2200-ABRIR-INFORME.
           MOVE SPACES TO WS-INFORME-PATH
           STRING "billetes-bcra-" DELIMITED BY SIZE
                  WS-LOTE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-INFORME-PATH
           MOVE WS-INFORME-PATH TO WS-MAN-ARCHIVO
           OPEN OUTPUT INFORME-FILE
           MOVE 'S' TO WS-INFORME-ABIERTO
           MOVE SPACES TO INF-CABECERA
           MOVE "H" TO INF-CAB-TIPO
           MOVE WS-BANCO-CUIT TO INF-CAB-CUIT
           MOVE WS-FECHA-HOY TO INF-CAB-FECHA
           MOVE WS-LOTE TO INF-CAB-LOTE
           WRITE INF-CABECERA.

      *    El billete sale de la custodia del tesoro de la sucursal
      *    que lo retuvo.
       2300-EGRESAR-CUSTODIA.
           MOVE BIL-SUCURSAL TO TES-SUCURSAL
           READ TESOROS-FILE
               KEY IS TES-SUCURSAL
               INVALID KEY
                   DISPLAY "ATENCION: sucursal " BIL-SUCURSAL
                           " sin tesoro, custodia no actualizada."
               NOT INVALID KEY
                   IF BIL-MONEDA = "USD"
                       IF TES-CUSTODIA-CANT-USD > 0
                           SUBTRACT 1 FROM TES-CUSTODIA-CANT-USD
                       END-IF
                       IF TES-CUSTODIA-USD > BIL-DENOMINACION
                           SUBTRACT BIL-DENOMINACION
                               FROM TES-CUSTODIA-USD
                       ELSE
                           MOVE 0 TO TES-CUSTODIA-USD
                       END-IF
                   ELSE
                       IF TES-CUSTODIA-CANT-ARS > 0
                           SUBTRACT 1 FROM TES-CUSTODIA-CANT-ARS
                       END-IF
                       IF TES-CUSTODIA-ARS > BIL-DENOMINACION
                           SUBTRACT BIL-DENOMINACION
                               FROM TES-CUSTODIA-ARS
                       ELSE
                           MOVE 0 TO TES-CUSTODIA-ARS
                       END-IF
                   END-IF
                   REWRITE TES-RECORD
           END-READ

           INITIALIZE MT-REGISTRO
           MOVE FUNCTION CURRENT-DATE(1:14) TO MT-TIMESTAMP
           MOVE BIL-SUCURSAL TO MT-SUCURSAL
           SET MT-CUSTODIA-ENVIO TO TRUE
           MOVE BIL-USUARIO-CAJA TO MT-USUARIO-CAJA
           MOVE WS-LOTE TO MT-RECIBO
           MOVE BIL-DENOMINACION TO MT-IMPORTE
           WRITE MT-REGISTRO.

       3000-TRAILER.
           IF WS-INFORME-ABIERTO = 'S'
               MOVE SPACES TO INF-TRAILER
               MOVE "T" TO INF-TRL-TIPO
               MOVE WS-TOTAL-CASOS TO INF-TRL-CANTIDAD
               MOVE WS-TOTAL-ARS TO INF-TRL-TOTAL-ARS
               MOVE WS-TOTAL-USD TO INF-TRL-TOTAL-USD
               WRITE INF-TRAILER
               CLOSE INFORME-FILE

               MOVE WS-TOTAL-CASOS TO WS-MAN-CANTIDAD
               MOVE WS-TOTAL-ARS TO WS-MAN-TOTAL
               CALL "registrar-manifiesto" USING WS-MAN-ARCHIVO,
                    WS-FECHA-HOY, WS-MAN-CANTIDAD, WS-MAN-TOTAL
           ELSE
               DISPLAY "No hay billetes en custodia para enviar."
           END-IF.

       9000-FINALIZAR.
           IF WS-SEGUIR = 'S'
               CLOSE BILLETES-FILE
               CLOSE TESOROS-FILE
               CLOSE MOVIMIENTOS-FILE
           END-IF
           DISPLAY "------------------------------------------".
           IF WS-TOTAL-CASOS > 0
               DISPLAY "Lote enviado:        " WS-LOTE
               DISPLAY "Archivo:             " WS-MAN-ARCHIVO
           END-IF
           DISPLAY "Billetes enviados:   " WS-TOTAL-CASOS.
           MOVE WS-TOTAL-ARS TO WS-IMPORTE-DISPLAY
           DISPLAY "Valor nominal ARS: $ " WS-IMPORTE-DISPLAY.
           MOVE WS-TOTAL-USD TO WS-IMPORTE-DISPLAY
           DISPLAY "Valor nominal USD: U$S " WS-IMPORTE-DISPLAY.
           DISPLAY "==========================================".
           MOVE SPACES TO WS-REP-LINEA
           STRING "Lote " DELIMITED BY SIZE
                  WS-LOTE DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-TOTAL-CASOS DELIMITED BY SIZE
                  " billetes enviados" DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.
