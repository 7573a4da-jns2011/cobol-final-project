       IDENTIFICATION DIVISION.
       PROGRAM-ID. retener-billetes-sospechosos.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: durante el recuento de un
      *              deposito por VENTANILLA el cajero carga cada
      *              billete sospechoso de falsedad (denominacion y
      *              numero de serie, en la moneda de la cuenta) y la
      *              identidad de quien lo presento. Cada billete es
      *              un caso en billetes-retenidos.dat, en custodia
      *              del tesoro de la sucursal de la caja del cajero
      *              (la de la cuenta si no tiene caja abierta), con
      *              su movimiento "BC" en movimientos-tesoro.dat y
      *              una linea en el journal. Devuelve el valor
      *              nominal retenido, que no se acredita ni entra en
      *              la caja. Los billetes retenidos nunca superan lo
      *              presentado. LK-RESULTADO: 0 sin error, 1 algun
      *              billete no se pudo registrar (no se descuenta).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLETES-FILE ASSIGN TO "billetes-retenidos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIL-NUMERO
               FILE STATUS IS BILLETES-STATUS.

           SELECT CAJAS-FILE ASSIGN TO "cajas-cajeros.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAJ-KEY
               FILE STATUS IS CAJAS-STATUS.

           SELECT TESOROS-FILE ASSIGN TO "tesoros-sucursales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TES-SUCURSAL
               FILE STATUS IS TESOROS-STATUS.

           SELECT MOVIMIENTOS-FILE ASSIGN TO "movimientos-tesoro.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOVIMIENTOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILLETES-FILE.
       COPY "billete-retenido.cpy".

       FD  CAJAS-FILE.
       COPY "caja-cajero.cpy".

       FD  TESOROS-FILE.
       COPY "tesoro-sucursal.cpy".

       FD  MOVIMIENTOS-FILE.
       COPY "movimiento-tesoro.cpy".

       WORKING-STORAGE SECTION.
       01  BILLETES-STATUS            PIC XX.
       01  CAJAS-STATUS               PIC XX.
       01  TESOROS-STATUS             PIC XX.
       01  MOVIMIENTOS-STATUS         PIC XX.
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-SUCURSAL                PIC 9(3).
       01  WS-NUMERO-MAX              PIC 9(8).
       01  WS-FIN-CARGA               PIC X.
       01  WS-DENOMINACION            PIC 9(5).
       01  WS-SERIE                   PIC X(12).
       01  WS-DOC-DEPOSITANTE         PIC X(11).
       01  WS-NOMBRE-DEPOSITANTE      PIC X(40).
       01  WS-DENOM-VALIDA            PIC X.
       01  WS-IDX                     PIC 9(2).
       01  WS-IMPORTE-DISPLAY         PIC -Z(9).99.
       01  WS-CANT-RETENIDOS          PIC 9(3) VALUE 0.
       01  WS-JRN-EVENTO              PIC X(20).
       01  WS-JRN-DETALLE             PIC X(60).

      *    Denominaciones en circulacion aceptadas por moneda.
       01  WS-DENOM-ARS-VALORES.
           05  FILLER                 PIC 9(5) VALUE 10.
           05  FILLER                 PIC 9(5) VALUE 20.
           05  FILLER                 PIC 9(5) VALUE 50.
           05  FILLER                 PIC 9(5) VALUE 100.
           05  FILLER                 PIC 9(5) VALUE 200.
           05  FILLER                 PIC 9(5) VALUE 500.
           05  FILLER                 PIC 9(5) VALUE 1000.
           05  FILLER                 PIC 9(5) VALUE 2000.
           05  FILLER                 PIC 9(5) VALUE 10000.
           05  FILLER                 PIC 9(5) VALUE 20000.
       01  WS-DENOM-ARS-TABLA REDEFINES WS-DENOM-ARS-VALORES.
           05  WS-DENOM-ARS           PIC 9(5) OCCURS 10 TIMES.
       01  WS-DENOM-USD-VALORES.
           05  FILLER                 PIC 9(5) VALUE 1.
           05  FILLER                 PIC 9(5) VALUE 2.
           05  FILLER                 PIC 9(5) VALUE 5.
           05  FILLER                 PIC 9(5) VALUE 10.
           05  FILLER                 PIC 9(5) VALUE 20.
           05  FILLER                 PIC 9(5) VALUE 50.
           05  FILLER                 PIC 9(5) VALUE 100.
       01  WS-DENOM-USD-TABLA REDEFINES WS-DENOM-USD-VALORES.
           05  WS-DENOM-USD           PIC 9(5) OCCURS 7 TIMES.

       LINKAGE SECTION.
       01  LK-USUARIO              PIC X(8).
       01  LK-CBF                  PIC X(6).
       01  LK-MONEDA               PIC X(3).
       01  LK-SUC-CUENTA           PIC 9(3).
       01  LK-IMPORTE-PRESENTADO   PIC S9(9)V99.
       01  LK-IMPORTE-RETENIDO     PIC S9(9)V99.
       01  LK-RESULTADO            PIC 9.

       PROCEDURE DIVISION USING LK-USUARIO, LK-CBF, LK-MONEDA,
                                 LK-SUC-CUENTA, LK-IMPORTE-PRESENTADO,
                                 LK-IMPORTE-RETENIDO, LK-RESULTADO.
       MAIN-PARA.
           MOVE 0 TO LK-RESULTADO
           MOVE 0 TO LK-IMPORTE-RETENIDO
           MOVE 0 TO WS-CANT-RETENIDOS
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM LEER-SUCURSAL-CAJA

           DISPLAY "Documento de quien presenta el deposito: "
               WITH NO ADVANCING
           ACCEPT WS-DOC-DEPOSITANTE
           DISPLAY "Apellido y nombre: " WITH NO ADVANCING
           ACCEPT WS-NOMBRE-DEPOSITANTE
           IF WS-DOC-DEPOSITANTE = SPACES
              OR WS-NOMBRE-DEPOSITANTE = SPACES
               DISPLAY "La identidad del depositante es obligatoria:"
                       " no se retiene nada."
               MOVE 1 TO LK-RESULTADO
               GOBACK
           END-IF

           OPEN I-O BILLETES-FILE
           IF BILLETES-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT BILLETES-FILE
               CLOSE BILLETES-FILE
               OPEN I-O BILLETES-FILE
           END-IF
           OPEN I-O TESOROS-FILE
           IF TESOROS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT TESOROS-FILE
               CLOSE TESOROS-FILE
               OPEN I-O TESOROS-FILE
           END-IF

           MOVE 'N' TO WS-FIN-CARGA
           PERFORM UNTIL WS-FIN-CARGA = 'S'
               PERFORM CARGAR-BILLETE
           END-PERFORM

           CLOSE BILLETES-FILE
           CLOSE TESOROS-FILE
           MOVE LK-IMPORTE-RETENIDO TO WS-IMPORTE-DISPLAY
           DISPLAY "Billetes retenidos: " WS-CANT-RETENIDOS
                   "  Valor nominal: " LK-MONEDA " "
                   WS-IMPORTE-DISPLAY
           GOBACK.

      *    Sucursal de la custodia: la de la caja del cajero hoy; sin
      *    caja abierta, la de la cuenta.
       LEER-SUCURSAL-CAJA.
           MOVE LK-SUC-CUENTA TO WS-SUCURSAL
           OPEN INPUT CAJAS-FILE
           IF CAJAS-STATUS = "00"
               MOVE LK-USUARIO TO CAJ-USUARIO
               MOVE WS-FECHA-HOY TO CAJ-FECHA
               READ CAJAS-FILE
                   KEY IS CAJ-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAJ-SUCURSAL TO WS-SUCURSAL
               END-READ
               CLOSE CAJAS-FILE
           END-IF.

       CARGAR-BILLETE.
           DISPLAY "Denominacion del billete sospechoso (0 = fin): "
               WITH NO ADVANCING
           ACCEPT WS-DENOMINACION
           IF WS-DENOMINACION = 0
               MOVE 'S' TO WS-FIN-CARGA
           ELSE
               PERFORM VALIDAR-DENOMINACION
               EVALUATE TRUE
                   WHEN WS-DENOM-VALIDA NOT = 'S'
                       DISPLAY "Denominacion inexistente en "
                               LK-MONEDA "."
                   WHEN LK-IMPORTE-RETENIDO + WS-DENOMINACION
                        > LK-IMPORTE-PRESENTADO
                       DISPLAY "Supera el importe presentado: revise"
                               " el recuento."
                   WHEN OTHER
                       DISPLAY "Numero de serie: " WITH NO ADVANCING
                       ACCEPT WS-SERIE
                       MOVE FUNCTION UPPER-CASE(WS-SERIE) TO WS-SERIE
                       IF WS-SERIE = SPACES
                           DISPLAY "El numero de serie es"
                                   " obligatorio."
                       ELSE
                           PERFORM GRABAR-CASO
                       END-IF
               END-EVALUATE
           END-IF.

       VALIDAR-DENOMINACION.
           MOVE 'N' TO WS-DENOM-VALIDA
           EVALUATE LK-MONEDA
               WHEN "ARS"
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > 10
                       IF WS-DENOM-ARS(WS-IDX) = WS-DENOMINACION
                           MOVE 'S' TO WS-DENOM-VALIDA
                       END-IF
                   END-PERFORM
               WHEN "USD"
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > 7
                       IF WS-DENOM-USD(WS-IDX) = WS-DENOMINACION
                           MOVE 'S' TO WS-DENOM-VALIDA
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   MOVE 'S' TO WS-DENOM-VALIDA
           END-EVALUATE.

       GRABAR-CASO.
           PERFORM PROXIMO-NUMERO
           INITIALIZE BIL-RECORD
           MOVE WS-NUMERO-MAX TO BIL-NUMERO
           MOVE WS-FECHA-HOY TO BIL-FECHA
           MOVE FUNCTION CURRENT-DATE(1:14) TO BIL-TIMESTAMP
           MOVE WS-SUCURSAL TO BIL-SUCURSAL
           MOVE LK-USUARIO TO BIL-USUARIO-CAJA
           MOVE LK-CBF TO BIL-CBF
           MOVE WS-DOC-DEPOSITANTE TO BIL-DOC-DEPOSITANTE
           MOVE WS-NOMBRE-DEPOSITANTE TO BIL-NOMBRE-DEPOSITANTE
           MOVE LK-MONEDA TO BIL-MONEDA
           MOVE WS-DENOMINACION TO BIL-DENOMINACION
           MOVE WS-SERIE TO BIL-SERIE
           SET BIL-EN-CUSTODIA TO TRUE
           WRITE BIL-RECORD
               INVALID KEY
                   DISPLAY "ERROR al registrar el billete: no se"
                           " retiene."
                   MOVE 1 TO LK-RESULTADO
           END-WRITE
           IF BILLETES-STATUS = "00"
               ADD WS-DENOMINACION TO LK-IMPORTE-RETENIDO
               ADD 1 TO WS-CANT-RETENIDOS
               PERFORM INGRESAR-CUSTODIA
               MOVE "BILLETE RETENIDO" TO WS-JRN-EVENTO
               MOVE SPACES TO WS-JRN-DETALLE
               STRING "CASO " DELIMITED BY SIZE
                      BIL-NUMERO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      BIL-MONEDA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      BIL-DENOMINACION DELIMITED BY SIZE
                      " SERIE " DELIMITED BY SIZE
                      BIL-SERIE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LK-USUARIO DELIMITED BY SIZE
                   INTO WS-JRN-DETALLE
               CALL "registrar-journal" USING LK-CBF, WS-JRN-EVENTO,
                    WS-JRN-DETALLE
               DISPLAY "Caso " BIL-NUMERO " registrado: entregue el"
                       " billete al tesoro."
           END-IF.

      *    Numero nuevo = el mayor ya asignado, mas uno.
       PROXIMO-NUMERO.
           MOVE 0 TO WS-NUMERO-MAX
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
                       IF BIL-NUMERO > WS-NUMERO-MAX
                           MOVE BIL-NUMERO TO WS-NUMERO-MAX
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO BILLETES-STATUS
           ADD 1 TO WS-NUMERO-MAX.

       INGRESAR-CUSTODIA.
           MOVE WS-SUCURSAL TO TES-SUCURSAL
           READ TESOROS-FILE
               KEY IS TES-SUCURSAL
               INVALID KEY
                   INITIALIZE TES-RECORD
                   MOVE WS-SUCURSAL TO TES-SUCURSAL
                   WRITE TES-RECORD
           END-READ
           IF BIL-MONEDA = "USD"
               ADD 1 TO TES-CUSTODIA-CANT-USD
               ADD BIL-DENOMINACION TO TES-CUSTODIA-USD
           ELSE
               ADD 1 TO TES-CUSTODIA-CANT-ARS
               ADD BIL-DENOMINACION TO TES-CUSTODIA-ARS
           END-IF
           REWRITE TES-RECORD
               INVALID KEY
                   DISPLAY "ATENCION: no se pudo actualizar la"
                           " custodia del tesoro."
           END-REWRITE

           OPEN EXTEND MOVIMIENTOS-FILE
           IF MOVIMIENTOS-STATUS NOT = "00"
               OPEN OUTPUT MOVIMIENTOS-FILE
               CLOSE MOVIMIENTOS-FILE
               OPEN EXTEND MOVIMIENTOS-FILE
           END-IF
           INITIALIZE MT-REGISTRO
           MOVE BIL-TIMESTAMP TO MT-TIMESTAMP
           MOVE WS-SUCURSAL TO MT-SUCURSAL
           SET MT-CUSTODIA-ING TO TRUE
           MOVE LK-USUARIO TO MT-USUARIO-CAJA
           MOVE BIL-NUMERO TO MT-RECIBO
           MOVE BIL-DENOMINACION TO MT-IMPORTE
           WRITE MT-REGISTRO
           CLOSE MOVIMIENTOS-FILE.
