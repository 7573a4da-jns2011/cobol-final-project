      *  referencia del acta de defuncion en la auditoria. Desde ese
      *  momento la cuenta rechaza todo debito y el login del cajero
      *  pero sigue aceptando creditos; en el mismo acto se congelan
      *  sus ordenes permanentes y adhesiones de debito automatico
      *  y se revocan los poderes vigentes otorgados sobre la cuenta
      *  (apoderados.dat, motivo FALLECIMIENTO).
      *  La liberacion de los fondos a los herederos designados se
      *  hace con el pago sucesorio supervisado de VENTANILLA (el
      *  oficio judicial queda en el memo); este programa tambien
      *  permite levantar una marca puesta por error, siempre con
      *  auditoria. Distinto del bloqueo de emergencia, que se
      *  levanta por telefono: justamente lo que aca no puede pasar.
      *  Por cada prestamo vigente o en mora del titular con seguro
      *  de vida sobre saldo deudor se abre un siniestro contra su
      *  aseguradora (siniestros-seguro.dat) por el saldo a la fecha:
      *  el prestamo deja de cobrarse y, si la aseguradora paga
      *  (MANTENER-ASEGURADORAS), se cancela por el seguro y no por
      *  la sucesion. Al levantar una marca puesta por error los
      *  siniestros todavia abiertos se anulan.
      *  Cada registro que graba en los archivos del juego de backup
      *  queda ademas en la bitacora de imagenes posteriores
      *  (registrar-imagen), para la recuperacion hacia adelante con
      *  RECUPERAR-BITACORA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS AD-KEY
               FILE STATUS IS ADHESIONES-STATUS.

           SELECT APODERADOS-FILE ASSIGN TO "apoderados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS APODERADOS-STATUS.

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

           SELECT SINIESTROS-FILE ASSIGN TO "siniestros-seguro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-KEY
               FILE STATUS IS SINIESTROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
       FD  ADHESIONES-FILE.
       COPY "adhesion-debito.cpy".

       FD  APODERADOS-FILE.
       COPY "apoderado.cpy".

       FD  PRESTAMOS-FILE.
       COPY "prestamo.cpy".

       FD  CUOTAS-FILE.
       COPY "cuota-prestamo.cpy".

       FD  SINIESTROS-FILE.
       COPY "siniestro-seguro.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  CUENTAS-STATUS             PIC XX.
       01  ORDENES-STATUS             PIC XX.
       01  ADHESIONES-STATUS          PIC XX.
       01  APODERADOS-STATUS          PIC XX.
       01  PRESTAMOS-STATUS           PIC XX.
       01  CUOTAS-STATUS              PIC XX.
       01  SINIESTROS-STATUS          PIC XX.

       01  WS-STAFF-USUARIO           PIC X(8).
       01  WS-STAFF-ROL               PIC X(1).
       01  WS-FIN                     PIC X VALUE 'N'.
       01  WS-ORDENES-FRENADAS        PIC 9(3) VALUE 0.
       01  WS-ADHESIONES-FRENADAS     PIC 9(3) VALUE 0.
       01  WS-PODERES-REVOCADOS       PIC 9(3) VALUE 0.
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-SEG-EVENTO              PIC X(20).
       01  WS-SEG-DETALLE             PIC X(40).
       01  WS-AUD-CAMPO               PIC X(20)
                                      VALUE "FALLECIMIENTO".
       01  WS-AUD-VALOR-ANT           PIC X(50).
       01  WS-AUD-VALOR-NUEVO         PIC X(50).
       01  WS-AUD-CBF                 PIC X(6).
       01  WS-SINIESTROS-ABIERTOS     PIC 9(3) VALUE 0.
       01  WS-SINIESTROS-ANULADOS     PIC 9(3) VALUE 0.
       01  WS-SIN-CAPITAL             PIC S9(9)V99.
       01  WS-SIN-INTERES             PIC S9(9)V99.
       01  WS-SIN-EXISTE              PIC X.
       01  WS-IMPORTE-DISPLAY         PIC -Z(8)9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
       2200-REGISTRAR-FALLECIMIENTO.
           SET CLI-FALLECIDO-SI TO TRUE
           REWRITE REGISTRO-CLIENTE
           IF CUENTAS-STATUS = "00"
               CALL "registrar-imagen" USING "CUENTAS ", "R",
                    REGISTRO-CLIENTE
           END-IF
           MOVE WS-CBF-INPUT TO WS-AUD-CBF
           MOVE SPACES TO WS-AUD-VALOR-ANT
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           PERFORM 2400-CONGELAR-ORDENES THRU 2400-CONGELAR-FIN
           PERFORM 2500-CONGELAR-ADHESIONES
               THRU 2500-CONGELAR-FIN
           PERFORM 2600-REVOCAR-PODERES THRU 2600-REVOCAR-FIN
           PERFORM 2700-ABRIR-SINIESTROS THRU 2700-ABRIR-FIN
           DISPLAY "Fallecimiento registrado. Ordenes frenadas: "
                   WS-ORDENES-FRENADAS "  Adhesiones frenadas: "
                   WS-ADHESIONES-FRENADAS
           DISPLAY "Poderes revocados: " WS-PODERES-REVOCADOS
           DISPLAY "Siniestros de seguro de vida abiertos: "
                   WS-SINIESTROS-ABIERTOS.

       2300-LEVANTAR-MARCA.
           MOVE SPACE TO CLI-FALLECIDO
           REWRITE REGISTRO-CLIENTE
           IF CUENTAS-STATUS = "00"
               CALL "registrar-imagen" USING "CUENTAS ", "R",
                    REGISTRO-CLIENTE
           END-IF
           MOVE WS-CBF-INPUT TO WS-AUD-CBF
           MOVE "Fallecido" TO WS-AUD-VALOR-ANT
           MOVE "Marca levantada por error" TO WS-AUD-VALOR-NUEVO
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
                WS-AUD-VALOR-NUEVO, WS-USUARIO-AUDIT
           PERFORM 2800-ANULAR-SINIESTROS THRU 2800-ANULAR-FIN
           DISPLAY "Marca de fallecimiento levantada."
           IF WS-SINIESTROS-ANULADOS > 0
               DISPLAY "Siniestros de seguro de vida anulados: "
                       WS-SINIESTROS-ANULADOS
           END-IF.

       2400-CONGELAR-ORDENES.
           MOVE 0 TO WS-ORDENES-FRENADAS
           CLOSE ADHESIONES-FILE.
       2500-CONGELAR-FIN.
           EXIT.

       2600-REVOCAR-PODERES.
           MOVE 0 TO WS-PODERES-REVOCADOS
           OPEN I-O APODERADOS-FILE
           IF APODERADOS-STATUS NOT = "00"
               GO TO 2600-REVOCAR-FIN
           END-IF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-CBF-INPUT TO AP-CBF
           MOVE 0 TO AP-ORDEN
           START APODERADOS-FILE KEY IS >= AP-KEY
               INVALID KEY
                   MOVE "10" TO APODERADOS-STATUS
           END-START
           PERFORM UNTIL APODERADOS-STATUS = "10"
               READ APODERADOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO APODERADOS-STATUS
                   NOT AT END
                       IF AP-CBF NOT = WS-CBF-INPUT
                           MOVE "10" TO APODERADOS-STATUS
                       ELSE
                           IF AP-VIGENTE
                               SET AP-REVOCADO TO TRUE
                               MOVE WS-FECHA-HOY TO AP-FECHA-BAJA
                               MOVE "FALLECIMIENTO"
                                   TO AP-MOTIVO-BAJA
                               REWRITE AP-RECORD
                               ADD 1 TO WS-PODERES-REVOCADOS
                               MOVE "PODER REVOCADO" TO WS-SEG-EVENTO
                               MOVE SPACES TO WS-SEG-DETALLE
                               STRING "Poder " DELIMITED BY SIZE
                                      AP-ORDEN DELIMITED BY SIZE
                                      " por fallecimiento"
                                          DELIMITED BY SIZE
                                   INTO WS-SEG-DETALLE
                               CALL "registrar-evento-seg" USING
                                    WS-AUD-CBF, WS-SEG-EVENTO,
                                    WS-SEG-DETALLE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APODERADOS-FILE.
       2600-REVOCAR-FIN.
           EXIT.

      *    Un siniestro por prestamo vigente o en mora con aseguradora.
      *    El saldo reclamado es el capital de las cuotas impagas mas
      *    el interes de las ya vencidas; los punitorios no los cubre
      *    el seguro.
       2700-ABRIR-SINIESTROS.
           MOVE 0 TO WS-SINIESTROS-ABIERTOS
           OPEN I-O PRESTAMOS-FILE
           IF PRESTAMOS-STATUS NOT = "00"
               GO TO 2700-ABRIR-FIN
           END-IF
           OPEN INPUT CUOTAS-FILE
           OPEN I-O SINIESTROS-FILE
           IF SINIESTROS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT SINIESTROS-FILE
               CLOSE SINIESTROS-FILE
               OPEN I-O SINIESTROS-FILE
           END-IF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-CBF-INPUT TO PRE-CBF
           MOVE 0 TO PRE-TIMESTAMP-ALTA
           START PRESTAMOS-FILE KEY IS >= PRE-KEY
               INVALID KEY
                   MOVE "10" TO PRESTAMOS-STATUS
           END-START
           PERFORM UNTIL PRESTAMOS-STATUS = "10"
               READ PRESTAMOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO PRESTAMOS-STATUS
                   NOT AT END
                       IF PRE-CBF NOT = WS-CBF-INPUT
                           MOVE "10" TO PRESTAMOS-STATUS
                       ELSE
                           IF (PRE-VIGENTE OR PRE-EN-MORA)
                              AND PRE-ASEGURADORA NOT = SPACES
                              AND PRE-ASEGURADORA NOT = LOW-VALUES
                              AND NOT PRE-SINIESTRO-ABIERTO
                               PERFORM 2710-ABRIR-SINIESTRO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRESTAMOS-FILE
           CLOSE CUOTAS-FILE
           CLOSE SINIESTROS-FILE.
       2700-ABRIR-FIN.
           EXIT.

       2710-ABRIR-SINIESTRO.
           PERFORM 2720-SALDO-PRESTAMO
           MOVE PRE-CBF TO SIN-CBF
           MOVE PRE-TIMESTAMP-ALTA TO SIN-TS-PREST
           MOVE 'N' TO WS-SIN-EXISTE
           READ SINIESTROS-FILE
               KEY IS SIN-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-SIN-EXISTE
           END-READ
           MOVE PRE-CBF TO SIN-CBF
           MOVE PRE-TIMESTAMP-ALTA TO SIN-TS-PREST
           MOVE PRE-ASEGURADORA TO SIN-ASEGURADORA
           MOVE WS-FECHA-HOY TO SIN-FECHA-APERTURA
           MOVE WS-ACTA-INPUT TO SIN-ACTA
           MOVE WS-SIN-CAPITAL TO SIN-SALDO-CAPITAL
           MOVE WS-SIN-INTERES TO SIN-SALDO-INTERES
           SET SIN-ABIERTO TO TRUE
           MOVE 0 TO SIN-FECHA-CIERRE
           MOVE 0 TO SIN-IMPORTE-PAGADO
           MOVE WS-STAFF-USUARIO TO SIN-USUARIO
           IF WS-SIN-EXISTE = 'S'
               REWRITE SIN-RECORD
           ELSE
               WRITE SIN-RECORD
           END-IF
           SET PRE-SINIESTRO-ABIERTO TO TRUE
           REWRITE PRE-RECORD
           ADD 1 TO WS-SINIESTROS-ABIERTOS
           COMPUTE WS-SIN-CAPITAL = WS-SIN-CAPITAL + WS-SIN-INTERES
           MOVE WS-SIN-CAPITAL TO WS-IMPORTE-DISPLAY
           DISPLAY "Siniestro abierto con " SIN-ASEGURADORA
                   " prestamo " SIN-TS-PREST
                   " saldo $ " WS-IMPORTE-DISPLAY
           MOVE "SINIESTRO SEGURO" TO WS-SEG-EVENTO
           MOVE SPACES TO WS-SEG-DETALLE
           STRING "Abierto " DELIMITED BY SIZE
                  SIN-ASEGURADORA DELIMITED BY SIZE
                  " prestamo " DELIMITED BY SIZE
                  SIN-TS-PREST DELIMITED BY SIZE
               INTO WS-SEG-DETALLE
           CALL "registrar-evento-seg" USING WS-AUD-CBF,
                WS-SEG-EVENTO, WS-SEG-DETALLE.

       2720-SALDO-PRESTAMO.
           MOVE 0 TO WS-SIN-CAPITAL
           MOVE 0 TO WS-SIN-INTERES
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
                               ADD CUO-CAPITAL TO WS-SIN-CAPITAL
                               IF CUO-VENCIMIENTO <= WS-FECHA-HOY
                                   ADD CUO-INTERES TO WS-SIN-INTERES
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Marca levantada por error: los siniestros todavia abiertos
      *    se anulan y el prestamo vuelve a cobrarse. Los ya pagados
      *    o rechazados no se tocan.
       2800-ANULAR-SINIESTROS.
           MOVE 0 TO WS-SINIESTROS-ANULADOS
           OPEN I-O SINIESTROS-FILE
           IF SINIESTROS-STATUS NOT = "00"
               GO TO 2800-ANULAR-FIN
           END-IF
           OPEN I-O PRESTAMOS-FILE
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-CBF-INPUT TO SIN-CBF
           MOVE 0 TO SIN-TS-PREST
           START SINIESTROS-FILE KEY IS >= SIN-KEY
               INVALID KEY
                   MOVE "10" TO SINIESTROS-STATUS
           END-START
           PERFORM UNTIL SINIESTROS-STATUS = "10"
               READ SINIESTROS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO SINIESTROS-STATUS
                   NOT AT END
                       IF SIN-CBF NOT = WS-CBF-INPUT
                           MOVE "10" TO SINIESTROS-STATUS
                       ELSE
                           IF SIN-ABIERTO
                               PERFORM 2810-ANULAR-SINIESTRO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SINIESTROS-FILE
           CLOSE PRESTAMOS-FILE.
       2800-ANULAR-FIN.
           EXIT.

       2810-ANULAR-SINIESTRO.
           SET SIN-ANULADO TO TRUE
           MOVE WS-FECHA-HOY TO SIN-FECHA-CIERRE
           MOVE WS-STAFF-USUARIO TO SIN-USUARIO
           REWRITE SIN-RECORD
           ADD 1 TO WS-SINIESTROS-ANULADOS
           MOVE SIN-CBF TO PRE-CBF
           MOVE SIN-TS-PREST TO PRE-TIMESTAMP-ALTA
           READ PRESTAMOS-FILE
               KEY IS PRE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO PRE-SINIESTRO
                   REWRITE PRE-RECORD
           END-READ.
