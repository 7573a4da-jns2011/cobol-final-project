       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcular-impuesto-dyc.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: liquida el impuesto a los
      *              debitos y creditos bancarios de un movimiento
      *              recien posteado. Lo llama crear-transaccion, que
      *              postea el impuesto devuelto como movimiento "X"
      *              propio enlazado al original. Gravan los debitos
      *              y creditos de cuenta corriente; la caja de
      *              ahorro solo por lo que excede en el mes el tope
      *              exento (PARM-TOPE-EXENTO-CA). No gravan los
      *              reversos, el impuesto mismo ni las retenciones
      *              ("R", "X", "W"), los creditos de haberes, los
      *              movimientos entre cuentas del mismo titular
      *              (cambio de divisas, barridos y transferencia a
      *              cuenta propia) ni los movimientos alcanzados por un
      *              certificado de exencion vigente a la fecha
      *              contable (certificados-exencion.dat).
      *              LK-BASE devuelve la base gravada con el signo
      *              del movimiento y LK-IMPUESTO el impuesto a
      *              debitar (cero si no corresponde).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERTIFICADOS-FILE
               ASSIGN TO "certificados-exencion.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEX-KEY
               FILE STATUS IS CERTIFICADOS-STATUS.

           SELECT ACUMULADO-FILE ASSIGN TO "acumulado-impuesto-dyc.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACU-KEY
               FILE STATUS IS ACUMULADO-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERTIFICADOS-FILE.
       COPY "certificado-exencion.cpy".

       FD  ACUMULADO-FILE.
       COPY "acumulado-impuesto-dyc.cpy".

       FD  PARAMETROS-FILE.
       COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       01  CERTIFICADOS-STATUS        PIC XX.
       01  ACUMULADO-STATUS           PIC XX.
       01  PARAMETROS-STATUS          PIC XX.

       01  WS-ALIC-DEBITO             PIC 9(3) VALUE 60.
       01  WS-ALIC-CREDITO            PIC 9(3) VALUE 60.
       01  WS-ALICUOTA                PIC 9(3).
       01  WS-TOPE-EXENTO             PIC 9(7) VALUE 1000000.

       01  WS-SEGUIR                  PIC X VALUE 'S'.
       01  WS-IMPORTE-ABS             PIC S9(9)V99.
       01  WS-GRAVADO                 PIC S9(9)V99.
       01  WS-VOLUMEN-ANTERIOR        PIC S9(13)V99.
       01  WS-VOLUMEN-NUEVO           PIC S9(13)V99.
       01  WS-PISO-GRAVADO            PIC S9(13)V99.
       01  WS-PERIODO                 PIC 9(6).

       LINKAGE SECTION.
       01  LK-CBF                     PIC 9(6).
       01  LK-CODIGO                  PIC X(2).
       01  LK-IMPORTE                 PIC S9(9)V99.
       01  LK-MEMO                    PIC X(40).
       01  LK-TIPO-CUENTA             PIC X(1).
       01  LK-FECHA-CONTABLE          PIC 9(8).
       01  LK-BASE                    PIC S9(9)V99.
       01  LK-IMPUESTO                PIC S9(9)V99.

       PROCEDURE DIVISION USING LK-CBF, LK-CODIGO, LK-IMPORTE,
                                 LK-MEMO, LK-TIPO-CUENTA,
                                 LK-FECHA-CONTABLE, LK-BASE,
                                 LK-IMPUESTO.
       0000-MAINLINE.
           MOVE 0 TO LK-BASE
           MOVE 0 TO LK-IMPUESTO
           MOVE 'S' TO WS-SEGUIR
           PERFORM 1000-VERIFICAR-ALCANCE
           IF WS-SEGUIR = 'S'
               PERFORM 2000-VERIFICAR-CERTIFICADO
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM 1100-LEER-PARAMETROS
               PERFORM 3000-DETERMINAR-BASE
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM 4000-LIQUIDAR
           END-IF
           GOBACK.

      *    Movimientos fuera del alcance del impuesto: los que no
      *    mueven fondos de terceros (reverso, el impuesto mismo, las
      *    retenciones impositivas), los creditos de haberes y los
      *    movimientos entre cuentas del mismo titular, que los
      *    llamadores marcan en el memo.
       1000-VERIFICAR-ALCANCE.
           IF LK-IMPORTE = 0
              OR LK-CODIGO = "R" OR LK-CODIGO = "X"
              OR LK-CODIGO = "W"
               MOVE 'N' TO WS-SEGUIR
           END-IF
           IF LK-IMPORTE > 0 AND LK-MEMO(1:13) = "HABERES EMPL "
               MOVE 'N' TO WS-SEGUIR
           END-IF
           IF LK-MEMO(1:18) = "CAMBIO DIVISAS TC "
              OR LK-MEMO(1:17) = "TRANSF CTA PROPIA"
              OR LK-MEMO(1:18) = "BARRIDO AUTOMATICO"
               MOVE 'N' TO WS-SEGUIR
           END-IF
           IF LK-MEMO(1:15) = "TRANSF CONV TC "
              AND LK-MEMO(26:7) = " PROPIA"
               MOVE 'N' TO WS-SEGUIR
           END-IF
           IF LK-TIPO-CUENTA NOT = "C" AND LK-TIPO-CUENTA NOT = "A"
               MOVE 'N' TO WS-SEGUIR
           END-IF.

       1100-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-ALIC-DYC-DEB IS NUMERIC
                           MOVE PARM-ALIC-DYC-DEB TO WS-ALIC-DEBITO
                       END-IF
                       IF PARM-ALIC-DYC-CRED IS NUMERIC
                           MOVE PARM-ALIC-DYC-CRED TO WS-ALIC-CREDITO
                       END-IF
                       IF PARM-TOPE-EXENTO-CA IS NUMERIC
                          AND PARM-TOPE-EXENTO-CA > 0
                           MOVE PARM-TOPE-EXENTO-CA TO WS-TOPE-EXENTO
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF.

      *    Un certificado vigente de la cuenta cuya vigencia cubre la
      *    fecha contable y cuyo alcance incluye el sentido del
      *    movimiento lo exime. Los certificados anulados no cuentan.
       2000-VERIFICAR-CERTIFICADO.
           OPEN INPUT CERTIFICADOS-FILE
           IF CERTIFICADOS-STATUS = "00"
               MOVE LK-CBF TO CEX-CBF
               MOVE 0 TO CEX-DESDE
               START CERTIFICADOS-FILE KEY IS >= CEX-KEY
                   INVALID KEY
                       MOVE "10" TO CERTIFICADOS-STATUS
               END-START
               PERFORM 2050-RECORRER-CERTIFICADOS
                   UNTIL CERTIFICADOS-STATUS NOT = "00"
                      OR WS-SEGUIR = 'N'
               CLOSE CERTIFICADOS-FILE
           END-IF.

       2050-RECORRER-CERTIFICADOS.
           READ CERTIFICADOS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO CERTIFICADOS-STATUS
               NOT AT END
                   IF CEX-CBF NOT = LK-CBF
                      OR CEX-DESDE > LK-FECHA-CONTABLE
                       MOVE "10" TO CERTIFICADOS-STATUS
                   ELSE
                       PERFORM 2100-EVALUAR-CERTIFICADO
                   END-IF
           END-READ.

       2100-EVALUAR-CERTIFICADO.
           IF CEX-VIGENTE AND CEX-HASTA >= LK-FECHA-CONTABLE
               IF CEX-ALCANCE-AMBOS
                  OR (CEX-ALCANCE-DEBITOS AND LK-IMPORTE < 0)
                  OR (CEX-ALCANCE-CREDITOS AND LK-IMPORTE > 0)
                   MOVE 'N' TO WS-SEGUIR
               END-IF
           END-IF.

      *    Cuenta corriente: grava el importe completo. Caja de
      *    ahorro: se acumula el volumen del mes (por periodo de la
      *    fecha contable) y grava solo la porcion que queda por
      *    encima del tope exento.
       3000-DETERMINAR-BASE.
           IF LK-IMPORTE < 0
               COMPUTE WS-IMPORTE-ABS = 0 - LK-IMPORTE
           ELSE
               MOVE LK-IMPORTE TO WS-IMPORTE-ABS
           END-IF
           IF LK-TIPO-CUENTA = "C"
               MOVE WS-IMPORTE-ABS TO WS-GRAVADO
           ELSE
               PERFORM 3100-ACUMULAR-CAJA-AHORRO
           END-IF
           IF WS-GRAVADO = 0
               MOVE 'N' TO WS-SEGUIR
           END-IF.

       3100-ACUMULAR-CAJA-AHORRO.
           MOVE 0 TO WS-GRAVADO
           MOVE LK-FECHA-CONTABLE(1:6) TO WS-PERIODO
           OPEN I-O ACUMULADO-FILE
           IF ACUMULADO-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT ACUMULADO-FILE
               CLOSE ACUMULADO-FILE
               OPEN I-O ACUMULADO-FILE
           END-IF
           MOVE LK-CBF TO ACU-CBF
           MOVE WS-PERIODO TO ACU-PERIODO
           READ ACUMULADO-FILE
               KEY IS ACU-KEY
               INVALID KEY
                   MOVE 0 TO WS-VOLUMEN-ANTERIOR
               NOT INVALID KEY
                   MOVE ACU-VOLUMEN TO WS-VOLUMEN-ANTERIOR
           END-READ
           COMPUTE WS-VOLUMEN-NUEVO =
               WS-VOLUMEN-ANTERIOR + WS-IMPORTE-ABS
           IF WS-VOLUMEN-NUEVO > WS-TOPE-EXENTO
               IF WS-VOLUMEN-ANTERIOR > WS-TOPE-EXENTO
                   MOVE WS-VOLUMEN-ANTERIOR TO WS-PISO-GRAVADO
               ELSE
                   MOVE WS-TOPE-EXENTO TO WS-PISO-GRAVADO
               END-IF
               COMPUTE WS-GRAVADO =
                   WS-VOLUMEN-NUEVO - WS-PISO-GRAVADO
           END-IF
           MOVE WS-VOLUMEN-NUEVO TO ACU-VOLUMEN
           IF ACUMULADO-STATUS = "23"
               MOVE WS-GRAVADO TO ACU-GRAVADO
               WRITE ACU-RECORD
           ELSE
               ADD WS-GRAVADO TO ACU-GRAVADO
               REWRITE ACU-RECORD
           END-IF
           CLOSE ACUMULADO-FILE.

       4000-LIQUIDAR.
           IF LK-IMPORTE < 0
               MOVE WS-ALIC-DEBITO TO WS-ALICUOTA
               COMPUTE LK-BASE = 0 - WS-GRAVADO
           ELSE
               MOVE WS-ALIC-CREDITO TO WS-ALICUOTA
               MOVE WS-GRAVADO TO LK-BASE
           END-IF
           COMPUTE LK-IMPUESTO ROUNDED =
               WS-GRAVADO * WS-ALICUOTA / 10000.
