       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORMAR-CHEQUES-RECHAZADOS.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Cheques rechazados: paso del proceso nocturno que recorre
      *  rechazos-cheques.dat (lo alimentan COMPENSAR-CHEQUES y el
      *  pago de echeqs) y arma informe-cheques-rechazados.dat para
      *  la central de cheques rechazados del banco central:
      *    - renglon "A" por cada rechazo nuevo por falta de fondos o
      *      defecto formal, con el documento del librador tomado del
      *      maestro de identidad (buscar-cliente-id y
      *      leer-datos-cliente); la orden de no pagar no se informa;
      *    - renglon "R" por cada rechazo ya informado que
      *      back-office dio por regularizado (MANTENER-CHEQUES),
      *      con la fecha de pago y los dias de demora;
      *    - renglon "T" de totales al final.
      *  Al informar el alta se debita al librador la multa legal
      *  como comision ("F", memo "MULTA LEY 25730 ..."): el
      *  PARM-MULTA-CHQ-PORC por ciento del cheque, entre
      *  PARM-MULTA-CHQ-MINIMA y PARM-MULTA-CHQ-MAXIMA. Si el debito
      *  falla se reintenta en las corridas siguientes.
      *  Por ultimo recuenta los rechazos informados sin regularizar
      *  de cada cuenta y marca CLI-INHAB-CHEQUES cuando llegan a
      *  PARM-RECHAZOS-INHAB (no se le entregan chequeras nuevas),
      *  o la levanta cuando bajan del tope. El archivo queda en el
      *  manifiesto de salidas y el detalle en el reporte
      *  "cheques-rechazados".
      *  Cada registro que graba en los archivos del juego de backup
      *  queda ademas en la bitacora de imagenes posteriores
      *  (registrar-imagen), para la recuperacion hacia adelante con
      *  RECUPERAR-BITACORA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECHAZOS-FILE ASSIGN TO "rechazos-cheques.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRZ-KEY
               FILE STATUS IS RECHAZOS-STATUS.

           SELECT INFORME-FILE
               ASSIGN TO "informe-cheques-rechazados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INFORME-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECHAZOS-FILE.
       COPY "rechazo-cheque.cpy".

       FD  INFORME-FILE.
       01  INFORME-REGISTRO.
           05  INF-TIPO               PIC X(1).
           05  INF-FECHA              PIC 9(8).
           05  INF-TIPO-DOC           PIC X(3).
           05  INF-NRO-DOC            PIC X(11).
           05  INF-CBF                PIC 9(6).
           05  INF-TIPO-VALOR         PIC X(1).
           05  INF-NUMERO             PIC 9(8).
           05  INF-FECHA-RECHAZO      PIC 9(8).
           05  INF-IMPORTE            PIC 9(9)V99.
           05  INF-CAUSAL             PIC X(1).
           05  INF-FECHA-REGULARIZ    PIC 9(8).
           05  INF-DIAS-DEMORA        PIC 9(5).
       01  INFORME-TOTALES.
           05  TOT-TIPO               PIC X(1).
           05  TOT-FECHA              PIC 9(8).
           05  TOT-CANT-ALTAS         PIC 9(6).
           05  TOT-CANT-REGULARIZ     PIC 9(6).
           05  TOT-IMPORTE-ALTAS      PIC 9(13)V99.
           05  FILLER                 PIC X(35).

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  PARAMETROS-FILE.
           COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       COPY "transaccion.cpy".
       01  RECHAZOS-STATUS            PIC XX.
       01  INFORME-STATUS             PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  PARAMETROS-STATUS          PIC XX.

       01  WS-FECHA-HOY               PIC 9(8).

       01  WS-MULTA-PORC              PIC 9(3) VALUE 4.
       01  WS-MULTA-MINIMA            PIC 9(7) VALUE 1000.
       01  WS-MULTA-MAXIMA            PIC 9(7) VALUE 500000.
       01  WS-RECHAZOS-INHAB          PIC 9(3) VALUE 5.

       01  WS-CLIENTE-ID              PIC 9(8).
       01  WS-ID-ENCONTRADO           PIC 9.
       01  WS-DC-ENCONTRADO           PIC 9.
       01  WS-TIPO-DOC                PIC X(3).
       01  WS-NRO-DOC                 PIC X(11).
       01  WS-DOMICILIO               PIC X(50).
       01  WS-TELEFONO                PIC X(15).
       01  WS-FECHA-NAC               PIC 9(8).

      *    Corte de control por cuenta (la clave empieza por el CBF).
       01  WS-CBF-CORTE               PIC 9(6) VALUE 0.
       01  WS-PENDIENTES              PIC 9(5) VALUE 0.
       01  WS-PRIMERO                 PIC X(1) VALUE "S".

       01  WS-MULTA                   PIC 9(9)V99.
       01  WS-IMPORTE-DISPLAY         PIC Z(8)9.99.
       01  WS-TOTAL-ALTAS             PIC 9(6) VALUE 0.
       01  WS-TOTAL-REGULARIZ         PIC 9(6) VALUE 0.
       01  WS-TOTAL-MULTAS            PIC 9(6) VALUE 0.
       01  WS-MULTAS-IMPAGAS          PIC 9(6) VALUE 0.
       01  WS-TOTAL-INHABILITADAS     PIC 9(6) VALUE 0.
       01  WS-TOTAL-REHABILITADAS     PIC 9(6) VALUE 0.
       01  WS-SIN-DOCUMENTO           PIC 9(6) VALUE 0.
       01  WS-IMPORTE-ALTAS           PIC 9(13)V99 VALUE 0.
       01  WS-IMPORTE-MULTAS          PIC 9(13)V99 VALUE 0.

       01  WS-MAN-ARCHIVO             PIC X(30)
                              VALUE "informe-cheques-rechazados.dat".
       01  WS-MAN-CANTIDAD            PIC 9(6).
       01  WS-MAN-TOTAL               PIC S9(13)V99.

       01  WS-REP-NOMBRE              PIC X(20)
                              VALUE "cheques-rechazados".
       01  WS-REP-TITULO              PIC X(40)
                              VALUE "CHEQUES RECHAZADOS INFORMADOS".
       01  WS-REP-LINEA               PIC X(80).

       LINKAGE SECTION.
       01  LK-RESULTADO-BATCH         PIC 9.
           88  LK-BATCH-OK                VALUE 0.

       PROCEDURE DIVISION USING LK-RESULTADO-BATCH.
       0000-MAINLINE.
           MOVE 0 TO LK-RESULTADO-BATCH
           PERFORM 1000-INICIALIZAR
           IF LK-BATCH-OK
               PERFORM 2000-RECORRER-RECHAZOS
           END-IF
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  INFORME DE CHEQUES RECHAZADOS".
           DISPLAY "==========================================".
           MOVE "Altas, regularizaciones, multas e inhabilitaciones"
               TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 1100-LEER-PARAMETROS

           COPY "cargar-rutas.cpy".
           OPEN I-O RECHAZOS-FILE
           IF RECHAZOS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT RECHAZOS-FILE
               CLOSE RECHAZOS-FILE
               OPEN I-O RECHAZOS-FILE
           END-IF
           IF RECHAZOS-STATUS NOT = "00" AND NOT = "05"
               DISPLAY "ERROR al abrir rechazos-cheques.dat: "
                       RECHAZOS-STATUS
               MOVE 1 TO LK-RESULTADO-BATCH
           END-IF
           OPEN I-O CUENTAS-FILE
           IF CUENTAS-STATUS NOT = "00"
               DISPLAY "ERROR al abrir cuentas: " CUENTAS-STATUS
               MOVE 1 TO LK-RESULTADO-BATCH
           END-IF
           OPEN OUTPUT INFORME-FILE.

       1100-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-MULTA-CHQ-PORC IS NUMERIC
                          AND PARM-MULTA-CHQ-PORC > 0
                           MOVE PARM-MULTA-CHQ-PORC TO WS-MULTA-PORC
                       END-IF
                       IF PARM-MULTA-CHQ-MINIMA IS NUMERIC
                          AND PARM-MULTA-CHQ-MINIMA > 0
                           MOVE PARM-MULTA-CHQ-MINIMA
                               TO WS-MULTA-MINIMA
                       END-IF
                       IF PARM-MULTA-CHQ-MAXIMA IS NUMERIC
                          AND PARM-MULTA-CHQ-MAXIMA > 0
                           MOVE PARM-MULTA-CHQ-MAXIMA
                               TO WS-MULTA-MAXIMA
                       END-IF
                       IF PARM-RECHAZOS-INHAB IS NUMERIC
                          AND PARM-RECHAZOS-INHAB > 0
                           MOVE PARM-RECHAZOS-INHAB
                               TO WS-RECHAZOS-INHAB
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF.

       2000-RECORRER-RECHAZOS.
           MOVE LOW-VALUES TO CRZ-KEY
           START RECHAZOS-FILE KEY IS >= CRZ-KEY
               INVALID KEY
                   MOVE "10" TO RECHAZOS-STATUS
           END-START
           PERFORM UNTIL RECHAZOS-STATUS = "10"
               READ RECHAZOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO RECHAZOS-STATUS
                   NOT AT END
                       PERFORM 2100-PROCESAR-RECHAZO
               END-READ
           END-PERFORM
           IF WS-PRIMERO NOT = "S"
               PERFORM 2700-ACTUALIZAR-CUENTA
           END-IF.

       2100-PROCESAR-RECHAZO.
           IF WS-PRIMERO = "S"
               MOVE CRZ-CBF TO WS-CBF-CORTE
               MOVE "N" TO WS-PRIMERO
           END-IF
           IF CRZ-CBF NOT = WS-CBF-CORTE
               PERFORM 2700-ACTUALIZAR-CUENTA
               MOVE CRZ-CBF TO WS-CBF-CORTE
               MOVE 0 TO WS-PENDIENTES
           END-IF

           IF CRZ-INFORMABLE
               IF CRZ-FECHA-INFORMADO = 0
                   PERFORM 2200-INFORMAR-ALTA
               ELSE
                   IF CRZ-TS-MULTA = 0 AND CRZ-MULTA > 0
                       PERFORM 2400-DEBITAR-MULTA
                   END-IF
               END-IF
               IF CRZ-REGULARIZADO-SI
                   IF CRZ-FECHA-INF-REGULARIZ = 0
                       PERFORM 2500-INFORMAR-REGULARIZACION
                   END-IF
               ELSE
                   ADD 1 TO WS-PENDIENTES
               END-IF
               REWRITE CRZ-RECORD
           END-IF.

      *    El documento sale del maestro de identidad de la persona;
      *    un librador sin documento igual se informa (en blanco) y
      *    queda contado para que back-office lo complete.
       2200-INFORMAR-ALTA.
           MOVE SPACES TO WS-TIPO-DOC
           MOVE SPACES TO WS-NRO-DOC
           CALL "buscar-cliente-id" USING CRZ-CBF, WS-CLIENTE-ID,
                WS-ID-ENCONTRADO
           IF WS-ID-ENCONTRADO = 1
               CALL "leer-datos-cliente" USING WS-CLIENTE-ID,
                    WS-TIPO-DOC, WS-NRO-DOC, WS-DOMICILIO,
                    WS-TELEFONO, WS-FECHA-NAC, WS-DC-ENCONTRADO
           END-IF
           IF WS-NRO-DOC = SPACES
               ADD 1 TO WS-SIN-DOCUMENTO
           END-IF
           MOVE WS-TIPO-DOC TO CRZ-TIPO-DOC
           MOVE WS-NRO-DOC TO CRZ-NRO-DOC
           MOVE WS-FECHA-HOY TO CRZ-FECHA-INFORMADO

           MOVE "A" TO INF-TIPO
           MOVE 0 TO INF-FECHA-REGULARIZ
           MOVE 0 TO INF-DIAS-DEMORA
           PERFORM 2900-GRABAR-RENGLON
           ADD 1 TO WS-TOTAL-ALTAS
           ADD CRZ-IMPORTE TO WS-IMPORTE-ALTAS

           PERFORM 2300-CALCULAR-MULTA
           PERFORM 2400-DEBITAR-MULTA.

       2300-CALCULAR-MULTA.
           COMPUTE WS-MULTA ROUNDED =
               CRZ-IMPORTE * WS-MULTA-PORC / 100
           IF WS-MULTA < WS-MULTA-MINIMA
               MOVE WS-MULTA-MINIMA TO WS-MULTA
           END-IF
           IF WS-MULTA > WS-MULTA-MAXIMA
               MOVE WS-MULTA-MAXIMA TO WS-MULTA
           END-IF
           MOVE WS-MULTA TO CRZ-MULTA.

      *    La multa va como comision contra la cuenta del librador;
      *    si no hay saldo queda pendiente y se reintenta cada noche.
       2400-DEBITAR-MULTA.
           MOVE CRZ-CBF TO P-CBF
           MOVE "F" TO P-DESCRIPCION
           MOVE CRZ-MULTA TO P-IMPORTE
           MOVE SPACES TO P-MONEDA
           MOVE 0 TO P-REF-KEY
           MOVE "N" TO P-OVERRIDE
           MOVE SPACES TO P-MEMO
           STRING "MULTA LEY 25730 " DELIMITED BY SIZE
                  CRZ-TIPO-VALOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CRZ-NUMERO DELIMITED BY SIZE
               INTO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO
           MOVE CRZ-MULTA TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           IF RESULTADO = 0
               MOVE P-TIMESTAMP TO CRZ-TS-MULTA
               ADD 1 TO WS-TOTAL-MULTAS
               ADD CRZ-MULTA TO WS-IMPORTE-MULTAS
               STRING CRZ-CBF DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CRZ-TIPO-VALOR DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CRZ-NUMERO DELIMITED BY SIZE
                      " MULTA DEBITADA $ " DELIMITED BY SIZE
                      WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                   INTO WS-REP-LINEA
           ELSE
               ADD 1 TO WS-MULTAS-IMPAGAS
               STRING CRZ-CBF DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CRZ-TIPO-VALOR DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CRZ-NUMERO DELIMITED BY SIZE
                      " MULTA PENDIENTE $ " DELIMITED BY SIZE
                      WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                   INTO WS-REP-LINEA
           END-IF
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

      *    Si el rechazo se regularizo antes de informarse, el alta
      *    ya salio en esta misma corrida (2200), antes que la
      *    regularizacion: el registro no acepta una sin la otra.
       2500-INFORMAR-REGULARIZACION.
           MOVE WS-FECHA-HOY TO CRZ-FECHA-INF-REGULARIZ
           MOVE "R" TO INF-TIPO
           MOVE CRZ-FECHA-REGULARIZ TO INF-FECHA-REGULARIZ
           COMPUTE INF-DIAS-DEMORA =
               FUNCTION INTEGER-OF-DATE(CRZ-FECHA-REGULARIZ)
               - FUNCTION INTEGER-OF-DATE(CRZ-FECHA-RECHAZO)
           PERFORM 2900-GRABAR-RENGLON
           ADD 1 TO WS-TOTAL-REGULARIZ.

      *    Inhabilitacion por acumulacion de rechazos sin regularizar;
      *    se levanta sola cuando regulariza hasta quedar bajo el tope.
       2700-ACTUALIZAR-CUENTA.
           MOVE WS-CBF-CORTE TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WS-PENDIENTES >= WS-RECHAZOS-INHAB
                            AND NOT CLI-INHAB-CHEQUES-SI
                           SET CLI-INHAB-CHEQUES-SI TO TRUE
                           REWRITE REGISTRO-CLIENTE
                           IF CUENTAS-STATUS = "00"
                               CALL "registrar-imagen" USING "CUENTAS ",
                                    "R", REGISTRO-CLIENTE
                           END-IF
                           ADD 1 TO WS-TOTAL-INHABILITADAS
                           MOVE SPACES TO WS-REP-LINEA
                           STRING CLI-CBF DELIMITED BY SIZE
                                  " INHABILITADA PARA CHEQUERAS ("
                                      DELIMITED BY SIZE
                                  WS-PENDIENTES DELIMITED BY SIZE
                                  " rechazos sin regularizar)"
                                      DELIMITED BY SIZE
                               INTO WS-REP-LINEA
                           CALL "escribir-reporte" USING "L",
                                WS-REP-NOMBRE, WS-REP-TITULO,
                                WS-REP-LINEA
                       WHEN WS-PENDIENTES < WS-RECHAZOS-INHAB
                            AND CLI-INHAB-CHEQUES-SI
                           MOVE SPACE TO CLI-INHAB-CHEQUES
                           REWRITE REGISTRO-CLIENTE
                           IF CUENTAS-STATUS = "00"
                               CALL "registrar-imagen" USING "CUENTAS ",
                                    "R", REGISTRO-CLIENTE
                           END-IF
                           ADD 1 TO WS-TOTAL-REHABILITADAS
                           MOVE SPACES TO WS-REP-LINEA
                           STRING CLI-CBF DELIMITED BY SIZE
                                  " REHABILITADA PARA CHEQUERAS"
                                      DELIMITED BY SIZE
                               INTO WS-REP-LINEA
                           CALL "escribir-reporte" USING "L",
                                WS-REP-NOMBRE, WS-REP-TITULO,
                                WS-REP-LINEA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       2900-GRABAR-RENGLON.
           MOVE WS-FECHA-HOY TO INF-FECHA
           MOVE CRZ-TIPO-DOC TO INF-TIPO-DOC
           MOVE CRZ-NRO-DOC TO INF-NRO-DOC
           MOVE CRZ-CBF TO INF-CBF
           MOVE CRZ-TIPO-VALOR TO INF-TIPO-VALOR
           MOVE CRZ-NUMERO TO INF-NUMERO
           MOVE CRZ-FECHA-RECHAZO TO INF-FECHA-RECHAZO
           MOVE CRZ-IMPORTE TO INF-IMPORTE
           MOVE CRZ-CAUSAL TO INF-CAUSAL
           WRITE INFORME-REGISTRO
           MOVE CRZ-IMPORTE TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING INF-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CRZ-CBF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CRZ-TIPO-VALOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CRZ-NUMERO DELIMITED BY SIZE
                  " DOC " DELIMITED BY SIZE
                  CRZ-NRO-DOC DELIMITED BY SIZE
                  " CAUSAL " DELIMITED BY SIZE
                  CRZ-CAUSAL DELIMITED BY SIZE
                  " $ " DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       9000-FINALIZAR.
           IF LK-BATCH-OK
               MOVE SPACES TO INFORME-TOTALES
               MOVE "T" TO TOT-TIPO
               MOVE WS-FECHA-HOY TO TOT-FECHA
               MOVE WS-TOTAL-ALTAS TO TOT-CANT-ALTAS
               MOVE WS-TOTAL-REGULARIZ TO TOT-CANT-REGULARIZ
               MOVE WS-IMPORTE-ALTAS TO TOT-IMPORTE-ALTAS
               WRITE INFORME-TOTALES
      *        Entrada en el manifiesto de salidas: el envio al
      *        registro se confirma en GESTIONAR-MANIFIESTO.
               COMPUTE WS-MAN-CANTIDAD =
                   WS-TOTAL-ALTAS + WS-TOTAL-REGULARIZ
               MOVE WS-IMPORTE-ALTAS TO WS-MAN-TOTAL
               CALL "registrar-manifiesto" USING WS-MAN-ARCHIVO,
                    WS-FECHA-HOY, WS-MAN-CANTIDAD, WS-MAN-TOTAL
           END-IF
           CLOSE RECHAZOS-FILE
           CLOSE CUENTAS-FILE
           CLOSE INFORME-FILE
           DISPLAY "------------------------------------------".
           DISPLAY "Rechazos informados:     " WS-TOTAL-ALTAS.
           DISPLAY "Regularizaciones:        " WS-TOTAL-REGULARIZ.
           DISPLAY "Multas debitadas:        " WS-TOTAL-MULTAS.
           DISPLAY "Multas pendientes:       " WS-MULTAS-IMPAGAS.
           DISPLAY "Cuentas inhabilitadas:   " WS-TOTAL-INHABILITADAS.
           DISPLAY "Cuentas rehabilitadas:   " WS-TOTAL-REHABILITADAS.
           DISPLAY "Libradores sin documento:" WS-SIN-DOCUMENTO.
           DISPLAY "==========================================".
           MOVE SPACES TO WS-REP-LINEA
           STRING "Informados " DELIMITED BY SIZE
                  WS-TOTAL-ALTAS DELIMITED BY SIZE
                  " - Regularizados " DELIMITED BY SIZE
                  WS-TOTAL-REGULARIZ DELIMITED BY SIZE
                  " - Multas " DELIMITED BY SIZE
                  WS-TOTAL-MULTAS DELIMITED BY SIZE
                  " - Inhabilitadas " DELIMITED BY SIZE
                  WS-TOTAL-INHABILITADAS DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.
