       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONCILIAR-CORRESPONSAL.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Conciliacion de la cuenta nostro en dolares contra el
      *  extracto diario del banco corresponsal
      *  (corresponsal-extracto.dat, un renglon por movimiento con
      *  fecha, referencia, debito/credito e importe). El libro propio
      *  de la cuenta (libro-nostro.dat) lleva los debitos esperados
      *  por cada transferencia enviada (GENERAR-INTERNACIONALES) y
      *  los fondeos y ajustes de tesoreria (MANTENER-NOSTRO).
      *  El batch:
      *    - carga en memoria las partidas pendientes del libro;
      *    - aparea el extracto renglon por renglon contra ellas por
      *      referencia, sentido e importe, y marca conciliada (C)
      *      cada partida apareada; el debito del importe de una
      *      transferencia deja ademas la orden TI-CONCILIADA;
      *    - denuncia cada diferencia: movimiento del extracto sin
      *      partida en el libro, referencia conocida con otro
      *      importe, y partida pendiente anterior a la fecha del
      *      extracto (enviada que el corresponsal no debito, o
      *      fondeo que no se acredito);
      *    - escribe el reporte via escribir-reporte y, si las
      *      diferencias superan la tolerancia PARM-TOLERANCIA-RECON,
      *      devuelve fallo para que PROCESO-NOCTURNO corte la
      *      corrida.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOSTRO-FILE ASSIGN TO "libro-nostro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NO-KEY
               FILE STATUS IS NOSTRO-STATUS.

           SELECT TRANSF-INTL-FILE
               ASSIGN TO "transferencias-internacionales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-KEY
               FILE STATUS IS TRANSF-INTL-STATUS.

           SELECT EXTRACTO-FILE ASSIGN TO "corresponsal-extracto.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACTO-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOSTRO-FILE.
       COPY "movimiento-nostro.cpy".

       FD  TRANSF-INTL-FILE.
       COPY "transferencia-internacional.cpy".

       FD  EXTRACTO-FILE.
       01  EXTRACTO-REGISTRO.
           05  EXT-FECHA              PIC 9(8).
           05  EXT-REFERENCIA         PIC X(20).
           05  EXT-SENTIDO            PIC X(1).
               88  EXT-DEBITO         VALUE "D".
               88  EXT-CREDITO        VALUE "C".
           05  EXT-IMPORTE            PIC 9(11)V99.
           05  EXT-CONCEPTO           PIC X(30).

       FD  PARAMETROS-FILE.
           COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       01  NOSTRO-STATUS              PIC XX.
       01  TRANSF-INTL-STATUS         PIC XX.
       01  EXTRACTO-STATUS            PIC XX.
       01  PARAMETROS-STATUS          PIC XX.

       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-FECHA-CORTE             PIC 9(8) VALUE 0.
       01  WS-TOLERANCIA              PIC 9(4) VALUE 0.

      *    Partidas pendientes del libro, cargadas en memoria para el
      *    apareo contra el extracto y para denunciar al final las
      *    que el corresponsal no movio.
       01  WS-PARTIDAS-PEND.
           05  WS-PAR-ENTRY OCCURS 2000 TIMES.
               10  WS-PAR-KEY.
                   15  WS-PAR-TIMESTAMP   PIC 9(14).
                   15  WS-PAR-TIPO        PIC X(1).
                   15  WS-PAR-REFERENCIA  PIC X(20).
               10  WS-PAR-IMPORTE     PIC S9(11)V99.
               10  WS-PAR-APAREADA    PIC X(1).
       01  WS-CANT-PARTIDAS           PIC 9(4) VALUE 0.
       01  WS-IDX-PAR                 PIC 9(4).
       01  WS-IDX-OTRO-IMPORTE        PIC 9(4).
       01  WS-PAR-HALLADA             PIC X.

       01  WS-IMPORTE-SIGNADO         PIC S9(11)V99.
       01  WS-SALDO-LIBRO             PIC S9(13)V99 VALUE 0.
       01  WS-CANT-EXTRACTO           PIC 9(6) VALUE 0.
       01  WS-NETO-EXTRACTO           PIC S9(13)V99 VALUE 0.
       01  WS-CANT-CONCILIADAS        PIC 9(6) VALUE 0.
       01  WS-CANT-DIFERENCIAS        PIC 9(6) VALUE 0.
       01  WS-IMPORTE-DISPLAY         PIC -Z(10).99.
       01  WS-TOTAL-DISPLAY           PIC -Z(12).99.

       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "recon-corresponsal".
       01  WS-REP-TITULO              PIC X(40)
                                 VALUE "CONCILIACION CUENTA NOSTRO USD".
       01  WS-REP-LINEA               PIC X(80).

       LINKAGE SECTION.
       01  LK-RESULTADO-BATCH         PIC 9.
           88  LK-BATCH-OK                VALUE 0.

       PROCEDURE DIVISION USING LK-RESULTADO-BATCH.
       0000-MAINLINE.
           MOVE 0 TO LK-RESULTADO-BATCH
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-CARGAR-PARTIDAS
           PERFORM 3000-APAREAR-EXTRACTO
           PERFORM 4000-MARCAR-CONCILIADAS
           PERFORM 5000-PARTIDAS-ABIERTAS
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  CONCILIACION CUENTA NOSTRO - CORRESPONSAL".
           DISPLAY "==========================================".
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE "Diferencias contra el extracto del corresponsal"
               TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           PERFORM 1100-LEER-TOLERANCIA
           OPEN I-O NOSTRO-FILE
           IF NOSTRO-STATUS NOT = "00"
               DISPLAY "No hay libro de la cuenta nostro."
               MOVE "10" TO NOSTRO-STATUS
           END-IF
           OPEN INPUT EXTRACTO-FILE
           IF EXTRACTO-STATUS NOT = "00"
               DISPLAY "No llego el extracto del corresponsal: toda"
                       " partida anterior a hoy quedara como"
                       " diferencia."
               MOVE "10" TO EXTRACTO-STATUS
               MOVE WS-FECHA-HOY TO WS-FECHA-CORTE
           END-IF.

       1100-LEER-TOLERANCIA.
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-TOLERANCIA-RECON IS NUMERIC
                           MOVE PARM-TOLERANCIA-RECON
                               TO WS-TOLERANCIA
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF
           DISPLAY "Tolerancia de diferencias: " WS-TOLERANCIA.

      *    Una sola pasada por el libro: saldo segun libro y partidas
      *    pendientes en memoria.
       2000-CARGAR-PARTIDAS.
           IF NOSTRO-STATUS NOT = "10"
               MOVE LOW-VALUES TO NO-KEY
               START NOSTRO-FILE KEY IS >= NO-KEY
                   INVALID KEY
                       MOVE "10" TO NOSTRO-STATUS
               END-START
           END-IF

           PERFORM UNTIL NOSTRO-STATUS = "10"
               READ NOSTRO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO NOSTRO-STATUS
                   NOT AT END
                       PERFORM 2100-ACUMULAR-PARTIDA
               END-READ
           END-PERFORM.

       2100-ACUMULAR-PARTIDA.
           ADD NO-IMPORTE TO WS-SALDO-LIBRO
           IF NO-PENDIENTE
               IF WS-CANT-PARTIDAS < 2000
                   ADD 1 TO WS-CANT-PARTIDAS
                   MOVE NO-KEY TO WS-PAR-KEY(WS-CANT-PARTIDAS)
                   MOVE NO-IMPORTE
                       TO WS-PAR-IMPORTE(WS-CANT-PARTIDAS)
                   MOVE 'N' TO WS-PAR-APAREADA(WS-CANT-PARTIDAS)
               ELSE
                   DISPLAY "AVISO: mas de 2000 partidas pendientes,"
                           " las excedentes no se aparean."
               END-IF
           END-IF.

       3000-APAREAR-EXTRACTO.
           PERFORM UNTIL EXTRACTO-STATUS = "10"
               READ EXTRACTO-FILE
                   AT END
                       MOVE "10" TO EXTRACTO-STATUS
                   NOT AT END
                       PERFORM 3100-APAREAR-ITEM
               END-READ
           END-PERFORM.

      *    Un mismo envio trae dos debitos con la misma referencia
      *    (importe y gastos): se aparea por referencia, sentido e
      *    importe; si solo coinciden referencia y sentido es una
      *    diferencia de importe.
       3100-APAREAR-ITEM.
           ADD 1 TO WS-CANT-EXTRACTO
           IF EXT-FECHA > WS-FECHA-CORTE
               MOVE EXT-FECHA TO WS-FECHA-CORTE
           END-IF
           IF EXT-DEBITO
               COMPUTE WS-IMPORTE-SIGNADO = 0 - EXT-IMPORTE
           ELSE
               MOVE EXT-IMPORTE TO WS-IMPORTE-SIGNADO
           END-IF
           ADD WS-IMPORTE-SIGNADO TO WS-NETO-EXTRACTO
           MOVE 'N' TO WS-PAR-HALLADA
           MOVE 0 TO WS-IDX-OTRO-IMPORTE
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR > WS-CANT-PARTIDAS
               IF WS-PAR-APAREADA(WS-IDX-PAR) = 'N'
                  AND WS-PAR-REFERENCIA(WS-IDX-PAR) = EXT-REFERENCIA
                   IF WS-PAR-IMPORTE(WS-IDX-PAR) = WS-IMPORTE-SIGNADO
                       MOVE 'S' TO WS-PAR-HALLADA
                       MOVE 'S' TO WS-PAR-APAREADA(WS-IDX-PAR)
                       MOVE WS-CANT-PARTIDAS TO WS-IDX-PAR
                   ELSE
                       IF WS-IDX-OTRO-IMPORTE = 0
                          AND ((EXT-DEBITO
                                AND WS-PAR-IMPORTE(WS-IDX-PAR) < 0)
                            OR (EXT-CREDITO
                                AND WS-PAR-IMPORTE(WS-IDX-PAR) > 0))
                           MOVE WS-IDX-PAR TO WS-IDX-OTRO-IMPORTE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PAR-HALLADA = 'N'
               MOVE WS-IMPORTE-SIGNADO TO WS-IMPORTE-DISPLAY
               MOVE SPACES TO WS-REP-LINEA
               IF WS-IDX-OTRO-IMPORTE > 0
                   MOVE WS-PAR-IMPORTE(WS-IDX-OTRO-IMPORTE)
                       TO WS-TOTAL-DISPLAY
                   STRING "DIFERENCIA IMPORTE   " DELIMITED BY SIZE
                          EXT-REFERENCIA DELIMITED BY SIZE
                          " extr " DELIMITED BY SIZE
                          WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                          " libro " DELIMITED BY SIZE
                          WS-TOTAL-DISPLAY DELIMITED BY SIZE
                       INTO WS-REP-LINEA
               ELSE
                   STRING "SIN PARTIDA EN LIBRO " DELIMITED BY SIZE
                          EXT-REFERENCIA DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          EXT-FECHA DELIMITED BY SIZE
                          " USD " DELIMITED BY SIZE
                          WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                       INTO WS-REP-LINEA
               END-IF
               PERFORM 3900-DENUNCIAR-DIFERENCIA
           END-IF.

       3900-DENUNCIAR-DIFERENCIA.
           ADD 1 TO WS-CANT-DIFERENCIAS
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

      *    Las partidas apareadas quedan conciliadas con la fecha de
      *    hoy; el debito del importe de una transferencia concilia
      *    tambien la orden (la referencia es su clave).
       4000-MARCAR-CONCILIADAS.
           OPEN I-O TRANSF-INTL-FILE
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR > WS-CANT-PARTIDAS
               IF WS-PAR-APAREADA(WS-IDX-PAR) = 'S'
                   PERFORM 4100-CONCILIAR-PARTIDA
               END-IF
           END-PERFORM
           CLOSE TRANSF-INTL-FILE.

       4100-CONCILIAR-PARTIDA.
           MOVE WS-PAR-KEY(WS-IDX-PAR) TO NO-KEY
           READ NOSTRO-FILE
               KEY IS NO-KEY
               INVALID KEY
                   DISPLAY "ERROR al releer la partida "
                           WS-PAR-REFERENCIA(WS-IDX-PAR)
               NOT INVALID KEY
                   SET NO-CONCILIADO TO TRUE
                   MOVE WS-FECHA-HOY TO NO-FECHA-CONCILIACION
                   REWRITE NO-RECORD
                   ADD 1 TO WS-CANT-CONCILIADAS
           END-READ
           IF WS-PAR-TIPO(WS-IDX-PAR) = "E"
              AND TRANSF-INTL-STATUS = "00"
               MOVE WS-PAR-REFERENCIA(WS-IDX-PAR) TO TI-KEY
               READ TRANSF-INTL-FILE
                   KEY IS TI-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET TI-CONCILIADA TO TRUE
                       REWRITE TI-RECORD
               END-READ
           END-IF.

      *    Partidas que siguen abiertas despues del apareo y que son
      *    anteriores a la fecha del extracto: el corresponsal ya
      *    tendria que haberlas movido.
       5000-PARTIDAS-ABIERTAS.
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR > WS-CANT-PARTIDAS
               IF WS-PAR-APAREADA(WS-IDX-PAR) = 'N'
                  AND WS-PAR-TIMESTAMP(WS-IDX-PAR) (1:8)
                      < WS-FECHA-CORTE
                   MOVE WS-PAR-IMPORTE(WS-IDX-PAR)
                       TO WS-IMPORTE-DISPLAY
                   MOVE SPACES TO WS-REP-LINEA
                   STRING "PENDIENTE SIN MOVER " DELIMITED BY SIZE
                          WS-PAR-TIPO(WS-IDX-PAR) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-PAR-REFERENCIA(WS-IDX-PAR)
                          DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-PAR-TIMESTAMP(WS-IDX-PAR) (1:8)
                          DELIMITED BY SIZE
                          " USD " DELIMITED BY SIZE
                          WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                       INTO WS-REP-LINEA
                   PERFORM 3900-DENUNCIAR-DIFERENCIA
               END-IF
           END-PERFORM.

       9000-FINALIZAR.
           CLOSE NOSTRO-FILE
           CLOSE EXTRACTO-FILE
           MOVE WS-SALDO-LIBRO TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "Saldo segun libro: USD " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE WS-NETO-EXTRACTO TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "Neto del extracto: USD " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
                  " en " DELIMITED BY SIZE
                  WS-CANT-EXTRACTO DELIMITED BY SIZE
                  " movimientos" DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           DISPLAY "------------------------------------------".
           DISPLAY "Partidas pendientes:  " WS-CANT-PARTIDAS.
           DISPLAY "Items del extracto:   " WS-CANT-EXTRACTO.
           DISPLAY "Conciliadas:          " WS-CANT-CONCILIADAS.
           DISPLAY "Diferencias halladas: " WS-CANT-DIFERENCIAS.
           DISPLAY "==========================================".
           MOVE SPACES TO WS-REP-LINEA
           STRING "Extracto " DELIMITED BY SIZE
                  WS-CANT-EXTRACTO DELIMITED BY SIZE
                  " - conciliadas " DELIMITED BY SIZE
                  WS-CANT-CONCILIADAS DELIMITED BY SIZE
                  " - diferencias " DELIMITED BY SIZE
                  WS-CANT-DIFERENCIAS DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           IF WS-CANT-DIFERENCIAS > WS-TOLERANCIA
               DISPLAY "Diferencias por encima de la tolerancia:"
                       " el paso devuelve fallo."
               MOVE 1 TO LK-RESULTADO-BATCH
           END-IF.
