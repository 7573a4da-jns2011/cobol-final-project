      *              recibe un unico archivo completo. Un archivo
      *              distinto arranca de cero y pisa el checkpoint;
      *              la corrida completa lo limpia.
      *  2026-10-15  Recupero de adelantos de haberes
      *              (adelantos-haberes.dat): lo adeudado por el CBF se
      *              descuenta del sueldo antes del reparto de splits y
      *              se debita de la cuenta sueldo con memo RECUPERO
      *              ADELANTO; el adelanto queda recuperado o con el
      *              saldo que resta.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS SPL-KEY
               FILE STATUS IS SPLITS-STATUS.

           SELECT ADELANTOS-FILE ASSIGN TO "adelantos-haberes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-KEY
               FILE STATUS IS ADELANTOS-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "haberes-checkpoint.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-STATUS.
       FD  SPLITS-FILE.
       COPY "haberes-split.cpy".

       FD  ADELANTOS-FILE.
       COPY "adelanto-haberes.cpy".

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REGISTRO.
           05  CKP-ORIGINADOR         PIC X(8).
       01  WS-IDX-SPLIT               PIC 9(2).
       01  WS-IMPORTE-SPLIT           PIC S9(9)V99.
       01  WS-RESTO-HABER             PIC S9(9)V99.
       01  WS-BASE-SPLIT              PIC S9(9)V99.

      *    Adelantos de haberes abiertos del CBF en proceso: se
      *    recuperan del sueldo antes del reparto.
       01  ADELANTOS-STATUS           PIC XX.
       01  WS-ADELANTO-ABIERTO        PIC S9(9)V99.
       01  WS-RECUPERO                PIC S9(9)V99.
       01  WS-RECUPERO-PENDIENTE      PIC S9(9)V99.
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-TOTAL-RECUPEROS         PIC 9(6) VALUE 0.
       01  WS-IMPORTE-RECUPERADO      PIC S9(12)V99 VALUE 0.

       01  WS-MOTIVO-RECHAZO          PIC X(30).
       01  WS-RENGLON-VALIDO          PIC X VALUE 'N'.
               OPEN OUTPUT RESPUESTA-FILE
           END-IF
           OPEN INPUT SPLITS-FILE
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           OPEN I-O ADELANTOS-FILE
           IF ADELANTOS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT ADELANTOS-FILE
               CLOSE ADELANTOS-FILE
               OPEN I-O ADELANTOS-FILE
           END-IF
           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE
           IF CUENTAS-STATUS NOT = "00"
      *    Si el CBF tiene instrucciones de reparto
      *    (haberes-splits.dat) se acredita cada destino y el resto
      *    queda en la cuenta sueldo; sin splits, el credito unico
      *    historico. Un adelanto de haberes abierto se descuenta
      *    primero: el reparto se calcula sobre el neto que queda, y
      *    el recupero se debita de la cuenta sueldo junto con su
      *    credito.
       2200-ACREDITAR-RENGLON.
           PERFORM 2205-BUSCAR-ADELANTO
           PERFORM 2210-CARGAR-SPLITS THRU 2210-CARGAR-FIN
           COMPUTE WS-RESTO-HABER = HAB-IMPORTE - WS-RECUPERO
           MOVE WS-RESTO-HABER TO WS-BASE-SPLIT
           IF WS-CANT-SPLITS > 0
               PERFORM 2220-POSTEAR-SPLIT
                   VARYING WS-IDX-SPLIT FROM 1 BY 1
                   UNTIL WS-IDX-SPLIT > WS-CANT-SPLITS
           END-IF
           ADD WS-RECUPERO TO WS-RESTO-HABER
           IF WS-RESTO-HABER > 0
               PERFORM 2230-POSTEAR-PRINCIPAL
           END-IF
           IF WS-RECUPERO > 0 AND RENGLON-VALIDO
               PERFORM 2250-RECUPERAR-ADELANTO
           END-IF.

       2205-BUSCAR-ADELANTO.
           MOVE 0 TO WS-ADELANTO-ABIERTO
           MOVE 0 TO WS-RECUPERO
           IF ADELANTOS-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE HAB-CBF TO AD-CBF
               MOVE 0 TO AD-TIMESTAMP
               START ADELANTOS-FILE KEY IS >= AD-KEY
                   INVALID KEY
                       MOVE "10" TO ADELANTOS-STATUS
               END-START
               PERFORM UNTIL ADELANTOS-STATUS = "10"
                   READ ADELANTOS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO ADELANTOS-STATUS
                       NOT AT END
                           IF AD-CBF NOT = HAB-CBF
                               MOVE "10" TO ADELANTOS-STATUS
                           ELSE
                               IF AD-ABIERTO
                                   ADD AD-SALDO
                                       TO WS-ADELANTO-ABIERTO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO ADELANTOS-STATUS
           END-IF
           IF WS-ADELANTO-ABIERTO > HAB-IMPORTE
               MOVE HAB-IMPORTE TO WS-RECUPERO
           ELSE
               MOVE WS-ADELANTO-ABIERTO TO WS-RECUPERO
           END-IF.

       2210-CARGAR-SPLITS.
       2220-POSTEAR-SPLIT.
           IF WS-SPLIT-MODO(WS-IDX-SPLIT) = "P"
               COMPUTE WS-IMPORTE-SPLIT ROUNDED =
                   WS-BASE-SPLIT
                       * WS-SPLIT-PORC(WS-IDX-SPLIT) / 100
           ELSE
               MOVE WS-SPLIT-FIJO(WS-IDX-SPLIT)
               MOVE "Error al postear credito" TO WS-MOTIVO-RECHAZO
           END-IF.

      *    Recupero del adelanto: debito autorizado sobre el sueldo
      *    recien acreditado, aplicado a los adelantos abiertos del
      *    CBF del mas viejo al mas nuevo (tambien a los que ya
      *    pasaron a cobranza).
       2250-RECUPERAR-ADELANTO.
           MOVE HAB-CBF TO P-CBF
           MOVE "T" TO P-DESCRIPCION
           MOVE WS-RECUPERO TO P-IMPORTE
           MOVE HAB-MONEDA TO P-MONEDA
           MOVE 0 TO P-REF-KEY
           MOVE "S" TO P-OVERRIDE
           MOVE SPACES TO P-MEMO
           STRING "RECUPERO ADELANTO HABERES PER " DELIMITED BY SIZE
                  HAB-PERIODO DELIMITED BY SIZE
               INTO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO
           IF RESULTADO NOT = 0
               DISPLAY "CBF " HAB-CBF "  ERROR al recuperar el"
                       " adelanto de haberes"
           ELSE
               ADD 1 TO WS-TOTAL-RECUPEROS
               ADD WS-RECUPERO TO WS-IMPORTE-RECUPERADO
               MOVE WS-RECUPERO TO WS-RECUPERO-PENDIENTE
               MOVE HAB-CBF TO AD-CBF
               MOVE 0 TO AD-TIMESTAMP
               START ADELANTOS-FILE KEY IS >= AD-KEY
                   INVALID KEY
                       MOVE "10" TO ADELANTOS-STATUS
               END-START
               PERFORM UNTIL ADELANTOS-STATUS = "10"
                          OR WS-RECUPERO-PENDIENTE = 0
                   READ ADELANTOS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO ADELANTOS-STATUS
                       NOT AT END
                           IF AD-CBF NOT = HAB-CBF
                               MOVE "10" TO ADELANTOS-STATUS
                           ELSE
                               IF AD-ABIERTO
                                   PERFORM 2260-APLICAR-RECUPERO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO ADELANTOS-STATUS
           END-IF.

       2260-APLICAR-RECUPERO.
           IF AD-SALDO > WS-RECUPERO-PENDIENTE
               SUBTRACT WS-RECUPERO-PENDIENTE FROM AD-SALDO
               MOVE 0 TO WS-RECUPERO-PENDIENTE
           ELSE
               SUBTRACT AD-SALDO FROM WS-RECUPERO-PENDIENTE
               MOVE 0 TO AD-SALDO
               SET AD-RECUPERADO TO TRUE
               MOVE WS-FECHA-HOY TO AD-FECHA-CIERRE
           END-IF
           REWRITE AD-RECORD.

      *    Detalle de cada pata de reparto en la respuesta al
      *    empleador, ademas del renglon principal.
       2240-RESPUESTA-SPLIT.
           CLOSE RESPUESTA-FILE
           CLOSE CUENTAS-FILE
           CLOSE SPLITS-FILE
           CLOSE ADELANTOS-FILE
           MOVE WS-IMPORTE-ACEPTADO TO WS-IMPORTE-DISPLAY
           DISPLAY "------------------------------------------".
           DISPLAY "Renglones leidos:     " WS-TOTAL-LEIDOS.
           DISPLAY "Creditos aceptados:   " WS-TOTAL-ACEPTADOS.
           DISPLAY "Creditos rechazados:  " WS-TOTAL-RECHAZADOS.
           DISPLAY "Importe acreditado:   $ " WS-IMPORTE-DISPLAY.
           MOVE WS-IMPORTE-RECUPERADO TO WS-IMPORTE-DISPLAY
           DISPLAY "Adelantos recuperados: " WS-TOTAL-RECUPEROS
                   "  $ " WS-IMPORTE-DISPLAY.
           DISPLAY "==========================================".
