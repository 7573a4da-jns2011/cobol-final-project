       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDAR-AGENTES.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Liquidacion diaria de los agentes corresponsales: para la
      *  fecha pedida (por defecto hoy) resume operaciones-agentes.dat
      *  por agente (depositos, extracciones y pagos de servicios
      *  posteados, rechazos, remesas y provisiones), el movimiento
      *  neto del float que eso produjo y la comision devengada en el
      *  dia, y lo compara con la posicion actual: saldo del float y
      *  efectivo del comercio contra su limite asegurado. Repite el
      *  control de bloqueo sobre todos los agentes activos (float
      *  negativo o efectivo sobre el limite), con journal y aviso al
      *  comercio igual que INGRESAR-OPERACIONES-AGENTES, y deja el
      *  informe "agentes-liquidacion" para la sucursal supervisora.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENTES-FILE ASSIGN TO "agentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGC-CODIGO
               FILE STATUS IS AGENTES-STATUS.

           SELECT LOG-AGENTES-FILE ASSIGN TO "operaciones-agentes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENTES-FILE.
       COPY "agente-corresponsal.cpy".

       FD  LOG-AGENTES-FILE.
       COPY "operacion-agente.cpy".

       WORKING-STORAGE SECTION.
       01  AGENTES-STATUS             PIC XX.
       01  LOG-STATUS                 PIC XX.

       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-FECHA-LIQ               PIC 9(8).

      *    Movimientos del dia por agente (hasta 500 agentes).
       01  WS-CANT-AGE                PIC 9(3) VALUE 0.
       01  WS-TABLA-AGE.
           05  WS-AGE OCCURS 500 TIMES.
               10  WS-AGE-CODIGO      PIC X(8).
               10  WS-AGE-CANT-DEP    PIC 9(5).
               10  WS-AGE-IMP-DEP     PIC 9(11)V99.
               10  WS-AGE-CANT-EXT    PIC 9(5).
               10  WS-AGE-IMP-EXT     PIC 9(11)V99.
               10  WS-AGE-CANT-PAG    PIC 9(5).
               10  WS-AGE-IMP-PAG     PIC 9(11)V99.
               10  WS-AGE-RECHAZOS    PIC 9(5).
               10  WS-AGE-REMESAS     PIC 9(11)V99.
               10  WS-AGE-PROVISIONES PIC 9(11)V99.
               10  WS-AGE-COMISION    PIC 9(9)V99.
       01  WS-IDX-AGE                 PIC 9(3).
       01  WS-AGE-HALLADO             PIC X.

       01  WS-NETO-FLOAT              PIC S9(12)V99.
       01  WS-CBF-X                   PIC X(6).
       01  WS-SALDO                   PIC S9(10)V99.
       01  WS-MONEDA-SALDO            PIC X(3).
       01  WS-BLOQUEAR                PIC X.

       01  WS-JRN-EVENTO              PIC X(20).
       01  WS-JRN-DETALLE             PIC X(60).
       01  WS-NOTIF-CBF               PIC 9(6).
       01  WS-NOTIF-EVENTO            PIC X(20).
       01  WS-NOTIF-ASUNTO            PIC X(60).
       01  WS-NOTIF-CUERPO            PIC X(80).
       01  WS-NOTIF-RESULTADO         PIC 9.

       01  WS-TOTAL-AGENTES           PIC 9(4) VALUE 0.
       01  WS-TOTAL-OPERACIONES       PIC 9(7) VALUE 0.
       01  WS-TOTAL-RECHAZOS          PIC 9(7) VALUE 0.
       01  WS-TOTAL-COMISION          PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-BLOQUEOS          PIC 9(4) VALUE 0.
       01  WS-TOTAL-BLOQUEADOS        PIC 9(4) VALUE 0.

       01  WS-CANT-EDIT               PIC ZZZZ9.
       01  WS-CANT2-EDIT              PIC ZZZZ9.
       01  WS-IMPORTE-EDIT            PIC -Z(9)9.99.
       01  WS-IMPORTE2-EDIT           PIC -Z(9)9.99.
       01  WS-IMPORTE3-EDIT           PIC -Z(9)9.99.
       01  WS-COMISION-EDIT           PIC Z(7)9.99.

       01  WS-REP-NOMBRE              PIC X(20)
                          VALUE "agentes-liquidacion".
       01  WS-REP-TITULO              PIC X(40)
                          VALUE "AGENTES CORRESPONSALES - DIARIA".
       01  WS-REP-LINEA               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "==========================================".
           DISPLAY "  LIQUIDACION DIARIA DE AGENTES".
           DISPLAY "==========================================".
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-ACUMULAR
           PERFORM 3000-LIQUIDAR
           PERFORM 9000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "Fecha a liquidar AAAAMMDD (0 = hoy): "
               WITH NO ADVANCING
           ACCEPT WS-FECHA-LIQ
           IF WS-FECHA-LIQ = 0
               MOVE WS-FECHA-HOY TO WS-FECHA-LIQ
           END-IF
           DISPLAY "Fecha: " WS-FECHA-LIQ.

       2000-ACUMULAR.
           OPEN INPUT LOG-AGENTES-FILE
           IF LOG-STATUS NOT = "00"
               DISPLAY "No hay operaciones de agentes registradas."
               MOVE "10" TO LOG-STATUS
           END-IF
           PERFORM UNTIL LOG-STATUS = "10"
               READ LOG-AGENTES-FILE
                   AT END
                       MOVE "10" TO LOG-STATUS
                   NOT AT END
                       IF AGO-FECHA = WS-FECHA-LIQ
                           PERFORM 2100-ACUMULAR-OPERACION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-AGENTES-FILE.

       2100-ACUMULAR-OPERACION.
           MOVE AGO-AGENTE TO AGC-CODIGO
           PERFORM 2200-BUSCAR-AGE
           IF WS-AGE-HALLADO = 'N'
               IF WS-CANT-AGE < 500
                   ADD 1 TO WS-CANT-AGE
                   MOVE WS-CANT-AGE TO WS-IDX-AGE
                   INITIALIZE WS-AGE(WS-IDX-AGE)
                   MOVE AGO-AGENTE TO WS-AGE-CODIGO(WS-IDX-AGE)
                   MOVE 'S' TO WS-AGE-HALLADO
               END-IF
           END-IF
           IF WS-AGE-HALLADO = 'S'
               ADD 1 TO WS-TOTAL-OPERACIONES
               IF AGO-RECHAZADA
                   ADD 1 TO WS-AGE-RECHAZOS(WS-IDX-AGE)
                   ADD 1 TO WS-TOTAL-RECHAZOS
               ELSE
                   ADD AGO-COMISION TO WS-AGE-COMISION(WS-IDX-AGE)
                   EVALUATE TRUE
                       WHEN AGO-DEPOSITO
                           ADD 1 TO WS-AGE-CANT-DEP(WS-IDX-AGE)
                           ADD AGO-IMPORTE TO WS-AGE-IMP-DEP(WS-IDX-AGE)
                       WHEN AGO-EXTRACCION
                           ADD 1 TO WS-AGE-CANT-EXT(WS-IDX-AGE)
                           ADD AGO-IMPORTE TO WS-AGE-IMP-EXT(WS-IDX-AGE)
                       WHEN AGO-PAGO-SERVICIO
                           ADD 1 TO WS-AGE-CANT-PAG(WS-IDX-AGE)
                           ADD AGO-IMPORTE TO WS-AGE-IMP-PAG(WS-IDX-AGE)
                       WHEN AGO-REMESA
                           ADD AGO-IMPORTE
                               TO WS-AGE-REMESAS(WS-IDX-AGE)
                       WHEN AGO-PROVISION
                           ADD AGO-IMPORTE
                               TO WS-AGE-PROVISIONES(WS-IDX-AGE)
                   END-EVALUATE
               END-IF
           END-IF.

      *    Deja WS-IDX-AGE en el renglon de AGC-CODIGO si ya esta.
       2200-BUSCAR-AGE.
           MOVE 'N' TO WS-AGE-HALLADO
           PERFORM VARYING WS-IDX-AGE FROM 1 BY 1
                   UNTIL WS-IDX-AGE > WS-CANT-AGE
                      OR WS-AGE-HALLADO = 'S'
               IF WS-AGE-CODIGO(WS-IDX-AGE) = AGC-CODIGO
                   MOVE 'S' TO WS-AGE-HALLADO
               END-IF
           END-PERFORM
           IF WS-AGE-HALLADO = 'S'
               SUBTRACT 1 FROM WS-IDX-AGE
           END-IF.

       3000-LIQUIDAR.
           MOVE SPACES TO WS-REP-LINEA
           STRING "Fecha " DELIMITED BY SIZE
                  WS-FECHA-LIQ DELIMITED BY SIZE
                  " - Agente   Operaciones / float / efectivo"
                      DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           OPEN I-O AGENTES-FILE
           IF AGENTES-STATUS NOT = "00"
               DISPLAY "No hay agentes corresponsales registrados."
               MOVE "10" TO AGENTES-STATUS
           END-IF
           PERFORM UNTIL AGENTES-STATUS = "10"
               READ AGENTES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO AGENTES-STATUS
                   NOT AT END
                       IF NOT AGC-DE-BAJA
                           PERFORM 3100-LIQUIDAR-AGENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AGENTES-FILE.

       3100-LIQUIDAR-AGENTE.
           ADD 1 TO WS-TOTAL-AGENTES
           PERFORM 2200-BUSCAR-AGE
           IF WS-AGE-HALLADO = 'N'
               MOVE 0 TO WS-IDX-AGE
           END-IF
           MOVE AGC-CBF-FLOAT TO WS-CBF-X
           CALL "leer-saldo" USING WS-CBF-X, WS-SALDO, WS-MONEDA-SALDO

      *    Renglon 1: agente, estado, saldo del float, efectivo y
      *    limite asegurado.
           MOVE WS-SALDO TO WS-IMPORTE-EDIT
           MOVE AGC-EFECTIVO TO WS-IMPORTE2-EDIT
           MOVE AGC-TOPE-EFECTIVO TO WS-IMPORTE3-EDIT
           MOVE SPACES TO WS-REP-LINEA
           STRING AGC-CODIGO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AGC-ESTADO DELIMITED BY SIZE
                  " Float" DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
                  " Efvo" DELIMITED BY SIZE
                  WS-IMPORTE2-EDIT DELIMITED BY SIZE
                  " Lim" DELIMITED BY SIZE
                  WS-IMPORTE3-EDIT DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA

           IF WS-IDX-AGE > 0
               PERFORM 3200-LINEAS-MOVIMIENTOS
           END-IF

           MOVE 'N' TO WS-BLOQUEAR
           IF AGC-ACTIVO
               EVALUATE TRUE
                   WHEN WS-SALDO < 0
                       MOVE 'S' TO WS-BLOQUEAR
                       MOVE "Float negativo" TO AGC-MOTIVO-BLOQUEO
                   WHEN AGC-EFECTIVO > AGC-TOPE-EFECTIVO
                       MOVE 'S' TO WS-BLOQUEAR
                       MOVE "Efectivo sobre el limite asegurado"
                           TO AGC-MOTIVO-BLOQUEO
               END-EVALUATE
           END-IF
           IF WS-BLOQUEAR = 'S'
               PERFORM 3500-BLOQUEAR-AGENTE
           END-IF
           IF AGC-BLOQUEADO
               ADD 1 TO WS-TOTAL-BLOQUEADOS
               MOVE SPACES TO WS-REP-LINEA
               STRING "         BLOQUEADO " DELIMITED BY SIZE
                      AGC-FECHA-BLOQUEO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AGC-MOTIVO-BLOQUEO DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
           END-IF.

      *    Renglones 2 y 3: operaciones del dia y su efecto neto en
      *    el float (depositos y pagos lo debitan, extracciones y
      *    remesas lo acreditan, provisiones lo debitan).
       3200-LINEAS-MOVIMIENTOS.
           MOVE SPACES TO WS-REP-LINEA
           MOVE WS-AGE-CANT-DEP(WS-IDX-AGE) TO WS-CANT-EDIT
           MOVE WS-AGE-IMP-DEP(WS-IDX-AGE) TO WS-IMPORTE-EDIT
           MOVE WS-AGE-CANT-EXT(WS-IDX-AGE) TO WS-CANT2-EDIT
           MOVE WS-AGE-IMP-EXT(WS-IDX-AGE) TO WS-IMPORTE2-EDIT
           STRING "         Dep" DELIMITED BY SIZE
                  WS-CANT-EDIT DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
                  " Ext" DELIMITED BY SIZE
                  WS-CANT2-EDIT DELIMITED BY SIZE
                  WS-IMPORTE2-EDIT DELIMITED BY SIZE
                  INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA

           MOVE SPACES TO WS-REP-LINEA
           MOVE WS-AGE-CANT-PAG(WS-IDX-AGE) TO WS-CANT-EDIT
           MOVE WS-AGE-IMP-PAG(WS-IDX-AGE) TO WS-IMPORTE-EDIT
           COMPUTE WS-NETO-FLOAT =
                   WS-AGE-IMP-EXT(WS-IDX-AGE)
                 + WS-AGE-REMESAS(WS-IDX-AGE)
                 - WS-AGE-IMP-DEP(WS-IDX-AGE)
                 - WS-AGE-IMP-PAG(WS-IDX-AGE)
                 - WS-AGE-PROVISIONES(WS-IDX-AGE)
           MOVE WS-NETO-FLOAT TO WS-IMPORTE2-EDIT
           MOVE WS-AGE-COMISION(WS-IDX-AGE) TO WS-COMISION-EDIT
           STRING "         Pag" DELIMITED BY SIZE
                  WS-CANT-EDIT DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
                  " Neto" DELIMITED BY SIZE
                  WS-IMPORTE2-EDIT DELIMITED BY SIZE
                  " Com" DELIMITED BY SIZE
                  WS-COMISION-EDIT DELIMITED BY SIZE
                  INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA

           MOVE SPACES TO WS-REP-LINEA
           MOVE WS-AGE-RECHAZOS(WS-IDX-AGE) TO WS-CANT-EDIT
           MOVE WS-AGE-REMESAS(WS-IDX-AGE) TO WS-IMPORTE-EDIT
           MOVE WS-AGE-PROVISIONES(WS-IDX-AGE) TO WS-IMPORTE2-EDIT
           STRING "         Rech" DELIMITED BY SIZE
                  WS-CANT-EDIT DELIMITED BY SIZE
                  " Remesas" DELIMITED BY SIZE
                  WS-IMPORTE-EDIT DELIMITED BY SIZE
                  " Provis" DELIMITED BY SIZE
                  WS-IMPORTE2-EDIT DELIMITED BY SIZE
                  INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           ADD WS-AGE-COMISION(WS-IDX-AGE) TO WS-TOTAL-COMISION.

       3500-BLOQUEAR-AGENTE.
           SET AGC-BLOQUEADO TO TRUE
           MOVE WS-FECHA-HOY TO AGC-FECHA-BLOQUEO
           REWRITE AGC-RECORD
               INVALID KEY
                   DISPLAY "ERROR al bloquear el agente " AGC-CODIGO
           END-REWRITE
           ADD 1 TO WS-TOTAL-BLOQUEOS
           DISPLAY "AGENTE BLOQUEADO: " AGC-CODIGO " - "
                   AGC-MOTIVO-BLOQUEO
           MOVE "BLOQUEO AGENTE" TO WS-JRN-EVENTO
           MOVE SPACES TO WS-JRN-DETALLE
           STRING AGC-CODIGO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AGC-MOTIVO-BLOQUEO DELIMITED BY SIZE
               INTO WS-JRN-DETALLE
           CALL "registrar-journal" USING WS-CBF-X, WS-JRN-EVENTO,
                WS-JRN-DETALLE
           IF AGC-EMAIL NOT = SPACES
               MOVE AGC-CBF-FLOAT TO WS-NOTIF-CBF
               MOVE "BLOQUEO-AGENTE" TO WS-NOTIF-EVENTO
               MOVE "Su terminal de agente quedo bloqueada"
                   TO WS-NOTIF-ASUNTO
               MOVE SPACES TO WS-NOTIF-CUERPO
               STRING "Motivo: " DELIMITED BY SIZE
                      AGC-MOTIVO-BLOQUEO DELIMITED BY SIZE
                      ". Comuniquese con su sucursal."
                          DELIMITED BY SIZE
                   INTO WS-NOTIF-CUERPO
               CALL "encolar-notificacion" USING WS-NOTIF-CBF,
                    WS-NOTIF-EVENTO, AGC-EMAIL, WS-NOTIF-ASUNTO,
                    WS-NOTIF-CUERPO, WS-NOTIF-RESULTADO
           END-IF.

       9000-FINALIZAR.
           MOVE WS-TOTAL-COMISION TO WS-COMISION-EDIT
           MOVE SPACES TO WS-REP-LINEA
           STRING "Agentes " DELIMITED BY SIZE
                  WS-TOTAL-AGENTES DELIMITED BY SIZE
                  " - operaciones " DELIMITED BY SIZE
                  WS-TOTAL-OPERACIONES DELIMITED BY SIZE
                  " - rechazadas " DELIMITED BY SIZE
                  WS-TOTAL-RECHAZOS DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE SPACES TO WS-REP-LINEA
           STRING "Comision devengada $" DELIMITED BY SIZE
                  WS-COMISION-EDIT DELIMITED BY SIZE
                  " - bloqueados " DELIMITED BY SIZE
                  WS-TOTAL-BLOQUEADOS DELIMITED BY SIZE
                  " (nuevos " DELIMITED BY SIZE
                  WS-TOTAL-BLOQUEOS DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           DISPLAY "Agentes liquidados:     " WS-TOTAL-AGENTES
           DISPLAY "Operaciones del dia:    " WS-TOTAL-OPERACIONES
           DISPLAY "Rechazadas:             " WS-TOTAL-RECHAZOS
           DISPLAY "Comision devengada:    $" WS-COMISION-EDIT
           DISPLAY "Agentes bloqueados:     " WS-TOTAL-BLOQUEADOS
           DISPLAY "Bloqueos nuevos:        " WS-TOTAL-BLOQUEOS
           DISPLAY "==========================================".
