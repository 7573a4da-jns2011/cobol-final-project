       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASIENTOS-INTERFILIALES.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Asiento interfilial diario: paso de la corrida nocturna
      *  posterior al cierre. Cada movimiento se exporta al GL en la
      *  sucursal de la cuenta (R-SUCURSAL), con su contrapartida en
      *  esa misma sucursal; pero el efectivo de una operacion por
      *  ventanilla hecha en una caja de otra sucursal
      *  (operaciones-interfiliales.dat, ver registrar-interfilial)
      *  entro o salio del tesoro de la sucursal que atendio. Para
      *  cada una de esas operaciones de la fecha contable se pasa
      *  la contrapartida a la sucursal operadora contra las cuentas
      *  interfiliales de las dos sucursales:
      *    - en la sucursal de la cuenta se revierte la
      *      contrapartida contra su cuenta interfilial;
      *    - en la sucursal operadora se asienta la contrapartida
      *      contra la suya.
      *  La contrapartida sale del plan de cuentas igual que en
      *  EXPORTAR-GL (operacion x tipo de cuenta x moneda x
      *  sucursal) y la cuenta interfilial de la operacion "IF".
      *  Las patas van con su sucursal a gl-interfilial-AAAAMMDD.dat
      *  y EXPORTAR-GL las suma al asiento del dia; las cuentas
      *  interfiliales de todo el banco netean a cero
      *  (REPORTE-INTERFILIALES). Con alguna operacion sin mapeo el
      *  paso falla y el archivo queda vacio: se completa el plan y
      *  se re-corre (la re-corrida reescribe el archivo entero).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTERFILIAL-FILE
               ASSIGN TO "operaciones-interfiliales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OIF-KEY
               FILE STATUS IS INTERFILIAL-STATUS.

           SELECT TRANS-FILE ASSIGN TO WS-TRANS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS R-KEY
               ALTERNATE RECORD KEY IS R-CBF
                   WITH DUPLICATES
               FILE STATUS IS TRANS-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT PLAN-FILE ASSIGN TO "plan-de-cuentas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-STATUS.

           SELECT ASIENTO-FILE ASSIGN TO WS-ASIENTO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASIENTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTERFILIAL-FILE.
       COPY "operacion-interfilial.cpy".

       FD  TRANS-FILE.
       COPY "registro-transaccion.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  PLAN-FILE.
       COPY "plan-cuentas.cpy".

      *    Mismo layout que gl-movimientos.dat (EXPORTAR-GL), con la
      *    sucursal de cada pata.
       FD  ASIENTO-FILE.
       01  ASIENTO-REGISTRO.
           05  ASI-FECHA              PIC 9(8).
           05  ASI-CUENTA             PIC X(8).
           05  ASI-TIPO               PIC X(2).
           05  ASI-DEBCRED            PIC X(1).
           05  ASI-IMPORTE            PIC 9(9)V99.
           05  ASI-MONEDA             PIC X(3).
           05  ASI-REFERENCIA         PIC 9(14).
           05  ASI-SUCURSAL           PIC X(3).

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  INTERFILIAL-STATUS         PIC XX.
       01  TRANS-STATUS               PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  PLAN-STATUS                PIC XX.
       01  ASIENTO-STATUS             PIC XX.
       01  WS-ASIENTO-PATH            PIC X(100).

       01  WS-TIMESTAMP-CORRIDA       PIC 9(14).
       01  WS-FECHA-CONTABLE          PIC 9(8).
       01  WS-FECHA-CONT-TRANS        PIC 9(8).
       01  WS-CODIGO-DESC             PIC X(15).
       01  WS-CODIGO-SIGNO            PIC X(1).
       01  WS-SEGUIR                  PIC X VALUE 'S'.
       01  WS-MOV-OK                  PIC X.

      *    Plan de cuentas en memoria, como en EXPORTAR-GL.
       01  WS-PLAN-CANT               PIC 9(3) VALUE 0.
       01  WS-PLAN-TABLA.
           05  WS-PLC-ENTRY OCCURS 200 TIMES.
               10  WS-PLC-OPER        PIC X(2).
               10  WS-PLC-TIPO        PIC X(1).
               10  WS-PLC-MONEDA      PIC X(3).
               10  WS-PLC-SUC         PIC X(3).
               10  WS-PLC-CTA-CLI     PIC X(8).
               10  WS-PLC-CTA-CON     PIC X(8).
       01  WS-IDX-PLC                 PIC 9(3).

      *    Clave de busqueda en el plan y resultado.
       01  WS-BUS-OPER                PIC X(2).
       01  WS-BUS-TIPO                PIC X(1).
       01  WS-BUS-MONEDA              PIC X(3).
       01  WS-BUS-SUC                 PIC X(3).
       01  WS-BUS-OK                  PIC X.
       01  WS-BUS-CTA-CLI             PIC X(8).
       01  WS-BUS-CTA-CON             PIC X(8).

       01  WS-OPER-EFECTIVA           PIC X(2).
       01  WS-TIPO-CUENTA-MOV         PIC X(1).
       01  WS-SUC-CUENTA              PIC X(3).
       01  WS-SUC-OPERADORA           PIC X(3).
       01  WS-CONTRA-CUENTA           PIC X(8).
       01  WS-CONTRA-OPERADORA        PIC X(8).
       01  WS-IF-CUENTA               PIC X(8).
       01  WS-IF-OPERADORA            PIC X(8).
       01  WS-DC-CONTRA               PIC X(1).
       01  WS-DC-OPUESTO              PIC X(1).

       01  WS-CANT-OPERACIONES        PIC 9(6) VALUE 0.
       01  WS-CANT-SIN-MAPEO          PIC 9(6) VALUE 0.
       01  WS-CANT-PATAS              PIC 9(6) VALUE 0.
       01  WS-TOTAL-DEBITOS           PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-CREDITOS          PIC 9(13)V99 VALUE 0.
       01  WS-IMPORTE-DISPLAY         PIC Z(12)9.99.
       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "asientos-interfil".
       01  WS-REP-TITULO              PIC X(40)
                            VALUE "ASIENTO INTERFILIAL DEL DIA".
       01  WS-REP-LINEA               PIC X(80).

       LINKAGE SECTION.
       01  LK-RESULTADO-BATCH         PIC 9.
           88  LK-BATCH-OK                VALUE 0.

       PROCEDURE DIVISION USING LK-RESULTADO-BATCH.
       0000-MAINLINE.
           MOVE 0 TO LK-RESULTADO-BATCH
           PERFORM 1000-INICIALIZAR
           IF WS-SEGUIR = 'S'
               PERFORM 2000-PROCESAR-OPERACIONES
           END-IF
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR.
           COPY "cargar-rutas.cpy".
           DISPLAY "==========================================".
           DISPLAY "  ASIENTO INTERFILIAL DEL DIA".
           DISPLAY "==========================================".
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP-CORRIDA
      *    Misma fecha contable que el cierre que acaba de correr.
           MOVE "000000" TO WS-TIMESTAMP-CORRIDA(9:6)
           CALL "fecha-contable" USING WS-TIMESTAMP-CORRIDA,
                WS-FECHA-CONTABLE
           DISPLAY "Fecha contable: " WS-FECHA-CONTABLE
           MOVE "Operaciones de ventanilla en caja de otra sucursal"
               TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE SPACES TO WS-ASIENTO-PATH
           STRING "gl-interfilial-" DELIMITED BY SIZE
                  WS-FECHA-CONTABLE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-ASIENTO-PATH
           OPEN OUTPUT ASIENTO-FILE
           OPEN INPUT INTERFILIAL-FILE
           IF INTERFILIAL-STATUS NOT = "00"
               MOVE "Sin operaciones interfiliales registradas."
                   TO WS-REP-LINEA
               PERFORM 8900-LINEA
               MOVE 'N' TO WS-SEGUIR
           ELSE
               PERFORM 1100-CARGAR-PLAN
               OPEN INPUT TRANS-FILE
               OPEN INPUT CUENTAS-FILE
           END-IF.

       1100-CARGAR-PLAN.
           OPEN INPUT PLAN-FILE
           IF PLAN-STATUS NOT = "00"
               MOVE "10" TO PLAN-STATUS
           END-IF
           PERFORM UNTIL PLAN-STATUS = "10"
               READ PLAN-FILE
                   AT END
                       MOVE "10" TO PLAN-STATUS
                   NOT AT END
                       IF WS-PLAN-CANT < 200
                           ADD 1 TO WS-PLAN-CANT
                           MOVE PLC-OPERACION
                               TO WS-PLC-OPER(WS-PLAN-CANT)
                           MOVE PLC-TIPO-CUENTA
                               TO WS-PLC-TIPO(WS-PLAN-CANT)
                           MOVE PLC-MONEDA
                               TO WS-PLC-MONEDA(WS-PLAN-CANT)
                           MOVE PLC-SUCURSAL
                               TO WS-PLC-SUC(WS-PLAN-CANT)
                           MOVE PLC-CTA-CLIENTE
                               TO WS-PLC-CTA-CLI(WS-PLAN-CANT)
                           MOVE PLC-CTA-CONTRA
                               TO WS-PLC-CTA-CON(WS-PLAN-CANT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-FILE.

       2000-PROCESAR-OPERACIONES.
           PERFORM UNTIL INTERFILIAL-STATUS = "10"
               READ INTERFILIAL-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO INTERFILIAL-STATUS
                   NOT AT END
                       PERFORM 2100-PROCESAR-OPERACION
                          THRU 2100-PROCESAR-OPERACION-FIN
               END-READ
           END-PERFORM.

      *    Solo las operaciones cuyo movimiento imputa a la fecha
      *    contable del paso y sigue en una sucursal distinta de la
      *    de la caja.
       2100-PROCESAR-OPERACION.
           MOVE OIF-CBF TO R-CBF
           MOVE OIF-TIMESTAMP TO R-TIMESTAMP
           READ TRANS-FILE
               KEY IS R-KEY
               INVALID KEY
                   GO TO 2100-PROCESAR-OPERACION-FIN
           END-READ
           IF R-FECHA-CONTABLE IS NUMERIC
              AND R-FECHA-CONTABLE > 0
               MOVE R-FECHA-CONTABLE TO WS-FECHA-CONT-TRANS
           ELSE
               COMPUTE WS-FECHA-CONT-TRANS =
                   R-ANIO * 10000 + R-MES * 100 + R-DIA
           END-IF
           IF WS-FECHA-CONT-TRANS NOT = WS-FECHA-CONTABLE
              OR R-SUCURSAL = OIF-SUC-OPERADORA
               GO TO 2100-PROCESAR-OPERACION-FIN
           END-IF
           ADD 1 TO WS-CANT-OPERACIONES
           MOVE R-SUCURSAL TO WS-SUC-CUENTA
           MOVE OIF-SUC-OPERADORA TO WS-SUC-OPERADORA
           PERFORM 2200-RESOLVER-CUENTAS
           IF WS-MOV-OK NOT = 'S'
               ADD 1 TO WS-CANT-SIN-MAPEO
               MOVE SPACES TO WS-REP-LINEA
               STRING "SIN MAPEO: CBF " DELIMITED BY SIZE
                      R-CBF DELIMITED BY SIZE
                      " op " DELIMITED BY SIZE
                      R-DESCRIPCION DELIMITED BY SIZE
                      " suc " DELIMITED BY SIZE
                      WS-SUC-CUENTA DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-SUC-OPERADORA DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               PERFORM 8900-LINEA
               GO TO 2100-PROCESAR-OPERACION-FIN
           END-IF
           PERFORM 2300-DETERMINAR-DEBCRED
           IF WS-DC-CONTRA = SPACE
               GO TO 2100-PROCESAR-OPERACION-FIN
           END-IF
           PERFORM 2400-ESCRIBIR-PATAS
           MOVE R-IMPORTE TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "CBF " DELIMITED BY SIZE
                  R-CBF DELIMITED BY SIZE
                  " op " DELIMITED BY SIZE
                  R-DESCRIPCION DELIMITED BY SIZE
                  " suc " DELIMITED BY SIZE
                  WS-SUC-CUENTA DELIMITED BY SIZE
                  " -> caja suc " DELIMITED BY SIZE
                  WS-SUC-OPERADORA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  R-MONEDA DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           PERFORM 8900-LINEA.
       2100-PROCESAR-OPERACION-FIN.
           EXIT.

      *    Contrapartida del movimiento en cada sucursal (misma
      *    resolucion que EXPORTAR-GL) y cuenta interfilial de cada
      *    una.
       2200-RESOLVER-CUENTAS.
           MOVE 'S' TO WS-MOV-OK
           IF R-DESCRIPCION = "R"
               MOVE R-REF-TIPO TO WS-OPER-EFECTIVA
           ELSE
               MOVE R-DESCRIPCION TO WS-OPER-EFECTIVA
           END-IF
           MOVE SPACES TO WS-TIPO-CUENTA-MOV
           MOVE R-CBF TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLI-TIPO-CUENTA TO WS-TIPO-CUENTA-MOV
           END-READ

           MOVE WS-OPER-EFECTIVA TO WS-BUS-OPER
           MOVE WS-TIPO-CUENTA-MOV TO WS-BUS-TIPO
           MOVE R-MONEDA TO WS-BUS-MONEDA
           MOVE WS-SUC-CUENTA TO WS-BUS-SUC
           PERFORM 2250-BUSCAR-PLAN
           MOVE WS-BUS-CTA-CON TO WS-CONTRA-CUENTA
           IF WS-BUS-OK NOT = 'S'
               MOVE 'N' TO WS-MOV-OK
           END-IF
           MOVE WS-SUC-OPERADORA TO WS-BUS-SUC
           PERFORM 2250-BUSCAR-PLAN
           MOVE WS-BUS-CTA-CON TO WS-CONTRA-OPERADORA
           IF WS-BUS-OK NOT = 'S'
               MOVE 'N' TO WS-MOV-OK
           END-IF

           MOVE "IF" TO WS-BUS-OPER
           MOVE WS-SUC-CUENTA TO WS-BUS-SUC
           PERFORM 2250-BUSCAR-PLAN
           MOVE WS-BUS-CTA-CLI TO WS-IF-CUENTA
           IF WS-BUS-OK NOT = 'S'
               MOVE 'N' TO WS-MOV-OK
           END-IF
           MOVE WS-SUC-OPERADORA TO WS-BUS-SUC
           PERFORM 2250-BUSCAR-PLAN
           MOVE WS-BUS-CTA-CLI TO WS-IF-OPERADORA
           IF WS-BUS-OK NOT = 'S'
               MOVE 'N' TO WS-MOV-OK
           END-IF.

      *    Gana la primera linea que matchea; la operacion "IF" tiene
      *    que estar escrita literal (una linea general "*" de
      *    clientes no debe tomarla).
       2250-BUSCAR-PLAN.
           MOVE 'N' TO WS-BUS-OK
           MOVE SPACES TO WS-BUS-CTA-CLI
           MOVE SPACES TO WS-BUS-CTA-CON
           PERFORM VARYING WS-IDX-PLC FROM 1 BY 1
                   UNTIL WS-IDX-PLC > WS-PLAN-CANT
                      OR WS-BUS-OK = 'S'
               IF (WS-PLC-OPER(WS-IDX-PLC) = WS-BUS-OPER
                   OR (WS-PLC-OPER(WS-IDX-PLC) = "* "
                       AND WS-BUS-OPER NOT = "IF"))
                  AND (WS-PLC-TIPO(WS-IDX-PLC) = WS-BUS-TIPO
                   OR WS-PLC-TIPO(WS-IDX-PLC) = "*"
                   OR WS-BUS-OPER = "IF")
                  AND (WS-PLC-MONEDA(WS-IDX-PLC) = WS-BUS-MONEDA
                   OR WS-PLC-MONEDA(WS-IDX-PLC) = "*  ")
                  AND (WS-PLC-SUC(WS-IDX-PLC) = WS-BUS-SUC
                   OR WS-PLC-SUC(WS-IDX-PLC) = "*  ")
                   MOVE 'S' TO WS-BUS-OK
                   MOVE WS-PLC-CTA-CLI(WS-IDX-PLC)
                       TO WS-BUS-CTA-CLI
                   MOVE WS-PLC-CTA-CON(WS-IDX-PLC)
                       TO WS-BUS-CTA-CON
               END-IF
           END-PERFORM.

      *    La contrapartida lleva el indicador opuesto al de la pata
      *    del cliente, que sale del signo de la tabla de codigos
      *    (el reverso invierte el del codigo original).
       2300-DETERMINAR-DEBCRED.
           MOVE SPACE TO WS-DC-CONTRA
           CALL "buscar-codigo-trans" USING WS-OPER-EFECTIVA,
                WS-CODIGO-DESC, WS-CODIGO-SIGNO
           EVALUATE WS-CODIGO-SIGNO
               WHEN "+"
                   MOVE "D" TO WS-DC-CONTRA
               WHEN "-"
                   MOVE "C" TO WS-DC-CONTRA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF R-DESCRIPCION = "R" AND WS-DC-CONTRA NOT = SPACE
               IF WS-DC-CONTRA = "D"
                   MOVE "C" TO WS-DC-CONTRA
               ELSE
                   MOVE "D" TO WS-DC-CONTRA
               END-IF
           END-IF
           IF WS-DC-CONTRA = "D"
               MOVE "C" TO WS-DC-OPUESTO
           ELSE
               MOVE "D" TO WS-DC-OPUESTO
           END-IF.

      *    Sucursal de la cuenta: sale la contrapartida contra su
      *    interfilial. Sucursal operadora: entra la contrapartida
      *    contra la suya.
       2400-ESCRIBIR-PATAS.
           MOVE WS-FECHA-CONTABLE TO ASI-FECHA
           MOVE "IF" TO ASI-TIPO
           MOVE R-IMPORTE TO ASI-IMPORTE
           MOVE R-MONEDA TO ASI-MONEDA
           MOVE R-TIMESTAMP TO ASI-REFERENCIA

           MOVE WS-SUC-CUENTA TO ASI-SUCURSAL
           MOVE WS-CONTRA-CUENTA TO ASI-CUENTA
           MOVE WS-DC-OPUESTO TO ASI-DEBCRED
           PERFORM 2450-GRABAR-PATA
           MOVE WS-IF-CUENTA TO ASI-CUENTA
           MOVE WS-DC-CONTRA TO ASI-DEBCRED
           PERFORM 2450-GRABAR-PATA

           MOVE WS-SUC-OPERADORA TO ASI-SUCURSAL
           MOVE WS-CONTRA-OPERADORA TO ASI-CUENTA
           MOVE WS-DC-CONTRA TO ASI-DEBCRED
           PERFORM 2450-GRABAR-PATA
           MOVE WS-IF-OPERADORA TO ASI-CUENTA
           MOVE WS-DC-OPUESTO TO ASI-DEBCRED
           PERFORM 2450-GRABAR-PATA.

       2450-GRABAR-PATA.
           WRITE ASIENTO-REGISTRO
           ADD 1 TO WS-CANT-PATAS
           IF ASI-DEBCRED = "D"
               ADD ASI-IMPORTE TO WS-TOTAL-DEBITOS
           ELSE
               ADD ASI-IMPORTE TO WS-TOTAL-CREDITOS
           END-IF.

       8900-LINEA.
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

      *    Con operaciones sin mapeo el asiento no se entrega a
      *    medias: el archivo del dia queda vacio y el paso falla.
       9000-FINALIZAR.
           CLOSE ASIENTO-FILE
           IF WS-SEGUIR = 'S'
               CLOSE INTERFILIAL-FILE
               CLOSE TRANS-FILE
               CLOSE CUENTAS-FILE
           END-IF
           IF WS-CANT-SIN-MAPEO > 0
               OPEN OUTPUT ASIENTO-FILE
               CLOSE ASIENTO-FILE
               MOVE "SIN MAPEO EN EL PLAN DE CUENTAS: completar y"
                   TO WS-REP-LINEA
               MOVE " re-correr el paso" TO WS-REP-LINEA(46:)
               PERFORM 8900-LINEA
               MOVE 1 TO LK-RESULTADO-BATCH
           END-IF
           MOVE WS-TOTAL-DEBITOS TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           IF WS-CANT-SIN-MAPEO > 0
               STRING "Asiento interfilial " DELIMITED BY SIZE
                      WS-FECHA-CONTABLE DELIMITED BY SIZE
                      " NO asentado" DELIMITED BY SIZE
                   INTO WS-REP-LINEA
           ELSE
               STRING "Operaciones: " DELIMITED BY SIZE
                      WS-CANT-OPERACIONES DELIMITED BY SIZE
                      "  patas: " DELIMITED BY SIZE
                      WS-CANT-PATAS DELIMITED BY SIZE
                      "  debe = haber: " DELIMITED BY SIZE
                      WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                   INTO WS-REP-LINEA
           END-IF
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           DISPLAY WS-REP-LINEA
           DISPLAY "==========================================".
