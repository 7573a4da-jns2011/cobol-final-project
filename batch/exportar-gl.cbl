      *              EXTRAER-MOVIMIENTOS-DIA) trae la misma fecha en
      *              su cabecera, se lee ese archivo en lugar de
      *              re-barrer el maestro completo.
      *  2026-10-15  El indicador debe/haber de la pata del cliente sale
      *              del signo de la tabla de codigos (buscar-codigo-
      *              trans) en lugar de una lista fija de codigos.
      *  2026-10-15  Agrega al extracto de movimientos el asiento de
      *              diferencia de cambio de la fecha
      *              (gl-revaluacion-AAAAMMDD.dat, ver
      *              REVALUAR-POSICION), dentro de los mismos totales de
      *              control.
      *  2026-10-15  Agrega tambien el asiento mensual de prevision por
      *              incobrabilidad (gl-prevision-AAAAMMDD.dat, ver
      *              PREVISIONAR-CARTERA) cuando la fecha exportada es
      *              la del cierre previsionado.
      *  2026-10-15  Agrega los asientos de castigo de prestamos del dia
      *              (gl-castigo-AAAAMMDD.dat, ver CASTIGAR-PRESTAMOS) y
      *              el asiento mensual de recuperos de castigados
      *              (gl-recupero-AAAAMMDD.dat, ver REPORTE-RECUPEROS).
      *  2026-10-15  El extracto de movimientos agrega al final de cada
      *              pata la sucursal del movimiento (GLM-SUCURSAL), que
      *              POSTEAR-MAYOR usa para llevar los saldos del mayor
      *              por sucursal; los asientos centrales la traen en
      *              blanco.
      *  2026-10-15  Agrega el asiento interfilial del dia
      *              (gl-interfilial-AAAAMMDD.dat, ver
      *              ASIENTOS-INTERFILIALES) y los pases de los
      *              traslados de cuentas entre sucursales
      *              (gl-traslado-AAAAMMDD.dat, ver TRASLADAR-CUENTAS),
      *              que ya traen la sucursal de cada pata.
      *  2026-10-15  El extracto del dia acompana el nuevo largo del
      *              movimiento (R-CANAL al final del registro).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACTO-STATUS.

           SELECT REVALUACION-FILE ASSIGN TO WS-REVALUACION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVALUACION-STATUS.

           SELECT PREVISION-FILE ASSIGN TO WS-PREVISION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREVISION-STATUS.

           SELECT CASTIGO-FILE ASSIGN TO WS-CASTIGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASTIGO-STATUS.

           SELECT RECUPERO-FILE ASSIGN TO WS-RECUPERO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECUPERO-STATUS.

           SELECT INTERFILIAL-FILE ASSIGN TO WS-INTERFILIAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTERFILIAL-STATUS.

           SELECT TRASLADO-FILE ASSIGN TO WS-TRASLADO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRASLADO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
           05  GLM-IMPORTE            PIC 9(9)V99.
           05  GLM-MONEDA             PIC X(3).
           05  GLM-REFERENCIA         PIC 9(14).
      *    Sucursal del movimiento; los asientos centrales que se
      *    agregan con el layout anterior la traen en blanco.
           05  GLM-SUCURSAL           PIC X(3).

       FD  PLAN-FILE.
       COPY "plan-cuentas.cpy".

       FD  EXTRACTO-FILE.
       01  EXT-LINEA                  PIC X(118).
       01  EXT-CABECERA REDEFINES EXT-LINEA.
           05  EXT-MARCA              PIC X(8).
           05  EXT-FECHA              PIC 9(8).
           05  FILLER                 PIC X(102).

      *    Asiento de diferencia de cambio del dia, ya con las dos
      *    patas (REVALUAR-POSICION); mismo layout que GL-MOV.
       FD  REVALUACION-FILE.
       01  REVALUACION-REGISTRO       PIC X(47).

      *    Asiento de prevision por incobrabilidad del cierre de mes
      *    (PREVISIONAR-CARTERA); mismo layout que GL-MOV.
       FD  PREVISION-FILE.
       01  PREVISION-REGISTRO         PIC X(47).

      *    Asientos de castigo de prestamos del dia
      *    (CASTIGAR-PRESTAMOS); mismo layout que GL-MOV.
       FD  CASTIGO-FILE.
       01  CASTIGO-REGISTRO           PIC X(47).

      *    Asiento mensual de recuperos de castigados
      *    (REPORTE-RECUPEROS); mismo layout que GL-MOV.
       FD  RECUPERO-FILE.
       01  RECUPERO-REGISTRO          PIC X(47).

      *    Asiento interfilial del dia (ASIENTOS-INTERFILIALES); mismo
      *    layout que GL-MOV, con la sucursal de cada pata.
       FD  INTERFILIAL-FILE.
       01  INTERFILIAL-REGISTRO       PIC X(50).

      *    Pases de los traslados de cuentas del dia
      *    (TRASLADAR-CUENTAS); mismo layout que GL-MOV, con la
      *    sucursal de cada pata.
       FD  TRASLADO-FILE.
       01  TRASLADO-REGISTRO          PIC X(50).

       FD  GL-SALDO-FILE.
       01  GL-SALDO-REGISTRO.
       01  TRANS-STATUS               PIC XX.
       01  SALDOS-STATUS              PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  WS-CODIGO-DESC             PIC X(15).
       01  WS-CODIGO-SIGNO            PIC X(1).
       01  WS-FECHA-FILTRO.
           05  WS-ANIO-FILTRO         PIC 9(4).
           05  WS-MES-FILTRO          PIC 9(2).
       01  WS-TOTAL-DISPLAY           PIC -Z(12).99.
       01  EXTRACTO-STATUS            PIC XX.
       01  WS-USA-EXTRACTO            PIC X VALUE 'N'.
       01  REVALUACION-STATUS         PIC XX.
       01  WS-REVALUACION-PATH        PIC X(100).
       01  WS-PATAS-REVALUACION       PIC 9(4) VALUE 0.
       01  PREVISION-STATUS           PIC XX.
       01  WS-PREVISION-PATH          PIC X(100).
       01  WS-PATAS-PREVISION         PIC 9(4) VALUE 0.
       01  CASTIGO-STATUS             PIC XX.
       01  WS-CASTIGO-PATH            PIC X(100).
       01  WS-PATAS-CASTIGO           PIC 9(4) VALUE 0.
       01  RECUPERO-STATUS            PIC XX.
       01  WS-RECUPERO-PATH           PIC X(100).
       01  WS-PATAS-RECUPERO          PIC 9(4) VALUE 0.
       01  INTERFILIAL-STATUS         PIC XX.
       01  WS-INTERFILIAL-PATH        PIC X(100).
       01  WS-PATAS-INTERFILIAL       PIC 9(6) VALUE 0.
       01  TRASLADO-STATUS            PIC XX.
       01  WS-TRASLADO-PATH           PIC X(100).
       01  WS-PATAS-TRASLADO          PIC 9(6) VALUE 0.
       01  WS-FECHA-CONT-TRANS        PIC 9(8).
       01  WS-MAN-ARCHIVO             PIC X(30)
                                      VALUE "gl-movimientos.dat".
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-EXPORTAR-MOVIMIENTOS
           PERFORM 2500-AGREGAR-REVALUACION
           PERFORM 2600-AGREGAR-PREVISION
           PERFORM 2700-AGREGAR-CASTIGO
           PERFORM 2800-AGREGAR-RECUPERO
           PERFORM 2850-AGREGAR-INTERFILIAL
           PERFORM 2870-AGREGAR-TRASLADO
           PERFORM 3000-EXPORTAR-SALDOS
           PERFORM 4000-FINALIZAR
           STOP RUN.
               MOVE R-IMPORTE TO GLM-IMPORTE
               MOVE R-MONEDA TO GLM-MONEDA
               MOVE R-TIMESTAMP TO GLM-REFERENCIA
               MOVE WS-SUC-MOV TO GLM-SUCURSAL
               PERFORM 2200-DETERMINAR-DEBCRED-MOV
               WRITE GL-MOV-REGISTRO
               PERFORM 2250-ACUMULAR-PATA
               ADD GLM-IMPORTE TO WS-TOTAL-CREDITOS
           END-IF.

      *    Indicador de la pata del cliente segun el signo de la
      *    tabla de codigos: los creditos al cliente son "C", los
      *    debitos "D"; el reverso invierte el del codigo original.
       2200-DETERMINAR-DEBCRED-MOV.
           MOVE SPACE TO GLM-DEBCRED
           IF R-DESCRIPCION = "R"
               CALL "buscar-codigo-trans" USING R-REF-TIPO,
                    WS-CODIGO-DESC, WS-CODIGO-SIGNO
               EVALUATE WS-CODIGO-SIGNO
                   WHEN "+"
                       MOVE "D" TO GLM-DEBCRED
                   WHEN "-"
                       MOVE "C" TO GLM-DEBCRED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               CALL "buscar-codigo-trans" USING R-DESCRIPCION,
                    WS-CODIGO-DESC, WS-CODIGO-SIGNO
               EVALUATE WS-CODIGO-SIGNO
                   WHEN "+"
                       MOVE "C" TO GLM-DEBCRED
                   WHEN "-"
                       MOVE "D" TO GLM-DEBCRED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    La diferencia de cambio de la fecha, si la revaluacion
      *    nocturna la asento, entra al mismo archivo y a los mismos
      *    totales de control que los movimientos de clientes.
       2500-AGREGAR-REVALUACION.
           MOVE SPACES TO WS-REVALUACION-PATH
           STRING "gl-revaluacion-" DELIMITED BY SIZE
                  WS-FECHA-FILTRO-NUM DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-REVALUACION-PATH
           OPEN INPUT REVALUACION-FILE
           IF REVALUACION-STATUS = "00"
               PERFORM UNTIL REVALUACION-STATUS = "10"
                   READ REVALUACION-FILE
                       AT END
                           MOVE "10" TO REVALUACION-STATUS
                       NOT AT END
                           MOVE REVALUACION-REGISTRO
                               TO GL-MOV-REGISTRO
                           WRITE GL-MOV-REGISTRO
                           PERFORM 2250-ACUMULAR-PATA
                           ADD 1 TO WS-PATAS-REVALUACION
                   END-READ
               END-PERFORM
               CLOSE REVALUACION-FILE
               DISPLAY "Patas de revaluacion agregadas: "
                       WS-PATAS-REVALUACION
           END-IF.

      *    El asiento de prevision del cierre de mes entra igual que
      *    la revaluacion, solo en la fecha del cierre previsionado.
       2600-AGREGAR-PREVISION.
           MOVE SPACES TO WS-PREVISION-PATH
           STRING "gl-prevision-" DELIMITED BY SIZE
                  WS-FECHA-FILTRO-NUM DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-PREVISION-PATH
           OPEN INPUT PREVISION-FILE
           IF PREVISION-STATUS = "00"
               PERFORM UNTIL PREVISION-STATUS = "10"
                   READ PREVISION-FILE
                       AT END
                           MOVE "10" TO PREVISION-STATUS
                       NOT AT END
                           MOVE PREVISION-REGISTRO
                               TO GL-MOV-REGISTRO
                           WRITE GL-MOV-REGISTRO
                           PERFORM 2250-ACUMULAR-PATA
                           ADD 1 TO WS-PATAS-PREVISION
                   END-READ
               END-PERFORM
               CLOSE PREVISION-FILE
               DISPLAY "Patas de prevision agregadas: "
                       WS-PATAS-PREVISION
           END-IF.

      *    Los castigos de prestamos aprobados en la fecha.
       2700-AGREGAR-CASTIGO.
           MOVE SPACES TO WS-CASTIGO-PATH
           STRING "gl-castigo-" DELIMITED BY SIZE
                  WS-FECHA-FILTRO-NUM DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-CASTIGO-PATH
           OPEN INPUT CASTIGO-FILE
           IF CASTIGO-STATUS = "00"
               PERFORM UNTIL CASTIGO-STATUS = "10"
                   READ CASTIGO-FILE
                       AT END
                           MOVE "10" TO CASTIGO-STATUS
                       NOT AT END
                           MOVE CASTIGO-REGISTRO
                               TO GL-MOV-REGISTRO
                           WRITE GL-MOV-REGISTRO
                           PERFORM 2250-ACUMULAR-PATA
                           ADD 1 TO WS-PATAS-CASTIGO
                   END-READ
               END-PERFORM
               CLOSE CASTIGO-FILE
               DISPLAY "Patas de castigo agregadas: "
                       WS-PATAS-CASTIGO
           END-IF.

      *    Los recuperos de castigados del mes, en la fecha de cierre
      *    que informo REPORTE-RECUPEROS.
       2800-AGREGAR-RECUPERO.
           MOVE SPACES TO WS-RECUPERO-PATH
           STRING "gl-recupero-" DELIMITED BY SIZE
                  WS-FECHA-FILTRO-NUM DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-RECUPERO-PATH
           OPEN INPUT RECUPERO-FILE
           IF RECUPERO-STATUS = "00"
               PERFORM UNTIL RECUPERO-STATUS = "10"
                   READ RECUPERO-FILE
                       AT END
                           MOVE "10" TO RECUPERO-STATUS
                       NOT AT END
                           MOVE RECUPERO-REGISTRO
                               TO GL-MOV-REGISTRO
                           WRITE GL-MOV-REGISTRO
                           PERFORM 2250-ACUMULAR-PATA
                           ADD 1 TO WS-PATAS-RECUPERO
                   END-READ
               END-PERFORM
               CLOSE RECUPERO-FILE
               DISPLAY "Patas de recupero agregadas: "
                       WS-PATAS-RECUPERO
           END-IF.

      *    Las operaciones de ventanilla en caja de otra sucursal
      *    pasadas a la sucursal operadora.
       2850-AGREGAR-INTERFILIAL.
           MOVE SPACES TO WS-INTERFILIAL-PATH
           STRING "gl-interfilial-" DELIMITED BY SIZE
                  WS-FECHA-FILTRO-NUM DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-INTERFILIAL-PATH
           OPEN INPUT INTERFILIAL-FILE
           IF INTERFILIAL-STATUS = "00"
               PERFORM UNTIL INTERFILIAL-STATUS = "10"
                   READ INTERFILIAL-FILE
                       AT END
                           MOVE "10" TO INTERFILIAL-STATUS
                       NOT AT END
                           MOVE INTERFILIAL-REGISTRO
                               TO GL-MOV-REGISTRO
                           WRITE GL-MOV-REGISTRO
                           PERFORM 2250-ACUMULAR-PATA
                           ADD 1 TO WS-PATAS-INTERFILIAL
                   END-READ
               END-PERFORM
               CLOSE INTERFILIAL-FILE
               DISPLAY "Patas interfiliales agregadas: "
                       WS-PATAS-INTERFILIAL
           END-IF.

      *    El pase de saldos de las cuentas trasladadas en la fecha.
       2870-AGREGAR-TRASLADO.
           MOVE SPACES TO WS-TRASLADO-PATH
           STRING "gl-traslado-" DELIMITED BY SIZE
                  WS-FECHA-FILTRO-NUM DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-TRASLADO-PATH
           OPEN INPUT TRASLADO-FILE
           IF TRASLADO-STATUS = "00"
               PERFORM UNTIL TRASLADO-STATUS = "10"
                   READ TRASLADO-FILE
                       AT END
                           MOVE "10" TO TRASLADO-STATUS
                       NOT AT END
                           MOVE TRASLADO-REGISTRO
                               TO GL-MOV-REGISTRO
                           WRITE GL-MOV-REGISTRO
                           PERFORM 2250-ACUMULAR-PATA
                           ADD 1 TO WS-PATAS-TRASLADO
                   END-READ
               END-PERFORM
               CLOSE TRASLADO-FILE
               DISPLAY "Patas de traslados agregadas: "
                       WS-PATAS-TRASLADO
           END-IF.

       3000-EXPORTAR-SALDOS.
           MOVE LOW-VALUES TO SALDO-CBF
