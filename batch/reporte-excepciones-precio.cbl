       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-EXCEPCIONES-PRECIO.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Informe mensual de excepciones de precio: para el mes pedido
      *  (por defecto el anterior) suma excepciones-aplicadas.dat por
      *  excepcion (cantidad de aplicaciones e ingreso resignado
      *  frente a la condicion estandar) y lista cada excepcion que
      *  estuvo vigente en el mes o tuvo aplicaciones. Despues avisa
      *  las excepciones aprobadas que vencen dentro de los proximos
      *  PARM-DIAS-AVISO-EXCEPCION dias (30 si no esta cargado), para
      *  que el oficial las renueve o las deje caer, y cuenta las
      *  pendientes de aprobacion. Lo corre un supervisor autenticado
      *  (autenticar-staff).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPCIONES-FILE ASSIGN TO "excepciones-precio.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXP-NUMERO
               FILE STATUS IS EXCEPCIONES-STATUS.
           SELECT APLICADAS-FILE ASSIGN TO "excepciones-aplicadas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APLICADAS-STATUS.
           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPCIONES-FILE.
       COPY "excepcion-precio.cpy".

       FD  APLICADAS-FILE.
       COPY "excepcion-aplicada.cpy".

       FD  PARAMETROS-FILE.
           COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       01  EXCEPCIONES-STATUS         PIC XX.
       01  APLICADAS-STATUS           PIC XX.
       01  PARAMETROS-STATUS          PIC XX.

       01  WS-STAFF-USUARIO           PIC X(8).
       01  WS-STAFF-ROL               PIC X(1).
       01  WS-STAFF-AUTORIZADO        PIC 9 VALUE 0.

       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05  WS-HOY-AAAA            PIC 9(4).
           05  WS-HOY-MM              PIC 9(2).
           05  WS-HOY-DD              PIC 9(2).
       01  WS-PERIODO                 PIC 9(6).
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           05  WS-PER-AAAA            PIC 9(4).
           05  WS-PER-MM              PIC 9(2).
       01  WS-PER-DESDE               PIC 9(8).
       01  WS-PER-HASTA               PIC 9(8).
       01  WS-DIAS-AVISO              PIC 9(3) VALUE 0.
       01  WS-DIAS-HOY                PIC S9(9).
       01  WS-DIAS-FALTAN             PIC S9(9).

      *    Aplicaciones del mes por excepcion (hasta 500).
       01  WS-CANT-EXC                PIC 9(3) VALUE 0.
       01  WS-TABLA-EXC.
           05  WS-EXC OCCURS 500 TIMES.
               10  WS-EXC-NUMERO      PIC 9(6).
               10  WS-EXC-APLICACIONES PIC 9(6).
               10  WS-EXC-RESIGNADO   PIC S9(11)V99.
       01  WS-IDX-EXC                 PIC 9(3).
       01  WS-EXC-HALLADA             PIC X.

       01  WS-APLICACIONES            PIC 9(6).
       01  WS-RESIGNADO               PIC S9(11)V99.
       01  WS-TOTAL-RESIGNADO         PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-APLICACIONES      PIC 9(7) VALUE 0.
       01  WS-TOTAL-LISTADAS          PIC 9(5) VALUE 0.
       01  WS-TOTAL-POR-VENCER        PIC 9(5) VALUE 0.
       01  WS-TOTAL-PENDIENTES        PIC 9(5) VALUE 0.

       01  WS-VALOR-EDIT              PIC Z(6)9.99.
       01  WS-RESIGNADO-EDIT          PIC -Z(10)9.99.
       01  WS-DIAS-EDIT               PIC ZZ9.
       01  WS-TITULAR                 PIC X(14).

       01  WS-REP-NOMBRE              PIC X(20)
                          VALUE "excepciones-precio".
       01  WS-REP-TITULO              PIC X(40)
                          VALUE "EXCEPCIONES DE PRECIO - MENSUAL".
       01  WS-REP-LINEA               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "==========================================".
           DISPLAY "  INFORME MENSUAL DE EXCEPCIONES DE PRECIO".
           DISPLAY "==========================================".
           CALL "autenticar-staff" USING WS-STAFF-USUARIO,
                WS-STAFF-ROL, "S", WS-STAFF-AUTORIZADO
           IF WS-STAFF-AUTORIZADO = 1
               PERFORM 1000-INICIALIZAR
               PERFORM 2000-ACUMULAR
               PERFORM 3000-INFORMAR-MES
               PERFORM 4000-INFORMAR-VENCIMIENTOS
               PERFORM 9000-FINALIZAR
           END-IF
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
           DISPLAY "Mes a informar AAAAMM (0 = mes anterior): "
               WITH NO ADVANCING
           ACCEPT WS-PERIODO
           IF WS-PERIODO = 0 OR WS-PER-MM < 1 OR WS-PER-MM > 12
               MOVE WS-HOY-AAAA TO WS-PER-AAAA
               MOVE WS-HOY-MM TO WS-PER-MM
               IF WS-PER-MM = 1
                   MOVE 12 TO WS-PER-MM
                   SUBTRACT 1 FROM WS-PER-AAAA
               ELSE
                   SUBTRACT 1 FROM WS-PER-MM
               END-IF
           END-IF
           DISPLAY "Periodo: " WS-PERIODO
           COMPUTE WS-PER-DESDE = WS-PERIODO * 100 + 1
           COMPUTE WS-PER-HASTA = WS-PERIODO * 100 + 31

           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DIAS-AVISO-EXCEPCION IS NUMERIC
                           MOVE PARM-DIAS-AVISO-EXCEPCION
                               TO WS-DIAS-AVISO
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF
           IF WS-DIAS-AVISO = 0
               MOVE 30 TO WS-DIAS-AVISO
           END-IF.

       2000-ACUMULAR.
           OPEN INPUT APLICADAS-FILE
           IF APLICADAS-STATUS NOT = "00"
               DISPLAY "No hay aplicaciones de excepciones registradas."
               MOVE "10" TO APLICADAS-STATUS
           END-IF
           PERFORM UNTIL APLICADAS-STATUS = "10"
               READ APLICADAS-FILE
                   AT END
                       MOVE "10" TO APLICADAS-STATUS
                   NOT AT END
                       IF EXA-TIMESTAMP(1:6) = WS-PERIODO
                           PERFORM 2100-ACUMULAR-APLICACION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APLICADAS-FILE.

       2100-ACUMULAR-APLICACION.
           ADD 1 TO WS-TOTAL-APLICACIONES
           ADD EXA-RESIGNADO TO WS-TOTAL-RESIGNADO
           PERFORM 2200-BUSCAR-EXC
           IF WS-EXC-HALLADA = 'N'
               IF WS-CANT-EXC < 500
                   ADD 1 TO WS-CANT-EXC
                   MOVE WS-CANT-EXC TO WS-IDX-EXC
                   MOVE EXA-NUMERO TO WS-EXC-NUMERO(WS-IDX-EXC)
                   MOVE 0 TO WS-EXC-APLICACIONES(WS-IDX-EXC)
                   MOVE 0 TO WS-EXC-RESIGNADO(WS-IDX-EXC)
                   MOVE 'S' TO WS-EXC-HALLADA
               END-IF
           END-IF
           IF WS-EXC-HALLADA = 'S'
               ADD 1 TO WS-EXC-APLICACIONES(WS-IDX-EXC)
               ADD EXA-RESIGNADO TO WS-EXC-RESIGNADO(WS-IDX-EXC)
           END-IF.

      *    Deja WS-IDX-EXC en el renglon de EXA-NUMERO si ya esta.
       2200-BUSCAR-EXC.
           MOVE 'N' TO WS-EXC-HALLADA
           PERFORM VARYING WS-IDX-EXC FROM 1 BY 1
                   UNTIL WS-IDX-EXC > WS-CANT-EXC
                      OR WS-EXC-HALLADA = 'S'
               IF WS-EXC-NUMERO(WS-IDX-EXC) = EXA-NUMERO
                   MOVE 'S' TO WS-EXC-HALLADA
               END-IF
           END-PERFORM
           IF WS-EXC-HALLADA = 'S'
               SUBTRACT 1 FROM WS-IDX-EXC
           END-IF.

      *****************************************************************
      *  Detalle del mes: cada excepcion aprobada vigente en el mes
      *  (o con aplicaciones, aunque despues se haya anulado).
      *****************************************************************
       3000-INFORMAR-MES.
           MOVE SPACES TO WS-REP-LINEA
           STRING "Periodo " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  " - Nro    Titular        Pr       Valor Hasta"
                      DELIMITED BY SIZE
                  "    Apl   Resignado" DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           OPEN INPUT EXCEPCIONES-FILE
           IF EXCEPCIONES-STATUS NOT = "00"
               DISPLAY "No hay excepciones de precio registradas."
               MOVE "10" TO EXCEPCIONES-STATUS
           END-IF
           PERFORM UNTIL EXCEPCIONES-STATUS = "10"
               READ EXCEPCIONES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO EXCEPCIONES-STATUS
                   NOT AT END
                       PERFORM 3100-EVALUAR-EXCEPCION
               END-READ
           END-PERFORM
           CLOSE EXCEPCIONES-FILE.

       3100-EVALUAR-EXCEPCION.
           IF EXP-PENDIENTE
               ADD 1 TO WS-TOTAL-PENDIENTES
           END-IF
           MOVE EXP-NUMERO TO EXA-NUMERO
           PERFORM 2200-BUSCAR-EXC
           MOVE 0 TO WS-APLICACIONES
           MOVE 0 TO WS-RESIGNADO
           IF WS-EXC-HALLADA = 'S'
               MOVE WS-EXC-APLICACIONES(WS-IDX-EXC) TO WS-APLICACIONES
               MOVE WS-EXC-RESIGNADO(WS-IDX-EXC) TO WS-RESIGNADO
           END-IF
           IF WS-EXC-HALLADA = 'S'
              OR (EXP-APROBADA
                  AND EXP-FECHA-DESDE <= WS-PER-HASTA
                  AND EXP-FECHA-HASTA >= WS-PER-DESDE)
               PERFORM 3200-LINEA-EXCEPCION
           END-IF.

       3200-LINEA-EXCEPCION.
           ADD 1 TO WS-TOTAL-LISTADAS
           PERFORM 8000-TITULAR
           MOVE EXP-VALOR TO WS-VALOR-EDIT
           MOVE WS-RESIGNADO TO WS-RESIGNADO-EDIT
           MOVE SPACES TO WS-REP-LINEA
           STRING "  " DELIMITED BY SIZE
                  EXP-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EXP-ESTADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TITULAR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EXP-PRODUCTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EXP-FECHA-HASTA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-APLICACIONES DELIMITED BY SIZE
                  WS-RESIGNADO-EDIT DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

      *****************************************************************
      *  Vencimientos: aprobadas que vencen dentro del aviso, contado
      *  desde hoy.
      *****************************************************************
       4000-INFORMAR-VENCIMIENTOS.
           MOVE SPACES TO WS-REP-LINEA
           MOVE WS-DIAS-AVISO TO WS-DIAS-EDIT
           STRING "Aprobadas que vencen en los proximos "
                      DELIMITED BY SIZE
                  WS-DIAS-EDIT DELIMITED BY SIZE
                  " dias:" DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           OPEN INPUT EXCEPCIONES-FILE
           IF EXCEPCIONES-STATUS NOT = "00"
               MOVE "10" TO EXCEPCIONES-STATUS
           END-IF
           PERFORM UNTIL EXCEPCIONES-STATUS = "10"
               READ EXCEPCIONES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO EXCEPCIONES-STATUS
                   NOT AT END
                       IF EXP-APROBADA
                          AND EXP-FECHA-HASTA >= WS-FECHA-HOY
                           COMPUTE WS-DIAS-FALTAN =
                               FUNCTION INTEGER-OF-DATE(EXP-FECHA-HASTA)
                               - WS-DIAS-HOY
                           IF WS-DIAS-FALTAN <= WS-DIAS-AVISO
                               PERFORM 4100-LINEA-VENCIMIENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCEPCIONES-FILE.

       4100-LINEA-VENCIMIENTO.
           ADD 1 TO WS-TOTAL-POR-VENCER
           PERFORM 8000-TITULAR
           MOVE EXP-VALOR TO WS-VALOR-EDIT
           MOVE WS-DIAS-FALTAN TO WS-DIAS-EDIT
           MOVE SPACES TO WS-REP-LINEA
           STRING "  " DELIMITED BY SIZE
                  EXP-NUMERO DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-TITULAR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EXP-PRODUCTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EXP-FECHA-HASTA DELIMITED BY SIZE
                  " VENCE EN " DELIMITED BY SIZE
                  WS-DIAS-EDIT DELIMITED BY SIZE
                  " DIAS - " DELIMITED BY SIZE
                  EXP-USUARIO-SOLICITA DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       8000-TITULAR.
           MOVE SPACES TO WS-TITULAR
           IF EXP-POR-CUENTA
               STRING "Cuenta " DELIMITED BY SIZE
                      EXP-CBF DELIMITED BY SIZE
                   INTO WS-TITULAR
           ELSE
               STRING "Cli " DELIMITED BY SIZE
                      EXP-CLIENTE-ID DELIMITED BY SIZE
                   INTO WS-TITULAR
           END-IF.

       9000-FINALIZAR.
           MOVE WS-TOTAL-RESIGNADO TO WS-RESIGNADO-EDIT
           MOVE SPACES TO WS-REP-LINEA
           STRING "Aplicaciones " DELIMITED BY SIZE
                  WS-TOTAL-APLICACIONES DELIMITED BY SIZE
                  " - ingreso resignado $" DELIMITED BY SIZE
                  WS-RESIGNADO-EDIT DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE SPACES TO WS-REP-LINEA
           STRING "Por vencer " DELIMITED BY SIZE
                  WS-TOTAL-POR-VENCER DELIMITED BY SIZE
                  " - pendientes de aprobacion " DELIMITED BY SIZE
                  WS-TOTAL-PENDIENTES DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           DISPLAY "Excepciones listadas:   " WS-TOTAL-LISTADAS
           DISPLAY "Aplicaciones del mes:   " WS-TOTAL-APLICACIONES
           DISPLAY "Ingreso resignado:    $" WS-RESIGNADO-EDIT
           DISPLAY "Por vencer:             " WS-TOTAL-POR-VENCER
           DISPLAY "Pendientes:             " WS-TOTAL-PENDIENTES
           DISPLAY "==========================================".
