       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-SOD-MENSUAL.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Informe mensual de segregacion de funciones para auditoria:
      *  para el mes pedido (por defecto el anterior) resume
      *  violaciones-sod.dat (ver CONTROL-SOD) por sucursal y, dentro
      *  de cada sucursal, por usuario: violaciones consumadas por
      *  severidad e intentos bloqueados por el control preventivo.
      *  Despues del resumen lista cada hecho del mes. Lo corre un
      *  auditor autenticado (autenticar-staff) y la emision queda en
      *  el journal de seguridad.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIOLACIONES-FILE ASSIGN TO "violaciones-sod.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VIOLACIONES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VIOLACIONES-FILE.
       COPY "violacion-sod.cpy".

       WORKING-STORAGE SECTION.
       01  VIOLACIONES-STATUS         PIC XX.

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

      *    Totales por usuario (hasta 300) y por sucursal (hasta 100),
      *    en el orden en que aparecen en el archivo.
       01  WS-CANT-USUARIOS           PIC 9(3) VALUE 0.
       01  WS-TABLA-USUARIOS.
           05  WS-USR OCCURS 300 TIMES.
               10  WS-USR-ID          PIC X(8).
               10  WS-USR-SUCURSAL    PIC 9(3).
               10  WS-USR-GRAVES      PIC 9(5).
               10  WS-USR-MEDIAS      PIC 9(5).
               10  WS-USR-LEVES       PIC 9(5).
               10  WS-USR-INTENTOS    PIC 9(5).
       01  WS-IDX-USR                 PIC 9(3).
       01  WS-USR-HALLADO             PIC X.
       01  WS-CANT-SUCURSALES         PIC 9(3) VALUE 0.
       01  WS-TABLA-SUCURSALES.
           05  WS-SUC OCCURS 100 TIMES.
               10  WS-SUC-CODIGO      PIC 9(3).
               10  WS-SUC-GRAVES      PIC 9(6).
               10  WS-SUC-MEDIAS      PIC 9(6).
               10  WS-SUC-LEVES       PIC 9(6).
               10  WS-SUC-INTENTOS    PIC 9(6).
       01  WS-IDX-SUC                 PIC 9(3).
       01  WS-SUC-HALLADA             PIC X.

       01  WS-TOTAL-HECHOS            PIC 9(6) VALUE 0.
       01  WS-TOTAL-GRAVES            PIC 9(6) VALUE 0.
       01  WS-TOTAL-MEDIAS            PIC 9(6) VALUE 0.
       01  WS-TOTAL-LEVES             PIC 9(6) VALUE 0.
       01  WS-TOTAL-INTENTOS          PIC 9(6) VALUE 0.

       01  WS-SEG-CBF                 PIC X(6) VALUE "000000".
       01  WS-SEG-EVENTO              PIC X(20).
       01  WS-SEG-DETALLE             PIC X(40).

       01  WS-REP-NOMBRE              PIC X(20) VALUE "sod-mensual".
       01  WS-REP-TITULO              PIC X(40)
                          VALUE "SEGREGACION DE FUNCIONES - MENSUAL".
       01  WS-REP-LINEA               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "==========================================".
           DISPLAY "  INFORME MENSUAL DE SEGREGACION DE FUNCIONES".
           DISPLAY "==========================================".
           CALL "autenticar-staff" USING WS-STAFF-USUARIO,
                WS-STAFF-ROL, "A", WS-STAFF-AUTORIZADO
           IF WS-STAFF-AUTORIZADO = 1
               PERFORM 1000-INICIALIZAR
               PERFORM 2000-ACUMULAR
               PERFORM 3000-INFORMAR-RESUMEN
               PERFORM 4000-INFORMAR-DETALLE
               PERFORM 9000-FINALIZAR
           END-IF
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
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
           DISPLAY "Periodo: " WS-PERIODO.

       2000-ACUMULAR.
           OPEN INPUT VIOLACIONES-FILE
           IF VIOLACIONES-STATUS NOT = "00"
               DISPLAY "No hay violaciones registradas."
               MOVE "10" TO VIOLACIONES-STATUS
           END-IF
           PERFORM UNTIL VIOLACIONES-STATUS = "10"
               READ VIOLACIONES-FILE
                   AT END
                       MOVE "10" TO VIOLACIONES-STATUS
                   NOT AT END
                       IF VS-FECHA-HECHO(1:6) = WS-PERIODO
                           PERFORM 2100-ACUMULAR-HECHO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VIOLACIONES-FILE.

       2100-ACUMULAR-HECHO.
           ADD 1 TO WS-TOTAL-HECHOS
           MOVE 'N' TO WS-USR-HALLADO
           PERFORM VARYING WS-IDX-USR FROM 1 BY 1
                   UNTIL WS-IDX-USR > WS-CANT-USUARIOS
                      OR WS-USR-HALLADO = 'S'
               IF WS-USR-ID(WS-IDX-USR) = VS-USUARIO
                  AND WS-USR-SUCURSAL(WS-IDX-USR) = VS-SUCURSAL
                   MOVE 'S' TO WS-USR-HALLADO
               END-IF
           END-PERFORM
           IF WS-USR-HALLADO = 'S'
               SUBTRACT 1 FROM WS-IDX-USR
           ELSE
               IF WS-CANT-USUARIOS < 300
                   ADD 1 TO WS-CANT-USUARIOS
                   MOVE WS-CANT-USUARIOS TO WS-IDX-USR
                   MOVE VS-USUARIO TO WS-USR-ID(WS-IDX-USR)
                   MOVE VS-SUCURSAL TO WS-USR-SUCURSAL(WS-IDX-USR)
                   MOVE 0 TO WS-USR-GRAVES(WS-IDX-USR)
                   MOVE 0 TO WS-USR-MEDIAS(WS-IDX-USR)
                   MOVE 0 TO WS-USR-LEVES(WS-IDX-USR)
                   MOVE 0 TO WS-USR-INTENTOS(WS-IDX-USR)
                   MOVE 'S' TO WS-USR-HALLADO
               END-IF
           END-IF

           MOVE 'N' TO WS-SUC-HALLADA
           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANT-SUCURSALES
                      OR WS-SUC-HALLADA = 'S'
               IF WS-SUC-CODIGO(WS-IDX-SUC) = VS-SUCURSAL
                   MOVE 'S' TO WS-SUC-HALLADA
               END-IF
           END-PERFORM
           IF WS-SUC-HALLADA = 'S'
               SUBTRACT 1 FROM WS-IDX-SUC
           ELSE
               IF WS-CANT-SUCURSALES < 100
                   ADD 1 TO WS-CANT-SUCURSALES
                   MOVE WS-CANT-SUCURSALES TO WS-IDX-SUC
                   MOVE VS-SUCURSAL TO WS-SUC-CODIGO(WS-IDX-SUC)
                   MOVE 0 TO WS-SUC-GRAVES(WS-IDX-SUC)
                   MOVE 0 TO WS-SUC-MEDIAS(WS-IDX-SUC)
                   MOVE 0 TO WS-SUC-LEVES(WS-IDX-SUC)
                   MOVE 0 TO WS-SUC-INTENTOS(WS-IDX-SUC)
                   MOVE 'S' TO WS-SUC-HALLADA
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN VS-INTENTO
                   ADD 1 TO WS-TOTAL-INTENTOS
                   IF WS-USR-HALLADO = 'S'
                       ADD 1 TO WS-USR-INTENTOS(WS-IDX-USR)
                   END-IF
                   IF WS-SUC-HALLADA = 'S'
                       ADD 1 TO WS-SUC-INTENTOS(WS-IDX-SUC)
                   END-IF
               WHEN VS-SEVERIDAD = "G"
                   ADD 1 TO WS-TOTAL-GRAVES
                   IF WS-USR-HALLADO = 'S'
                       ADD 1 TO WS-USR-GRAVES(WS-IDX-USR)
                   END-IF
                   IF WS-SUC-HALLADA = 'S'
                       ADD 1 TO WS-SUC-GRAVES(WS-IDX-SUC)
                   END-IF
               WHEN VS-SEVERIDAD = "M"
                   ADD 1 TO WS-TOTAL-MEDIAS
                   IF WS-USR-HALLADO = 'S'
                       ADD 1 TO WS-USR-MEDIAS(WS-IDX-USR)
                   END-IF
                   IF WS-SUC-HALLADA = 'S'
                       ADD 1 TO WS-SUC-MEDIAS(WS-IDX-SUC)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-LEVES
                   IF WS-USR-HALLADO = 'S'
                       ADD 1 TO WS-USR-LEVES(WS-IDX-USR)
                   END-IF
                   IF WS-SUC-HALLADA = 'S'
                       ADD 1 TO WS-SUC-LEVES(WS-IDX-SUC)
                   END-IF
           END-EVALUATE.

      *****************************************************************
      *  Resumen: por cada sucursal, sus usuarios y el subtotal.
      *****************************************************************
       3000-INFORMAR-RESUMEN.
           MOVE SPACES TO WS-REP-LINEA
           STRING "Periodo " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  " - Suc Usuario   Graves Medias  Leves Intentos"
                      DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-CANT-SUCURSALES
               PERFORM VARYING WS-IDX-USR FROM 1 BY 1
                       UNTIL WS-IDX-USR > WS-CANT-USUARIOS
                   IF WS-USR-SUCURSAL(WS-IDX-USR)
                      = WS-SUC-CODIGO(WS-IDX-SUC)
                       PERFORM 3100-LINEA-USUARIO
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-REP-LINEA
               STRING "Sucursal " DELIMITED BY SIZE
                      WS-SUC-CODIGO(WS-IDX-SUC) DELIMITED BY SIZE
                      "  total      " DELIMITED BY SIZE
                      WS-SUC-GRAVES(WS-IDX-SUC) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SUC-MEDIAS(WS-IDX-SUC) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SUC-LEVES(WS-IDX-SUC) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SUC-INTENTOS(WS-IDX-SUC) DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
           END-PERFORM.

       3100-LINEA-USUARIO.
           MOVE SPACES TO WS-REP-LINEA
           STRING "  " DELIMITED BY SIZE
                  WS-USR-SUCURSAL(WS-IDX-USR) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-USR-ID(WS-IDX-USR) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-USR-GRAVES(WS-IDX-USR) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-USR-MEDIAS(WS-IDX-USR) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-USR-LEVES(WS-IDX-USR) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-USR-INTENTOS(WS-IDX-USR) DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

      *    Detalle: cada hecho del mes tal como lo registro
      *    CONTROL-SOD (C consumada / I intento).
       4000-INFORMAR-DETALLE.
           MOVE "Detalle: T S Usuario  Suc Funciones Fecha    Item"
               TO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           OPEN INPUT VIOLACIONES-FILE
           IF VIOLACIONES-STATUS NOT = "00"
               MOVE "10" TO VIOLACIONES-STATUS
           END-IF
           PERFORM UNTIL VIOLACIONES-STATUS = "10"
               READ VIOLACIONES-FILE
                   AT END
                       MOVE "10" TO VIOLACIONES-STATUS
                   NOT AT END
                       IF VS-FECHA-HECHO(1:6) = WS-PERIODO
                           PERFORM 4100-LINEA-HECHO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VIOLACIONES-FILE.

       4100-LINEA-HECHO.
           MOVE SPACES TO WS-REP-LINEA
           STRING "         " DELIMITED BY SIZE
                  VS-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VS-SEVERIDAD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VS-USUARIO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VS-SUCURSAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VS-FUNCION-A DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  VS-FUNCION-B DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VS-FECHA-HECHO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VS-ITEM DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       9000-FINALIZAR.
           MOVE SPACES TO WS-REP-LINEA
           STRING "Hechos " DELIMITED BY SIZE
                  WS-TOTAL-HECHOS DELIMITED BY SIZE
                  " - graves " DELIMITED BY SIZE
                  WS-TOTAL-GRAVES DELIMITED BY SIZE
                  " medias " DELIMITED BY SIZE
                  WS-TOTAL-MEDIAS DELIMITED BY SIZE
                  " leves " DELIMITED BY SIZE
                  WS-TOTAL-LEVES DELIMITED BY SIZE
                  " intentos " DELIMITED BY SIZE
                  WS-TOTAL-INTENTOS DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           DISPLAY "Hechos del periodo:  " WS-TOTAL-HECHOS
           DISPLAY "Usuarios:            " WS-CANT-USUARIOS
           DISPLAY "Sucursales:          " WS-CANT-SUCURSALES
           DISPLAY "==========================================".
           MOVE "REPORTE SOD" TO WS-SEG-EVENTO
           MOVE SPACES TO WS-SEG-DETALLE
           STRING "Periodo " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  " emitido por " DELIMITED BY SIZE
                  WS-STAFF-USUARIO DELIMITED BY SIZE
               INTO WS-SEG-DETALLE
           CALL "registrar-evento-seg" USING WS-SEG-CBF,
                WS-SEG-EVENTO, WS-SEG-DETALLE.
