       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-CONCENTRACION.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Concentracion crediticia: batch de cierre de mes que mide,
      *  al ultimo dia del mes, la exposicion en pesos de cada grupo
      *  economico (grupos-economicos.dat) y de cada cliente que no
      *  pertenece a ningun grupo (clientes-idx.dat), sumando
      *  prestamos vigentes y en mora, limites de tarjetas de
      *  credito activas y limites de descubierto
      *  (calcular-exposicion). La compara con el limite de
      *  concentracion, PARM-PCT-GRUPO por ciento del capital
      *  computable (PARM-CAPITAL-MILLONES), y marca los que lo
      *  exceden. Las garantias de los prestamos se informan al lado
      *  como mitigante, sin restarse de la exposicion. Lista todos
      *  los grupos, los clientes sin grupo que exceden el limite y
      *  el ranking de las 20 mayores exposiciones.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRUPOS-FILE ASSIGN TO "grupos-economicos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRE-KEY
               ALTERNATE RECORD KEY IS GRE-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS GRUPOS-STATUS.

           SELECT CLIENTES-IDX-FILE ASSIGN TO "clientes-idx.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CBF
               ALTERNATE RECORD KEY IS CI-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRUPOS-FILE.
       COPY "grupo-economico.cpy".

       FD  CLIENTES-IDX-FILE.
       COPY "cliente-indice.cpy".

       WORKING-STORAGE SECTION.
       COPY "cliente.cpy".
       01  GRUPOS-STATUS              PIC XX.
       01  IDX-STATUS                 PIC XX.
       01  WS-SEGUIR                  PIC X VALUE 'S'.

       01  WS-PERIODO                 PIC 9(6).
       01  WS-PERIODO-GRP REDEFINES WS-PERIODO.
           05  WS-PER-ANIO            PIC 9(4).
           05  WS-PER-MES             PIC 9(2).
       01  WS-PERIODO-ACTUAL          PIC 9(6).
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-FECHA-HOY-GRP REDEFINES WS-FECHA-HOY.
           05  WS-HOY-ANIO            PIC 9(4).
           05  WS-HOY-MES             PIC 9(2).
           05  WS-HOY-DIA             PIC 9(2).
       01  WS-FECHA-CIERRE            PIC 9(8).
       01  WS-PRIMERO-SIGUIENTE       PIC 9(8).
       01  WS-DIAS-CIERRE             PIC 9(7).

      *    Exposicion del grupo o cliente en tratamiento
      *    (calcular-exposicion).
       01  WS-EXP-GRUPO               PIC 9(6).
       01  WS-EXP-CBF                 PIC 9(6).
       01  WS-EXP-PRESTAMOS           PIC S9(13)V99.
       01  WS-EXP-TARJETAS            PIC S9(13)V99.
       01  WS-EXP-DESCUBIERTOS        PIC S9(13)V99.
       01  WS-EXP-GARANTIAS           PIC S9(13)V99.
       01  WS-EXP-TOTAL               PIC S9(13)V99.
       01  WS-EXP-CUENTAS             PIC 9(4).
       01  WS-EXP-SIN-COTIZACION      PIC 9.
       01  WS-EXP-LIMITE              PIC S9(13)V99.
       01  WS-LIMITE                  PIC S9(13)V99 VALUE 0.
       01  WS-EXCEDE                  PIC X(1).
       01  WS-PORCENTAJE              PIC 9(5).

       01  WS-TIPO                    PIC X(1).
       01  WS-ID                      PIC 9(8).
       01  WS-NOMBRE                  PIC X(30).
       01  WS-CLIENTE-ANT             PIC 9(8) VALUE 0.

      *    Las 20 mayores exposiciones (G grupo, C cliente).
       01  WS-CANT-RANKING            PIC 9(2) VALUE 0.
       01  WS-TABLA-RANKING.
           05  WS-RANK-ENTRY OCCURS 20 TIMES.
               10  WS-RANK-TIPO       PIC X(1).
               10  WS-RANK-ID         PIC 9(8).
               10  WS-RANK-NOMBRE     PIC X(30).
               10  WS-RANK-TOTAL      PIC S9(13)V99.
               10  WS-RANK-EXCEDE     PIC X(1).
       01  WS-RANK-AUX                PIC X(55).
       01  WS-IDX-RANK                PIC 9(2).
       01  WS-IDX-MENOR               PIC 9(2).
       01  WS-IDX-ORDEN               PIC 9(2).
       01  WS-IDX-MAYOR               PIC 9(2).

       01  WS-CANT-GRUPOS             PIC 9(6) VALUE 0.
       01  WS-CANT-CLIENTES           PIC 9(6) VALUE 0.
       01  WS-CANT-EXCEDEN            PIC 9(6) VALUE 0.
       01  WS-CANT-SIN-COTIZACION     PIC 9(6) VALUE 0.
       01  WS-TOTAL-EXPOSICION        PIC S9(15)V99 VALUE 0.
       01  WS-TOTAL-GARANTIAS         PIC S9(15)V99 VALUE 0.

       01  WS-IMPORTE-DISPLAY         PIC -Z(12).99.
       01  WS-IMPORTE2-DISPLAY        PIC -Z(12).99.
       01  WS-IMPORTE3-DISPLAY        PIC -Z(12).99.
       01  WS-IMPORTE4-DISPLAY        PIC -Z(12).99.
       01  WS-TOTAL-DISPLAY           PIC -Z(14).99.
       01  WS-PCT-DISPLAY             PIC ZZZZ9.
       01  WS-RANK-DISPLAY            PIC Z9.
       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "concentracion".
       01  WS-REP-TITULO              PIC X(40)
                            VALUE "CONCENTRACION CREDITICIA".
       01  WS-REP-LINEA               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-FIN
           IF WS-SEGUIR = 'S'
               PERFORM 2000-GRUPOS THRU 2000-GRUPOS-FIN
               PERFORM 3000-CLIENTES THRU 3000-CLIENTES-FIN
               PERFORM 4000-RANKING
               PERFORM 5000-TOTALES
           END-IF
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  CONCENTRACION CREDITICIA".
           DISPLAY "==========================================".
           MOVE "Exposicion por grupo economico y cliente (ARS)"
               TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           DISPLAY "Periodo (AAAAMM): " WITH NO ADVANCING
           ACCEPT WS-PERIODO
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-PERIODO-ACTUAL = WS-HOY-ANIO * 100 + WS-HOY-MES

           IF WS-PERIODO = 0 OR WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY "Periodo invalido."
               MOVE 'N' TO WS-SEGUIR
           END-IF
           IF WS-SEGUIR = 'S'
              AND WS-PERIODO NOT < WS-PERIODO-ACTUAL
               DISPLAY "Solo se informa un mes ya terminado."
               MOVE 'N' TO WS-SEGUIR
           END-IF
           IF WS-SEGUIR = 'N'
               GO TO 1000-INICIALIZAR-FIN
           END-IF

           IF WS-PER-MES = 12
               COMPUTE WS-PRIMERO-SIGUIENTE =
                   (WS-PER-ANIO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-PRIMERO-SIGUIENTE =
                   WS-PER-ANIO * 10000 + (WS-PER-MES + 1) * 100 + 1
           END-IF
           COMPUTE WS-DIAS-CIERRE =
               FUNCTION INTEGER-OF-DATE(WS-PRIMERO-SIGUIENTE) - 1
           COMPUTE WS-FECHA-CIERRE =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-CIERRE)
           DISPLAY "Fecha de cierre: " WS-FECHA-CIERRE.

       1000-INICIALIZAR-FIN.
           EXIT.

      *    Un calculo por cada cabecera de grupo.
       2000-GRUPOS.
           OPEN INPUT GRUPOS-FILE
           IF GRUPOS-STATUS NOT = "00"
               DISPLAY "No hay grupos economicos registrados."
               GO TO 2000-GRUPOS-FIN
           END-IF
           MOVE LOW-VALUES TO GRE-KEY
           START GRUPOS-FILE KEY IS >= GRE-KEY
               INVALID KEY
                   MOVE "10" TO GRUPOS-STATUS
           END-START
           PERFORM UNTIL GRUPOS-STATUS = "10"
               READ GRUPOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO GRUPOS-STATUS
                   NOT AT END
                       IF GRE-CLIENTE-ID = 0
                           PERFORM 2100-EVALUAR-GRUPO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRUPOS-FILE.

       2000-GRUPOS-FIN.
           EXIT.

       2100-EVALUAR-GRUPO.
           ADD 1 TO WS-CANT-GRUPOS
           MOVE GRE-GRUPO-ID TO WS-EXP-GRUPO
           MOVE 0 TO WS-EXP-CBF
           PERFORM 8000-CALCULAR
           MOVE "G" TO WS-TIPO
           MOVE GRE-GRUPO-ID TO WS-ID
           MOVE GRE-NOMBRE TO WS-NOMBRE
           PERFORM 8100-LINEA-EXPOSICION
           PERFORM 8200-RANKEAR.

      *    Clientes sin grupo: el indice recorrido por CI-CLIENTE-ID
      *    trae juntas las cuentas de cada cliente; se evalua una vez
      *    por cliente, a partir de su primera cuenta.
       3000-CLIENTES.
           OPEN INPUT CLIENTES-IDX-FILE
           IF IDX-STATUS NOT = "00"
               DISPLAY "No hay clientes vinculados (clientes-idx)."
               GO TO 3000-CLIENTES-FIN
           END-IF
           OPEN INPUT GRUPOS-FILE
           MOVE 0 TO CI-CLIENTE-ID
           START CLIENTES-IDX-FILE KEY IS >= CI-CLIENTE-ID
               INVALID KEY
                   MOVE "10" TO IDX-STATUS
           END-START
           PERFORM UNTIL IDX-STATUS = "10"
               READ CLIENTES-IDX-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO IDX-STATUS
                   NOT AT END
                       IF CI-CLIENTE-ID NOT = WS-CLIENTE-ANT
                           MOVE CI-CLIENTE-ID TO WS-CLIENTE-ANT
                           PERFORM 3100-EVALUAR-CLIENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLIENTES-IDX-FILE
           IF GRUPOS-STATUS = "00"
               CLOSE GRUPOS-FILE
           END-IF.

       3000-CLIENTES-FIN.
           EXIT.

       3100-EVALUAR-CLIENTE.
           IF GRUPOS-STATUS = "00"
               MOVE CI-CLIENTE-ID TO GRE-CLIENTE-ID
               READ GRUPOS-FILE
                   KEY IS GRE-CLIENTE-ID
                   INVALID KEY
                       MOVE "23" TO GRUPOS-STATUS
               END-READ
               IF GRUPOS-STATUS = "00"
      *            Ya computado con su grupo.
                   GO TO 3100-EVALUAR-CLIENTE-FIN
               END-IF
               MOVE "00" TO GRUPOS-STATUS
           END-IF
           ADD 1 TO WS-CANT-CLIENTES
           MOVE 0 TO WS-EXP-GRUPO
           MOVE CI-CBF TO WS-EXP-CBF
           PERFORM 8000-CALCULAR
           IF WS-EXP-TOTAL = 0
               GO TO 3100-EVALUAR-CLIENTE-FIN
           END-IF
           MOVE "C" TO WS-TIPO
           MOVE CI-CLIENTE-ID TO WS-ID
           MOVE WS-EXP-CBF TO P-CBF OF CLIENTE
           CALL 'buscar-cliente' USING CLIENTE
           MOVE SPACES TO WS-NOMBRE
           STRING P-APELLIDO OF CLIENTE DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  P-NOMBRE OF CLIENTE DELIMITED BY "  "
               INTO WS-NOMBRE
           IF WS-EXCEDE = 'S'
               PERFORM 8100-LINEA-EXPOSICION
           END-IF
           PERFORM 8200-RANKEAR.

       3100-EVALUAR-CLIENTE-FIN.
           EXIT.

      *    Ranking ordenado por exposicion descendente.
       4000-RANKING.
           PERFORM VARYING WS-IDX-ORDEN FROM 1 BY 1
                   UNTIL WS-IDX-ORDEN >= WS-CANT-RANKING
               MOVE WS-IDX-ORDEN TO WS-IDX-MAYOR
               PERFORM VARYING WS-IDX-RANK FROM WS-IDX-ORDEN BY 1
                       UNTIL WS-IDX-RANK > WS-CANT-RANKING
                   IF WS-RANK-TOTAL(WS-IDX-RANK) >
                      WS-RANK-TOTAL(WS-IDX-MAYOR)
                       MOVE WS-IDX-RANK TO WS-IDX-MAYOR
                   END-IF
               END-PERFORM
               IF WS-IDX-MAYOR NOT = WS-IDX-ORDEN
                   MOVE WS-RANK-ENTRY(WS-IDX-ORDEN) TO WS-RANK-AUX
                   MOVE WS-RANK-ENTRY(WS-IDX-MAYOR)
                       TO WS-RANK-ENTRY(WS-IDX-ORDEN)
                   MOVE WS-RANK-AUX TO WS-RANK-ENTRY(WS-IDX-MAYOR)
               END-IF
           END-PERFORM
           MOVE "MAYORES EXPOSICIONES" TO WS-REP-LINEA
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           PERFORM VARYING WS-IDX-RANK FROM 1 BY 1
                   UNTIL WS-IDX-RANK > WS-CANT-RANKING
               PERFORM 4100-LINEA-RANKING
           END-PERFORM.

       4100-LINEA-RANKING.
           MOVE WS-IDX-RANK TO WS-RANK-DISPLAY
           MOVE WS-RANK-TOTAL(WS-IDX-RANK) TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING WS-RANK-DISPLAY DELIMITED BY SIZE
                  ". " DELIMITED BY SIZE
                  WS-RANK-TIPO(WS-IDX-RANK) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RANK-ID(WS-IDX-RANK) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RANK-NOMBRE(WS-IDX-RANK) DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RANK-EXCEDE(WS-IDX-RANK) DELIMITED BY SIZE
               INTO WS-REP-LINEA
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       5000-TOTALES.
           MOVE SPACES TO WS-REP-LINEA
           STRING "Grupos " DELIMITED BY SIZE
                  WS-CANT-GRUPOS DELIMITED BY SIZE
                  " - clientes sin grupo " DELIMITED BY SIZE
                  WS-CANT-CLIENTES DELIMITED BY SIZE
                  " - exceden el limite " DELIMITED BY SIZE
                  WS-CANT-EXCEDEN DELIMITED BY SIZE
               INTO WS-REP-LINEA
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE WS-TOTAL-EXPOSICION TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "Exposicion total " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE WS-TOTAL-GARANTIAS TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "Garantias computables " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE SPACES TO WS-REP-LINEA
           IF WS-LIMITE = 0
               MOVE "Capital computable no cargado: sin limite"
                   TO WS-REP-LINEA
           ELSE
               MOVE WS-LIMITE TO WS-IMPORTE-DISPLAY
               STRING "Limite de concentracion " DELIMITED BY SIZE
                      WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                   INTO WS-REP-LINEA
           END-IF
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           IF WS-CANT-SIN-COTIZACION > 0
               MOVE SPACES TO WS-REP-LINEA
               STRING "Sin cotizacion al cierre, dolares sin computar"
                      DELIMITED BY SIZE
                      " en " DELIMITED BY SIZE
                      WS-CANT-SIN-COTIZACION DELIMITED BY SIZE
                      " casos" DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               DISPLAY WS-REP-LINEA
               CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
           END-IF.

       8000-CALCULAR.
           CALL "calcular-exposicion" USING WS-EXP-GRUPO, WS-EXP-CBF,
                WS-FECHA-CIERRE, WS-EXP-PRESTAMOS, WS-EXP-TARJETAS,
                WS-EXP-DESCUBIERTOS, WS-EXP-GARANTIAS, WS-EXP-TOTAL,
                WS-EXP-CUENTAS, WS-EXP-SIN-COTIZACION, WS-EXP-LIMITE
           MOVE WS-EXP-LIMITE TO WS-LIMITE
           MOVE 'N' TO WS-EXCEDE
           IF WS-LIMITE > 0 AND WS-EXP-TOTAL > WS-LIMITE
               MOVE 'S' TO WS-EXCEDE
               ADD 1 TO WS-CANT-EXCEDEN
           END-IF
           IF WS-EXP-SIN-COTIZACION = 1
               ADD 1 TO WS-CANT-SIN-COTIZACION
           END-IF
           ADD WS-EXP-TOTAL TO WS-TOTAL-EXPOSICION
           ADD WS-EXP-GARANTIAS TO WS-TOTAL-GARANTIAS.

      *    Dos lineas: total contra el limite, y su composicion
      *    (PR prestamos, TC tarjetas, DE descubiertos) con las
      *    garantias (GA) al lado.
       8100-LINEA-EXPOSICION.
           MOVE 0 TO WS-PORCENTAJE
           IF WS-LIMITE > 0
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-EXP-TOTAL * 100 / WS-LIMITE
                   ON SIZE ERROR
                       MOVE 99999 TO WS-PORCENTAJE
               END-COMPUTE
           END-IF
           MOVE WS-EXP-TOTAL TO WS-IMPORTE-DISPLAY
           MOVE WS-PORCENTAJE TO WS-PCT-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING WS-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOMBRE DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                  WS-PCT-DISPLAY DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
               INTO WS-REP-LINEA
           IF WS-EXCEDE = 'S'
               MOVE "EXCEDE" TO WS-REP-LINEA(74:6)
           END-IF
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE WS-EXP-PRESTAMOS TO WS-IMPORTE-DISPLAY
           MOVE WS-EXP-TARJETAS TO WS-IMPORTE2-DISPLAY
           MOVE WS-EXP-DESCUBIERTOS TO WS-IMPORTE3-DISPLAY
           MOVE WS-EXP-GARANTIAS TO WS-IMPORTE4-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "   PR" DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                  " TC" DELIMITED BY SIZE
                  WS-IMPORTE2-DISPLAY DELIMITED BY SIZE
                  " DE" DELIMITED BY SIZE
                  WS-IMPORTE3-DISPLAY DELIMITED BY SIZE
                  " GA" DELIMITED BY SIZE
                  WS-IMPORTE4-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

      *    Conserva las 20 mayores: con la tabla llena reemplaza a la
      *    menor si la nueva es mayor.
       8200-RANKEAR.
           IF WS-EXP-TOTAL <= 0
               CONTINUE
           ELSE
               IF WS-CANT-RANKING < 20
                   ADD 1 TO WS-CANT-RANKING
                   MOVE WS-CANT-RANKING TO WS-IDX-MENOR
               ELSE
                   MOVE 1 TO WS-IDX-MENOR
                   PERFORM VARYING WS-IDX-RANK FROM 2 BY 1
                           UNTIL WS-IDX-RANK > 20
                       IF WS-RANK-TOTAL(WS-IDX-RANK) <
                          WS-RANK-TOTAL(WS-IDX-MENOR)
                           MOVE WS-IDX-RANK TO WS-IDX-MENOR
                       END-IF
                   END-PERFORM
                   IF WS-EXP-TOTAL NOT > WS-RANK-TOTAL(WS-IDX-MENOR)
                       MOVE 0 TO WS-IDX-MENOR
                   END-IF
               END-IF
               IF WS-IDX-MENOR > 0
                   MOVE WS-TIPO TO WS-RANK-TIPO(WS-IDX-MENOR)
                   MOVE WS-ID TO WS-RANK-ID(WS-IDX-MENOR)
                   MOVE WS-NOMBRE TO WS-RANK-NOMBRE(WS-IDX-MENOR)
                   MOVE WS-EXP-TOTAL TO WS-RANK-TOTAL(WS-IDX-MENOR)
                   MOVE WS-EXCEDE TO WS-RANK-EXCEDE(WS-IDX-MENOR)
               END-IF
           END-IF.
