       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-PASIVO-PUNTOS.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Informe mensual del pasivo por puntos del programa de
      *  fidelidad, para contabilidad: para el mes pedido (por
      *  defecto el anterior) recorre puntos-movimientos.dat por
      *  cliente y, con los movimientos dados de alta hasta el fin
      *  del mes, arma el saldo de puntos al inicio del mes, lo
      *  acreditado en el mes por actividad, lo canjeado, lo vencido
      *  y lo reintegrado, y el saldo al cierre. El saldo de cada
      *  cliente y el total se valuan en pesos a PARM-CENTAVOS-PUNTO
      *  centavos por punto (100 si no esta cargado). Al final
      *  informa los puntos que, con el saldo de hoy, vencen el mes
      *  siguiente al informado. Lo corre un supervisor autenticado
      *  (autenticar-staff).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUNTOS-FILE ASSIGN TO "puntos-movimientos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTM-KEY
               ALTERNATE RECORD KEY IS PTM-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS PUNTOS-STATUS.
           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PUNTOS-FILE.
       COPY "movimiento-puntos.cpy".

       FD  PARAMETROS-FILE.
           COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       01  PUNTOS-STATUS              PIC XX.
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
       01  WS-PERIODO-SIG             PIC 9(6).
       01  WS-PERIODO-SIG-R REDEFINES WS-PERIODO-SIG.
           05  WS-SIG-AAAA            PIC 9(4).
           05  WS-SIG-MM              PIC 9(2).
       01  WS-CENTAVOS-PUNTO          PIC 9(5) VALUE 100.

      *    Acreditado en el mes por actividad: HA SV PF CU TD TC.
       01  WS-TABLA-ORIGENES.
           05  FILLER                 PIC X(22)
                                  VALUE "HAHaberes acreditados ".
           05  FILLER                 PIC X(22)
                                  VALUE "SVPago de servicios   ".
           05  FILLER                 PIC X(22)
                                  VALUE "PFPlazo fijo          ".
           05  FILLER                 PIC X(22)
                                  VALUE "CUCuota de prestamo   ".
           05  FILLER                 PIC X(22)
                                  VALUE "TDCompra con debito   ".
           05  FILLER                 PIC X(22)
                                  VALUE "TCConsumo con credito ".
       01  WS-ORIGENES REDEFINES WS-TABLA-ORIGENES.
           05  WS-ORG OCCURS 6 TIMES.
               10  WS-ORG-CODIGO      PIC X(2).
               10  WS-ORG-NOMBRE      PIC X(20).
       01  WS-ACREDITADO-ORG          PIC S9(11) OCCURS 6 TIMES.
       01  WS-IDX-ORG                 PIC 9.

       01  WS-SALDO-INICIAL           PIC S9(11) VALUE 0.
       01  WS-ACREDITADO              PIC S9(11) VALUE 0.
       01  WS-CANJEADO                PIC S9(11) VALUE 0.
       01  WS-VENCIDO                 PIC S9(11) VALUE 0.
       01  WS-REINTEGRADO             PIC S9(11) VALUE 0.
       01  WS-SALDO-FINAL             PIC S9(11) VALUE 0.
       01  WS-POR-VENCER              PIC S9(11) VALUE 0.
       01  WS-PESOS-CANJEADOS         PIC S9(11)V99 VALUE 0.
       01  WS-VALOR                   PIC S9(11)V99.

      *    Corte por cliente.
       01  WS-CLI-ACTUAL              PIC 9(8) VALUE 0.
       01  WS-CLI-SALDO               PIC S9(11) VALUE 0.
       01  WS-CLI-POR-VENCER          PIC S9(11) VALUE 0.
       01  WS-PRIMER-REGISTRO         PIC X VALUE 'S'.
       01  WS-TOTAL-CLIENTES          PIC 9(7) VALUE 0.
       01  WS-TOTAL-MOVIMIENTOS       PIC 9(9) VALUE 0.

       01  WS-PUNTOS-EDIT             PIC -Z(9)9.
       01  WS-VALOR-EDIT              PIC -Z(10)9.99.
       01  WS-VENCE-EDIT              PIC Z(9)9.

       01  WS-REP-NOMBRE              PIC X(20)
                          VALUE "pasivo-puntos".
       01  WS-REP-TITULO              PIC X(40)
                          VALUE "PASIVO POR PUNTOS DE FIDELIDAD".
       01  WS-REP-LINEA               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "==========================================".
           DISPLAY "  PASIVO MENSUAL POR PUNTOS DE FIDELIDAD".
           DISPLAY "==========================================".
           CALL "autenticar-staff" USING WS-STAFF-USUARIO,
                WS-STAFF-ROL, "S", WS-STAFF-AUTORIZADO
           IF WS-STAFF-AUTORIZADO = 1
               PERFORM 1000-INICIALIZAR
               PERFORM 2000-RECORRER-LIBRO
               PERFORM 3000-INFORMAR-MOVIMIENTOS
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
           DISPLAY "Periodo: " WS-PERIODO
           COMPUTE WS-PER-DESDE = WS-PERIODO * 100 + 1
           COMPUTE WS-PER-HASTA = WS-PERIODO * 100 + 31
           MOVE WS-PER-AAAA TO WS-SIG-AAAA
           MOVE WS-PER-MM TO WS-SIG-MM
           IF WS-SIG-MM = 12
               MOVE 1 TO WS-SIG-MM
               ADD 1 TO WS-SIG-AAAA
           ELSE
               ADD 1 TO WS-SIG-MM
           END-IF
           PERFORM VARYING WS-IDX-ORG FROM 1 BY 1
                   UNTIL WS-IDX-ORG > 6
               MOVE 0 TO WS-ACREDITADO-ORG(WS-IDX-ORG)
           END-PERFORM

           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-CENTAVOS-PUNTO IS NUMERIC
                          AND PARM-CENTAVOS-PUNTO > 0
                           MOVE PARM-CENTAVOS-PUNTO
                               TO WS-CENTAVOS-PUNTO
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF.

      *****************************************************************
      *  Recorrido del libro por cliente (clave alternativa). Cada
      *  movimiento suma con su signo: la suma de PTM-PUNTOS hasta
      *  una fecha es el saldo de puntos a esa fecha.
      *****************************************************************
       2000-RECORRER-LIBRO.
           MOVE SPACES TO WS-REP-LINEA
           STRING "Periodo " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  " - Cliente     Saldo puntos     Valor en pesos"
                      DELIMITED BY SIZE
                  "  Vence mes sig" DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           OPEN INPUT PUNTOS-FILE
           IF PUNTOS-STATUS NOT = "00"
               DISPLAY "No hay movimientos de puntos registrados."
               MOVE "10" TO PUNTOS-STATUS
           ELSE
               MOVE 0 TO PTM-CLIENTE-ID
               START PUNTOS-FILE KEY IS >= PTM-CLIENTE-ID
                   INVALID KEY
                       MOVE "10" TO PUNTOS-STATUS
               END-START
           END-IF
           PERFORM UNTIL PUNTOS-STATUS = "10"
               READ PUNTOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO PUNTOS-STATUS
                   NOT AT END
                       PERFORM 2100-PROCESAR-MOVIMIENTO
               END-READ
           END-PERFORM
           IF WS-PRIMER-REGISTRO = 'N'
               PERFORM 2900-CORTE-CLIENTE
           END-IF
           CLOSE PUNTOS-FILE.

       2100-PROCESAR-MOVIMIENTO.
           IF WS-PRIMER-REGISTRO = 'S'
               MOVE 'N' TO WS-PRIMER-REGISTRO
               MOVE PTM-CLIENTE-ID TO WS-CLI-ACTUAL
           END-IF
           IF PTM-CLIENTE-ID NOT = WS-CLI-ACTUAL
               PERFORM 2900-CORTE-CLIENTE
               MOVE PTM-CLIENTE-ID TO WS-CLI-ACTUAL
           END-IF
           IF PTM-ES-LOTE AND PTM-LOTE-VIGENTE
              AND PTM-FECHA-VENCE(1:6) = WS-PERIODO-SIG
               ADD PTM-SALDO TO WS-CLI-POR-VENCER
           END-IF
      *    Lo dado de alta despues del mes informado no cuenta.
           IF PTM-FECHA-ALTA <= WS-PER-HASTA
               ADD 1 TO WS-TOTAL-MOVIMIENTOS
               ADD PTM-PUNTOS TO WS-CLI-SALDO
               IF PTM-FECHA-ALTA < WS-PER-DESDE
                   ADD PTM-PUNTOS TO WS-SALDO-INICIAL
               ELSE
                   PERFORM 2200-CLASIFICAR-MOVIMIENTO
               END-IF
           END-IF.

       2200-CLASIFICAR-MOVIMIENTO.
           EVALUATE TRUE
               WHEN PTM-REINTEGRO
                   ADD PTM-PUNTOS TO WS-REINTEGRADO
               WHEN PTM-ES-LOTE
                   ADD PTM-PUNTOS TO WS-ACREDITADO
                   PERFORM VARYING WS-IDX-ORG FROM 1 BY 1
                           UNTIL WS-IDX-ORG > 6
                       IF WS-ORG-CODIGO(WS-IDX-ORG) = PTM-ORIGEN
                           ADD PTM-PUNTOS
                               TO WS-ACREDITADO-ORG(WS-IDX-ORG)
                       END-IF
                   END-PERFORM
               WHEN PTM-CANJE
                   ADD PTM-PUNTOS TO WS-CANJEADO
                   ADD PTM-IMPORTE TO WS-PESOS-CANJEADOS
               WHEN PTM-VENCIMIENTO
                   ADD PTM-PUNTOS TO WS-VENCIDO
           END-EVALUATE.

      *    Renglon del cliente si al cierre del mes tenia saldo.
       2900-CORTE-CLIENTE.
           ADD WS-CLI-POR-VENCER TO WS-POR-VENCER
           IF WS-CLI-SALDO NOT = 0
               ADD 1 TO WS-TOTAL-CLIENTES
               COMPUTE WS-VALOR ROUNDED =
                   WS-CLI-SALDO * WS-CENTAVOS-PUNTO / 100
               MOVE WS-CLI-SALDO TO WS-PUNTOS-EDIT
               MOVE WS-VALOR TO WS-VALOR-EDIT
               MOVE WS-CLI-POR-VENCER TO WS-VENCE-EDIT
               MOVE SPACES TO WS-REP-LINEA
               STRING "  " DELIMITED BY SIZE
                      WS-CLI-ACTUAL DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-PUNTOS-EDIT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-VALOR-EDIT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-VENCE-EDIT DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
           END-IF
           MOVE 0 TO WS-CLI-SALDO
           MOVE 0 TO WS-CLI-POR-VENCER.

      *****************************************************************
      *  Movimiento del mes: inicial + acreditado + reintegrado
      *  + canjeado + vencido (estos dos negativos) = final.
      *****************************************************************
       3000-INFORMAR-MOVIMIENTOS.
           COMPUTE WS-SALDO-FINAL = WS-SALDO-INICIAL + WS-ACREDITADO
               + WS-REINTEGRADO + WS-CANJEADO + WS-VENCIDO
           MOVE SPACES TO WS-REP-LINEA
           STRING "Movimiento del mes " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  " (puntos / pesos):" DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE WS-SALDO-INICIAL TO WS-VALOR
           MOVE "  Saldo al inicio del mes " TO WS-REP-LINEA
           PERFORM 3100-LINEA-IMPORTE
           PERFORM VARYING WS-IDX-ORG FROM 1 BY 1
                   UNTIL WS-IDX-ORG > 6
               MOVE SPACES TO WS-REP-LINEA
               STRING "  + " DELIMITED BY SIZE
                      WS-ORG-NOMBRE(WS-IDX-ORG) DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               MOVE WS-ACREDITADO-ORG(WS-IDX-ORG) TO WS-VALOR
               PERFORM 3100-LINEA-IMPORTE
           END-PERFORM
           MOVE "  + Reintegro de canjes   " TO WS-REP-LINEA
           MOVE WS-REINTEGRADO TO WS-VALOR
           PERFORM 3100-LINEA-IMPORTE
           MOVE "  - Canjeado              " TO WS-REP-LINEA
           MOVE WS-CANJEADO TO WS-VALOR
           PERFORM 3100-LINEA-IMPORTE
           MOVE "  - Vencido               " TO WS-REP-LINEA
           MOVE WS-VENCIDO TO WS-VALOR
           PERFORM 3100-LINEA-IMPORTE
           MOVE "  Saldo al cierre del mes " TO WS-REP-LINEA
           MOVE WS-SALDO-FINAL TO WS-VALOR
           PERFORM 3100-LINEA-IMPORTE.

      *    Completa el renglon con WS-VALOR en puntos y en pesos.
       3100-LINEA-IMPORTE.
           MOVE WS-VALOR TO WS-PUNTOS-EDIT
           COMPUTE WS-VALOR ROUNDED =
               WS-VALOR * WS-CENTAVOS-PUNTO / 100
           MOVE WS-VALOR TO WS-VALOR-EDIT
           MOVE WS-PUNTOS-EDIT TO WS-REP-LINEA(27:11)
           MOVE " $" TO WS-REP-LINEA(38:2)
           MOVE WS-VALOR-EDIT TO WS-REP-LINEA(40:15)
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       9000-FINALIZAR.
           COMPUTE WS-VALOR ROUNDED =
               WS-SALDO-FINAL * WS-CENTAVOS-PUNTO / 100
           MOVE WS-VALOR TO WS-VALOR-EDIT
           MOVE WS-SALDO-FINAL TO WS-PUNTOS-EDIT
           MOVE SPACES TO WS-REP-LINEA
           STRING "Pasivo al cierre: " DELIMITED BY SIZE
                  WS-PUNTOS-EDIT DELIMITED BY SIZE
                  " puntos = $" DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE WS-PESOS-CANJEADOS TO WS-VALOR-EDIT
           MOVE SPACES TO WS-REP-LINEA
           STRING "Clientes con saldo " DELIMITED BY SIZE
                  WS-TOTAL-CLIENTES DELIMITED BY SIZE
                  " - canjes del mes $" DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE WS-POR-VENCER TO WS-PUNTOS-EDIT
           MOVE SPACES TO WS-REP-LINEA
           STRING "Vencen en " DELIMITED BY SIZE
                  WS-PERIODO-SIG DELIMITED BY SIZE
                  " (saldo de hoy): " DELIMITED BY SIZE
                  WS-PUNTOS-EDIT DELIMITED BY SIZE
                  " puntos" DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           DISPLAY "Movimientos leidos:     " WS-TOTAL-MOVIMIENTOS
           DISPLAY "Clientes con saldo:     " WS-TOTAL-CLIENTES
           DISPLAY "Vencen el mes siguiente:" WS-PUNTOS-EDIT
           MOVE WS-SALDO-FINAL TO WS-PUNTOS-EDIT
           DISPLAY "Puntos al cierre:       " WS-PUNTOS-EDIT
           COMPUTE WS-VALOR ROUNDED =
               WS-SALDO-FINAL * WS-CENTAVOS-PUNTO / 100
           MOVE WS-VALOR TO WS-VALOR-EDIT
           DISPLAY "Pasivo en pesos:       $" WS-VALOR-EDIT
           DISPLAY "==========================================".
