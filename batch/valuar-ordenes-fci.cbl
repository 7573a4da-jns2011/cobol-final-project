       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALUAR-ORDENES-FCI.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Valuacion de ordenes de fondos comunes: paso del proceso
      *  nocturno que recorre ordenes-fci.dat y valua cada orden
      *  pendiente al valor de la cuotaparte de SU fecha de orden
      *  (valores-cuotaparte.dat). Si ese valor todavia no se cargo,
      *  la orden queda pendiente para la corrida siguiente.
      *  Suscripcion: cuotapartes = importe / valor, que se suman a
      *  la tenencia del CBF (tenencias-fci.dat); la orden queda
      *  liquidada (el importe se debito al cargarla).
      *  Rescate: importe = cuotapartes x valor; las cuotapartes
      *  salen de la tenencia y de la reserva, y la orden queda a
      *  liquidar en la fecha de la orden mas el plazo de rescate del
      *  fondo en dias habiles (fecha-contable). Los rescates a
      *  liquidar cuya fecha llego se acreditan en la cuenta con
      *  codigo "Q" via crear-transaccion.
      *  Deja el neto del dia por fondo (suscripciones, rescates y
      *  neto) en fci-ordenes-AAAAMMDD.dat para la sociedad gerente,
      *  con totales de control y su entrada en el manifiesto de
      *  salidas, y el detalle en el reporte "fci-ordenes".
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENES-FILE ASSIGN TO "ordenes-fci.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFC-KEY
               FILE STATUS IS ORDENES-STATUS.

           SELECT TENENCIAS-FILE ASSIGN TO "tenencias-fci.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TF-KEY
               FILE STATUS IS TENENCIAS-STATUS.

           SELECT FONDOS-FILE ASSIGN TO "fondos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-CODIGO
               FILE STATUS IS FONDOS-STATUS.

           SELECT NETO-FILE ASSIGN TO WS-NETO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NETO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDENES-FILE.
       COPY "orden-fci.cpy".

       FD  TENENCIAS-FILE.
       COPY "tenencia-fci.cpy".

       FD  FONDOS-FILE.
       COPY "fondo-comun.cpy".

      *    Un renglon por fondo con movimiento en la corrida. El
      *    signo del neto es "+" si el banco integra fondos a la
      *    sociedad gerente (suscripciones mayores a rescates) y "-"
      *    si la sociedad gerente paga al banco.
       FD  NETO-FILE.
       01  NETO-REGISTRO.
           05  NET-FECHA              PIC 9(8).
           05  NET-FONDO              PIC X(4).
           05  NET-MONEDA             PIC X(3).
           05  NET-CANT-SUSC          PIC 9(5).
           05  NET-IMPORTE-SUSC       PIC 9(11)V99.
           05  NET-CANT-RESC          PIC 9(5).
           05  NET-CP-RESC            PIC 9(11)V9(6).
           05  NET-IMPORTE-RESC       PIC 9(11)V99.
           05  NET-SIGNO              PIC X(1).
           05  NET-NETO               PIC 9(11)V99.
       01  NETO-TOTALES REDEFINES NETO-REGISTRO.
           05  NET-TOT-MARCA          PIC X(9).
           05  NET-TOT-CANTIDAD       PIC 9(6).
           05  NET-TOT-IMPORTE        PIC 9(12)V99.
           05  FILLER                 PIC X(53).

       WORKING-STORAGE SECTION.
       COPY "transaccion.cpy".
       01  ORDENES-STATUS             PIC XX.
       01  TENENCIAS-STATUS           PIC XX.
       01  FONDOS-STATUS              PIC XX.
       01  NETO-STATUS                PIC XX.
       01  WS-NETO-PATH               PIC X(100).
       01  WS-FECHA-HOY               PIC 9(8).

      *    Fondos del maestro con sus acumulados de la corrida.
       01  WS-FONDOS.
           05  WS-FON-CANT            PIC 9(2) VALUE 0.
           05  WS-FON OCCURS 50 TIMES.
               10  WS-FON-CODIGO      PIC X(4).
               10  WS-FON-MONEDA      PIC X(3).
               10  WS-FON-PLAZO       PIC 9(2).
               10  WS-FON-CANT-SUSC   PIC 9(5).
               10  WS-FON-IMP-SUSC    PIC 9(11)V99.
               10  WS-FON-CANT-RESC   PIC 9(5).
               10  WS-FON-CP-RESC     PIC 9(11)V9(6).
               10  WS-FON-IMP-RESC    PIC 9(11)V99.
       01  WS-IDX-FON                 PIC 9(2).
       01  WS-RENGLON                 PIC 9(2).

       01  WS-VALOR-CP                PIC 9(5)V9(6).
       01  WS-FECHA-VALOR             PIC 9(8).
       01  WS-VALOR-ENCONTRADO        PIC 9.
       01  WS-VALUADA                 PIC X(1).

      *    Plazo de rescate en dias habiles.
       01  WS-FECHA-TRABAJO           PIC 9(8).
       01  WS-DIA-ENTERO              PIC 9(8).
       01  WS-TS-TRABAJO              PIC 9(14).

       01  WS-IMPORTE-DISPLAY         PIC Z(10)9.99.
       01  WS-CP-DISPLAY              PIC Z(8)9.999999.
       01  WS-TOTAL-SUSCRIPCIONES     PIC 9(6) VALUE 0.
       01  WS-TOTAL-RESCATES          PIC 9(6) VALUE 0.
       01  WS-TOTAL-ACREDITADOS       PIC 9(6) VALUE 0.
       01  WS-TOTAL-SIN-VALOR         PIC 9(6) VALUE 0.
       01  WS-TOTAL-ERRORES           PIC 9(6) VALUE 0.
       01  WS-RENGLONES-NETO          PIC 9(6) VALUE 0.
       01  WS-TOTAL-NETO              PIC 9(12)V99 VALUE 0.
       01  WS-MAN-ARCHIVO             PIC X(30).
       01  WS-MAN-TOTAL               PIC S9(13)V99.

       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "fci-ordenes".
       01  WS-REP-TITULO              PIC X(40)
                                 VALUE "ORDENES DE FONDOS COMUNES".
       01  WS-REP-LINEA               PIC X(80).

       LINKAGE SECTION.
       01  LK-RESULTADO-BATCH         PIC 9.
           88  LK-BATCH-OK                VALUE 0.

       PROCEDURE DIVISION USING LK-RESULTADO-BATCH.
       0000-MAINLINE.
           MOVE 0 TO LK-RESULTADO-BATCH
           PERFORM 1000-INICIALIZAR
           IF LK-BATCH-OK
               PERFORM 2000-PROCESAR-ORDENES
               PERFORM 4000-GENERAR-NETO
           END-IF
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  VALUACION DE ORDENES DE FONDOS COMUNES".
           DISPLAY "==========================================".
           MOVE "Ordenes valuadas, rescates acreditados y pendientes"
               TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 1100-CARGAR-FONDOS

           OPEN I-O ORDENES-FILE
           IF ORDENES-STATUS NOT = "00"
               DISPLAY "No hay ordenes de fondos registradas."
               MOVE "10" TO ORDENES-STATUS
           END-IF

           OPEN I-O TENENCIAS-FILE
           IF TENENCIAS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT TENENCIAS-FILE
               CLOSE TENENCIAS-FILE
               OPEN I-O TENENCIAS-FILE
           END-IF
           IF TENENCIAS-STATUS NOT = "00" AND NOT = "05"
               DISPLAY "ERROR al abrir tenencias-fci.dat: "
                       TENENCIAS-STATUS
               MOVE 1 TO LK-RESULTADO-BATCH
           END-IF

           MOVE SPACES TO WS-NETO-PATH
           STRING "fci-ordenes-" DELIMITED BY SIZE
                  WS-FECHA-HOY DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-NETO-PATH
           MOVE WS-NETO-PATH TO WS-MAN-ARCHIVO.

       1100-CARGAR-FONDOS.
           MOVE 0 TO WS-FON-CANT
           OPEN INPUT FONDOS-FILE
           IF FONDOS-STATUS = "00"
               PERFORM UNTIL FONDOS-STATUS = "10"
                   READ FONDOS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FONDOS-STATUS
                       NOT AT END
                           IF WS-FON-CANT < 50
                               ADD 1 TO WS-FON-CANT
                               MOVE FC-CODIGO
                                   TO WS-FON-CODIGO(WS-FON-CANT)
                               MOVE FC-MONEDA
                                   TO WS-FON-MONEDA(WS-FON-CANT)
                               MOVE FC-PLAZO-RESCATE
                                   TO WS-FON-PLAZO(WS-FON-CANT)
                               MOVE 0 TO WS-FON-CANT-SUSC(WS-FON-CANT)
                               MOVE 0 TO WS-FON-IMP-SUSC(WS-FON-CANT)
                               MOVE 0 TO WS-FON-CANT-RESC(WS-FON-CANT)
                               MOVE 0 TO WS-FON-CP-RESC(WS-FON-CANT)
                               MOVE 0 TO WS-FON-IMP-RESC(WS-FON-CANT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FONDOS-FILE
           END-IF.

       2000-PROCESAR-ORDENES.
           IF ORDENES-STATUS NOT = "10"
               MOVE LOW-VALUES TO OFC-KEY
               START ORDENES-FILE KEY IS >= OFC-KEY
                   INVALID KEY
                       MOVE "10" TO ORDENES-STATUS
               END-START
           END-IF

           PERFORM UNTIL ORDENES-STATUS = "10"
               READ ORDENES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO ORDENES-STATUS
                   NOT AT END
                       IF OFC-PENDIENTE
                          AND OFC-FECHA-ORDEN <= WS-FECHA-HOY
                           PERFORM 2100-VALUAR-ORDEN
                       END-IF
                       IF OFC-A-LIQUIDAR
                          AND OFC-FECHA-LIQUIDACION <= WS-FECHA-HOY
                           PERFORM 2300-LIQUIDAR-RESCATE
                       END-IF
               END-READ
           END-PERFORM.

      *    Solo vale el valor de la cuotaparte de la misma fecha de
      *    la orden: uno anterior no sirve para valuarla.
       2100-VALUAR-ORDEN.
           CALL "buscar-valor-cuotaparte" USING OFC-FONDO,
                OFC-FECHA-ORDEN, WS-VALOR-CP, WS-FECHA-VALOR,
                WS-VALOR-ENCONTRADO
           IF WS-VALOR-ENCONTRADO NOT = 1
              OR WS-FECHA-VALOR NOT = OFC-FECHA-ORDEN
              OR WS-VALOR-CP = 0
               ADD 1 TO WS-TOTAL-SIN-VALOR
               MOVE SPACES TO WS-REP-LINEA
               STRING OFC-CBF DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      OFC-FONDO DELIMITED BY SIZE
                      " orden " DELIMITED BY SIZE
                      OFC-FECHA-ORDEN DELIMITED BY SIZE
                      " SIN VALOR DE CUOTAPARTE: queda pendiente"
                          DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               DISPLAY WS-REP-LINEA
               CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
           ELSE
               PERFORM 2150-UBICAR-FONDO
               MOVE WS-VALOR-CP TO OFC-VALOR-CP
               MOVE WS-FECHA-HOY TO OFC-FECHA-VALUACION
               IF OFC-SUSCRIPCION
                   PERFORM 2200-VALUAR-SUSCRIPCION
               ELSE
                   PERFORM 2250-VALUAR-RESCATE
               END-IF
           END-IF.

       2150-UBICAR-FONDO.
           MOVE 0 TO WS-RENGLON
           PERFORM VARYING WS-IDX-FON FROM 1 BY 1
                   UNTIL WS-IDX-FON > WS-FON-CANT OR WS-RENGLON > 0
               IF WS-FON-CODIGO(WS-IDX-FON) = OFC-FONDO
                   MOVE WS-IDX-FON TO WS-RENGLON
               END-IF
           END-PERFORM.

       2200-VALUAR-SUSCRIPCION.
           COMPUTE OFC-CUOTAPARTES ROUNDED = OFC-IMPORTE / WS-VALOR-CP
           MOVE OFC-CBF TO TF-CBF
           MOVE OFC-FONDO TO TF-FONDO
           READ TENENCIAS-FILE
               KEY IS TF-KEY
               INVALID KEY
                   MOVE 0 TO TF-CUOTAPARTES
                   MOVE 0 TO TF-CP-A-RESCATAR
                   ADD OFC-CUOTAPARTES TO TF-CUOTAPARTES
                   MOVE WS-FECHA-HOY TO TF-FECHA-ULT-MOV
                   WRITE TF-RECORD
                       INVALID KEY
                           MOVE "99" TO TENENCIAS-STATUS
                   END-WRITE
               NOT INVALID KEY
                   ADD OFC-CUOTAPARTES TO TF-CUOTAPARTES
                   MOVE WS-FECHA-HOY TO TF-FECHA-ULT-MOV
                   REWRITE TF-RECORD
                       INVALID KEY
                           MOVE "99" TO TENENCIAS-STATUS
                   END-REWRITE
           END-READ
           IF TENENCIAS-STATUS = "99"
               PERFORM 2900-ERROR-TENENCIA
           ELSE
               SET OFC-LIQUIDADA TO TRUE
               REWRITE OFC-RECORD
               ADD 1 TO WS-TOTAL-SUSCRIPCIONES
               IF WS-RENGLON > 0
                   ADD 1 TO WS-FON-CANT-SUSC(WS-RENGLON)
                   ADD OFC-IMPORTE TO WS-FON-IMP-SUSC(WS-RENGLON)
               END-IF
               MOVE OFC-IMPORTE TO WS-IMPORTE-DISPLAY
               MOVE OFC-CUOTAPARTES TO WS-CP-DISPLAY
               MOVE SPACES TO WS-REP-LINEA
               STRING OFC-CBF DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      OFC-FONDO DELIMITED BY SIZE
                      " SUSCRIPCION $ " DELIMITED BY SIZE
                      WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                      " cp " DELIMITED BY SIZE
                      WS-CP-DISPLAY DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               DISPLAY WS-REP-LINEA
               CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
           END-IF.

       2250-VALUAR-RESCATE.
           COMPUTE OFC-IMPORTE ROUNDED = OFC-CUOTAPARTES * WS-VALOR-CP
           MOVE OFC-CBF TO TF-CBF
           MOVE OFC-FONDO TO TF-FONDO
           READ TENENCIAS-FILE
               KEY IS TF-KEY
               INVALID KEY
                   MOVE "99" TO TENENCIAS-STATUS
               NOT INVALID KEY
                   IF TF-CUOTAPARTES < OFC-CUOTAPARTES
                       MOVE "99" TO TENENCIAS-STATUS
                   ELSE
                       SUBTRACT OFC-CUOTAPARTES FROM TF-CUOTAPARTES
                       IF TF-CP-A-RESCATAR > OFC-CUOTAPARTES
                           SUBTRACT OFC-CUOTAPARTES
                               FROM TF-CP-A-RESCATAR
                       ELSE
                           MOVE 0 TO TF-CP-A-RESCATAR
                       END-IF
                       MOVE WS-FECHA-HOY TO TF-FECHA-ULT-MOV
                       REWRITE TF-RECORD
                           INVALID KEY
                               MOVE "99" TO TENENCIAS-STATUS
                       END-REWRITE
                   END-IF
           END-READ
           IF TENENCIAS-STATUS = "99"
               PERFORM 2900-ERROR-TENENCIA
           ELSE
               MOVE OFC-FECHA-ORDEN TO WS-FECHA-TRABAJO
               IF WS-RENGLON > 0
                   PERFORM 2400-SUMAR-DIA-HABIL
                       WS-FON-PLAZO(WS-RENGLON) TIMES
               END-IF
               MOVE WS-FECHA-TRABAJO TO OFC-FECHA-LIQUIDACION
               SET OFC-A-LIQUIDAR TO TRUE
               REWRITE OFC-RECORD
               ADD 1 TO WS-TOTAL-RESCATES
               IF WS-RENGLON > 0
                   ADD 1 TO WS-FON-CANT-RESC(WS-RENGLON)
                   ADD OFC-CUOTAPARTES TO WS-FON-CP-RESC(WS-RENGLON)
                   ADD OFC-IMPORTE TO WS-FON-IMP-RESC(WS-RENGLON)
               END-IF
               MOVE OFC-IMPORTE TO WS-IMPORTE-DISPLAY
               MOVE OFC-CUOTAPARTES TO WS-CP-DISPLAY
               MOVE SPACES TO WS-REP-LINEA
               STRING OFC-CBF DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      OFC-FONDO DELIMITED BY SIZE
                      " RESCATE cp " DELIMITED BY SIZE
                      WS-CP-DISPLAY DELIMITED BY SIZE
                      " $ " DELIMITED BY SIZE
                      WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                      " liq " DELIMITED BY SIZE
                      OFC-FECHA-LIQUIDACION DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               DISPLAY WS-REP-LINEA
               CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
           END-IF.

      *    Acreditacion del rescate; si falla, la orden sigue a
      *    liquidar y se reintenta en la corrida siguiente.
       2300-LIQUIDAR-RESCATE.
           MOVE OFC-CBF TO P-CBF
           MOVE "Q" TO P-DESCRIPCION
           MOVE OFC-IMPORTE TO P-IMPORTE
           MOVE OFC-MONEDA TO P-MONEDA
           MOVE 0 TO P-REF-KEY
           MOVE "N" TO P-OVERRIDE
           MOVE SPACES TO P-MEMO
           STRING "RESCATE FCI " DELIMITED BY SIZE
                  OFC-FONDO DELIMITED BY SIZE
               INTO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO
           MOVE OFC-IMPORTE TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           IF RESULTADO NOT = 0
               ADD 1 TO WS-TOTAL-ERRORES
               STRING OFC-CBF DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      OFC-FONDO DELIMITED BY SIZE
                      " ERROR al acreditar rescate $ "
                          DELIMITED BY SIZE
                      WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                   INTO WS-REP-LINEA
           ELSE
               MOVE P-TIMESTAMP TO OFC-TS-MOVIMIENTO
               SET OFC-LIQUIDADA TO TRUE
               REWRITE OFC-RECORD
               ADD 1 TO WS-TOTAL-ACREDITADOS
               STRING OFC-CBF DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      OFC-FONDO DELIMITED BY SIZE
                      " RESCATE ACREDITADO $ " DELIMITED BY SIZE
                      WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                   INTO WS-REP-LINEA
           END-IF
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

      *    Proximo dia habil despues de WS-FECHA-TRABAJO: el dia
      *    siguiente a la hora cero, corrido por fecha-contable si cae
      *    en fin de semana o feriado.
       2400-SUMAR-DIA-HABIL.
           COMPUTE WS-DIA-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-TRABAJO) + 1
           COMPUTE WS-FECHA-TRABAJO =
               FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO)
           COMPUTE WS-TS-TRABAJO = WS-FECHA-TRABAJO * 1000000
           CALL "fecha-contable" USING WS-TS-TRABAJO,
                WS-FECHA-TRABAJO.

       2900-ERROR-TENENCIA.
           ADD 1 TO WS-TOTAL-ERRORES
           MOVE "00" TO TENENCIAS-STATUS
           MOVE SPACES TO WS-REP-LINEA
           STRING OFC-CBF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OFC-FONDO DELIMITED BY SIZE
                  " ERROR de tenencia: orden " DELIMITED BY SIZE
                  OFC-TIMESTAMP DELIMITED BY SIZE
                  " sin valuar" DELIMITED BY SIZE
               INTO WS-REP-LINEA
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

      *    Neto por fondo de lo valuado en la corrida, para la
      *    sociedad gerente.
       4000-GENERAR-NETO.
           OPEN OUTPUT NETO-FILE
           PERFORM VARYING WS-IDX-FON FROM 1 BY 1
                   UNTIL WS-IDX-FON > WS-FON-CANT
               IF WS-FON-CANT-SUSC(WS-IDX-FON) > 0
                  OR WS-FON-CANT-RESC(WS-IDX-FON) > 0
                   PERFORM 4100-RENGLON-NETO
               END-IF
           END-PERFORM
      *    Renglon de totales de control al final del archivo.
           MOVE SPACES TO NETO-REGISTRO
           MOVE "TOTALES  " TO NET-TOT-MARCA
           MOVE WS-RENGLONES-NETO TO NET-TOT-CANTIDAD
           MOVE WS-TOTAL-NETO TO NET-TOT-IMPORTE
           WRITE NETO-REGISTRO
           CLOSE NETO-FILE
           MOVE WS-TOTAL-NETO TO WS-MAN-TOTAL
           CALL "registrar-manifiesto" USING WS-MAN-ARCHIVO,
                WS-FECHA-HOY, WS-RENGLONES-NETO, WS-MAN-TOTAL.

       4100-RENGLON-NETO.
           MOVE WS-FECHA-HOY TO NET-FECHA
           MOVE WS-FON-CODIGO(WS-IDX-FON) TO NET-FONDO
           MOVE WS-FON-MONEDA(WS-IDX-FON) TO NET-MONEDA
           MOVE WS-FON-CANT-SUSC(WS-IDX-FON) TO NET-CANT-SUSC
           MOVE WS-FON-IMP-SUSC(WS-IDX-FON) TO NET-IMPORTE-SUSC
           MOVE WS-FON-CANT-RESC(WS-IDX-FON) TO NET-CANT-RESC
           MOVE WS-FON-CP-RESC(WS-IDX-FON) TO NET-CP-RESC
           MOVE WS-FON-IMP-RESC(WS-IDX-FON) TO NET-IMPORTE-RESC
           IF WS-FON-IMP-SUSC(WS-IDX-FON)
              >= WS-FON-IMP-RESC(WS-IDX-FON)
               MOVE "+" TO NET-SIGNO
               COMPUTE NET-NETO = WS-FON-IMP-SUSC(WS-IDX-FON)
                   - WS-FON-IMP-RESC(WS-IDX-FON)
           ELSE
               MOVE "-" TO NET-SIGNO
               COMPUTE NET-NETO = WS-FON-IMP-RESC(WS-IDX-FON)
                   - WS-FON-IMP-SUSC(WS-IDX-FON)
           END-IF
           WRITE NETO-REGISTRO
           ADD 1 TO WS-RENGLONES-NETO
           ADD NET-NETO TO WS-TOTAL-NETO
           MOVE NET-NETO TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "Neto " DELIMITED BY SIZE
                  NET-FONDO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NET-MONEDA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NET-SIGNO DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       9000-FINALIZAR.
           CLOSE ORDENES-FILE
           CLOSE TENENCIAS-FILE
           DISPLAY "------------------------------------------".
           DISPLAY "Suscripciones valuadas: " WS-TOTAL-SUSCRIPCIONES.
           DISPLAY "Rescates valuados:      " WS-TOTAL-RESCATES.
           DISPLAY "Rescates acreditados:   " WS-TOTAL-ACREDITADOS.
           DISPLAY "Sin valor cuotaparte:   " WS-TOTAL-SIN-VALOR.
           DISPLAY "Errores:                " WS-TOTAL-ERRORES.
           DISPLAY "==========================================".
           MOVE SPACES TO WS-REP-LINEA
           STRING "Suscripciones " DELIMITED BY SIZE
                  WS-TOTAL-SUSCRIPCIONES DELIMITED BY SIZE
                  " - Rescates " DELIMITED BY SIZE
                  WS-TOTAL-RESCATES DELIMITED BY SIZE
                  " - Acreditados " DELIMITED BY SIZE
                  WS-TOTAL-ACREDITADOS DELIMITED BY SIZE
                  " - Sin valor " DELIMITED BY SIZE
                  WS-TOTAL-SIN-VALOR DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.
