      *  importe total; el resumen humano sale spooleado via
      *  escribir-reporte. Reemplaza la planilla que se armaba a mano
      *  desde impresiones de pantalla.
      *
      *  MODIFICACIONES
      *  2026-10-15  Se informan tambien los saldos impagos de tarjeta
      *              de credito (tarjetas-credito.dat): resto del ultimo
      *              resumen mas consumos del periodo, con atraso desde
      *              el vencimiento si no se cubrio el pago minimo.
      *  2026-10-15  La situacion 1 a 5 sale de clasificar-deudor, la
      *              misma regla que usa PREVISIONAR-CARTERA para la
      *              prevision por incobrabilidad.
      *  2026-10-15  Marca los prestamos que vienen de una
      *              refinanciacion (SAL-REFINANCIADO) y no los informa
      *              en mejor situacion que la que tenian al
      *              refinanciar hasta que paguen PARM-CUOTAS-REFIN
      *              cuotas del plan nuevo.
      *  2026-10-15  Informa el tipo de persona del deudor
      *              (SAL-TIPO-PERSONA: F humana, J juridica); de una
      *              empresa el documento es su CUIT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS DC-CLIENTE-ID
               FILE STATUS IS DATOS-STATUS.

           SELECT TARJETAS-CREDITO-FILE ASSIGN TO "tarjetas-credito.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-NUMERO
               ALTERNATE RECORD KEY IS TC-CBF
                   WITH DUPLICATES
               FILE STATUS IS TARJETAS-STATUS.

           SELECT SALIDA-FILE ASSIGN TO "deudores-salida.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALIDA-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESTAMOS-FILE.
       FD  DATOS-FILE.
       COPY "datos-cliente.cpy".

       FD  TARJETAS-CREDITO-FILE.
       COPY "tarjeta-credito.cpy".

       FD  SALIDA-FILE.
       01  SALIDA-REGISTRO.
           05  SAL-TIPO               PIC X(1).
           05  SAL-SITUACION          PIC 9(1).
           05  SAL-SALDO-DEUDA        PIC 9(11)V99.
           05  SAL-DIAS-ATRASO        PIC 9(5).
           05  SAL-REFINANCIADO       PIC X(1).
           05  SAL-TIPO-PERSONA       PIC X(1).
       01  SALIDA-CABECERA REDEFINES SALIDA-REGISTRO.
           05  SAL-CAB-TIPO           PIC X(1).
           05  SAL-CAB-MARCA          PIC X(8).
           05  SAL-CAB-FECHA          PIC 9(8).
           05  FILLER                 PIC X(25).
       01  SALIDA-TRAILER REDEFINES SALIDA-REGISTRO.
           05  SAL-TRL-TIPO           PIC X(1).
           05  SAL-TRL-CANTIDAD       PIC 9(6).
           05  SAL-TRL-IMPORTE        PIC 9(13)V99.
           05  FILLER                 PIC X(20).

       FD  PARAMETROS-FILE.
       COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       01  PRESTAMOS-STATUS           PIC XX.
       01  IDX-STATUS                 PIC XX.
       01  DATOS-STATUS               PIC XX.
       01  SALIDA-STATUS              PIC XX.
       01  TARJETAS-STATUS            PIC XX.
       01  PARAMETROS-STATUS          PIC XX.

       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-DIAS-HOY                PIC 9(7).
       01  WS-PEOR-ATRASO             PIC 9(5).
       01  WS-SALDO-DEUDA             PIC S9(11)V99.
       01  WS-SITUACION               PIC 9(1).
       01  WS-SITUACION-PISO          PIC 9(1).
       01  WS-REFINANCIADO            PIC X(1).
       01  WS-CUOTAS-PAGAS            PIC 9(3).
       01  WS-CUOTAS-REFIN            PIC 9(3) VALUE 3.
       01  WS-CBF-DEUDOR              PIC 9(6).
       01  WS-TIPO-DOC                PIC X(3).
       01  WS-TIPO-PERSONA            PIC X(1).
       01  WS-NRO-DOC                 PIC X(11).

       01  WS-TOTAL-DEUDORES          PIC 9(6) VALUE 0.
       01  WS-TOTAL-DISPLAY           PIC -Z(12).99.
       01  WS-IMPORTE-DISPLAY         PIC -Z(10).99.

      *    Cantidad de deudas informadas (prestamos y tarjetas) por
      *    situacion, para el resumen del area de creditos.
       01  WS-CANT-SITUACION.
           05  WS-SIT-CANT OCCURS 5 TIMES PIC 9(6).
       01  WS-IDX-SIT                 PIC 9(1).
           IF PRESTAMOS-STATUS = "00"
               PERFORM 2000-RECORRER-PRESTAMOS
           END-IF
           IF TARJETAS-STATUS = "00"
               PERFORM 3000-RECORRER-TARJETAS
           END-IF
           PERFORM 9000-FINALIZAR
           STOP RUN.

           COMPUTE WS-DIAS-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
           INITIALIZE WS-CANT-SITUACION
           PERFORM 1100-LEER-PARAMETROS
           OPEN INPUT PRESTAMOS-FILE
           IF PRESTAMOS-STATUS NOT = "00"
               DISPLAY "No hay prestamos registrados."
           END-IF
           OPEN INPUT CUOTAS-FILE
           OPEN INPUT TARJETAS-CREDITO-FILE
           OPEN INPUT CLIENTES-IDX-FILE
           OPEN INPUT DATOS-FILE
           OPEN OUTPUT SALIDA-FILE
           MOVE WS-FECHA-HOY TO SAL-CAB-FECHA
           WRITE SALIDA-REGISTRO.

       1100-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-CUOTAS-REFIN IS NUMERIC
                          AND PARM-CUOTAS-REFIN > 0
                           MOVE PARM-CUOTAS-REFIN TO WS-CUOTAS-REFIN
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF.

       2000-RECORRER-PRESTAMOS.
           MOVE LOW-VALUES TO PRE-KEY
           START PRESTAMOS-FILE KEY IS >= PRE-KEY
               END-READ
           END-PERFORM.

      *    Un prestamo que viene de una refinanciacion se informa
      *    marcado, y hasta pagar las cuotas minimas del plan nuevo
      *    no sale en mejor situacion que la que tenia al refinanciar.
       2100-INFORMAR-PRESTAMO.
           PERFORM 2200-RELEVAR-CUOTAS
           MOVE 0 TO WS-SITUACION-PISO
           MOVE "N" TO WS-REFINANCIADO
           IF PRE-TS-ORIGEN IS NUMERIC AND PRE-TS-ORIGEN > 0
               MOVE "S" TO WS-REFINANCIADO
               IF WS-CUOTAS-PAGAS < WS-CUOTAS-REFIN
                   MOVE PRE-SITUACION-REFIN TO WS-SITUACION-PISO
               END-IF
           END-IF
           PERFORM 2300-DERIVAR-SITUACION
           MOVE PRE-CBF TO WS-CBF-DEUDOR
           PERFORM 2500-GRABAR-DEUDOR.

      *    Escritura del registro de detalle, comun a prestamos y
      *    tarjetas: documento del titular, acumulados y linea del
      *    reporte.
       2500-GRABAR-DEUDOR.
           PERFORM 2400-RESOLVER-DOCUMENTO

           MOVE SPACES TO SALIDA-REGISTRO
           MOVE "D" TO SAL-TIPO
           MOVE WS-CBF-DEUDOR TO SAL-CBF
           MOVE WS-TIPO-DOC TO SAL-TIPO-DOC
           MOVE WS-NRO-DOC TO SAL-NRO-DOC
           MOVE WS-SITUACION TO SAL-SITUACION
           MOVE WS-SALDO-DEUDA TO SAL-SALDO-DEUDA
           MOVE WS-PEOR-ATRASO TO SAL-DIAS-ATRASO
           MOVE WS-REFINANCIADO TO SAL-REFINANCIADO
           MOVE WS-TIPO-PERSONA TO SAL-TIPO-PERSONA
           WRITE SALIDA-REGISTRO

           ADD 1 TO WS-TOTAL-DEUDORES

           MOVE WS-SALDO-DEUDA TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING WS-CBF-DEUDOR DELIMITED BY SIZE
                  " doc " DELIMITED BY SIZE
                  WS-NRO-DOC DELIMITED BY SIZE
                  " sit " DELIMITED BY SIZE
       2200-RELEVAR-CUOTAS.
           MOVE 0 TO WS-SALDO-DEUDA
           MOVE 0 TO WS-PEOR-ATRASO
           MOVE 0 TO WS-CUOTAS-PAGAS
           MOVE PRE-CBF TO CUO-CBF
           MOVE PRE-TIMESTAMP-ALTA TO CUO-TIMESTAMP-PREST
           MOVE LOW-VALUES TO CUO-NUMERO
                              NOT = PRE-TIMESTAMP-ALTA
                           MOVE "10" TO CUOTAS-STATUS
                       ELSE
                           IF CUO-PAGADA
                               ADD 1 TO WS-CUOTAS-PAGAS
                           END-IF
                           IF CUO-PENDIENTE OR CUO-EN-MORA
                               ADD CUO-CAPITAL TO WS-SALDO-DEUDA
                               IF CUO-VENCIMIENTO < WS-FECHA-HOY
           MOVE "00" TO CUOTAS-STATUS.

       2300-DERIVAR-SITUACION.
           CALL "clasificar-deudor" USING WS-PEOR-ATRASO,
                WS-SITUACION, WS-SITUACION-PISO.

       2400-RESOLVER-DOCUMENTO.
           MOVE SPACES TO WS-TIPO-DOC
           MOVE SPACES TO WS-NRO-DOC
           MOVE "F" TO WS-TIPO-PERSONA
           MOVE WS-CBF-DEUDOR TO CI-CBF
           READ CLIENTES-IDX-FILE
               KEY IS CI-CBF
               INVALID KEY
                       NOT INVALID KEY
                           MOVE DC-TIPO-DOC TO WS-TIPO-DOC
                           MOVE DC-NRO-DOC TO WS-NRO-DOC
                           IF DC-PERSONA-JURIDICA
                               MOVE "J" TO WS-TIPO-PERSONA
                           END-IF
                   END-READ
           END-READ.

      *    Saldos impagos de tarjeta de credito: lo que queda del
      *    ultimo resumen mas los consumos del periodo en curso. El
      *    atraso corre desde el vencimiento del resumen cuando no se
      *    llego a cubrir el pago minimo.
       3000-RECORRER-TARJETAS.
           MOVE LOW-VALUES TO TC-NUMERO
           START TARJETAS-CREDITO-FILE KEY IS >= TC-NUMERO
               INVALID KEY
                   MOVE "10" TO TARJETAS-STATUS
           END-START

           PERFORM UNTIL TARJETAS-STATUS = "10"
               READ TARJETAS-CREDITO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO TARJETAS-STATUS
                   NOT AT END
                       PERFORM 3100-INFORMAR-TARJETA
               END-READ
           END-PERFORM.

       3100-INFORMAR-TARJETA.
           COMPUTE WS-SALDO-DEUDA = TC-SALDO-RESUMEN - TC-PAGADO-ULT
           IF WS-SALDO-DEUDA < 0
               MOVE 0 TO WS-SALDO-DEUDA
           END-IF
           ADD TC-CONSUMOS-PERIODO TO WS-SALDO-DEUDA
           IF WS-SALDO-DEUDA > 0
               MOVE 0 TO WS-PEOR-ATRASO
               MOVE 0 TO WS-SITUACION-PISO
               MOVE "N" TO WS-REFINANCIADO
               IF TC-FECHA-VTO-ULT > 0
                  AND TC-FECHA-VTO-ULT < WS-FECHA-HOY
                  AND TC-PAGADO-ULT < TC-PAGO-MINIMO
                   COMPUTE WS-DIAS-VENC =
                       FUNCTION INTEGER-OF-DATE(TC-FECHA-VTO-ULT)
                   COMPUTE WS-PEOR-ATRASO = WS-DIAS-HOY - WS-DIAS-VENC
               END-IF
               PERFORM 2300-DERIVAR-SITUACION
               MOVE TC-CBF TO WS-CBF-DEUDOR
               PERFORM 2500-GRABAR-DEUDOR
           END-IF.

       9000-FINALIZAR.
           MOVE SPACES TO SALIDA-REGISTRO
           MOVE "T" TO SAL-TRL-TIPO

           CLOSE PRESTAMOS-FILE
           CLOSE CUOTAS-FILE
           CLOSE TARJETAS-CREDITO-FILE
           CLOSE CLIENTES-IDX-FILE
           CLOSE DATOS-FILE
           CLOSE SALIDA-FILE
                      WS-IDX-SIT DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      WS-SIT-CANT(WS-IDX-SIT) DELIMITED BY SIZE
                      " deudas" DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
