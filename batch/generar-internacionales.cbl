       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERAR-INTERNACIONALES.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Generacion del archivo de ordenes de pago al exterior para
      *  el banco corresponsal en dolares: recorre
      *  transferencias-internacionales.dat y vuelca cada orden en
      *  estado TI-PENDIENTE a pagos-exterior-salida.dat (ancho fijo:
      *  cabecera "H" con el BIC del corresponsal
      *  PARM-BIC-CORRESP y la fecha, un renglon "D" por orden con la
      *  referencia, el ordenante, el beneficiario, su banco (BIC), la
      *  cuenta, el proposito y el importe, y trailer "T" con
      *  cantidad e importe total), marcandola TI-ENVIADA con la fecha
      *  de envio. Por cada orden asienta en el libro de la cuenta
      *  nostro (libro-nostro.dat) los dos debitos que el corresponsal
      *  tiene que hacer: el importe (E) y sus gastos (G), con la
      *  referencia de la orden, que RECONCILIAR-CORRESPONSAL aparea
      *  contra el extracto. El archivo queda en el manifiesto de
      *  salidas para confirmar la entrega.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSF-INTL-FILE
               ASSIGN TO "transferencias-internacionales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-KEY
               FILE STATUS IS TRANSF-INTL-STATUS.

           SELECT NOSTRO-FILE ASSIGN TO "libro-nostro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NO-KEY
               FILE STATUS IS NOSTRO-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

           SELECT SALIDA-FILE ASSIGN TO "pagos-exterior-salida.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALIDA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSF-INTL-FILE.
       COPY "transferencia-internacional.cpy".

       FD  NOSTRO-FILE.
       COPY "movimiento-nostro.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  PARAMETROS-FILE.
           COPY "parametros.cpy".

       FD  SALIDA-FILE.
       01  SALIDA-REGISTRO.
           05  SAL-TIPO               PIC X(1).
           05  SAL-REFERENCIA         PIC X(20).
           05  SAL-ORDENANTE-NOMBRE   PIC X(60).
           05  SAL-BENEF-NOMBRE       PIC X(40).
           05  SAL-BENEF-DIRECCION    PIC X(60).
           05  SAL-BENEF-PAIS         PIC X(2).
           05  SAL-BANCO-BIC          PIC X(11).
           05  SAL-CUENTA-DESTINO     PIC X(34).
           05  SAL-PROPOSITO          PIC X(4).
           05  SAL-IMPORTE            PIC 9(9)V99.
           05  SAL-MONEDA             PIC X(3).
       01  SALIDA-CABECERA REDEFINES SALIDA-REGISTRO.
           05  SAL-CAB-TIPO           PIC X(1).
           05  SAL-CAB-BIC-CORRESP    PIC X(11).
           05  SAL-CAB-FECHA          PIC 9(8).
           05  FILLER                 PIC X(226).
       01  SALIDA-TOTALES REDEFINES SALIDA-REGISTRO.
           05  SAL-TOT-TIPO           PIC X(1).
           05  SAL-TOT-MARCA          PIC X(9).
           05  SAL-TOT-CANTIDAD       PIC 9(6).
           05  SAL-TOT-IMPORTE        PIC 9(12)V99.
           05  FILLER                 PIC X(216).

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  TRANSF-INTL-STATUS         PIC XX.
       01  NOSTRO-STATUS              PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  PARAMETROS-STATUS          PIC XX.
       01  SALIDA-STATUS              PIC XX.
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-HORA-HOY                PIC 9(8).
       01  WS-TIMESTAMP-CORRIDA       PIC 9(14).
       01  WS-BIC-CORRESP             PIC X(11) VALUE "CORRESPXXXX".
       01  WS-REFERENCIA              PIC X(20).
       01  WS-TOTAL-ORDENES           PIC 9(6) VALUE 0.
       01  WS-TOTAL-IMPORTE           PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-GASTOS            PIC S9(12)V99 VALUE 0.
       01  WS-IMPORTE-DISPLAY         PIC -Z(11).99.
       01  WS-MAN-ARCHIVO             PIC X(30)
                                 VALUE "pagos-exterior-salida.dat".
       01  WS-MAN-TOTAL               PIC S9(13)V99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESAR-ORDENES
           PERFORM 3000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           COPY "cargar-rutas.cpy".
           DISPLAY "==========================================".
           DISPLAY "  ORDENES DE PAGO AL EXTERIOR - SALIDA".
           DISPLAY "==========================================".
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOY FROM TIME
           COMPUTE WS-TIMESTAMP-CORRIDA =
               WS-FECHA-HOY * 1000000 + WS-HORA-HOY / 100
           PERFORM 1100-LEER-PARAMETROS
           OPEN I-O TRANSF-INTL-FILE
           IF TRANSF-INTL-STATUS NOT = "00"
               DISPLAY "No hay transferencias internacionales para"
                       " enviar."
               MOVE "10" TO TRANSF-INTL-STATUS
           END-IF
           OPEN I-O NOSTRO-FILE
           IF NOSTRO-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT NOSTRO-FILE
               CLOSE NOSTRO-FILE
               OPEN I-O NOSTRO-FILE
           END-IF
           OPEN INPUT CUENTAS-FILE
           OPEN OUTPUT SALIDA-FILE

           MOVE SPACES TO SALIDA-REGISTRO
           MOVE "H" TO SAL-CAB-TIPO
           MOVE WS-BIC-CORRESP TO SAL-CAB-BIC-CORRESP
           MOVE WS-FECHA-HOY TO SAL-CAB-FECHA
           WRITE SALIDA-REGISTRO.

       1100-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-BIC-CORRESP NOT = SPACES
                          AND PARM-BIC-CORRESP NOT = LOW-VALUES
                           MOVE PARM-BIC-CORRESP TO WS-BIC-CORRESP
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF
           DISPLAY "Banco corresponsal: " WS-BIC-CORRESP.

       2000-PROCESAR-ORDENES.
           IF TRANSF-INTL-STATUS NOT = "10"
               MOVE LOW-VALUES TO TI-KEY
               START TRANSF-INTL-FILE KEY IS >= TI-KEY
                   INVALID KEY
                       MOVE "10" TO TRANSF-INTL-STATUS
               END-START
           END-IF

           PERFORM UNTIL TRANSF-INTL-STATUS = "10"
               READ TRANSF-INTL-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO TRANSF-INTL-STATUS
                   NOT AT END
                       IF TI-PENDIENTE
                           PERFORM 2100-ENVIAR-ORDEN
                       END-IF
               END-READ
           END-PERFORM.

       2100-ENVIAR-ORDEN.
           MOVE TI-KEY TO WS-REFERENCIA
           MOVE SPACES TO SALIDA-REGISTRO
           MOVE "D" TO SAL-TIPO
           MOVE WS-REFERENCIA TO SAL-REFERENCIA
           PERFORM 2200-DATOS-ORDENANTE
           MOVE TI-BENEF-NOMBRE TO SAL-BENEF-NOMBRE
           MOVE TI-BENEF-DIRECCION TO SAL-BENEF-DIRECCION
           MOVE TI-BENEF-PAIS TO SAL-BENEF-PAIS
           MOVE TI-BANCO-BIC TO SAL-BANCO-BIC
           MOVE TI-CUENTA-DESTINO TO SAL-CUENTA-DESTINO
           MOVE TI-PROPOSITO TO SAL-PROPOSITO
           MOVE TI-IMPORTE TO SAL-IMPORTE
           MOVE TI-MONEDA TO SAL-MONEDA
           WRITE SALIDA-REGISTRO

           ADD 1 TO WS-TOTAL-ORDENES
           ADD TI-IMPORTE TO WS-TOTAL-IMPORTE
           ADD TI-GASTOS-CORRESP TO WS-TOTAL-GASTOS

           PERFORM 2300-ASENTAR-NOSTRO

           SET TI-ENVIADA TO TRUE
           MOVE WS-FECHA-HOY TO TI-FECHA-ENVIO
           REWRITE TI-RECORD
               INVALID KEY
                   DISPLAY "ERROR al marcar enviada la transferencia "
                           WS-REFERENCIA
           END-REWRITE.

      *    Ordenante: titular de la cuenta debitada, como figura en
      *    cuentas.dat.
       2200-DATOS-ORDENANTE.
           MOVE TI-CBF-ORIGEN TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   MOVE "TITULAR NO ENCONTRADO"
                       TO SAL-ORDENANTE-NOMBRE
               NOT INVALID KEY
                   STRING CLI-NOMBRE DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          CLI-APELLIDO DELIMITED BY "  "
                       INTO SAL-ORDENANTE-NOMBRE
           END-READ.

      *    Debitos esperados en la cuenta nostro, uno por el importe y
      *    otro por los gastos del corresponsal (si los hay).
       2300-ASENTAR-NOSTRO.
           MOVE WS-TIMESTAMP-CORRIDA TO NO-TIMESTAMP
           SET NO-ENVIO TO TRUE
           MOVE WS-REFERENCIA TO NO-REFERENCIA
           COMPUTE NO-IMPORTE = 0 - TI-IMPORTE
           MOVE "TRANSF INTL ENVIADA" TO NO-CONCEPTO
           MOVE 0 TO NO-FECHA-CONCILIACION
           SET NO-PENDIENTE TO TRUE
           WRITE NO-RECORD
               INVALID KEY
                   DISPLAY "ERROR al asentar en nostro la"
                           " transferencia " WS-REFERENCIA
           END-WRITE
           IF TI-GASTOS-CORRESP > 0
               SET NO-GASTOS TO TRUE
               COMPUTE NO-IMPORTE = 0 - TI-GASTOS-CORRESP
               MOVE "GASTOS CORRESPONSAL" TO NO-CONCEPTO
               WRITE NO-RECORD
                   INVALID KEY
                       DISPLAY "ERROR al asentar gastos en nostro de"
                               " la transferencia " WS-REFERENCIA
               END-WRITE
           END-IF.

       3000-FINALIZAR.
      *    Renglon de totales de control al final del archivo, para
      *    que el corresponsal valide que recibio el lote completo.
           MOVE SPACES TO SALIDA-REGISTRO
           MOVE "T" TO SAL-TOT-TIPO
           MOVE "TOTALES  " TO SAL-TOT-MARCA
           MOVE WS-TOTAL-ORDENES TO SAL-TOT-CANTIDAD
           MOVE WS-TOTAL-IMPORTE TO SAL-TOT-IMPORTE
           WRITE SALIDA-REGISTRO

           CLOSE SALIDA-FILE
           CLOSE CUENTAS-FILE
           CLOSE NOSTRO-FILE
           CLOSE TRANSF-INTL-FILE
      *    Entrada en el manifiesto de salidas: operaciones confirma
      *    en GESTIONAR-MANIFIESTO que el corresponsal lo recibio.
           MOVE WS-TOTAL-IMPORTE TO WS-MAN-TOTAL
           CALL "registrar-manifiesto" USING WS-MAN-ARCHIVO,
                WS-FECHA-HOY, WS-TOTAL-ORDENES, WS-MAN-TOTAL
           DISPLAY "------------------------------------------".
           DISPLAY "Ordenes enviadas:  " WS-TOTAL-ORDENES.
           MOVE WS-TOTAL-IMPORTE TO WS-IMPORTE-DISPLAY
           DISPLAY "Importe total: USD " WS-IMPORTE-DISPLAY.
           MOVE WS-TOTAL-GASTOS TO WS-IMPORTE-DISPLAY
           DISPLAY "Gastos corresp.: USD " WS-IMPORTE-DISPLAY.
           DISPLAY "==========================================".
