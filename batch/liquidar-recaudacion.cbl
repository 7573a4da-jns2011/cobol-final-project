       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDAR-RECAUDACION.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Liquidacion diaria de recaudacion: recorre los convenios de
      *  convenios-recaudacion.dat y, por cada uno, los cobros
      *  pendientes de cobros-recaudacion.dat hasta el momento del
      *  arranque. Cada cobro se vuelve a verificar contra el padron
      *  de deudas de la empresa (deudas-recaudacion.dat): si la
      *  referencia ya no existe, vencio antes del pago o figura
      *  pagada por otro cobro, se devuelve el importe al pagador
      *  ("D" con memo DEVOL RECAUDACION) y el item sale rechazado.
      *  Lo cobrado se acredita en la cuenta de liquidacion del
      *  convenio ("D" por el bruto) y se debita la comision por item
      *  ("F"), quedando la empresa con el neto. Por convenio se
      *  genera recaudacion-NNNN.dat (ancho fijo: un renglon por item
      *  con la referencia para que la empresa impute el pago, y un
      *  renglon de totales de control al final), anotado en el
      *  manifiesto de salidas. Si el credito falla, los cobros del
      *  convenio quedan pendientes para la corrida siguiente.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONVENIOS-FILE ASSIGN TO "convenios-recaudacion.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-CODIGO
               FILE STATUS IS CONVENIOS-STATUS.

           SELECT COBROS-FILE ASSIGN TO "cobros-recaudacion.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-KEY
               FILE STATUS IS COBROS-STATUS.

           SELECT DEUDAS-FILE ASSIGN TO "deudas-recaudacion.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-KEY
               FILE STATUS IS DEUDAS-STATUS.

           SELECT RENDICION-FILE ASSIGN TO WS-RENDICION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENDICION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONVENIOS-FILE.
       COPY "convenio-recaudacion.cpy".

       FD  COBROS-FILE.
       COPY "cobro-recaudacion.cpy".

       FD  DEUDAS-FILE.
       COPY "deuda-recaudacion.cpy".

       FD  RENDICION-FILE.
       01  RENDICION-REGISTRO.
           05  REN-TIPO               PIC X(1).
           05  REN-CONVENIO           PIC 9(4).
           05  REN-REFERENCIA         PIC X(20).
           05  REN-IMPORTE            PIC 9(9)V99.
           05  REN-TIMESTAMP          PIC 9(14).
           05  REN-CANAL              PIC X(1).
           05  REN-RESULTADO          PIC X(1).
               88  REN-ACEPTADO       VALUE "A".
               88  REN-DEVUELTO       VALUE "X".
           05  REN-MOTIVO             PIC X(30).
       01  RENDICION-TOTALES REDEFINES RENDICION-REGISTRO.
           05  RET-TIPO               PIC X(1).
           05  RET-CONVENIO           PIC 9(4).
           05  RET-CANTIDAD           PIC 9(6).
           05  RET-BRUTO              PIC 9(12)V99.
           05  RET-COMISION           PIC 9(12)V99.
           05  RET-NETO               PIC 9(12)V99.
           05  RET-DEVUELTOS          PIC 9(6).
           05  FILLER                 PIC X(23).

       WORKING-STORAGE SECTION.
       COPY "transaccion.cpy".
       01  CONVENIOS-STATUS           PIC XX.
       01  COBROS-STATUS              PIC XX.
       01  DEUDAS-STATUS              PIC XX.
       01  RENDICION-STATUS           PIC XX.
       01  WS-RENDICION-PATH          PIC X(30).
       01  WS-RENDICION-ABIERTA       PIC X VALUE 'N'.

      *    Corte de la corrida: solo se liquidan los cobros hechos
      *    antes del arranque; lo que entre mientras tanto queda para
      *    la corrida siguiente.
       01  WS-TS-CORTE                PIC 9(14).
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-MOTIVO-RECHAZO          PIC X(30).
       01  WS-CREDITO-OK              PIC X.

      *    Acumuladores del convenio en proceso.
       01  WS-CONV-CANTIDAD           PIC 9(6).
       01  WS-CONV-DEVUELTOS          PIC 9(6).
       01  WS-CONV-BRUTO              PIC S9(12)V99.
       01  WS-CONV-COMISION           PIC S9(12)V99.
       01  WS-CONV-NETO               PIC S9(12)V99.
       01  WS-CONV-MONEDA             PIC X(3).

       01  WS-TOTAL-CONVENIOS         PIC 9(4) VALUE 0.
       01  WS-TOTAL-LIQUIDADOS        PIC 9(6) VALUE 0.
       01  WS-TOTAL-DEVUELTOS         PIC 9(6) VALUE 0.
       01  WS-IMPORTE-NETO            PIC S9(12)V99 VALUE 0.
       01  WS-IMPORTE-COMISIONES      PIC S9(12)V99 VALUE 0.
       01  WS-IMPORTE-DISPLAY         PIC -Z(11).99.

       01  WS-MAN-ARCHIVO             PIC X(30).
       01  WS-MAN-CANTIDAD            PIC 9(6).
       01  WS-MAN-TOTAL               PIC S9(13)V99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-RECORRER-CONVENIOS
           PERFORM 9000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  LIQUIDACION DE RECAUDACION".
           DISPLAY "==========================================".
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TS-CORTE
           MOVE WS-TS-CORTE(1:8) TO WS-FECHA-HOY
           OPEN INPUT DEUDAS-FILE
           OPEN I-O COBROS-FILE
           IF COBROS-STATUS NOT = "00"
               DISPLAY "No hay cobros de recaudacion registrados."
               MOVE "10" TO CONVENIOS-STATUS
           ELSE
               OPEN INPUT CONVENIOS-FILE
               IF CONVENIOS-STATUS NOT = "00"
                   DISPLAY "No hay convenios de recaudacion."
                   MOVE "10" TO CONVENIOS-STATUS
               ELSE
                   MOVE LOW-VALUES TO CV-CODIGO
                   START CONVENIOS-FILE KEY IS >= CV-CODIGO
                       INVALID KEY
                           MOVE "10" TO CONVENIOS-STATUS
                   END-START
               END-IF
           END-IF.

      *    Tambien los convenios dados de baja: lo cobrado antes de
      *    la baja se liquida igual.
       2000-RECORRER-CONVENIOS.
           PERFORM UNTIL CONVENIOS-STATUS = "10"
               READ CONVENIOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO CONVENIOS-STATUS
                   NOT AT END
                       PERFORM 2100-LIQUIDAR-CONVENIO
               END-READ
           END-PERFORM.

       2100-LIQUIDAR-CONVENIO.
           MOVE 0 TO WS-CONV-CANTIDAD
           MOVE 0 TO WS-CONV-DEVUELTOS
           MOVE 0 TO WS-CONV-BRUTO
           MOVE 0 TO WS-CONV-COMISION
           MOVE 0 TO WS-CONV-NETO
           MOVE SPACES TO WS-CONV-MONEDA
           MOVE 'N' TO WS-RENDICION-ABIERTA

      *    Primera pasada: verificacion de cada cobro. Los que ya no
      *    son cobrables se devuelven en el momento; el resto se
      *    acumula para el credito a la empresa.
           PERFORM 2110-POSICIONAR-COBROS
           PERFORM UNTIL COBROS-STATUS = "10"
               READ COBROS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO COBROS-STATUS
                   NOT AT END
                       IF CR-CONVENIO NOT = CV-CODIGO
                           MOVE "10" TO COBROS-STATUS
                       ELSE
                           IF CR-PENDIENTE
                              AND CR-TIMESTAMP <= WS-TS-CORTE
                               PERFORM 2200-VERIFICAR-COBRO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CONV-CANTIDAD > 0
               PERFORM 2300-ACREDITAR-EMPRESA
               IF WS-CREDITO-OK = 'S'
      *            Segunda pasada: los cobros acreditados quedan
      *            liquidados y detallados en la rendicion.
                   PERFORM 2110-POSICIONAR-COBROS
                   PERFORM UNTIL COBROS-STATUS = "10"
                       READ COBROS-FILE NEXT RECORD
                           AT END
                               MOVE "10" TO COBROS-STATUS
                           NOT AT END
                               IF CR-CONVENIO NOT = CV-CODIGO
                                   MOVE "10" TO COBROS-STATUS
                               ELSE
                                   IF CR-PENDIENTE
                                      AND CR-TIMESTAMP <= WS-TS-CORTE
                                       PERFORM 2400-LIQUIDAR-COBRO
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               ELSE
                   MOVE 0 TO WS-CONV-CANTIDAD
                   MOVE 0 TO WS-CONV-BRUTO
                   MOVE 0 TO WS-CONV-COMISION
                   MOVE 0 TO WS-CONV-NETO
               END-IF
           END-IF
           MOVE "00" TO COBROS-STATUS

           IF WS-RENDICION-ABIERTA = 'S'
               PERFORM 2500-CERRAR-RENDICION
           END-IF.

       2110-POSICIONAR-COBROS.
           MOVE CV-CODIGO TO CR-CONVENIO
           MOVE 0 TO CR-TIMESTAMP
           MOVE 0 TO CR-CBF
           START COBROS-FILE KEY IS >= CR-KEY
               INVALID KEY
                   MOVE "10" TO COBROS-STATUS
               NOT INVALID KEY
                   MOVE "00" TO COBROS-STATUS
           END-START.

      *    La referencia tiene que seguir en el padron, cobrada por
      *    ESTE cobro (no por otro) y no vencida a la fecha del pago.
       2200-VERIFICAR-COBRO.
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           MOVE CR-CONVENIO TO DR-CONVENIO
           MOVE CR-REFERENCIA TO DR-REFERENCIA
           READ DEUDAS-FILE
               KEY IS DR-KEY
               INVALID KEY
                   MOVE "Referencia inexistente" TO WS-MOTIVO-RECHAZO
               NOT INVALID KEY
                   IF DR-CBF-PAGO NOT = CR-CBF
                      OR DR-TS-PAGO NOT = CR-TIMESTAMP
                       MOVE "Referencia ya pagada"
                           TO WS-MOTIVO-RECHAZO
                   ELSE
                   IF DR-VENCIMIENTO < CR-TIMESTAMP(1:8)
                       MOVE "Referencia vencida" TO WS-MOTIVO-RECHAZO
                   END-IF
                   END-IF
           END-READ

           IF WS-MOTIVO-RECHAZO NOT = SPACES
               PERFORM 2250-DEVOLVER-COBRO
           ELSE
               ADD 1 TO WS-CONV-CANTIDAD
               ADD CR-IMPORTE TO WS-CONV-BRUTO
               MOVE CR-MONEDA TO WS-CONV-MONEDA
           END-IF.

      *    Devolucion al pagador del cobro no liquidable y renglon
      *    rechazado en la rendicion, para que la empresa lo vea.
       2250-DEVOLVER-COBRO.
           MOVE CR-CBF TO P-CBF
           MOVE "D" TO P-DESCRIPCION
           MOVE CR-IMPORTE TO P-IMPORTE
           MOVE CR-MONEDA TO P-MONEDA
           MOVE 0 TO P-REF-KEY
           MOVE "N" TO P-OVERRIDE
           MOVE SPACES TO P-MEMO
           STRING "DEVOL RECAUDACION " DELIMITED BY SIZE
                  CR-CONVENIO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CR-REFERENCIA DELIMITED BY SIZE
               INTO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO
           IF RESULTADO NOT = 0
               DISPLAY "Convenio " CR-CONVENIO " ref " CR-REFERENCIA
                       "  ERROR al devolver: queda pendiente."
           ELSE
               SET CR-DEVUELTO TO TRUE
               MOVE WS-FECHA-HOY TO CR-FECHA-LIQUIDACION
               REWRITE CR-RECORD
               ADD 1 TO WS-CONV-DEVUELTOS
               ADD 1 TO WS-TOTAL-DEVUELTOS
               DISPLAY "Convenio " CR-CONVENIO " ref " CR-REFERENCIA
                       "  DEVUELTO: " WS-MOTIVO-RECHAZO
               PERFORM 2600-ABRIR-RENDICION
               PERFORM 2650-DETALLE-RENDICION
               SET REN-DEVUELTO TO TRUE
               MOVE WS-MOTIVO-RECHAZO TO REN-MOTIVO
               WRITE RENDICION-REGISTRO
           END-IF.

      *    Credito del bruto a la cuenta de liquidacion y debito de
      *    la comision por item: la empresa queda con el neto. La
      *    comision nunca supera lo cobrado.
       2300-ACREDITAR-EMPRESA.
           MOVE 'N' TO WS-CREDITO-OK
           COMPUTE WS-CONV-COMISION =
               WS-CONV-CANTIDAD * CV-COMISION-ITEM
           IF WS-CONV-COMISION > WS-CONV-BRUTO
               MOVE WS-CONV-BRUTO TO WS-CONV-COMISION
           END-IF
           COMPUTE WS-CONV-NETO = WS-CONV-BRUTO - WS-CONV-COMISION

           MOVE CV-CBF-LIQUID TO P-CBF
           MOVE "D" TO P-DESCRIPCION
           MOVE WS-CONV-BRUTO TO P-IMPORTE
           MOVE WS-CONV-MONEDA TO P-MONEDA
           MOVE 0 TO P-REF-KEY
           MOVE "N" TO P-OVERRIDE
           MOVE SPACES TO P-MEMO
           STRING "RECAUDACION CONV " DELIMITED BY SIZE
                  CV-CODIGO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FECHA-HOY DELIMITED BY SIZE
               INTO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO
           IF RESULTADO NOT = 0
               DISPLAY "Convenio " CV-CODIGO "  ERROR al acreditar a"
                       " la empresa: los cobros quedan pendientes."
           ELSE
               MOVE 'S' TO WS-CREDITO-OK
               IF WS-CONV-COMISION > 0
                   MOVE CV-CBF-LIQUID TO P-CBF
                   MOVE "F" TO P-DESCRIPCION
                   MOVE WS-CONV-COMISION TO P-IMPORTE
                   MOVE WS-CONV-MONEDA TO P-MONEDA
                   MOVE 0 TO P-REF-KEY
                   MOVE "S" TO P-OVERRIDE
                   MOVE SPACES TO P-MEMO
                   STRING "COMISION RECAUDACION CONV "
                          DELIMITED BY SIZE
                          CV-CODIGO DELIMITED BY SIZE
                       INTO P-MEMO
                   CALL "crear-transaccion" USING TRANSACCION,
                        RESULTADO
                   IF RESULTADO NOT = 0
                       DISPLAY "Convenio " CV-CODIGO "  ATENCION: no"
                               " se pudo debitar la comision."
                       MOVE 0 TO WS-CONV-COMISION
                       MOVE WS-CONV-BRUTO TO WS-CONV-NETO
                   END-IF
               END-IF
               ADD 1 TO WS-TOTAL-CONVENIOS
               ADD WS-CONV-NETO TO WS-IMPORTE-NETO
               ADD WS-CONV-COMISION TO WS-IMPORTE-COMISIONES
           END-IF.

       2400-LIQUIDAR-COBRO.
           SET CR-LIQUIDADO TO TRUE
           MOVE WS-FECHA-HOY TO CR-FECHA-LIQUIDACION
           REWRITE CR-RECORD
           ADD 1 TO WS-TOTAL-LIQUIDADOS
           PERFORM 2600-ABRIR-RENDICION
           PERFORM 2650-DETALLE-RENDICION
           SET REN-ACEPTADO TO TRUE
           MOVE SPACES TO REN-MOTIVO
           WRITE RENDICION-REGISTRO.

      *    Renglon de totales de control al final de la rendicion de
      *    la empresa y entrada en el manifiesto de salidas.
       2500-CERRAR-RENDICION.
           MOVE SPACES TO RENDICION-REGISTRO
           MOVE "T" TO RET-TIPO
           MOVE CV-CODIGO TO RET-CONVENIO
           MOVE WS-CONV-CANTIDAD TO RET-CANTIDAD
           MOVE WS-CONV-BRUTO TO RET-BRUTO
           MOVE WS-CONV-COMISION TO RET-COMISION
           MOVE WS-CONV-NETO TO RET-NETO
           MOVE WS-CONV-DEVUELTOS TO RET-DEVUELTOS
           WRITE RENDICION-REGISTRO
           CLOSE RENDICION-FILE
           MOVE 'N' TO WS-RENDICION-ABIERTA

           MOVE WS-RENDICION-PATH TO WS-MAN-ARCHIVO
           COMPUTE WS-MAN-CANTIDAD =
               WS-CONV-CANTIDAD + WS-CONV-DEVUELTOS
           MOVE WS-CONV-NETO TO WS-MAN-TOTAL
           CALL "registrar-manifiesto" USING WS-MAN-ARCHIVO,
                WS-FECHA-HOY, WS-MAN-CANTIDAD, WS-MAN-TOTAL

           MOVE WS-CONV-NETO TO WS-IMPORTE-DISPLAY
           DISPLAY "Convenio " CV-CODIGO " " CV-NOMBRE
           DISPLAY "   liquidados: " WS-CONV-CANTIDAD
                   "  devueltos: " WS-CONV-DEVUELTOS
                   "  neto $ " WS-IMPORTE-DISPLAY.

       2600-ABRIR-RENDICION.
           IF WS-RENDICION-ABIERTA NOT = 'S'
               MOVE SPACES TO WS-RENDICION-PATH
               STRING "recaudacion-" DELIMITED BY SIZE
                      CV-CODIGO DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                   INTO WS-RENDICION-PATH
               OPEN OUTPUT RENDICION-FILE
               MOVE 'S' TO WS-RENDICION-ABIERTA
           END-IF.

       2650-DETALLE-RENDICION.
           MOVE SPACES TO RENDICION-REGISTRO
           MOVE "D" TO REN-TIPO
           MOVE CR-CONVENIO TO REN-CONVENIO
           MOVE CR-REFERENCIA TO REN-REFERENCIA
           MOVE CR-IMPORTE TO REN-IMPORTE
           MOVE CR-TIMESTAMP TO REN-TIMESTAMP
           MOVE CR-CANAL TO REN-CANAL.

       9000-FINALIZAR.
           CLOSE CONVENIOS-FILE
           CLOSE COBROS-FILE
           CLOSE DEUDAS-FILE
           DISPLAY "------------------------------------------".
           DISPLAY "Convenios liquidados: " WS-TOTAL-CONVENIOS.
           DISPLAY "Cobros liquidados:    " WS-TOTAL-LIQUIDADOS.
           DISPLAY "Cobros devueltos:     " WS-TOTAL-DEVUELTOS.
           MOVE WS-IMPORTE-COMISIONES TO WS-IMPORTE-DISPLAY
           DISPLAY "Comisiones:           $ " WS-IMPORTE-DISPLAY.
           MOVE WS-IMPORTE-NETO TO WS-IMPORTE-DISPLAY
           DISPLAY "Neto a empresas:      $ " WS-IMPORTE-DISPLAY.
           DISPLAY "==========================================".
