       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAR-DEUDAS-RECAUDACION.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Carga del padron de deudas de recaudacion: procesa el archivo
      *  que sube una empresa con convenio (padron-deudas.dat, ancho
      *  fijo: referencia, deudor, importe, vencimiento) y lo vuelca a
      *  deudas-recaudacion.dat, contra el que cobrar-recaudacion
      *  valida cada pago. La cabecera "H" trae el codigo de convenio,
      *  fecha y secuencia; el trailer "T" la cantidad y el importe
      *  total, controlados contra registro-archivos (originador "RC"
      *  + convenio) ANTES de grabar nada. Una referencia nueva entra
      *  pendiente; una ya cargada y todavia impaga se actualiza con
      *  el importe y vencimiento nuevos; una ya cobrada no se toca.
      *  El renglon cuya referencia no respeta el formato del
      *  convenio (largo y tipo) se rechaza con mensaje al operador.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PADRON-FILE ASSIGN TO "padron-deudas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PADRON-STATUS.

           SELECT DEUDAS-FILE ASSIGN TO "deudas-recaudacion.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-KEY
               FILE STATUS IS DEUDAS-STATUS.

           SELECT CONVENIOS-FILE ASSIGN TO "convenios-recaudacion.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-CODIGO
               FILE STATUS IS CONVENIOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PADRON-FILE.
       01  PADRON-REGISTRO.
           05  PAD-TIPO               PIC X(1).
           05  PAD-REFERENCIA         PIC X(20).
           05  PAD-DEUDOR             PIC X(30).
           05  PAD-IMPORTE            PIC 9(9)V99.
           05  PAD-VENCIMIENTO        PIC 9(8).
       01  PADRON-CABECERA REDEFINES PADRON-REGISTRO.
           05  PAD-H-TIPO             PIC X(1).
           05  PAD-H-CONVENIO         PIC 9(4).
           05  PAD-H-FECHA            PIC 9(8).
           05  PAD-H-SECUENCIA        PIC 9(6).
           05  FILLER                 PIC X(51).
       01  PADRON-TRAILER REDEFINES PADRON-REGISTRO.
           05  PAD-T-TIPO             PIC X(1).
           05  PAD-T-CANTIDAD         PIC 9(6).
           05  PAD-T-TOTAL            PIC 9(12)V99.
           05  FILLER                 PIC X(49).

       FD  DEUDAS-FILE.
       COPY "deuda-recaudacion.cpy".

       FD  CONVENIOS-FILE.
       COPY "convenio-recaudacion.cpy".

       WORKING-STORAGE SECTION.
       01  PADRON-STATUS              PIC XX.
       01  DEUDAS-STATUS              PIC XX.
       01  CONVENIOS-STATUS           PIC XX.

       01  WS-CONVENIO                PIC 9(4).
       01  WS-LARGO-REF               PIC 9(2).
       01  WS-BLANCOS-REF             PIC 9(2).
       01  WS-MOTIVO-RECHAZO          PIC X(30).

       01  WS-TOTAL-LEIDOS            PIC 9(6) VALUE 0.
       01  WS-TOTAL-ALTAS             PIC 9(6) VALUE 0.
       01  WS-TOTAL-ACTUALIZADAS      PIC 9(6) VALUE 0.
       01  WS-TOTAL-RECHAZADOS        PIC 9(6) VALUE 0.

      *    Control de cabecera/trailer del archivo de entrada.
       01  WS-ARCHIVO-VALIDO          PIC X VALUE 'N'.
       01  WS-CTL-ORIGINADOR          PIC X(8).
       01  WS-CTL-FECHA               PIC 9(8).
       01  WS-CTL-SECUENCIA           PIC 9(6).
       01  WS-CTL-CANTIDAD            PIC 9(6).
       01  WS-CTL-TOTAL               PIC S9(12)V99.
       01  WS-PRE-CANTIDAD            PIC 9(6).
       01  WS-PRE-TOTAL               PIC S9(12)V99.
       01  WS-HAY-TRAILER             PIC X.
       01  WS-REG-ACCION              PIC X(1).
       01  WS-REG-RESULTADO           PIC 9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-CARGAR-PADRON
           PERFORM 3000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  CARGA DE PADRON DE DEUDAS".
           DISPLAY "==========================================".
           OPEN INPUT CONVENIOS-FILE
           OPEN INPUT PADRON-FILE
           IF PADRON-STATUS NOT = "00"
               DISPLAY "No hay padron de deudas para procesar."
               MOVE "10" TO PADRON-STATUS
           ELSE
               PERFORM 1500-VALIDAR-CONTROL THRU 1500-VALIDAR-FIN
               IF WS-ARCHIVO-VALIDO NOT = 'S'
                   CLOSE PADRON-FILE
                   MOVE "10" TO PADRON-STATUS
               END-IF
           END-IF
           OPEN I-O DEUDAS-FILE
           IF DEUDAS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT DEUDAS-FILE
               CLOSE DEUDAS-FILE
               OPEN I-O DEUDAS-FILE
           END-IF.

      *    Pasada previa de control: la cabecera "H" identifica el
      *    convenio (que tiene que estar activo) y su secuencia; el
      *    trailer "T" debe cuadrar con los renglones. Un reenvio se
      *    rechaza completo con mensaje al operador.
       1500-VALIDAR-CONTROL.
           MOVE 'N' TO WS-ARCHIVO-VALIDO
           MOVE 'N' TO WS-HAY-TRAILER
           MOVE 0 TO WS-PRE-CANTIDAD
           MOVE 0 TO WS-PRE-TOTAL
           READ PADRON-FILE
               AT END
                   DISPLAY "OPERADOR: padron de deudas vacio."
                   GO TO 1500-VALIDAR-FIN
           END-READ
           IF PAD-H-TIPO NOT = "H" OR PAD-H-CONVENIO NOT NUMERIC
               DISPLAY "OPERADOR: el padron no trae registro de"
                       " cabecera. No se procesa."
               GO TO 1500-VALIDAR-FIN
           END-IF
           MOVE PAD-H-CONVENIO TO WS-CONVENIO
           MOVE PAD-H-FECHA TO WS-CTL-FECHA
           MOVE PAD-H-SECUENCIA TO WS-CTL-SECUENCIA
           MOVE SPACES TO WS-CTL-ORIGINADOR
           STRING "RC" DELIMITED BY SIZE
                  PAD-H-CONVENIO DELIMITED BY SIZE
               INTO WS-CTL-ORIGINADOR

           MOVE WS-CONVENIO TO CV-CODIGO
           READ CONVENIOS-FILE
               KEY IS CV-CODIGO
               INVALID KEY
                   MOVE "B" TO CV-ESTADO
           END-READ
           IF NOT CV-ACTIVO
               DISPLAY "OPERADOR: el convenio " WS-CONVENIO
                       " no existe o esta dado de baja. No se"
                       " procesa."
               GO TO 1500-VALIDAR-FIN
           END-IF

           PERFORM UNTIL WS-HAY-TRAILER = 'S'
                      OR PADRON-STATUS = "10"
               READ PADRON-FILE
                   AT END
                       MOVE "10" TO PADRON-STATUS
                   NOT AT END
                       IF PAD-T-TIPO = "T"
                           MOVE 'S' TO WS-HAY-TRAILER
                           MOVE PAD-T-CANTIDAD TO WS-CTL-CANTIDAD
                           MOVE PAD-T-TOTAL TO WS-CTL-TOTAL
                       ELSE
                           ADD 1 TO WS-PRE-CANTIDAD
                           IF PAD-IMPORTE IS NUMERIC
                               ADD PAD-IMPORTE TO WS-PRE-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-HAY-TRAILER NOT = 'S'
                   DISPLAY "OPERADOR: el padron no trae trailer de"
                           " control. No se procesa."
               WHEN WS-PRE-CANTIDAD NOT = WS-CTL-CANTIDAD
                 OR WS-PRE-TOTAL NOT = WS-CTL-TOTAL
                   DISPLAY "OPERADOR: el trailer no cuadra con los"
                           " renglones. No se procesa."
               WHEN OTHER
                   MOVE "V" TO WS-REG-ACCION
                   CALL "registro-archivos" USING WS-REG-ACCION,
                        WS-CTL-ORIGINADOR, WS-CTL-SECUENCIA,
                        WS-CTL-FECHA, WS-PRE-CANTIDAD,
                        WS-PRE-TOTAL, WS-REG-RESULTADO
                   EVALUATE WS-REG-RESULTADO
                       WHEN 1
                           DISPLAY "OPERADOR: padron DUPLICADO del"
                                   " convenio " WS-CONVENIO
                                   " secuencia " WS-CTL-SECUENCIA
                                   ". Nada se cargo."
                       WHEN 2
                           DISPLAY "OPERADOR: secuencia fuera de"
                                   " orden (falta un padron"
                                   " anterior). Nada se cargo."
                       WHEN OTHER
                           MOVE 'S' TO WS-ARCHIVO-VALIDO
                   END-EVALUATE
           END-EVALUATE

      *    El archivo queda releido desde el principio para la
      *    pasada de carga (la cabecera se saltea en el loop).
           IF WS-ARCHIVO-VALIDO = 'S'
               CLOSE PADRON-FILE
               OPEN INPUT PADRON-FILE
               MOVE "00" TO PADRON-STATUS
           END-IF.
       1500-VALIDAR-FIN.
           EXIT.

       2000-CARGAR-PADRON.
           PERFORM UNTIL PADRON-STATUS = "10"
               READ PADRON-FILE
                   AT END
                       MOVE "10" TO PADRON-STATUS
                   NOT AT END
                       EVALUATE TRUE
                           WHEN PAD-H-TIPO = "H"
                               CONTINUE
                           WHEN PAD-T-TIPO = "T"
                               MOVE "10" TO PADRON-STATUS
                           WHEN OTHER
                               ADD 1 TO WS-TOTAL-LEIDOS
                               PERFORM 2100-CARGAR-RENGLON
                       END-EVALUATE
               END-READ
           END-PERFORM.

       2100-CARGAR-RENGLON.
           MOVE SPACES TO WS-MOTIVO-RECHAZO
      *    Largo significativo de la referencia: sin los blancos del
      *    final.
           MOVE 0 TO WS-BLANCOS-REF
           INSPECT FUNCTION REVERSE(PAD-REFERENCIA)
               TALLYING WS-BLANCOS-REF FOR LEADING SPACES
           COMPUTE WS-LARGO-REF = 20 - WS-BLANCOS-REF

           EVALUATE TRUE
               WHEN PAD-IMPORTE NOT NUMERIC OR PAD-IMPORTE = 0
                 OR PAD-VENCIMIENTO NOT NUMERIC
                   MOVE "Renglon mal formado" TO WS-MOTIVO-RECHAZO
               WHEN WS-LARGO-REF NOT = CV-LARGO-REF
                   MOVE "Largo de referencia invalido"
                       TO WS-MOTIVO-RECHAZO
               WHEN CV-REF-NUMERICA
                AND PAD-REFERENCIA(1:WS-LARGO-REF) NOT NUMERIC
                   MOVE "Referencia no numerica" TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                   PERFORM 2200-GRABAR-DEUDA
           END-EVALUATE

           IF WS-MOTIVO-RECHAZO NOT = SPACES
               ADD 1 TO WS-TOTAL-RECHAZADOS
               DISPLAY "Referencia " PAD-REFERENCIA "  RECHAZADA: "
                       WS-MOTIVO-RECHAZO
           END-IF.

       2200-GRABAR-DEUDA.
           MOVE WS-CONVENIO TO DR-CONVENIO
           MOVE PAD-REFERENCIA TO DR-REFERENCIA
           READ DEUDAS-FILE
               KEY IS DR-KEY
               INVALID KEY
                   MOVE WS-CONVENIO TO DR-CONVENIO
                   MOVE PAD-REFERENCIA TO DR-REFERENCIA
                   PERFORM 2210-MOVER-DATOS
                   SET DR-PENDIENTE TO TRUE
                   MOVE 0 TO DR-CBF-PAGO
                   MOVE 0 TO DR-TS-PAGO
                   WRITE DR-RECORD
                   ADD 1 TO WS-TOTAL-ALTAS
               NOT INVALID KEY
                   IF DR-COBRADA
                       MOVE "Referencia ya cobrada"
                           TO WS-MOTIVO-RECHAZO
                   ELSE
                       PERFORM 2210-MOVER-DATOS
                       REWRITE DR-RECORD
                       ADD 1 TO WS-TOTAL-ACTUALIZADAS
                   END-IF
           END-READ.

       2210-MOVER-DATOS.
           MOVE PAD-DEUDOR TO DR-DEUDOR
           MOVE PAD-IMPORTE TO DR-IMPORTE
           MOVE PAD-VENCIMIENTO TO DR-VENCIMIENTO.

       3000-FINALIZAR.
      *    Constancia del padron procesado: la proxima corrida con la
      *    misma secuencia del mismo convenio se rechaza entera.
           IF WS-ARCHIVO-VALIDO = 'S'
               MOVE "R" TO WS-REG-ACCION
               CALL "registro-archivos" USING WS-REG-ACCION,
                    WS-CTL-ORIGINADOR, WS-CTL-SECUENCIA,
                    WS-CTL-FECHA, WS-PRE-CANTIDAD,
                    WS-PRE-TOTAL, WS-REG-RESULTADO
               CLOSE PADRON-FILE
           END-IF
           CLOSE DEUDAS-FILE
           CLOSE CONVENIOS-FILE
           DISPLAY "------------------------------------------".
           DISPLAY "Renglones leidos:     " WS-TOTAL-LEIDOS.
           DISPLAY "Deudas nuevas:        " WS-TOTAL-ALTAS.
           DISPLAY "Deudas actualizadas:  " WS-TOTAL-ACTUALIZADAS.
           DISPLAY "Renglones rechazados: " WS-TOTAL-RECHAZADOS.
           DISPLAY "==========================================".
