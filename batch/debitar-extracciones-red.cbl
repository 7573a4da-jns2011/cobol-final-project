       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBITAR-EXTRACCIONES-RED.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Extracciones de clientes propios en cajeros de otros bancos:
      *  procesa el archivo diario que entrega la red compartida de
      *  cajeros (red-extracciones.dat, ancho fijo: numero de
      *  tarjeta, cajero, trace, importe y fecha de la extraccion).
      *  Cada extraccion se resuelve desde el numero de tarjeta al
      *  CBF vinculado (buscar-tarjeta) y se debita via
      *  crear-transaccion con el codigo de extraccion "E" y el
      *  cajero en el memo ("RED CAJEROS ..."), seguida de la
      *  comision por uso de cajero ajeno (codigo "F",
      *  PARM-COMISION-RED). Cada item queda en extracciones-red.dat
      *  como emisor ("E") para que LIQUIDAR-RED-CAJEROS lo compense
      *  con la red junto con su cargo de intercambio. Los items de
      *  tarjetas inexistentes o de cuentas cerradas o no activas no
      *  se debitan y vuelven a la red en red-extracciones-rechazos
      *  .dat con el motivo y totales de control al final. Cabecera
      *  y trailer se validan contra el registro de archivos
      *  procesados (registro-archivos) ANTES de postear nada.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RED-FILE ASSIGN TO "red-extracciones.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RED-STATUS.

           SELECT RECHAZOS-FILE
               ASSIGN TO "red-extracciones-rechazos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECHAZOS-STATUS.

           SELECT EXTRACCIONES-RED-FILE
               ASSIGN TO "extracciones-red.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-KEY
               FILE STATUS IS RX-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RED-FILE.
       01  RED-REGISTRO.
           05  RED-NUMERO             PIC 9(16).
           05  RED-CAJERO             PIC X(8).
           05  RED-TRACE              PIC X(12).
           05  RED-IMPORTE            PIC 9(9)V99.
           05  RED-FECHA              PIC 9(8).
      *    Registros de control obligatorios: cabecera "H"
      *    (originador, fecha, secuencia) y trailer "T" (cantidad e
      *    importe total), validados contra registro-archivos.
       01  RED-CABECERA REDEFINES RED-REGISTRO.
           05  RED-H-TIPO             PIC X(1).
           05  RED-H-ORIGINADOR       PIC X(8).
           05  RED-H-FECHA            PIC 9(8).
           05  RED-H-SECUENCIA        PIC 9(6).
           05  FILLER                 PIC X(32).
       01  RED-TRAILER REDEFINES RED-REGISTRO.
           05  RED-T-TIPO             PIC X(1).
           05  RED-T-CANTIDAD         PIC 9(6).
           05  RED-T-TOTAL            PIC 9(12)V99.
           05  FILLER                 PIC X(34).

       FD  RECHAZOS-FILE.
       01  RECHAZO-REGISTRO.
           05  RCH-NUMERO             PIC 9(16).
           05  RCH-TRACE              PIC X(12).
           05  RCH-FECHA              PIC 9(8).
           05  RCH-IMPORTE            PIC 9(9)V99.
           05  RCH-MOTIVO             PIC X(30).
       01  RECHAZO-TOTALES REDEFINES RECHAZO-REGISTRO.
           05  RCH-TOT-MARCA          PIC X(9).
           05  RCH-TOT-CANTIDAD       PIC 9(6).
           05  RCH-TOT-IMPORTE        PIC 9(12)V99.
           05  FILLER                 PIC X(48).

       FD  EXTRACCIONES-RED-FILE.
       COPY "extraccion-red.cpy".

       FD  PARAMETROS-FILE.
       COPY "parametros.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       COPY "transaccion.cpy".
       01  RED-STATUS                 PIC XX.
       01  RECHAZOS-STATUS            PIC XX.
       01  RX-STATUS                  PIC XX.
       01  PARAMETROS-STATUS          PIC XX.
       01  CUENTAS-STATUS             PIC XX.

       01  WS-COMISION                PIC 9(5) VALUE 300.
       01  WS-INTERCAMBIO             PIC 9(5) VALUE 150.

       01  WS-MOTIVO-RECHAZO          PIC X(30).
       01  WS-ITEM-VALIDO             PIC X VALUE 'N'.
           88  ITEM-VALIDO          VALUE 'S'.
       01  WS-TJ-CBF                  PIC 9(6).
       01  WS-TJ-ESTADO               PIC X(1).
       01  WS-TJ-VENCIMIENTO          PIC 9(6).
       01  WS-TJ-ENCONTRADA           PIC 9.

       01  WS-TOTAL-LEIDOS            PIC 9(6) VALUE 0.
       01  WS-TOTAL-DEBITADOS         PIC 9(6) VALUE 0.
       01  WS-TOTAL-RECHAZADOS        PIC 9(6) VALUE 0.
       01  WS-IMPORTE-DEBITADO        PIC S9(12)V99 VALUE 0.
       01  WS-IMPORTE-COMISIONES      PIC S9(12)V99 VALUE 0.
       01  WS-IMPORTE-RECHAZADO       PIC S9(12)V99 VALUE 0.
       01  WS-IMPORTE-DISPLAY         PIC -Z(11).99.

      *    Control de cabecera/trailer del archivo de la red.
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
           PERFORM 2000-PROCESAR-RED
           PERFORM 3000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  EXTRACCIONES DE CLIENTES EN CAJEROS RED".
           DISPLAY "==========================================".
           PERFORM 1100-LEER-PARAMETROS
           OPEN INPUT RED-FILE
           IF RED-STATUS NOT = "00"
               DISPLAY "No hay archivo de la red para procesar."
               MOVE "10" TO RED-STATUS
           ELSE
               PERFORM 1500-VALIDAR-CONTROL THRU 1500-VALIDAR-FIN
               IF WS-ARCHIVO-VALIDO NOT = 'S'
                   CLOSE RED-FILE
                   MOVE "10" TO RED-STATUS
               END-IF
           END-IF
           OPEN OUTPUT RECHAZOS-FILE
           OPEN I-O EXTRACCIONES-RED-FILE
           IF RX-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT EXTRACCIONES-RED-FILE
               CLOSE EXTRACCIONES-RED-FILE
               OPEN I-O EXTRACCIONES-RED-FILE
           END-IF
           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE
           IF CUENTAS-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR CUENTAS.DAT. STATUS = "
                       CUENTAS-STATUS
               MOVE "10" TO RED-STATUS
           END-IF.

      *    Comision por uso de cajero ajeno e intercambio con la
      *    red: en blanco rigen los valores por defecto.
       1100-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-COMISION-RED IS NUMERIC
                           MOVE PARM-COMISION-RED TO WS-COMISION
                       END-IF
                       IF PARM-INTERCAMBIO-RED IS NUMERIC
                          AND PARM-INTERCAMBIO-RED > 0
                           MOVE PARM-INTERCAMBIO-RED
                               TO WS-INTERCAMBIO
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF.

      *    Pasada previa de control: cabecera y trailer
      *    obligatorios, totales que cuadren y secuencia nueva del
      *    originador segun registro-archivos.
       1500-VALIDAR-CONTROL.
           MOVE 'N' TO WS-ARCHIVO-VALIDO
           MOVE 'N' TO WS-HAY-TRAILER
           MOVE 0 TO WS-PRE-CANTIDAD
           MOVE 0 TO WS-PRE-TOTAL
           READ RED-FILE
               AT END
                   DISPLAY "OPERADOR: archivo de la red vacio."
                   GO TO 1500-VALIDAR-FIN
           END-READ
           IF RED-H-TIPO NOT = "H"
               DISPLAY "OPERADOR: el archivo no trae registro de"
                       " cabecera. No se procesa."
               GO TO 1500-VALIDAR-FIN
           END-IF
           MOVE RED-H-ORIGINADOR TO WS-CTL-ORIGINADOR
           MOVE RED-H-FECHA TO WS-CTL-FECHA
           MOVE RED-H-SECUENCIA TO WS-CTL-SECUENCIA

           PERFORM UNTIL WS-HAY-TRAILER = 'S'
                      OR RED-STATUS = "10"
               READ RED-FILE
                   AT END
                       MOVE "10" TO RED-STATUS
                   NOT AT END
                       IF RED-T-TIPO = "T"
                           MOVE 'S' TO WS-HAY-TRAILER
                           MOVE RED-T-CANTIDAD TO WS-CTL-CANTIDAD
                           MOVE RED-T-TOTAL TO WS-CTL-TOTAL
                       ELSE
                           ADD 1 TO WS-PRE-CANTIDAD
                           ADD RED-IMPORTE TO WS-PRE-TOTAL
                       END-IF
               END-READ
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-HAY-TRAILER NOT = 'S'
                   DISPLAY "OPERADOR: el archivo no trae trailer de"
                           " control. No se procesa."
               WHEN WS-PRE-CANTIDAD NOT = WS-CTL-CANTIDAD
                 OR WS-PRE-TOTAL NOT = WS-CTL-TOTAL
                   DISPLAY "OPERADOR: el trailer no cuadra con los"
                           " items. No se procesa."
               WHEN OTHER
                   MOVE "V" TO WS-REG-ACCION
                   CALL "registro-archivos" USING WS-REG-ACCION,
                        WS-CTL-ORIGINADOR, WS-CTL-SECUENCIA,
                        WS-CTL-FECHA, WS-PRE-CANTIDAD,
                        WS-PRE-TOTAL, WS-REG-RESULTADO
                   EVALUATE WS-REG-RESULTADO
                       WHEN 1
                           DISPLAY "OPERADOR: archivo DUPLICADO de "
                                   WS-CTL-ORIGINADOR " secuencia "
                                   WS-CTL-SECUENCIA
                                   ". Nada se posteo."
                       WHEN 2
                           DISPLAY "OPERADOR: secuencia fuera de"
                                   " orden (falta un archivo"
                                   " anterior). Nada se posteo."
                       WHEN OTHER
                           MOVE 'S' TO WS-ARCHIVO-VALIDO
                   END-EVALUATE
           END-EVALUATE

           IF WS-ARCHIVO-VALIDO = 'S'
               CLOSE RED-FILE
               OPEN INPUT RED-FILE
               MOVE "00" TO RED-STATUS
           END-IF.
       1500-VALIDAR-FIN.
           EXIT.

       2000-PROCESAR-RED.
           PERFORM UNTIL RED-STATUS = "10"
               READ RED-FILE
                   AT END
                       MOVE "10" TO RED-STATUS
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RED-H-TIPO = "H"
                               CONTINUE
                           WHEN RED-T-TIPO = "T"
                               MOVE "10" TO RED-STATUS
                           WHEN OTHER
                               ADD 1 TO WS-TOTAL-LEIDOS
                               PERFORM 2100-PROCESAR-ITEM
                       END-EVALUATE
               END-READ
           END-PERFORM.

       2100-PROCESAR-ITEM.
           MOVE 'N' TO WS-ITEM-VALIDO
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           MOVE 0 TO WS-TJ-CBF

      *    La extraccion ya fue autorizada en linea por la red: el
      *    estado del plastico no se revisa aca, solo que la tarjeta
      *    sea nuestra y la cuenta siga operable.
           CALL "buscar-tarjeta" USING RED-NUMERO, WS-TJ-CBF,
                WS-TJ-ESTADO, WS-TJ-VENCIMIENTO, WS-TJ-ENCONTRADA
           IF WS-TJ-ENCONTRADA NOT = 1
               MOVE "Tarjeta inexistente" TO WS-MOTIVO-RECHAZO
           ELSE
               PERFORM 2170-VALIDAR-CUENTA
           END-IF

           IF ITEM-VALIDO
               PERFORM 2200-POSTEAR-ITEM
           END-IF

           PERFORM 2250-REGISTRAR-ITEM

           IF ITEM-VALIDO
               ADD 1 TO WS-TOTAL-DEBITADOS
               ADD RED-IMPORTE TO WS-IMPORTE-DEBITADO
           ELSE
               PERFORM 2300-GRABAR-RECHAZO
           END-IF.

       2170-VALIDAR-CUENTA.
           MOVE WS-TJ-CBF TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   MOVE "Cuenta inexistente" TO WS-MOTIVO-RECHAZO
               NOT INVALID KEY
                   IF CLI-CERRADA
                       MOVE "Cuenta cerrada" TO WS-MOTIVO-RECHAZO
                   ELSE
                   IF NOT CLI-ACTIVO
                       MOVE "Cuenta no activa" TO WS-MOTIVO-RECHAZO
                   ELSE
                       MOVE 'S' TO WS-ITEM-VALIDO
                   END-IF
                   END-IF
           END-READ.

       2200-POSTEAR-ITEM.
           MOVE WS-TJ-CBF TO P-CBF
           MOVE "E" TO P-DESCRIPCION
           MOVE RED-IMPORTE TO P-IMPORTE
           MOVE CLI-MONEDA TO P-MONEDA
           MOVE 0 TO P-REF-KEY
           MOVE "N" TO P-OVERRIDE
           MOVE SPACES TO P-MEMO
           STRING "RED CAJEROS " DELIMITED BY SIZE
                  RED-CAJERO DELIMITED BY SIZE
                  " TRACE " DELIMITED BY SIZE
                  RED-TRACE DELIMITED BY SIZE
               INTO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO

           IF RESULTADO NOT = 0
               MOVE 'N' TO WS-ITEM-VALIDO
               MOVE "Error al postear" TO WS-MOTIVO-RECHAZO
           ELSE
               IF WS-COMISION > 0
                   MOVE WS-TJ-CBF TO P-CBF
                   MOVE "F" TO P-DESCRIPCION
                   MOVE WS-COMISION TO P-IMPORTE
                   MOVE CLI-MONEDA TO P-MONEDA
                   MOVE 0 TO P-REF-KEY
                   MOVE "N" TO P-OVERRIDE
                   MOVE "COMISION CAJERO RED" TO P-MEMO
                   CALL "crear-transaccion" USING TRANSACCION,
                        RESULTADO
                   IF RESULTADO = 0
                       ADD WS-COMISION TO WS-IMPORTE-COMISIONES
                   ELSE
                       DISPLAY "CBF " WS-TJ-CBF
                               ": no se pudo cobrar la comision"
                   END-IF
               END-IF
           END-IF.

      *    Todo item del archivo queda como emisor en
      *    extracciones-red.dat: el debitado pendiente de liquidar y
      *    el rechazado marcado como tal, para que la liquidacion
      *    con la red no lo compense.
       2250-REGISTRAR-ITEM.
           SET RX-EMISOR TO TRUE
           MOVE RED-FECHA TO RX-FECHA
           MOVE RED-TRACE TO RX-TRACE
           MOVE RED-NUMERO TO RX-NUMERO
           MOVE RED-CAJERO TO RX-CAJERO
           MOVE RED-IMPORTE TO RX-IMPORTE
           MOVE WS-INTERCAMBIO TO RX-INTERCAMBIO
           MOVE WS-TJ-CBF TO RX-CBF
           IF ITEM-VALIDO
               SET RX-PENDIENTE TO TRUE
           ELSE
               SET RX-RECHAZADA TO TRUE
           END-IF
           MOVE "S" TO RX-ENVIADA
           MOVE 0 TO RX-FECHA-LIQ
           WRITE RX-RECORD
               INVALID KEY
                   DISPLAY "Trace " RED-TRACE
                           " ya registrado en extracciones-red.dat"
           END-WRITE.

       2300-GRABAR-RECHAZO.
           MOVE RED-NUMERO TO RCH-NUMERO
           MOVE RED-TRACE TO RCH-TRACE
           MOVE RED-FECHA TO RCH-FECHA
           MOVE RED-IMPORTE TO RCH-IMPORTE
           MOVE WS-MOTIVO-RECHAZO TO RCH-MOTIVO
           WRITE RECHAZO-REGISTRO
           ADD 1 TO WS-TOTAL-RECHAZADOS
           ADD RED-IMPORTE TO WS-IMPORTE-RECHAZADO
           DISPLAY "Tarjeta ****" RED-NUMERO(13:4)
                   " trace " RED-TRACE
                   "  RECHAZADA: " WS-MOTIVO-RECHAZO.

       3000-FINALIZAR.
      *    Renglon de totales de control al final de los rechazos,
      *    para que la red cuadre lo devuelto.
           MOVE SPACES TO RECHAZO-REGISTRO
           MOVE "TOTALES  " TO RCH-TOT-MARCA
           MOVE WS-TOTAL-RECHAZADOS TO RCH-TOT-CANTIDAD
           MOVE WS-IMPORTE-RECHAZADO TO RCH-TOT-IMPORTE
           WRITE RECHAZO-REGISTRO

           IF WS-ARCHIVO-VALIDO = 'S'
      *        Constancia del archivo procesado: la misma secuencia
      *        de la red no vuelve a debitar.
               MOVE "R" TO WS-REG-ACCION
               CALL "registro-archivos" USING WS-REG-ACCION,
                    WS-CTL-ORIGINADOR, WS-CTL-SECUENCIA,
                    WS-CTL-FECHA, WS-PRE-CANTIDAD,
                    WS-PRE-TOTAL, WS-REG-RESULTADO
           END-IF
           CLOSE RED-FILE
           CLOSE RECHAZOS-FILE
           CLOSE EXTRACCIONES-RED-FILE
           CLOSE CUENTAS-FILE
           DISPLAY "------------------------------------------".
           DISPLAY "Items leidos:         " WS-TOTAL-LEIDOS.
           MOVE WS-IMPORTE-DEBITADO TO WS-IMPORTE-DISPLAY
           DISPLAY "Extracciones debitadas: " WS-TOTAL-DEBITADOS
                   "  $ " WS-IMPORTE-DISPLAY.
           MOVE WS-IMPORTE-COMISIONES TO WS-IMPORTE-DISPLAY
           DISPLAY "Comisiones cobradas:  $ " WS-IMPORTE-DISPLAY.
           MOVE WS-IMPORTE-RECHAZADO TO WS-IMPORTE-DISPLAY
           DISPLAY "Items rechazados:     " WS-TOTAL-RECHAZADOS
                   "  $ " WS-IMPORTE-DISPLAY.
           DISPLAY "==========================================".
