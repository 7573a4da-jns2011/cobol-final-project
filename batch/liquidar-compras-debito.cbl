       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDAR-COMPRAS-DEBITO.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Liquidacion de compras con tarjeta de debito: procesa el
      *  archivo de clearing que la red de tarjetas entrega cada dia
      *  (clearing-debito.dat, ancho fijo: numero de tarjeta,
      *  comercio, importe, codigo de autorizacion, fecha de la
      *  compra y tipo). Cada compra se resuelve desde TJ-NUMERO al
      *  CBF vinculado (buscar-tarjeta) y se debita via
      *  crear-transaccion con codigo propio "P"; las devoluciones de
      *  compras ("D" en el archivo) se acreditan con codigo "V".
      *  Se rechazan los items de tarjetas inexistentes, capturadas
      *  (TJ-CAPTURADA), dadas de baja (TJ-BAJA) o vencidas a la
      *  fecha de la compra, y los de cuentas cerradas o no activas:
      *  vuelven a la red en clearing-debito-rechazos.dat con el
      *  motivo y totales de control al final. Cabecera y trailer
      *  se validan contra el registro de archivos procesados
      *  (registro-archivos) ANTES de postear nada, igual que en la
      *  camara de interbancarias: el mismo clearing no se liquida
      *  dos veces.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEARING-FILE ASSIGN TO "clearing-debito.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLEARING-STATUS.

           SELECT RECHAZOS-FILE
               ASSIGN TO "clearing-debito-rechazos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECHAZOS-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLEARING-FILE.
       01  CLEARING-REGISTRO.
           05  CLR-NUMERO             PIC 9(16).
           05  CLR-COMERCIO           PIC X(30).
           05  CLR-IMPORTE            PIC 9(9)V99.
           05  CLR-AUTORIZACION       PIC X(6).
           05  CLR-FECHA              PIC 9(8).
           05  CLR-TIPO               PIC X(1).
               88  CLR-COMPRA             VALUE "C".
               88  CLR-DEVOLUCION         VALUE "D".
      *    Registros de control obligatorios: cabecera "H"
      *    (originador, fecha, secuencia) y trailer "T" (cantidad e
      *    importe total), validados contra registro-archivos.
       01  CLEARING-CABECERA REDEFINES CLEARING-REGISTRO.
           05  CLR-H-TIPO             PIC X(1).
           05  CLR-H-ORIGINADOR       PIC X(8).
           05  CLR-H-FECHA            PIC 9(8).
           05  CLR-H-SECUENCIA        PIC 9(6).
           05  FILLER                 PIC X(49).
       01  CLEARING-TRAILER REDEFINES CLEARING-REGISTRO.
           05  CLR-T-TIPO             PIC X(1).
           05  CLR-T-CANTIDAD         PIC 9(6).
           05  CLR-T-TOTAL            PIC 9(12)V99.
           05  FILLER                 PIC X(51).

       FD  RECHAZOS-FILE.
       01  RECHAZO-REGISTRO.
           05  RCH-NUMERO             PIC 9(16).
           05  RCH-AUTORIZACION       PIC X(6).
           05  RCH-FECHA              PIC 9(8).
           05  RCH-IMPORTE            PIC 9(9)V99.
           05  RCH-TIPO               PIC X(1).
           05  RCH-MOTIVO             PIC X(30).
       01  RECHAZO-TOTALES REDEFINES RECHAZO-REGISTRO.
           05  RCH-TOT-MARCA          PIC X(9).
           05  RCH-TOT-CANTIDAD       PIC 9(6).
           05  RCH-TOT-IMPORTE        PIC 9(12)V99.
           05  FILLER                 PIC X(43).

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       COPY "transaccion.cpy".
       01  CLEARING-STATUS            PIC XX.
       01  RECHAZOS-STATUS            PIC XX.
       01  CUENTAS-STATUS             PIC XX.

       01  WS-MOTIVO-RECHAZO          PIC X(30).
       01  WS-ITEM-VALIDO             PIC X VALUE 'N'.
           88  ITEM-VALIDO          VALUE 'S'.
       01  WS-TJ-CBF                  PIC 9(6).
       01  WS-TJ-ESTADO               PIC X(1).
           88  WS-TJ-CAPTURADA          VALUE "X".
           88  WS-TJ-BAJA               VALUE "B".
       01  WS-TJ-VENCIMIENTO          PIC 9(6).
       01  WS-TJ-ENCONTRADA           PIC 9.

       01  WS-TOTAL-LEIDOS            PIC 9(6) VALUE 0.
       01  WS-TOTAL-COMPRAS           PIC 9(6) VALUE 0.
       01  WS-TOTAL-DEVOLUCIONES      PIC 9(6) VALUE 0.
       01  WS-TOTAL-RECHAZADOS        PIC 9(6) VALUE 0.
       01  WS-IMPORTE-COMPRAS         PIC S9(12)V99 VALUE 0.
       01  WS-IMPORTE-DEVOLUCIONES    PIC S9(12)V99 VALUE 0.
       01  WS-IMPORTE-RECHAZADO       PIC S9(12)V99 VALUE 0.
       01  WS-IMPORTE-DISPLAY         PIC -Z(11).99.

      *    Control de cabecera/trailer del clearing.
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
           PERFORM 2000-PROCESAR-CLEARING
           PERFORM 3000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  LIQUIDACION DE COMPRAS CON TARJETA DEBITO".
           DISPLAY "==========================================".
           OPEN INPUT CLEARING-FILE
           IF CLEARING-STATUS NOT = "00"
               DISPLAY "No hay clearing de la red para procesar."
               MOVE "10" TO CLEARING-STATUS
           ELSE
               PERFORM 1500-VALIDAR-CONTROL THRU 1500-VALIDAR-FIN
               IF WS-ARCHIVO-VALIDO NOT = 'S'
                   CLOSE CLEARING-FILE
                   MOVE "10" TO CLEARING-STATUS
               END-IF
           END-IF
           OPEN OUTPUT RECHAZOS-FILE
           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE
           IF CUENTAS-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR CUENTAS.DAT. STATUS = "
                       CUENTAS-STATUS
               MOVE "10" TO CLEARING-STATUS
           END-IF.

      *    Pasada previa de control: cabecera y trailer
      *    obligatorios, totales que cuadren y secuencia nueva del
      *    originador segun registro-archivos. El total de control
      *    suma compras y devoluciones por su importe absoluto.
       1500-VALIDAR-CONTROL.
           MOVE 'N' TO WS-ARCHIVO-VALIDO
           MOVE 'N' TO WS-HAY-TRAILER
           MOVE 0 TO WS-PRE-CANTIDAD
           MOVE 0 TO WS-PRE-TOTAL
           READ CLEARING-FILE
               AT END
                   DISPLAY "OPERADOR: clearing de la red vacio."
                   GO TO 1500-VALIDAR-FIN
           END-READ
           IF CLR-H-TIPO NOT = "H"
               DISPLAY "OPERADOR: el clearing no trae registro de"
                       " cabecera. No se procesa."
               GO TO 1500-VALIDAR-FIN
           END-IF
           MOVE CLR-H-ORIGINADOR TO WS-CTL-ORIGINADOR
           MOVE CLR-H-FECHA TO WS-CTL-FECHA
           MOVE CLR-H-SECUENCIA TO WS-CTL-SECUENCIA

           PERFORM UNTIL WS-HAY-TRAILER = 'S'
                      OR CLEARING-STATUS = "10"
               READ CLEARING-FILE
                   AT END
                       MOVE "10" TO CLEARING-STATUS
                   NOT AT END
                       IF CLR-T-TIPO = "T"
                           MOVE 'S' TO WS-HAY-TRAILER
                           MOVE CLR-T-CANTIDAD TO WS-CTL-CANTIDAD
                           MOVE CLR-T-TOTAL TO WS-CTL-TOTAL
                       ELSE
                           ADD 1 TO WS-PRE-CANTIDAD
                           ADD CLR-IMPORTE TO WS-PRE-TOTAL
                       END-IF
               END-READ
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-HAY-TRAILER NOT = 'S'
                   DISPLAY "OPERADOR: el clearing no trae trailer de"
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
                           DISPLAY "OPERADOR: clearing DUPLICADO de "
                                   WS-CTL-ORIGINADOR " secuencia "
                                   WS-CTL-SECUENCIA
                                   ". Nada se posteo."
                       WHEN 2
                           DISPLAY "OPERADOR: secuencia fuera de"
                                   " orden (falta un clearing"
                                   " anterior). Nada se posteo."
                       WHEN OTHER
                           MOVE 'S' TO WS-ARCHIVO-VALIDO
                   END-EVALUATE
           END-EVALUATE

           IF WS-ARCHIVO-VALIDO = 'S'
               CLOSE CLEARING-FILE
               OPEN INPUT CLEARING-FILE
               MOVE "00" TO CLEARING-STATUS
           END-IF.
       1500-VALIDAR-FIN.
           EXIT.

       2000-PROCESAR-CLEARING.
           PERFORM UNTIL CLEARING-STATUS = "10"
               READ CLEARING-FILE
                   AT END
                       MOVE "10" TO CLEARING-STATUS
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CLR-H-TIPO = "H"
                               CONTINUE
                           WHEN CLR-T-TIPO = "T"
                               MOVE "10" TO CLEARING-STATUS
                           WHEN OTHER
                               ADD 1 TO WS-TOTAL-LEIDOS
                               PERFORM 2100-PROCESAR-ITEM
                       END-EVALUATE
               END-READ
           END-PERFORM.

       2100-PROCESAR-ITEM.
           MOVE 'N' TO WS-ITEM-VALIDO
           MOVE SPACES TO WS-MOTIVO-RECHAZO

           IF NOT CLR-COMPRA AND NOT CLR-DEVOLUCION
               MOVE "Tipo de item invalido" TO WS-MOTIVO-RECHAZO
           ELSE
               PERFORM 2150-RESOLVER-TARJETA
           END-IF
           IF WS-MOTIVO-RECHAZO = SPACES
               PERFORM 2170-VALIDAR-CUENTA
           END-IF

           IF ITEM-VALIDO
               PERFORM 2200-POSTEAR-ITEM
           END-IF

           IF ITEM-VALIDO
               IF CLR-COMPRA
                   ADD 1 TO WS-TOTAL-COMPRAS
                   ADD CLR-IMPORTE TO WS-IMPORTE-COMPRAS
               ELSE
                   ADD 1 TO WS-TOTAL-DEVOLUCIONES
                   ADD CLR-IMPORTE TO WS-IMPORTE-DEVOLUCIONES
               END-IF
           ELSE
               PERFORM 2300-GRABAR-RECHAZO
           END-IF.

      *    La red informa el numero de tarjeta; el CBF sale de
      *    tarjetas.dat. Una tarjeta capturada o dada de baja no
      *    liquida compras, y tampoco la vencida a la fecha de la
      *    compra. Las devoluciones se aceptan en esos casos: la
      *    plata vuelve a la cuenta aunque el plastico ya no opere.
       2150-RESOLVER-TARJETA.
           CALL "buscar-tarjeta" USING CLR-NUMERO, WS-TJ-CBF,
                WS-TJ-ESTADO, WS-TJ-VENCIMIENTO, WS-TJ-ENCONTRADA
           EVALUATE TRUE
               WHEN WS-TJ-ENCONTRADA NOT = 1
                   MOVE "Tarjeta inexistente" TO WS-MOTIVO-RECHAZO
               WHEN CLR-DEVOLUCION
                   CONTINUE
               WHEN WS-TJ-CAPTURADA
                   MOVE "Tarjeta capturada" TO WS-MOTIVO-RECHAZO
               WHEN WS-TJ-BAJA
                   MOVE "Tarjeta dada de baja" TO WS-MOTIVO-RECHAZO
               WHEN CLR-FECHA(1:6) > WS-TJ-VENCIMIENTO
                   MOVE "Tarjeta vencida" TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

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
           IF CLR-COMPRA
               MOVE "P" TO P-DESCRIPCION
           ELSE
               MOVE "V" TO P-DESCRIPCION
           END-IF
           MOVE CLR-IMPORTE TO P-IMPORTE
           MOVE CLI-MONEDA TO P-MONEDA
           MOVE 0 TO P-REF-KEY
           MOVE "N" TO P-OVERRIDE
           MOVE SPACES TO P-MEMO
           STRING CLR-COMERCIO(1:26) DELIMITED BY SIZE
                  " AUT " DELIMITED BY SIZE
                  CLR-AUTORIZACION DELIMITED BY SIZE
               INTO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO

           IF RESULTADO NOT = 0
               MOVE 'N' TO WS-ITEM-VALIDO
               MOVE "Error al postear" TO WS-MOTIVO-RECHAZO
           END-IF.

       2300-GRABAR-RECHAZO.
           MOVE CLR-NUMERO TO RCH-NUMERO
           MOVE CLR-AUTORIZACION TO RCH-AUTORIZACION
           MOVE CLR-FECHA TO RCH-FECHA
           MOVE CLR-IMPORTE TO RCH-IMPORTE
           MOVE CLR-TIPO TO RCH-TIPO
           MOVE WS-MOTIVO-RECHAZO TO RCH-MOTIVO
           WRITE RECHAZO-REGISTRO
           ADD 1 TO WS-TOTAL-RECHAZADOS
           ADD CLR-IMPORTE TO WS-IMPORTE-RECHAZADO
           DISPLAY "Tarjeta ****" CLR-NUMERO(13:4)
                   " aut " CLR-AUTORIZACION
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
      *        Constancia del clearing procesado: la misma secuencia
      *        de la red no vuelve a postear.
               MOVE "R" TO WS-REG-ACCION
               CALL "registro-archivos" USING WS-REG-ACCION,
                    WS-CTL-ORIGINADOR, WS-CTL-SECUENCIA,
                    WS-CTL-FECHA, WS-PRE-CANTIDAD,
                    WS-PRE-TOTAL, WS-REG-RESULTADO
           END-IF
           CLOSE CLEARING-FILE
           CLOSE RECHAZOS-FILE
           CLOSE CUENTAS-FILE
           DISPLAY "------------------------------------------".
           DISPLAY "Items leidos:         " WS-TOTAL-LEIDOS.
           MOVE WS-IMPORTE-COMPRAS TO WS-IMPORTE-DISPLAY
           DISPLAY "Compras debitadas:    " WS-TOTAL-COMPRAS
                   "  $ " WS-IMPORTE-DISPLAY.
           MOVE WS-IMPORTE-DEVOLUCIONES TO WS-IMPORTE-DISPLAY
           DISPLAY "Devoluciones:         " WS-TOTAL-DEVOLUCIONES
                   "  $ " WS-IMPORTE-DISPLAY.
           MOVE WS-IMPORTE-RECHAZADO TO WS-IMPORTE-DISPLAY
           DISPLAY "Items rechazados:     " WS-TOTAL-RECHAZADOS
                   "  $ " WS-IMPORTE-DISPLAY.
           DISPLAY "==========================================".
