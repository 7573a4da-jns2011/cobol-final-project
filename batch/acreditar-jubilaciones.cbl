       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACREDITAR-JUBILACIONES.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Acreditacion de jubilaciones y pensiones: procesa el archivo
      *  mensual del organismo previsional (jubilaciones.dat, ancho
      *  fijo: numero de beneficio, CBF, apellido y nombre, importe
      *  y periodo). Cada beneficio se registra o actualiza en el
      *  maestro beneficiarios-prevision.dat y su haber se acredita
      *  como deposito via crear-transaccion con el beneficio y el
      *  periodo en el memo ("JUBILACION ..."). Si la ultima fe de
      *  vida del beneficiario tiene mas de PARM-DIAS-FE-VIDA dias,
      *  el credito entra retenido (crear-retencion, sin fecha de
      *  liberacion) hasta que la sucursal registre una nueva
      *  (REGISTRAR-FE-VIDA), y se le avisa al titular. Cada pago
      *  queda en pagos-prevision.dat: el mismo beneficio y periodo
      *  no se acredita dos veces.
      *  Se rechazan y vuelven al organismo los renglones de cuentas
      *  inexistentes, cerradas, no activas o que no son en pesos, y
      *  los de titulares fallecidos (CLI-FALLECIDO). Ademas, todo
      *  pago todavia retenido de un titular que hoy figura fallecido
      *  se revierte y se reintegra. Ambos salen en
      *  jubilaciones-devoluciones.dat con el motivo y totales de
      *  control al final. Cabecera y trailer se validan contra el
      *  registro de archivos procesados (registro-archivos) ANTES
      *  de postear nada.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JUBILACIONES-FILE ASSIGN TO "jubilaciones.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JUBILACIONES-STATUS.

           SELECT DEVOLUCIONES-FILE
               ASSIGN TO "jubilaciones-devoluciones.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEVOLUCIONES-STATUS.

           SELECT BENEFICIARIOS-FILE
               ASSIGN TO "beneficiarios-prevision.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BP-BENEFICIO
               FILE STATUS IS BENEFICIARIOS-STATUS.

           SELECT PAGOS-FILE ASSIGN TO "pagos-prevision.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-KEY
               FILE STATUS IS PAGOS-STATUS.

           SELECT RETENCIONES-FILE ASSIGN TO "retenciones-fondos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-KEY
               FILE STATUS IS RETENCIONES-STATUS.

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
       FD  JUBILACIONES-FILE.
       01  JUB-REGISTRO.
           05  JUB-BENEFICIO          PIC 9(11).
           05  JUB-CBF                PIC 9(6).
           05  JUB-NOMBRE             PIC X(30).
           05  JUB-IMPORTE            PIC 9(9)V99.
           05  JUB-PERIODO            PIC 9(6).
      *    Registros de control obligatorios: cabecera "H"
      *    (originador, fecha, secuencia) y trailer "T" (cantidad e
      *    importe total), validados contra registro-archivos.
       01  JUB-CABECERA REDEFINES JUB-REGISTRO.
           05  JUB-H-TIPO             PIC X(1).
           05  JUB-H-ORIGINADOR       PIC X(8).
           05  JUB-H-FECHA            PIC 9(8).
           05  JUB-H-SECUENCIA        PIC 9(6).
           05  FILLER                 PIC X(41).
       01  JUB-TRAILER REDEFINES JUB-REGISTRO.
           05  JUB-T-TIPO             PIC X(1).
           05  JUB-T-CANTIDAD         PIC 9(6).
           05  JUB-T-TOTAL            PIC 9(12)V99.
           05  FILLER                 PIC X(43).

       FD  DEVOLUCIONES-FILE.
       01  DEVOLUCION-REGISTRO.
           05  DEV-BENEFICIO          PIC 9(11).
           05  DEV-CBF                PIC 9(6).
           05  DEV-PERIODO            PIC 9(6).
           05  DEV-IMPORTE            PIC 9(9)V99.
           05  DEV-MOTIVO             PIC X(30).
       01  DEVOLUCION-TOTALES REDEFINES DEVOLUCION-REGISTRO.
           05  DEV-TOT-MARCA          PIC X(9).
           05  DEV-TOT-CANTIDAD       PIC 9(6).
           05  DEV-TOT-IMPORTE        PIC 9(12)V99.
           05  FILLER                 PIC X(35).

       FD  BENEFICIARIOS-FILE.
       COPY "beneficiario-prevision.cpy".

       FD  PAGOS-FILE.
       COPY "pago-prevision.cpy".

       FD  RETENCIONES-FILE.
       COPY "retencion-fondos.cpy".

       FD  PARAMETROS-FILE.
       COPY "parametros.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       COPY "transaccion.cpy".
       01  JUBILACIONES-STATUS        PIC XX.
       01  DEVOLUCIONES-STATUS        PIC XX.
       01  BENEFICIARIOS-STATUS       PIC XX.
       01  PAGOS-STATUS               PIC XX.
       01  RETENCIONES-STATUS         PIC XX.
       01  PARAMETROS-STATUS          PIC XX.
       01  CUENTAS-STATUS             PIC XX.

       01  WS-DIAS-FE-VIDA            PIC 9(3) VALUE 365.
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-DIAS-HOY                PIC 9(7).
       01  WS-DIAS-FE-VIDA-BENEF      PIC 9(7).
       01  WS-FE-VIDA-VENCIDA         PIC X VALUE 'N'.
           88  FE-VIDA-VENCIDA      VALUE 'S'.

       01  WS-MOTIVO-RECHAZO          PIC X(30).
       01  WS-ITEM-VALIDO             PIC X VALUE 'N'.
           88  ITEM-VALIDO          VALUE 'S'.

       01  WS-MOTIVO-RETENCION        PIC X(30)
                                      VALUE "Fe de vida vencida".
       01  WS-FECHA-RETENCION         PIC 9(8) VALUE 99991231.
       01  WS-RET-TIMESTAMP           PIC 9(14).
       01  WS-RET-RESULTADO           PIC 9.

       01  WS-NOTIF-EVENTO            PIC X(20).
       01  WS-NOTIF-ASUNTO            PIC X(60).
       01  WS-NOTIF-CUERPO            PIC X(80).
       01  WS-NOTIF-RESULTADO         PIC 9.
       01  WS-NOTIF-CBF               PIC 9(6).

       01  WS-TOTAL-LEIDOS            PIC 9(6) VALUE 0.
       01  WS-TOTAL-ACREDITADOS       PIC 9(6) VALUE 0.
       01  WS-TOTAL-RETENIDOS         PIC 9(6) VALUE 0.
       01  WS-TOTAL-DEVUELTOS         PIC 9(6) VALUE 0.
       01  WS-TOTAL-REINTEGROS        PIC 9(6) VALUE 0.
       01  WS-IMPORTE-ACREDITADO      PIC S9(12)V99 VALUE 0.
       01  WS-IMPORTE-RETENIDO        PIC S9(12)V99 VALUE 0.
       01  WS-IMPORTE-DEVUELTO        PIC S9(12)V99 VALUE 0.
       01  WS-IMPORTE-DISPLAY         PIC -Z(11).99.

      *    Control de cabecera/trailer del archivo del organismo.
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
           PERFORM 2000-PROCESAR-JUBILACIONES
           PERFORM 2900-REINTEGRAR-FALLECIDOS
           PERFORM 3000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  ACREDITACION DE JUBILACIONES Y PENSIONES".
           DISPLAY "==========================================".
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
           PERFORM 1100-LEER-PARAMETROS
           OPEN INPUT JUBILACIONES-FILE
           IF JUBILACIONES-STATUS NOT = "00"
               DISPLAY "No hay archivo del organismo para procesar."
               MOVE "10" TO JUBILACIONES-STATUS
           ELSE
               PERFORM 1500-VALIDAR-CONTROL THRU 1500-VALIDAR-FIN
               IF WS-ARCHIVO-VALIDO NOT = 'S'
                   CLOSE JUBILACIONES-FILE
                   MOVE "10" TO JUBILACIONES-STATUS
               END-IF
           END-IF
           OPEN OUTPUT DEVOLUCIONES-FILE
           OPEN I-O BENEFICIARIOS-FILE
           IF BENEFICIARIOS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT BENEFICIARIOS-FILE
               CLOSE BENEFICIARIOS-FILE
               OPEN I-O BENEFICIARIOS-FILE
           END-IF
           OPEN I-O PAGOS-FILE
           IF PAGOS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT PAGOS-FILE
               CLOSE PAGOS-FILE
               OPEN I-O PAGOS-FILE
           END-IF
           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE
           IF CUENTAS-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR CUENTAS.DAT. STATUS = "
                       CUENTAS-STATUS
               MOVE "10" TO JUBILACIONES-STATUS
           END-IF.

      *    Vigencia de la fe de vida: en blanco rige el valor por
      *    defecto.
       1100-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DIAS-FE-VIDA IS NUMERIC
                          AND PARM-DIAS-FE-VIDA > 0
                           MOVE PARM-DIAS-FE-VIDA TO WS-DIAS-FE-VIDA
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
           READ JUBILACIONES-FILE
               AT END
                   DISPLAY "OPERADOR: archivo del organismo vacio."
                   GO TO 1500-VALIDAR-FIN
           END-READ
           IF JUB-H-TIPO NOT = "H"
               DISPLAY "OPERADOR: el archivo no trae registro de"
                       " cabecera. No se procesa."
               GO TO 1500-VALIDAR-FIN
           END-IF
           MOVE JUB-H-ORIGINADOR TO WS-CTL-ORIGINADOR
           MOVE JUB-H-FECHA TO WS-CTL-FECHA
           MOVE JUB-H-SECUENCIA TO WS-CTL-SECUENCIA

           PERFORM UNTIL WS-HAY-TRAILER = 'S'
                      OR JUBILACIONES-STATUS = "10"
               READ JUBILACIONES-FILE
                   AT END
                       MOVE "10" TO JUBILACIONES-STATUS
                   NOT AT END
                       IF JUB-T-TIPO = "T"
                           MOVE 'S' TO WS-HAY-TRAILER
                           MOVE JUB-T-CANTIDAD TO WS-CTL-CANTIDAD
                           MOVE JUB-T-TOTAL TO WS-CTL-TOTAL
                       ELSE
                           ADD 1 TO WS-PRE-CANTIDAD
                           ADD JUB-IMPORTE TO WS-PRE-TOTAL
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
                           " renglones. No se procesa."
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
               CLOSE JUBILACIONES-FILE
               OPEN INPUT JUBILACIONES-FILE
               MOVE "00" TO JUBILACIONES-STATUS
           END-IF.
       1500-VALIDAR-FIN.
           EXIT.

       2000-PROCESAR-JUBILACIONES.
           PERFORM UNTIL JUBILACIONES-STATUS = "10"
               READ JUBILACIONES-FILE
                   AT END
                       MOVE "10" TO JUBILACIONES-STATUS
                   NOT AT END
                       EVALUATE TRUE
                           WHEN JUB-H-TIPO = "H"
                               CONTINUE
                           WHEN JUB-T-TIPO = "T"
                               MOVE "10" TO JUBILACIONES-STATUS
                           WHEN OTHER
                               ADD 1 TO WS-TOTAL-LEIDOS
                               PERFORM 2100-PROCESAR-BENEFICIO
                       END-EVALUATE
               END-READ
           END-PERFORM.

       2100-PROCESAR-BENEFICIO.
           MOVE 'N' TO WS-ITEM-VALIDO
           MOVE SPACES TO WS-MOTIVO-RECHAZO

           PERFORM 2150-VALIDAR-RENGLON
           IF ITEM-VALIDO
               PERFORM 2200-ACTUALIZAR-BENEFICIARIO
               PERFORM 2300-ACREDITAR-HABER
           END-IF

           IF NOT ITEM-VALIDO
               MOVE JUB-BENEFICIO TO DEV-BENEFICIO
               MOVE JUB-CBF TO DEV-CBF
               MOVE JUB-PERIODO TO DEV-PERIODO
               MOVE JUB-IMPORTE TO DEV-IMPORTE
               PERFORM 2800-GRABAR-DEVOLUCION
               DISPLAY "Beneficio " JUB-BENEFICIO
                       "  DEVUELTO: " WS-MOTIVO-RECHAZO
           END-IF.

      *    El titular fallecido se rechaza antes que cualquier otro
      *    motivo: el haber vuelve al organismo y el beneficio queda
      *    dado de baja en el maestro.
       2150-VALIDAR-RENGLON.
           MOVE JUB-CBF TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   MOVE "Cuenta inexistente" TO WS-MOTIVO-RECHAZO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CLI-FALLECIDO-SI
                           MOVE "Titular fallecido"
                               TO WS-MOTIVO-RECHAZO
                           MOVE JUB-BENEFICIO TO BP-BENEFICIO
                           PERFORM 2160-BAJA-FALLECIDO
                       WHEN CLI-CERRADA
                           MOVE "Cuenta cerrada" TO WS-MOTIVO-RECHAZO
                       WHEN NOT CLI-ACTIVO
                           MOVE "Cuenta no activa"
                               TO WS-MOTIVO-RECHAZO
                       WHEN NOT CLI-MONEDA-ARS
                           MOVE "Cuenta no es en pesos"
                               TO WS-MOTIVO-RECHAZO
                       WHEN JUB-IMPORTE = 0
                           MOVE "Importe invalido" TO WS-MOTIVO-RECHAZO
                       WHEN OTHER
                           MOVE 'S' TO WS-ITEM-VALIDO
                   END-EVALUATE
           END-READ

           IF ITEM-VALIDO
               MOVE JUB-BENEFICIO TO PP-BENEFICIO
               MOVE JUB-PERIODO TO PP-PERIODO
               READ PAGOS-FILE
                   KEY IS PP-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-ITEM-VALIDO
                       MOVE "Periodo ya acreditado"
                           TO WS-MOTIVO-RECHAZO
               END-READ
           END-IF.

       2160-BAJA-FALLECIDO.
           READ BENEFICIARIOS-FILE
               KEY IS BP-BENEFICIO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BP-ACTIVO
                       SET BP-FALLECIDO TO TRUE
                       REWRITE BP-RECORD
                   END-IF
           END-READ.

      *    Alta con el primer pago: la incorporacion que informa el
      *    organismo vale como primera fe de vida (fecha del archivo).
      *    Despues el maestro sigue el CBF y el nombre del archivo.
       2200-ACTUALIZAR-BENEFICIARIO.
           MOVE JUB-BENEFICIO TO BP-BENEFICIO
           READ BENEFICIARIOS-FILE
               KEY IS BP-BENEFICIO
               INVALID KEY
                   MOVE JUB-CBF TO BP-CBF
                   MOVE JUB-NOMBRE TO BP-NOMBRE
                   MOVE WS-FECHA-HOY TO BP-FECHA-ALTA
                   MOVE WS-CTL-FECHA TO BP-FECHA-FE-VIDA
                   MOVE JUB-PERIODO TO BP-ULTIMO-PERIODO
                   SET BP-ACTIVO TO TRUE
                   WRITE BP-RECORD
                   DISPLAY "Beneficio " JUB-BENEFICIO
                           "  alta en el maestro"
               NOT INVALID KEY
                   MOVE JUB-CBF TO BP-CBF
                   MOVE JUB-NOMBRE TO BP-NOMBRE
                   MOVE JUB-PERIODO TO BP-ULTIMO-PERIODO
                   SET BP-ACTIVO TO TRUE
                   REWRITE BP-RECORD
           END-READ

           MOVE 'N' TO WS-FE-VIDA-VENCIDA
           IF BP-FECHA-FE-VIDA IS NOT NUMERIC
              OR BP-FECHA-FE-VIDA = 0
               MOVE 'S' TO WS-FE-VIDA-VENCIDA
           ELSE
               COMPUTE WS-DIAS-FE-VIDA-BENEF =
                   FUNCTION INTEGER-OF-DATE(BP-FECHA-FE-VIDA)
               IF WS-DIAS-HOY - WS-DIAS-FE-VIDA-BENEF
                  > WS-DIAS-FE-VIDA
                   MOVE 'S' TO WS-FE-VIDA-VENCIDA
               END-IF
           END-IF.

       2300-ACREDITAR-HABER.
           MOVE JUB-CBF TO P-CBF
           MOVE "D" TO P-DESCRIPCION
           MOVE JUB-IMPORTE TO P-IMPORTE
           MOVE CLI-MONEDA TO P-MONEDA
           MOVE 0 TO P-REF-KEY
           MOVE "N" TO P-OVERRIDE
           MOVE SPACES TO P-MEMO
           STRING "JUBILACION BENEF " DELIMITED BY SIZE
                  JUB-BENEFICIO DELIMITED BY SIZE
                  " PER " DELIMITED BY SIZE
                  JUB-PERIODO DELIMITED BY SIZE
               INTO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO

           IF RESULTADO NOT = 0
               MOVE 'N' TO WS-ITEM-VALIDO
               MOVE "Error al postear" TO WS-MOTIVO-RECHAZO
           ELSE
               MOVE JUB-BENEFICIO TO PP-BENEFICIO
               MOVE JUB-PERIODO TO PP-PERIODO
               MOVE JUB-CBF TO PP-CBF
               MOVE JUB-IMPORTE TO PP-IMPORTE
               MOVE P-TIMESTAMP TO PP-TIMESTAMP
               MOVE 0 TO PP-RF-TIMESTAMP
               MOVE 0 TO PP-FECHA-CIERRE
               SET PP-ACREDITADO TO TRUE
               IF FE-VIDA-VENCIDA
                   PERFORM 2400-RETENER-HABER
               END-IF
               WRITE PP-RECORD
                   INVALID KEY
                       DISPLAY "Beneficio " JUB-BENEFICIO
                               " periodo " JUB-PERIODO
                               " ya registrado en pagos-prevision"
               END-WRITE
               ADD 1 TO WS-TOTAL-ACREDITADOS
               ADD JUB-IMPORTE TO WS-IMPORTE-ACREDITADO
           END-IF.

      *    Fe de vida vencida: el haber se acredita pero queda
      *    retenido hasta que la sucursal registre la proxima.
       2400-RETENER-HABER.
           CALL 'crear-retencion' USING JUB-CBF, P-IMPORTE,
                WS-MOTIVO-RETENCION, WS-FECHA-RETENCION,
                WS-RET-TIMESTAMP, WS-RET-RESULTADO
           IF WS-RET-RESULTADO = 0
               MOVE WS-RET-TIMESTAMP TO PP-RF-TIMESTAMP
               SET PP-RETENIDO TO TRUE
               ADD 1 TO WS-TOTAL-RETENIDOS
               ADD JUB-IMPORTE TO WS-IMPORTE-RETENIDO
               PERFORM 2500-AVISAR-RETENCION
               DISPLAY "Beneficio " JUB-BENEFICIO
                       "  RETENIDO: fe de vida vencida"
           ELSE
               DISPLAY "Beneficio " JUB-BENEFICIO
                       ": no se pudo retener el haber"
           END-IF.

       2500-AVISAR-RETENCION.
           MOVE "FE-VIDA-VENCIDA" TO WS-NOTIF-EVENTO
           MOVE JUB-CBF TO WS-NOTIF-CBF
           MOVE "Su haber previsional esta retenido"
               TO WS-NOTIF-ASUNTO
           MOVE SPACES TO WS-NOTIF-CUERPO
           STRING "Periodo " DELIMITED BY SIZE
                  JUB-PERIODO DELIMITED BY SIZE
                  ": presente su fe de vida en sucursal para"
                  DELIMITED BY SIZE
                  " liberarlo." DELIMITED BY SIZE
               INTO WS-NOTIF-CUERPO
           CALL 'encolar-notificacion' USING WS-NOTIF-CBF,
                WS-NOTIF-EVENTO, CLI-EMAIL,
                WS-NOTIF-ASUNTO, WS-NOTIF-CUERPO,
                WS-NOTIF-RESULTADO.

       2800-GRABAR-DEVOLUCION.
           MOVE WS-MOTIVO-RECHAZO TO DEV-MOTIVO
           WRITE DEVOLUCION-REGISTRO
           ADD 1 TO WS-TOTAL-DEVUELTOS
           ADD DEV-IMPORTE TO WS-IMPORTE-DEVUELTO.

      *    Pagos retenidos de titulares que hoy figuran fallecidos: el
      *    credito se revierte (reverso autorizado contra el deposito
      *    original, con el motivo en el memo), se levanta la
      *    retencion y el haber se reintegra al organismo en el mismo
      *    archivo de devoluciones.
       2900-REINTEGRAR-FALLECIDOS.
           OPEN I-O RETENCIONES-FILE
           MOVE LOW-VALUES TO PP-KEY
           START PAGOS-FILE KEY IS >= PP-KEY
               INVALID KEY
                   MOVE "10" TO PAGOS-STATUS
               NOT INVALID KEY
                   MOVE "00" TO PAGOS-STATUS
           END-START
           PERFORM UNTIL PAGOS-STATUS = "10"
               READ PAGOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO PAGOS-STATUS
                   NOT AT END
                       IF PP-RETENIDO
                           PERFORM 2910-EVALUAR-RETENIDO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETENCIONES-FILE.

       2910-EVALUAR-RETENIDO.
           MOVE PP-CBF TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLI-FALLECIDO-SI
                       PERFORM 2920-REVERTIR-PAGO
                   END-IF
           END-READ.

       2920-REVERTIR-PAGO.
           MOVE PP-CBF TO P-CBF
           MOVE "R" TO P-DESCRIPCION
           MOVE PP-IMPORTE TO P-IMPORTE
           MOVE SPACES TO P-MONEDA
           MOVE PP-TIMESTAMP TO P-REF-KEY
           MOVE "S" TO P-OVERRIDE
           MOVE "REINTEGRO PREVISION TITULAR FALLECIDO"
               TO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO
           IF RESULTADO = 0
               SET PP-DEVUELTO TO TRUE
               MOVE WS-FECHA-HOY TO PP-FECHA-CIERRE
               REWRITE PP-RECORD
               PERFORM 2930-LIBERAR-RETENCION
               MOVE PP-BENEFICIO TO BP-BENEFICIO
               PERFORM 2160-BAJA-FALLECIDO
               MOVE PP-BENEFICIO TO DEV-BENEFICIO
               MOVE PP-CBF TO DEV-CBF
               MOVE PP-PERIODO TO DEV-PERIODO
               MOVE PP-IMPORTE TO DEV-IMPORTE
               MOVE "Reintegro titular fallecido"
                   TO WS-MOTIVO-RECHAZO
               PERFORM 2800-GRABAR-DEVOLUCION
               ADD 1 TO WS-TOTAL-REINTEGROS
               DISPLAY "Beneficio " PP-BENEFICIO
                       " periodo " PP-PERIODO
                       "  REINTEGRADO: titular fallecido"
           ELSE
               DISPLAY "Beneficio " PP-BENEFICIO
                       " periodo " PP-PERIODO
                       "  ERROR al revertir el pago retenido"
           END-IF.

       2930-LIBERAR-RETENCION.
           MOVE PP-CBF TO RF-CBF
           MOVE PP-RF-TIMESTAMP TO RF-TIMESTAMP
           READ RETENCIONES-FILE
               KEY IS RF-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RF-ACTIVA
                       SET RF-LIBERADA TO TRUE
                       REWRITE RF-RECORD
                   END-IF
           END-READ.

       3000-FINALIZAR.
      *    Renglon de totales de control al final de las
      *    devoluciones, para que el organismo cuadre lo devuelto.
           MOVE SPACES TO DEVOLUCION-REGISTRO
           MOVE "TOTALES  " TO DEV-TOT-MARCA
           MOVE WS-TOTAL-DEVUELTOS TO DEV-TOT-CANTIDAD
           MOVE WS-IMPORTE-DEVUELTO TO DEV-TOT-IMPORTE
           WRITE DEVOLUCION-REGISTRO

           IF WS-ARCHIVO-VALIDO = 'S'
      *        Constancia del archivo procesado: la misma secuencia
      *        del organismo no vuelve a acreditar.
               MOVE "R" TO WS-REG-ACCION
               CALL "registro-archivos" USING WS-REG-ACCION,
                    WS-CTL-ORIGINADOR, WS-CTL-SECUENCIA,
                    WS-CTL-FECHA, WS-PRE-CANTIDAD,
                    WS-PRE-TOTAL, WS-REG-RESULTADO
           END-IF
           CLOSE JUBILACIONES-FILE
           CLOSE DEVOLUCIONES-FILE
           CLOSE BENEFICIARIOS-FILE
           CLOSE PAGOS-FILE
           CLOSE CUENTAS-FILE
           DISPLAY "------------------------------------------".
           DISPLAY "Renglones leidos:     " WS-TOTAL-LEIDOS.
           MOVE WS-IMPORTE-ACREDITADO TO WS-IMPORTE-DISPLAY
           DISPLAY "Haberes acreditados:  " WS-TOTAL-ACREDITADOS
                   "  $ " WS-IMPORTE-DISPLAY.
           MOVE WS-IMPORTE-RETENIDO TO WS-IMPORTE-DISPLAY
           DISPLAY "  de ellos retenidos: " WS-TOTAL-RETENIDOS
                   "  $ " WS-IMPORTE-DISPLAY.
           MOVE WS-IMPORTE-DEVUELTO TO WS-IMPORTE-DISPLAY
           DISPLAY "Devueltos al organismo: " WS-TOTAL-DEVUELTOS
                   "  $ " WS-IMPORTE-DISPLAY.
           DISPLAY "  de ellos reintegros:  " WS-TOTAL-REINTEGROS.
           DISPLAY "==========================================".
