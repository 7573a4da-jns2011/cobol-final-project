       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGRESAR-OPERACIONES-AGENTES.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Ingreso diario de las operaciones de los agentes
      *  corresponsales: procesa el archivo que entrega la red de
      *  terminales de los comercios adheridos
      *  (agentes-operaciones.dat, ancho fijo, cabecera "H" y trailer
      *  "T" validados contra registro-archivos ANTES de postear
      *  nada). Cada operacion postea al cliente y la contrapartida
      *  al float del agente (agentes.dat, ver
      *  agente-corresponsal.cpy):
      *    D deposito        credito al cliente, debito al float
      *    E extraccion      debito al cliente, credito al float
      *    S pago servicio   el cliente paga en efectivo: debito al
      *                      float y el pago queda en
      *                      pagos-servicios.dat para la rendicion a
      *                      la empresa (LIQUIDAR-SERVICIOS)
      *  Se controlan el estado del agente, su tope por operacion y
      *  su tope diario, la cuenta del cliente (operable y en
      *  pesos), los fondos del cliente en las extracciones y los del
      *  float en depositos y pagos. Los menores depositan; sus
      *  extracciones se hacen en sucursal o en el cajero. Despues de
      *  cada operacion posteada se actualiza el efectivo del
      *  comercio y, si el float quedo negativo o el efectivo supera
      *  el limite asegurado, el agente queda bloqueado (journal y
      *  aviso al comercio): sus operaciones siguientes se rechazan.
      *  Cada operacion, posteada o rechazada, queda en
      *  operaciones-agentes.dat con la comision que le corresponde,
      *  y su resultado va con un codigo al archivo de respuestas
      *  para la red (agentes-respuestas.dat), con totales al final:
      *    00 realizada                 30 importe invalido
      *    20 agente inexistente        32 datos invalidos
      *    21 agente bloqueado/de baja  33 cuenta no operable
      *    22 supera tope por operacion 40 fondos insuficientes
      *    23 supera tope diario        44 operar en sucursal
      *    24 float sin fondos          50 error al postear
      *  Los movimientos quedan con el canal "A" (canal-operacion).
      *  No corre mientras el proceso nocturno esta en curso: el
      *  archivo queda para la corrida siguiente.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERACIONES-FILE ASSIGN TO "agentes-operaciones.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERACIONES-STATUS.

           SELECT RESPUESTAS-FILE ASSIGN TO "agentes-respuestas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESPUESTAS-STATUS.

           SELECT AGENTES-FILE ASSIGN TO "agentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGC-CODIGO
               FILE STATUS IS AGENTES-STATUS.

           SELECT LOG-AGENTES-FILE ASSIGN TO "operaciones-agentes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERACIONES-FILE.
       01  AOP-REGISTRO.
           05  AOP-TIPO-REG           PIC X(1).
           05  AOP-AGENTE             PIC X(8).
           05  AOP-TERMINAL           PIC X(8).
           05  AOP-TRACE              PIC X(12).
           05  AOP-TIMESTAMP          PIC 9(14).
           05  AOP-OPERACION          PIC X(1).
               88  AOP-DEPOSITO           VALUE "D".
               88  AOP-EXTRACCION         VALUE "E".
               88  AOP-PAGO-SERVICIO      VALUE "S".
           05  AOP-CBF                PIC 9(6).
           05  AOP-IMPORTE            PIC 9(9)V99.
           05  AOP-COD-SERVICIO       PIC 9(4).
           05  AOP-FACTURA            PIC X(20).
      *    Registros de control obligatorios: cabecera "H"
      *    (originador, fecha, secuencia) y trailer "T" (cantidad e
      *    importe total), validados contra registro-archivos.
       01  AOP-CABECERA REDEFINES AOP-REGISTRO.
           05  AOP-H-TIPO             PIC X(1).
           05  AOP-H-ORIGINADOR       PIC X(8).
           05  AOP-H-FECHA            PIC 9(8).
           05  AOP-H-SECUENCIA        PIC 9(6).
           05  FILLER                 PIC X(62).
       01  AOP-TRAILER REDEFINES AOP-REGISTRO.
           05  AOP-T-TIPO             PIC X(1).
           05  AOP-T-CANTIDAD         PIC 9(6).
           05  AOP-T-TOTAL            PIC 9(12)V99.
           05  FILLER                 PIC X(64).

       FD  RESPUESTAS-FILE.
       01  AOR-REGISTRO.
           05  AOR-AGENTE             PIC X(8).
           05  AOR-TRACE              PIC X(12).
           05  AOR-CODIGO             PIC 9(2).
           05  AOR-MOTIVO             PIC X(40).
           05  AOR-TIMESTAMP          PIC 9(14).
       01  AOR-TOTALES REDEFINES AOR-REGISTRO.
           05  AOR-TOT-MARCA          PIC X(8).
           05  AOR-TOT-REALIZADAS     PIC 9(6).
           05  AOR-TOT-RECHAZADAS     PIC 9(6).
           05  AOR-TOT-IMPORTE        PIC 9(12)V99.
           05  FILLER                 PIC X(42).

       FD  AGENTES-FILE.
       COPY "agente-corresponsal.cpy".

       FD  LOG-AGENTES-FILE.
       COPY "operacion-agente.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       COPY "cliente.cpy".
       COPY "transaccion.cpy".
       01  OPERACIONES-STATUS         PIC XX.
       01  RESPUESTAS-STATUS          PIC XX.
       01  AGENTES-STATUS             PIC XX.
       01  LOG-STATUS                 PIC XX.
       01  CUENTAS-STATUS             PIC XX.

       01  WS-SEGUIR                  PIC X VALUE 'S'.
       01  WS-CORRIDA-ACCION          PIC X(1) VALUE "C".
       01  WS-CORRIDA-ACTIVA          PIC 9 VALUE 0.
       01  WS-CANAL-ACCION            PIC X(1) VALUE "F".
       01  WS-CANAL                   PIC X(1).

      *    Resultado de la operacion en curso.
       01  WS-COD-RESPUESTA           PIC 9(2).
       01  WS-MOTIVO-RESPUESTA        PIC X(40).
       01  WS-TS-CLIENTE              PIC 9(14).
       01  WS-TS-FLOAT                PIC 9(14).
       01  WS-AGENTE-LEIDO            PIC X.
       01  WS-FECHA-OPERACION         PIC 9(8).

       01  WS-CBF-X                   PIC X(6).
       01  WS-CBF-FLOAT-X             PIC X(6).
       01  WS-CBF-CLIENTE             PIC 9(6).
       01  WS-CBF-FLOAT               PIC 9(6).
       01  WS-CBF-LOCK-MENOR          PIC 9(6).
       01  WS-CBF-LOCK-MAYOR          PIC 9(6).
       01  WS-CLI-EMAIL               PIC X(50).
       01  WS-MONEDA-ARS              PIC X(3) VALUE "ARS".
       01  WS-MONEDA-SALDO            PIC X(3).
       01  WS-SALDO                   PIC S9(10)V99.
       01  WS-IMPORTE                 PIC S9(9)V99.
       01  WS-COMISION                PIC 9(5)V99.
       01  WS-MEMO                    PIC X(40).
       01  WS-MENOR-ESTADO            PIC 9.
       01  WS-MENOR-TUTOR             PIC 9(6).
       01  WS-NOMBRE-SERVICIO         PIC X(30).
       01  WS-SERV-ENCONTRADA         PIC 9.
       01  WS-PAGO-RESULTADO          PIC 9.

       01  WS-JRN-EVENTO              PIC X(20).
       01  WS-JRN-DETALLE             PIC X(60).
       01  WS-NOTIF-CBF               PIC 9(6).
       01  WS-NOTIF-EVENTO            PIC X(20).
       01  WS-NOTIF-ASUNTO            PIC X(60).
       01  WS-NOTIF-CUERPO            PIC X(80).
       01  WS-NOTIF-RESULTADO         PIC 9.

       01  WS-TOTAL-LEIDAS            PIC 9(6) VALUE 0.
       01  WS-TOTAL-REALIZADAS        PIC 9(6) VALUE 0.
       01  WS-TOTAL-RECHAZADAS        PIC 9(6) VALUE 0.
       01  WS-TOTAL-BLOQUEOS          PIC 9(4) VALUE 0.
       01  WS-IMPORTE-REALIZADO       PIC S9(12)V99 VALUE 0.
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
           IF WS-SEGUIR = 'S'
               PERFORM 2000-PROCESAR-OPERACIONES
           END-IF
           PERFORM 3000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  INGRESO DE OPERACIONES DE AGENTES".
           DISPLAY "==========================================".
           COPY "cargar-rutas.cpy".
      *    Con el proceso nocturno en curso los saldos no son
      *    definitivos: el archivo espera a la corrida siguiente.
           CALL "estado-corrida-nocturna" USING WS-CORRIDA-ACCION,
                WS-CORRIDA-ACTIVA
           IF WS-CORRIDA-ACTIVA = 1
               DISPLAY "OPERADOR: proceso nocturno en curso. El"
                       " archivo queda para la proxima corrida."
               MOVE 'N' TO WS-SEGUIR
           END-IF
           IF WS-SEGUIR = 'S'
               OPEN I-O AGENTES-FILE
               IF AGENTES-STATUS NOT = "00"
                   DISPLAY "OPERADOR: no hay agentes corresponsales"
                           " registrados. No se procesa."
                   MOVE 'N' TO WS-SEGUIR
               END-IF
           END-IF
           IF WS-SEGUIR = 'S'
               OPEN INPUT OPERACIONES-FILE
               IF OPERACIONES-STATUS NOT = "00"
                   DISPLAY "No hay operaciones de agentes."
                   MOVE 'N' TO WS-SEGUIR
                   CLOSE AGENTES-FILE
               ELSE
                   PERFORM 1500-VALIDAR-CONTROL THRU 1500-VALIDAR-FIN
                   IF WS-ARCHIVO-VALIDO NOT = 'S'
                       CLOSE OPERACIONES-FILE
                       CLOSE AGENTES-FILE
                       MOVE 'N' TO WS-SEGUIR
                   END-IF
               END-IF
           END-IF
           IF WS-SEGUIR = 'S'
               OPEN OUTPUT RESPUESTAS-FILE
               OPEN EXTEND LOG-AGENTES-FILE
               IF LOG-STATUS NOT = "00"
                   OPEN OUTPUT LOG-AGENTES-FILE
               END-IF
               MOVE "A" TO WS-CANAL
               CALL "canal-operacion" USING WS-CANAL-ACCION,
                    WS-CANAL
           END-IF.

      *    Pasada previa de control: cabecera y trailer
      *    obligatorios, totales que cuadren y secuencia nueva del
      *    originador segun registro-archivos.
       1500-VALIDAR-CONTROL.
           MOVE 'N' TO WS-ARCHIVO-VALIDO
           MOVE 'N' TO WS-HAY-TRAILER
           MOVE 0 TO WS-PRE-CANTIDAD
           MOVE 0 TO WS-PRE-TOTAL
           READ OPERACIONES-FILE
               AT END
                   DISPLAY "OPERADOR: archivo de agentes vacio."
                   GO TO 1500-VALIDAR-FIN
           END-READ
           IF AOP-H-TIPO NOT = "H"
               DISPLAY "OPERADOR: el archivo no trae registro de"
                       " cabecera. No se procesa."
               GO TO 1500-VALIDAR-FIN
           END-IF
           MOVE AOP-H-ORIGINADOR TO WS-CTL-ORIGINADOR
           MOVE AOP-H-FECHA TO WS-CTL-FECHA
           MOVE AOP-H-SECUENCIA TO WS-CTL-SECUENCIA

           PERFORM UNTIL WS-HAY-TRAILER = 'S'
                      OR OPERACIONES-STATUS = "10"
               READ OPERACIONES-FILE
                   AT END
                       MOVE "10" TO OPERACIONES-STATUS
                   NOT AT END
                       IF AOP-T-TIPO = "T"
                           MOVE 'S' TO WS-HAY-TRAILER
                           MOVE AOP-T-CANTIDAD TO WS-CTL-CANTIDAD
                           MOVE AOP-T-TOTAL TO WS-CTL-TOTAL
                       ELSE
                           ADD 1 TO WS-PRE-CANTIDAD
                           IF AOP-IMPORTE IS NUMERIC
                               ADD AOP-IMPORTE TO WS-PRE-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-HAY-TRAILER NOT = 'S'
                   DISPLAY "OPERADOR: el archivo no trae trailer de"
                           " control. No se procesa."
               WHEN WS-PRE-CANTIDAD NOT = WS-CTL-CANTIDAD
                 OR WS-PRE-TOTAL NOT = WS-CTL-TOTAL
                   DISPLAY "OPERADOR: el trailer no cuadra con las"
                           " operaciones. No se procesa."
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
               CLOSE OPERACIONES-FILE
               OPEN INPUT OPERACIONES-FILE
               MOVE "00" TO OPERACIONES-STATUS
           END-IF.
       1500-VALIDAR-FIN.
           EXIT.

       2000-PROCESAR-OPERACIONES.
           PERFORM UNTIL OPERACIONES-STATUS = "10"
               READ OPERACIONES-FILE
                   AT END
                       MOVE "10" TO OPERACIONES-STATUS
                   NOT AT END
                       EVALUATE TRUE
                           WHEN AOP-H-TIPO = "H"
                               CONTINUE
                           WHEN AOP-T-TIPO = "T"
                               MOVE "10" TO OPERACIONES-STATUS
                           WHEN OTHER
                               ADD 1 TO WS-TOTAL-LEIDAS
                               PERFORM 2100-PROCESAR-OPERACION
                       END-EVALUATE
               END-READ
           END-PERFORM.

      *    Cada control deja su codigo en WS-COD-RESPUESTA; el
      *    primero que falla corta la operacion.
       2100-PROCESAR-OPERACION.
           MOVE 0 TO WS-COD-RESPUESTA
           MOVE SPACES TO WS-MOTIVO-RESPUESTA
           MOVE 0 TO WS-TS-CLIENTE
           MOVE 0 TO WS-TS-FLOAT
           MOVE 0 TO WS-COMISION
           MOVE 0 TO WS-IMPORTE
           MOVE 'N' TO WS-AGENTE-LEIDO
           MOVE 0 TO WS-CBF-CLIENTE

           IF AOP-TIMESTAMP NOT NUMERIC OR AOP-CBF NOT NUMERIC
               MOVE 32 TO WS-COD-RESPUESTA
               MOVE "Datos de la operacion invalidos"
                   TO WS-MOTIVO-RESPUESTA
           ELSE
               MOVE AOP-TIMESTAMP(1:8) TO WS-FECHA-OPERACION
               MOVE AOP-CBF TO WS-CBF-CLIENTE
           END-IF
           IF NOT AOP-DEPOSITO AND NOT AOP-EXTRACCION
              AND NOT AOP-PAGO-SERVICIO
               MOVE 32 TO WS-COD-RESPUESTA
               MOVE "Operacion desconocida" TO WS-MOTIVO-RESPUESTA
           END-IF
           IF WS-COD-RESPUESTA = 0
               PERFORM 2200-VALIDAR-AGENTE THRU 2200-VALIDAR-AGENTE-FIN
           END-IF
           IF WS-COD-RESPUESTA = 0 AND NOT AOP-PAGO-SERVICIO
               PERFORM 2300-VALIDAR-CLIENTE
                   THRU 2300-VALIDAR-CLIENTE-FIN
           END-IF
           IF WS-COD-RESPUESTA = 0
               PERFORM 2400-CONTROLAR-FONDOS
           END-IF
           IF WS-COD-RESPUESTA = 0
               EVALUATE TRUE
                   WHEN AOP-DEPOSITO
                       PERFORM 2500-DEPOSITO THRU 2500-DEPOSITO-FIN
                   WHEN AOP-EXTRACCION
                       PERFORM 2600-EXTRACCION THRU 2600-EXTRACCION-FIN
                   WHEN AOP-PAGO-SERVICIO
                       PERFORM 2700-PAGO-SERVICIO
                           THRU 2700-PAGO-SERVICIO-FIN
               END-EVALUATE
           END-IF
           IF WS-COD-RESPUESTA = 0
               PERFORM 2800-ACTUALIZAR-AGENTE
           END-IF
           PERFORM 3100-GRABAR-RESPUESTA
           PERFORM 3150-GRABAR-LOG.

      *    El agente tiene que existir y estar activo; la operacion
      *    tiene que entrar en su tope por operacion y en lo que le
      *    queda del tope del dia.
       2200-VALIDAR-AGENTE.
           MOVE AOP-AGENTE TO AGC-CODIGO
           READ AGENTES-FILE
               KEY IS AGC-CODIGO
               INVALID KEY
                   MOVE 20 TO WS-COD-RESPUESTA
                   MOVE "Agente inexistente" TO WS-MOTIVO-RESPUESTA
                   GO TO 2200-VALIDAR-AGENTE-FIN
           END-READ
           MOVE 'S' TO WS-AGENTE-LEIDO
           MOVE AGC-CBF-FLOAT TO WS-CBF-FLOAT
           MOVE AGC-CBF-FLOAT TO WS-CBF-FLOAT-X
           IF NOT AGC-ACTIVO
               MOVE 21 TO WS-COD-RESPUESTA
               IF AGC-BLOQUEADO
                   MOVE "Agente bloqueado" TO WS-MOTIVO-RESPUESTA
               ELSE
                   MOVE "Agente dado de baja" TO WS-MOTIVO-RESPUESTA
               END-IF
               GO TO 2200-VALIDAR-AGENTE-FIN
           END-IF
           IF AOP-IMPORTE NOT NUMERIC OR AOP-IMPORTE = 0
               MOVE 30 TO WS-COD-RESPUESTA
               MOVE "Importe invalido" TO WS-MOTIVO-RESPUESTA
               GO TO 2200-VALIDAR-AGENTE-FIN
           END-IF
           MOVE AOP-IMPORTE TO WS-IMPORTE
           IF AGC-FECHA-ACUM NOT = WS-FECHA-OPERACION
               MOVE WS-FECHA-OPERACION TO AGC-FECHA-ACUM
               MOVE 0 TO AGC-ACUM-DIA
           END-IF
           IF WS-IMPORTE > AGC-TOPE-OPERACION
               MOVE 22 TO WS-COD-RESPUESTA
               MOVE "Supera el tope por operacion del agente"
                   TO WS-MOTIVO-RESPUESTA
           ELSE
           IF AGC-ACUM-DIA + WS-IMPORTE > AGC-TOPE-DIARIO
               MOVE 23 TO WS-COD-RESPUESTA
               MOVE "Supera el tope diario del agente"
                   TO WS-MOTIVO-RESPUESTA
           END-IF
           END-IF
           EVALUATE TRUE
               WHEN AOP-DEPOSITO
                   MOVE AGC-COMISION-DEPOSITO TO WS-COMISION
               WHEN AOP-EXTRACCION
                   MOVE AGC-COMISION-EXTRACCION TO WS-COMISION
               WHEN OTHER
                   MOVE AGC-COMISION-PAGO TO WS-COMISION
           END-EVALUATE.
       2200-VALIDAR-AGENTE-FIN.
           EXIT.

       2300-VALIDAR-CLIENTE.
           MOVE AOP-CBF TO WS-CBF-X
           IF WS-CBF-CLIENTE = WS-CBF-FLOAT
               MOVE 32 TO WS-COD-RESPUESTA
               MOVE "La cuenta es el float del agente"
                   TO WS-MOTIVO-RESPUESTA
               GO TO 2300-VALIDAR-CLIENTE-FIN
           END-IF
           MOVE WS-CBF-X TO P-CBF OF CLIENTE
           CALL "buscar-cliente" USING CLIENTE
           EVALUATE TRUE
               WHEN P-CBF OF CLIENTE = "000000"
                 OR P-CBF OF CLIENTE = SPACES
                   MOVE 33 TO WS-COD-RESPUESTA
                   MOVE "Cuenta inexistente" TO WS-MOTIVO-RESPUESTA
               WHEN NOT P-ACTIVO OF CLIENTE
                   MOVE 33 TO WS-COD-RESPUESTA
                   MOVE "Cuenta no operable" TO WS-MOTIVO-RESPUESTA
               WHEN P-FALLECIDO-SI OF CLIENTE
                   MOVE 33 TO WS-COD-RESPUESTA
                   MOVE "Cuenta inhabilitada" TO WS-MOTIVO-RESPUESTA
               WHEN P-BLOQUEADA-EMERG-SI OF CLIENTE
                   MOVE 33 TO WS-COD-RESPUESTA
                   MOVE "Cuenta bloqueada por emergencia"
                       TO WS-MOTIVO-RESPUESTA
               WHEN NOT P-MONEDA-ARS OF CLIENTE
                   MOVE 44 TO WS-COD-RESPUESTA
                   MOVE "Cuenta en moneda extranjera: sucursal"
                       TO WS-MOTIVO-RESPUESTA
           END-EVALUATE
           IF WS-COD-RESPUESTA NOT = 0
               GO TO 2300-VALIDAR-CLIENTE-FIN
           END-IF
           MOVE P-EMAIL OF CLIENTE TO WS-CLI-EMAIL

           CALL "verificar-menor" USING WS-CBF-X, WS-MENOR-ESTADO,
                WS-MENOR-TUTOR
           EVALUATE TRUE
               WHEN WS-MENOR-ESTADO = 2
                   MOVE 44 TO WS-COD-RESPUESTA
                   MOVE "Menor sin tutor registrado"
                       TO WS-MOTIVO-RESPUESTA
               WHEN WS-MENOR-ESTADO = 1 AND AOP-EXTRACCION
                   MOVE 44 TO WS-COD-RESPUESTA
                   MOVE "Extraccion de menor: sucursal o cajero"
                       TO WS-MOTIVO-RESPUESTA
           END-EVALUATE.
       2300-VALIDAR-CLIENTE-FIN.
           EXIT.

      *    La extraccion la cubre el disponible del cliente; el
      *    deposito y el pago, el saldo del float (sin descubierto:
      *    el float no puede quedar negativo por una operacion).
       2400-CONTROLAR-FONDOS.
           IF AOP-EXTRACCION
               CALL "leer-saldo-disponible" USING WS-CBF-X,
                    WS-SALDO, WS-MONEDA-SALDO
               IF WS-IMPORTE > WS-SALDO
                   MOVE 40 TO WS-COD-RESPUESTA
                   MOVE "Fondos insuficientes" TO WS-MOTIVO-RESPUESTA
               END-IF
           ELSE
               CALL "leer-saldo" USING WS-CBF-FLOAT-X, WS-SALDO,
                    WS-MONEDA-SALDO
               IF WS-IMPORTE > WS-SALDO
                   MOVE 24 TO WS-COD-RESPUESTA
                   MOVE "Float del agente sin fondos"
                       TO WS-MOTIVO-RESPUESTA
               END-IF
           END-IF.

       2500-DEPOSITO.
           PERFORM 2980-BLOQUEAR-CUENTAS
           MOVE WS-CBF-FLOAT TO P-CBF OF TRANSACCION
           MOVE "T" TO P-DESCRIPCION
           PERFORM 2960-MEMO-FLOAT
           PERFORM 2940-POSTEAR
           IF RESULTADO NOT = 0
               PERFORM 2990-DESBLOQUEAR-CUENTAS
               MOVE 50 TO WS-COD-RESPUESTA
               MOVE "No se pudo debitar el float"
                   TO WS-MOTIVO-RESPUESTA
               GO TO 2500-DEPOSITO-FIN
           END-IF
           MOVE P-TIMESTAMP TO WS-TS-FLOAT

           MOVE WS-CBF-CLIENTE TO P-CBF OF TRANSACCION
           MOVE "D" TO P-DESCRIPCION
           PERFORM 2970-MEMO-CLIENTE
           PERFORM 2940-POSTEAR
           IF RESULTADO NOT = 0
               MOVE WS-CBF-FLOAT TO P-CBF OF TRANSACCION
               MOVE "D" TO P-DESCRIPCION
               PERFORM 2945-POSTEAR-CONTRAPARTIDA
               MOVE 0 TO WS-TS-FLOAT
               MOVE 50 TO WS-COD-RESPUESTA
               MOVE "No se pudo acreditar: float reintegrado"
                   TO WS-MOTIVO-RESPUESTA
           ELSE
               MOVE P-TIMESTAMP TO WS-TS-CLIENTE
           END-IF
           PERFORM 2990-DESBLOQUEAR-CUENTAS.
       2500-DEPOSITO-FIN.
           EXIT.

       2600-EXTRACCION.
           PERFORM 2980-BLOQUEAR-CUENTAS
           MOVE WS-CBF-CLIENTE TO P-CBF OF TRANSACCION
           MOVE "E" TO P-DESCRIPCION
           PERFORM 2970-MEMO-CLIENTE
           PERFORM 2940-POSTEAR
           IF RESULTADO NOT = 0
               PERFORM 2990-DESBLOQUEAR-CUENTAS
               MOVE 50 TO WS-COD-RESPUESTA
               MOVE "No se pudo debitar la extraccion"
                   TO WS-MOTIVO-RESPUESTA
               GO TO 2600-EXTRACCION-FIN
           END-IF
           MOVE P-TIMESTAMP TO WS-TS-CLIENTE

           MOVE WS-CBF-FLOAT TO P-CBF OF TRANSACCION
           MOVE "D" TO P-DESCRIPCION
           PERFORM 2960-MEMO-FLOAT
           PERFORM 2940-POSTEAR
           IF RESULTADO NOT = 0
               MOVE WS-CBF-CLIENTE TO P-CBF OF TRANSACCION
               MOVE "D" TO P-DESCRIPCION
               PERFORM 2945-POSTEAR-CONTRAPARTIDA
               MOVE 0 TO WS-TS-CLIENTE
               MOVE 50 TO WS-COD-RESPUESTA
               MOVE "No se pudo acreditar el float: reintegrada"
                   TO WS-MOTIVO-RESPUESTA
           ELSE
               MOVE P-TIMESTAMP TO WS-TS-FLOAT
           END-IF
           PERFORM 2990-DESBLOQUEAR-CUENTAS.
       2600-EXTRACCION-FIN.
           EXIT.

      *    El cliente paga en efectivo en el comercio: el debito es
      *    del float y el pago se registra con ese movimiento, igual
      *    que un pago de servicio del cajero.
       2700-PAGO-SERVICIO.
           IF AOP-COD-SERVICIO NOT NUMERIC
               MOVE 0 TO WS-SERV-ENCONTRADA
           ELSE
               CALL "buscar-empresa-servicio" USING AOP-COD-SERVICIO,
                    WS-NOMBRE-SERVICIO, WS-SERV-ENCONTRADA
           END-IF
           IF WS-SERV-ENCONTRADA NOT = 1 OR AOP-FACTURA = SPACES
               MOVE 32 TO WS-COD-RESPUESTA
               MOVE "Servicio o factura invalidos"
                   TO WS-MOTIVO-RESPUESTA
               GO TO 2700-PAGO-SERVICIO-FIN
           END-IF
           MOVE WS-CBF-FLOAT TO WS-CBF-CLIENTE
           PERFORM 2980-BLOQUEAR-CUENTAS
           MOVE SPACES TO WS-MEMO
           STRING "PAGO SERV " DELIMITED BY SIZE
                  AOP-COD-SERVICIO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AOP-FACTURA DELIMITED BY SIZE
               INTO WS-MEMO
           MOVE WS-CBF-FLOAT TO P-CBF OF TRANSACCION
           MOVE "T" TO P-DESCRIPCION
           PERFORM 2940-POSTEAR
           IF RESULTADO NOT = 0
               PERFORM 2990-DESBLOQUEAR-CUENTAS
               MOVE 50 TO WS-COD-RESPUESTA
               MOVE "No se pudo debitar el float"
                   TO WS-MOTIVO-RESPUESTA
               GO TO 2700-PAGO-SERVICIO-FIN
           END-IF
           MOVE P-TIMESTAMP TO WS-TS-FLOAT
           CALL "registrar-pago-servicio" USING WS-CBF-FLOAT-X,
                P-TIMESTAMP, AOP-COD-SERVICIO, AOP-FACTURA,
                WS-IMPORTE, WS-PAGO-RESULTADO
           IF WS-PAGO-RESULTADO NOT = 0
               MOVE "D" TO P-DESCRIPCION
               PERFORM 2945-POSTEAR-CONTRAPARTIDA
               MOVE 0 TO WS-TS-FLOAT
               MOVE 50 TO WS-COD-RESPUESTA
               MOVE "No se pudo registrar: float reintegrado"
                   TO WS-MOTIVO-RESPUESTA
           END-IF
           PERFORM 2990-DESBLOQUEAR-CUENTAS.
       2700-PAGO-SERVICIO-FIN.
           EXIT.

      *    Acumulado del dia y efectivo del comercio; despues, el
      *    control de bloqueo.
       2800-ACTUALIZAR-AGENTE.
           ADD WS-IMPORTE TO AGC-ACUM-DIA
           IF AOP-EXTRACCION
               SUBTRACT WS-IMPORTE FROM AGC-EFECTIVO
           ELSE
               ADD WS-IMPORTE TO AGC-EFECTIVO
           END-IF
           CALL "leer-saldo" USING WS-CBF-FLOAT-X, WS-SALDO,
                WS-MONEDA-SALDO
           EVALUATE TRUE
               WHEN WS-SALDO < 0
                   SET AGC-BLOQUEADO TO TRUE
                   MOVE "Float negativo" TO AGC-MOTIVO-BLOQUEO
               WHEN AGC-EFECTIVO > AGC-TOPE-EFECTIVO
                   SET AGC-BLOQUEADO TO TRUE
                   MOVE "Efectivo sobre el limite asegurado"
                       TO AGC-MOTIVO-BLOQUEO
           END-EVALUATE
           IF AGC-BLOQUEADO
               MOVE WS-FECHA-OPERACION TO AGC-FECHA-BLOQUEO
           END-IF
           REWRITE AGC-RECORD
               INVALID KEY
                   DISPLAY "ERROR al actualizar el agente "
                           AGC-CODIGO
           END-REWRITE
           IF AGC-BLOQUEADO
               PERFORM 2850-AVISAR-BLOQUEO
           END-IF.

       2850-AVISAR-BLOQUEO.
           ADD 1 TO WS-TOTAL-BLOQUEOS
           DISPLAY "AGENTE BLOQUEADO: " AGC-CODIGO " - "
                   AGC-MOTIVO-BLOQUEO
           MOVE "BLOQUEO AGENTE" TO WS-JRN-EVENTO
           STRING AGC-CODIGO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AGC-MOTIVO-BLOQUEO DELIMITED BY SIZE
               INTO WS-JRN-DETALLE
           MOVE WS-CBF-FLOAT-X TO WS-CBF-X
           PERFORM 3200-ANOTAR-JOURNAL
           IF AGC-EMAIL NOT = SPACES
               MOVE AGC-CBF-FLOAT TO WS-NOTIF-CBF
               MOVE "BLOQUEO-AGENTE" TO WS-NOTIF-EVENTO
               MOVE "Su terminal de agente quedo bloqueada"
                   TO WS-NOTIF-ASUNTO
               MOVE SPACES TO WS-NOTIF-CUERPO
               STRING "Motivo: " DELIMITED BY SIZE
                      AGC-MOTIVO-BLOQUEO DELIMITED BY SIZE
                      ". Comuniquese con su sucursal."
                          DELIMITED BY SIZE
                   INTO WS-NOTIF-CUERPO
               CALL "encolar-notificacion" USING WS-NOTIF-CBF,
                    WS-NOTIF-EVENTO, AGC-EMAIL, WS-NOTIF-ASUNTO,
                    WS-NOTIF-CUERPO, WS-NOTIF-RESULTADO
           END-IF.

       2940-POSTEAR.
           MOVE WS-IMPORTE TO P-IMPORTE
           MOVE WS-MONEDA-ARS TO P-MONEDA OF TRANSACCION
           MOVE 0 TO P-REF-KEY
           MOVE "N" TO P-OVERRIDE
           MOVE WS-MEMO TO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO.

      *    Contra-partida "D" del debito recien posteado (el ultimo
      *    grabado, P-TIMESTAMP) cuando el segundo paso fallo:
      *    enlazada a ese debito para que no pague impuesto a los
      *    debitos y creditos y devuelva el que pago el debito.
       2945-POSTEAR-CONTRAPARTIDA.
           MOVE WS-IMPORTE TO P-IMPORTE
           MOVE WS-MONEDA-ARS TO P-MONEDA OF TRANSACCION
           MOVE P-TIMESTAMP TO P-REF-KEY
           MOVE "N" TO P-OVERRIDE
           MOVE "CONTRAPARTIDA OPERACION FALLIDA" TO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO.

       2960-MEMO-FLOAT.
           MOVE SPACES TO WS-MEMO
           STRING "AGENTE " DELIMITED BY SIZE
                  AOP-OPERACION DELIMITED BY SIZE
                  " CBF " DELIMITED BY SIZE
                  AOP-CBF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AOP-TRACE DELIMITED BY SIZE
               INTO WS-MEMO.

       2970-MEMO-CLIENTE.
           MOVE SPACES TO WS-MEMO
           STRING "AGENTE " DELIMITED BY SIZE
                  AOP-AGENTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AOP-TERMINAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AOP-TRACE DELIMITED BY SIZE
               INTO WS-MEMO.

       2980-BLOQUEAR-CUENTAS.
           OPEN I-O CUENTAS-FILE
           IF WS-CBF-CLIENTE < WS-CBF-FLOAT
               MOVE WS-CBF-CLIENTE TO WS-CBF-LOCK-MENOR
               MOVE WS-CBF-FLOAT TO WS-CBF-LOCK-MAYOR
           ELSE
               MOVE WS-CBF-FLOAT TO WS-CBF-LOCK-MENOR
               MOVE WS-CBF-CLIENTE TO WS-CBF-LOCK-MAYOR
           END-IF

           MOVE WS-CBF-LOCK-MENOR TO CLI-CBF
           READ CUENTAS-FILE WITH LOCK
               KEY IS CLI-CBF
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-CBF-LOCK-MAYOR NOT = WS-CBF-LOCK-MENOR
               MOVE WS-CBF-LOCK-MAYOR TO CLI-CBF
               READ CUENTAS-FILE WITH LOCK
                   KEY IS CLI-CBF
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

       2990-DESBLOQUEAR-CUENTAS.
           UNLOCK CUENTAS-FILE
           CLOSE CUENTAS-FILE.

       3100-GRABAR-RESPUESTA.
           IF WS-COD-RESPUESTA = 0
               ADD 1 TO WS-TOTAL-REALIZADAS
               ADD WS-IMPORTE TO WS-IMPORTE-REALIZADO
               MOVE "Operacion realizada" TO WS-MOTIVO-RESPUESTA
           ELSE
               ADD 1 TO WS-TOTAL-RECHAZADAS
           END-IF
           MOVE AOP-AGENTE TO AOR-AGENTE
           MOVE AOP-TRACE TO AOR-TRACE
           MOVE WS-COD-RESPUESTA TO AOR-CODIGO
           MOVE WS-MOTIVO-RESPUESTA TO AOR-MOTIVO
           IF AOP-PAGO-SERVICIO
               MOVE WS-TS-FLOAT TO AOR-TIMESTAMP
           ELSE
               MOVE WS-TS-CLIENTE TO AOR-TIMESTAMP
           END-IF
           WRITE AOR-REGISTRO.

      *    Toda operacion queda en el log del agente; la comision
      *    solo cuenta en las posteadas.
       3150-GRABAR-LOG.
           IF AOP-TIMESTAMP NUMERIC
               MOVE AOP-TIMESTAMP(1:8) TO AGO-FECHA
           ELSE
               MOVE WS-CTL-FECHA TO AGO-FECHA
           END-IF
           MOVE AOP-AGENTE TO AGO-AGENTE
           MOVE AOP-TERMINAL TO AGO-TERMINAL
           MOVE AOP-TRACE TO AGO-TRACE
           MOVE AOP-OPERACION TO AGO-TIPO
           IF AOP-CBF NUMERIC
               MOVE AOP-CBF TO AGO-CBF-CLIENTE
           ELSE
               MOVE 0 TO AGO-CBF-CLIENTE
           END-IF
           IF AOP-IMPORTE NUMERIC
               MOVE AOP-IMPORTE TO AGO-IMPORTE
           ELSE
               MOVE 0 TO AGO-IMPORTE
           END-IF
           MOVE WS-TS-CLIENTE TO AGO-TS-CLIENTE
           MOVE WS-TS-FLOAT TO AGO-TS-FLOAT
           MOVE WS-COD-RESPUESTA TO AGO-COD-RESPUESTA
           IF WS-COD-RESPUESTA = 0
               SET AGO-POSTEADA TO TRUE
               MOVE WS-COMISION TO AGO-COMISION
           ELSE
               SET AGO-RECHAZADA TO TRUE
               MOVE 0 TO AGO-COMISION
           END-IF
           WRITE AGO-REGISTRO

           MOVE "AGENTE CORRESPONSAL" TO WS-JRN-EVENTO
           STRING AOP-AGENTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AOP-TRACE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AOP-OPERACION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-COD-RESPUESTA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MOTIVO-RESPUESTA DELIMITED BY SIZE
               INTO WS-JRN-DETALLE
           IF AOP-CBF NUMERIC
               MOVE AOP-CBF TO WS-CBF-X
           ELSE
               MOVE "000000" TO WS-CBF-X
           END-IF
           PERFORM 3200-ANOTAR-JOURNAL.

       3200-ANOTAR-JOURNAL.
           CALL "registrar-journal" USING WS-CBF-X, WS-JRN-EVENTO,
                WS-JRN-DETALLE
           MOVE SPACES TO WS-JRN-DETALLE.

       3000-FINALIZAR.
           IF WS-SEGUIR = 'S'
               MOVE SPACES TO AOR-REGISTRO
               MOVE "TOTALES" TO AOR-TOT-MARCA
               MOVE WS-TOTAL-REALIZADAS TO AOR-TOT-REALIZADAS
               MOVE WS-TOTAL-RECHAZADAS TO AOR-TOT-RECHAZADAS
               MOVE WS-IMPORTE-REALIZADO TO AOR-TOT-IMPORTE
               WRITE AOR-REGISTRO
               MOVE "R" TO WS-REG-ACCION
               CALL "registro-archivos" USING WS-REG-ACCION,
                    WS-CTL-ORIGINADOR, WS-CTL-SECUENCIA,
                    WS-CTL-FECHA, WS-PRE-CANTIDAD,
                    WS-PRE-TOTAL, WS-REG-RESULTADO
               CLOSE OPERACIONES-FILE
               CLOSE RESPUESTAS-FILE
               CLOSE LOG-AGENTES-FILE
               CLOSE AGENTES-FILE
               MOVE "S" TO WS-CANAL
               CALL "canal-operacion" USING WS-CANAL-ACCION,
                    WS-CANAL
           END-IF
           DISPLAY "------------------------------------------".
           DISPLAY "Operaciones leidas:    " WS-TOTAL-LEIDAS.
           MOVE WS-IMPORTE-REALIZADO TO WS-IMPORTE-DISPLAY
           DISPLAY "Realizadas:            " WS-TOTAL-REALIZADAS
                   "  $ " WS-IMPORTE-DISPLAY.
           DISPLAY "Rechazadas:            " WS-TOTAL-RECHAZADAS.
           DISPLAY "Agentes bloqueados:    " WS-TOTAL-BLOQUEOS.
           DISPLAY "==========================================".
