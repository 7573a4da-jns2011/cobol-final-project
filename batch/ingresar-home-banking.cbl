       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGRESAR-HOME-BANKING.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Ingreso de las instrucciones de home banking: procesa el
      *  archivo que deja el proveedor del canal
      *  (home-banking-instrucciones.dat, ancho fijo, cabecera "H" y
      *  trailer "T" validados contra registro-archivos ANTES de
      *  postear nada) con transferencias locales e interbancarias,
      *  pagos de servicios, constituciones de plazo fijo y cambios
      *  de topes personales. Cada instruccion trae el token de la
      *  sesion del cliente, que se autentica contra el archivo de
      *  sesiones del proveedor (home-banking-sesiones.dat): la
      *  sesion tiene que existir, estar activa, cubrir el momento de
      *  la instruccion y ser del mismo CBF.
      *  Rigen las mismas reglas que en el cajero: estado de la
      *  cuenta, mandato del representante de una empresa, cuentas de
      *  menores (solo transferencias, con aprobacion del tutor
      *  cuando corresponde), importe valido (controlar-importe),
      *  topes personales del cliente, fondos disponibles, control de
      *  velocidad, KYC y lista de vigilancia en las interbancarias,
      *  firma conjunta (capturar-op-conjunta) y umbral de aprobacion
      *  (encolar-transf-aprobacion). Cada instruccion se postea o
      *  queda encolada, y su resultado va con un codigo al archivo
      *  de respuestas para el proveedor
      *  (home-banking-respuestas.dat), con totales al final:
      *    00 realizada                 30 importe en cero
      *    10 espera firma conjunta     31 centavos no admitidos
      *    11 espera aprobacion banco   32 datos invalidos
      *    12 suba de tope diferida     33 cuenta no operable
      *    13 espera autorizacion tutor 40 fondos insuficientes
      *    20 sesion invalida           41 supera tope personal
      *    21 sesion vencida            42 control de velocidad
      *    22 cuenta ajena a la sesion  43 cumplimiento / KYC
      *    50 error al postear          44 operar en cajero/sucursal
      *  Los movimientos quedan con el canal "H" (canal-operacion).
      *  No corre mientras el proceso nocturno esta en curso: el
      *  archivo queda para la corrida siguiente.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUCCIONES-FILE
               ASSIGN TO "home-banking-instrucciones.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INSTRUCCIONES-STATUS.

           SELECT SESIONES-FILE ASSIGN TO "home-banking-sesiones.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SESIONES-STATUS.

           SELECT RESPUESTAS-FILE
               ASSIGN TO "home-banking-respuestas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESPUESTAS-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT TRANS-FILE ASSIGN TO WS-TRANS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS R-KEY
               ALTERNATE RECORD KEY IS R-CBF
                   WITH DUPLICATES
               FILE STATUS IS TRANS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTRUCCIONES-FILE.
       01  HBI-REGISTRO.
           05  HBI-TIPO-REG           PIC X(1).
           05  HBI-ID                 PIC X(12).
           05  HBI-TOKEN              PIC X(32).
           05  HBI-TIMESTAMP          PIC 9(14).
           05  HBI-OPERACION          PIC X(1).
               88  HBI-TRANSF-LOCAL       VALUE "T".
               88  HBI-TRANSF-INTERB      VALUE "I".
               88  HBI-PAGO-SERVICIO      VALUE "S".
               88  HBI-PLAZO-FIJO         VALUE "P".
               88  HBI-CAMBIO-TOPES       VALUE "L".
           05  HBI-CBF                PIC 9(6).
           05  HBI-IMPORTE            PIC 9(9)V99.
           05  HBI-CBF-DESTINO        PIC 9(6).
           05  HBI-BANCO-DESTINO      PIC 9(3).
           05  HBI-CUENTA-EXTERNA     PIC X(22).
           05  HBI-NOMBRE-DESTINO     PIC X(40).
           05  HBI-COD-SERVICIO       PIC 9(4).
           05  HBI-FACTURA            PIC X(20).
           05  HBI-DIAS-PF            PIC 9(3).
           05  HBI-RENOVACION-PF      PIC X(1).
           05  HBI-MODALIDAD-PF       PIC X(1).
           05  HBI-TOPE-OPERACION     PIC 9(6).
           05  HBI-TOPE-DIARIO        PIC 9(7).
           05  HBI-MEMO               PIC X(40).
      *    Registros de control obligatorios: cabecera "H"
      *    (originador, fecha, secuencia) y trailer "T" (cantidad e
      *    importe total), validados contra registro-archivos.
       01  HBI-CABECERA REDEFINES HBI-REGISTRO.
           05  HBI-H-TIPO             PIC X(1).
           05  HBI-H-ORIGINADOR       PIC X(8).
           05  HBI-H-FECHA            PIC 9(8).
           05  HBI-H-SECUENCIA        PIC 9(6).
           05  FILLER                 PIC X(207).
       01  HBI-TRAILER REDEFINES HBI-REGISTRO.
           05  HBI-T-TIPO             PIC X(1).
           05  HBI-T-CANTIDAD         PIC 9(6).
           05  HBI-T-TOTAL            PIC 9(12)V99.
           05  FILLER                 PIC X(209).

       FD  SESIONES-FILE.
       01  SHB-REGISTRO.
           05  SHB-TOKEN              PIC X(32).
           05  SHB-CBF                PIC 9(6).
      *        Titular que inicio la sesion (0 el principal), para
      *        la firma conjunta igual que en el cajero.
           05  SHB-ORDEN              PIC 9(2).
           05  SHB-INICIO             PIC 9(14).
           05  SHB-VENCE              PIC 9(14).
           05  SHB-ESTADO             PIC X(1).
               88  SHB-ACTIVA             VALUE "A".
               88  SHB-CERRADA            VALUE "C".
      *        Documento del representante en una cuenta de empresa.
           05  SHB-NRO-DOC            PIC X(11).

       FD  RESPUESTAS-FILE.
       01  HBR-REGISTRO.
           05  HBR-ID                 PIC X(12).
           05  HBR-CODIGO             PIC 9(2).
           05  HBR-MOTIVO             PIC X(40).
           05  HBR-TIMESTAMP          PIC 9(14).
       01  HBR-TOTALES REDEFINES HBR-REGISTRO.
           05  HBR-TOT-MARCA          PIC X(12).
           05  HBR-TOT-REALIZADAS     PIC 9(6).
           05  HBR-TOT-PENDIENTES     PIC 9(6).
           05  HBR-TOT-RECHAZADAS     PIC 9(6).
           05  HBR-TOT-IMPORTE        PIC 9(12)V99.
           05  FILLER                 PIC X(24).

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  TRANS-FILE.
       COPY "registro-transaccion.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       COPY "cliente.cpy".
       COPY "transaccion.cpy".
       01  INSTRUCCIONES-STATUS       PIC XX.
       01  SESIONES-STATUS            PIC XX.
       01  RESPUESTAS-STATUS          PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  TRANS-STATUS               PIC XX.

       01  WS-SEGUIR                  PIC X VALUE 'S'.
       01  WS-CORRIDA-ACCION          PIC X(1) VALUE "C".
       01  WS-CORRIDA-ACTIVA          PIC 9 VALUE 0.
       01  WS-CANAL-ACCION            PIC X(1) VALUE "F".
       01  WS-CANAL                   PIC X(1).

      *    Sesiones del proveedor, cargadas una vez por corrida.
       01  WS-CANT-SESIONES           PIC 9(4) VALUE 0.
       01  WS-TABLA-SESIONES.
           05  WS-SES OCCURS 2000 TIMES.
               10  WS-SES-TOKEN       PIC X(32).
               10  WS-SES-CBF         PIC 9(6).
               10  WS-SES-ORDEN       PIC 9(2).
               10  WS-SES-INICIO      PIC 9(14).
               10  WS-SES-VENCE       PIC 9(14).
               10  WS-SES-ESTADO      PIC X(1).
               10  WS-SES-NRO-DOC     PIC X(11).
       01  WS-IDX-SES                 PIC 9(4).
       01  WS-SES-HALLADA             PIC 9(4).

      *    Resultado de la instruccion en curso.
       01  WS-COD-RESPUESTA           PIC 9(2).
       01  WS-MOTIVO-RESPUESTA        PIC X(40).
       01  WS-TS-RESPUESTA            PIC 9(14).

       01  WS-CBF-X                   PIC X(6).
       01  WS-SESION-ORDEN            PIC 9(2).
       01  WS-REP-NRO-DOC             PIC X(11).
       01  WS-REP-ES-EMPRESA          PIC 9.
       01  WS-REP-HABILITADO          PIC 9.
       01  WS-REP-PERSONA-ID          PIC 9(8).
       01  WS-MENOR-ESTADO            PIC 9.
       01  WS-MENOR-TUTOR             PIC 9(6).
       01  WS-MENOR-TIPO              PIC X(1) VALUE "T".
       01  WS-MENOR-DESTINO           PIC 9(6).
       01  WS-MENOR-CANAL             PIC X(1) VALUE "H".
       01  WS-MENOR-RESULTADO         PIC 9.

      *    Datos de la cuenta de origen, conservados mientras CLIENTE
      *    se usa para leer el destino.
       01  WS-ORI-MONEDA              PIC X(3).
       01  WS-ORI-EMAIL               PIC X(50).
       01  WS-DES-MONEDA              PIC X(3).

       01  WS-IMPORTE                 PIC S9(9)V99.
       01  WS-IMP-PERMITE             PIC X(1).
       01  WS-IMP-RESULTADO           PIC 9.
       01  WS-IMP-MENSAJE             PIC X(70).
       01  WS-SALDO-DISPONIBLE        PIC S9(10)V99.
       01  WS-MEMO                    PIC X(40).
       01  WS-MISMO-CLIENTE           PIC 9.
       01  WS-CBF-ORIGEN-NUM          PIC 9(6).
       01  WS-CBF-DESTINO             PIC 9(6).
       01  WS-CBF-LOCK-MENOR          PIC 9(6).
       01  WS-CBF-LOCK-MAYOR          PIC 9(6).
       01  WS-RESULTADO-DEBITO        PIC 9.

      *    Topes personales: se consultan con los maximos abiertos
      *    para que solo liguen los que fijo el propio cliente.
       01  WS-TOPE-OPERACION          PIC 9(6).
       01  WS-TOPE-DIARIO             PIC 9(7).
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-DEBITADO-HB-HOY         PIC S9(11)V99.
       01  WS-FIN-MOVIMIENTOS         PIC X(1).

       01  WS-VEL-EXCEDE              PIC 9.
       01  WS-VEL-MOTIVO              PIC X(40).
       01  WS-KYC-BLOQUEADO           PIC 9.
       01  WS-KYC-VTO                 PIC 9(8).

       01  WS-CONJ-TIPO               PIC X(1).
       01  WS-CONJ-DESTINO            PIC 9(6).
       01  WS-CONJ-CAPTURADA          PIC 9.
       01  WS-CONJ-APLICA             PIC 9.
       01  WS-CONJ-BANCO-NULO         PIC 9(3) VALUE 0.
       01  WS-CONJ-CUENTA-NULA        PIC X(22) VALUE SPACES.
       01  WS-CONJ-NOMBRE-NULO        PIC X(40) VALUE SPACES.
       01  WS-CONJ-SERV-NULO          PIC 9(4) VALUE 0.
       01  WS-CONJ-FACT-NULA          PIC X(20) VALUE SPACES.

       01  WS-MODO-UMBRAL             PIC X(1).
       01  WS-UMBRAL-APROB            PIC 9(7).
       01  WS-APROB-RESULTADO         PIC 9.
       01  WS-TA-TIPO                 PIC X(1).
       01  WS-INTERB-RESULTADO        PIC 9.

       01  WS-NOMBRE-SERVICIO         PIC X(30).
       01  WS-SERV-ENCONTRADA         PIC 9.
       01  WS-PAGO-RESULTADO          PIC 9.

       01  WS-MODALIDAD-PF            PIC X(1).
       01  WS-PF-INDICE-UVA           PIC 9(6)V99.
       01  WS-PF-FECHA-INDICE         PIC 9(8).
       01  WS-PF-INDICE-OK            PIC 9.
       01  WS-PF-RESULTADO            PIC 9.

       01  WS-TOPES-RESULTADO         PIC 9.
       01  WS-TOPES-VIGENCIA          PIC 9(8).

       01  WS-JRN-EVENTO              PIC X(20).
       01  WS-JRN-DETALLE             PIC X(60).
       01  WS-NOTIF-EVENTO            PIC X(20).
       01  WS-NOTIF-ASUNTO            PIC X(60).
       01  WS-NOTIF-CUERPO            PIC X(80).
       01  WS-NOTIF-RESULTADO         PIC 9.

       01  WS-TOTAL-LEIDAS            PIC 9(6) VALUE 0.
       01  WS-TOTAL-REALIZADAS        PIC 9(6) VALUE 0.
       01  WS-TOTAL-PENDIENTES        PIC 9(6) VALUE 0.
       01  WS-TOTAL-RECHAZADAS        PIC 9(6) VALUE 0.
       01  WS-IMPORTE-REALIZADO       PIC S9(12)V99 VALUE 0.
       01  WS-IMPORTE-DISPLAY         PIC -Z(11).99.

      *    Control de cabecera/trailer del archivo del proveedor.
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
               PERFORM 2000-PROCESAR-INSTRUCCIONES
           END-IF
           PERFORM 3000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  INGRESO DE INSTRUCCIONES HOME BANKING".
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
               PERFORM 1100-CARGAR-SESIONES
           END-IF
           IF WS-SEGUIR = 'S'
               OPEN INPUT INSTRUCCIONES-FILE
               IF INSTRUCCIONES-STATUS NOT = "00"
                   DISPLAY "No hay instrucciones de home banking."
                   MOVE 'N' TO WS-SEGUIR
               ELSE
                   PERFORM 1500-VALIDAR-CONTROL THRU 1500-VALIDAR-FIN
                   IF WS-ARCHIVO-VALIDO NOT = 'S'
                       CLOSE INSTRUCCIONES-FILE
                       MOVE 'N' TO WS-SEGUIR
                   END-IF
               END-IF
           END-IF
           IF WS-SEGUIR = 'S'
               OPEN OUTPUT RESPUESTAS-FILE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
               MOVE "H" TO WS-CANAL
               CALL "canal-operacion" USING WS-CANAL-ACCION,
                    WS-CANAL
           END-IF.

      *    Sesiones del proveedor: sin el archivo no se puede
      *    autenticar ninguna instruccion y no se procesa nada.
       1100-CARGAR-SESIONES.
           OPEN INPUT SESIONES-FILE
           IF SESIONES-STATUS NOT = "00"
               DISPLAY "OPERADOR: falta el archivo de sesiones de"
                       " home banking. No se procesa."
               MOVE 'N' TO WS-SEGUIR
           ELSE
               PERFORM UNTIL SESIONES-STATUS = "10"
                   READ SESIONES-FILE
                       AT END
                           MOVE "10" TO SESIONES-STATUS
                       NOT AT END
                           IF WS-CANT-SESIONES < 2000
                               ADD 1 TO WS-CANT-SESIONES
                               MOVE SHB-REGISTRO
                                   TO WS-SES(WS-CANT-SESIONES)
                           ELSE
                               DISPLAY "OPERADOR: mas de 2000"
                                       " sesiones, se ignora "
                                       SHB-TOKEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SESIONES-FILE
           END-IF.

      *    Pasada previa de control: cabecera y trailer
      *    obligatorios, totales que cuadren y secuencia nueva del
      *    originador segun registro-archivos.
       1500-VALIDAR-CONTROL.
           MOVE 'N' TO WS-ARCHIVO-VALIDO
           MOVE 'N' TO WS-HAY-TRAILER
           MOVE 0 TO WS-PRE-CANTIDAD
           MOVE 0 TO WS-PRE-TOTAL
           READ INSTRUCCIONES-FILE
               AT END
                   DISPLAY "OPERADOR: archivo de home banking vacio."
                   GO TO 1500-VALIDAR-FIN
           END-READ
           IF HBI-H-TIPO NOT = "H"
               DISPLAY "OPERADOR: el archivo no trae registro de"
                       " cabecera. No se procesa."
               GO TO 1500-VALIDAR-FIN
           END-IF
           MOVE HBI-H-ORIGINADOR TO WS-CTL-ORIGINADOR
           MOVE HBI-H-FECHA TO WS-CTL-FECHA
           MOVE HBI-H-SECUENCIA TO WS-CTL-SECUENCIA

           PERFORM UNTIL WS-HAY-TRAILER = 'S'
                      OR INSTRUCCIONES-STATUS = "10"
               READ INSTRUCCIONES-FILE
                   AT END
                       MOVE "10" TO INSTRUCCIONES-STATUS
                   NOT AT END
                       IF HBI-T-TIPO = "T"
                           MOVE 'S' TO WS-HAY-TRAILER
                           MOVE HBI-T-CANTIDAD TO WS-CTL-CANTIDAD
                           MOVE HBI-T-TOTAL TO WS-CTL-TOTAL
                       ELSE
                           ADD 1 TO WS-PRE-CANTIDAD
                           IF HBI-IMPORTE IS NUMERIC
                               ADD HBI-IMPORTE TO WS-PRE-TOTAL
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
                           " instrucciones. No se procesa."
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
               CLOSE INSTRUCCIONES-FILE
               OPEN INPUT INSTRUCCIONES-FILE
               MOVE "00" TO INSTRUCCIONES-STATUS
           END-IF.
       1500-VALIDAR-FIN.
           EXIT.

       2000-PROCESAR-INSTRUCCIONES.
           PERFORM UNTIL INSTRUCCIONES-STATUS = "10"
               READ INSTRUCCIONES-FILE
                   AT END
                       MOVE "10" TO INSTRUCCIONES-STATUS
                   NOT AT END
                       EVALUATE TRUE
                           WHEN HBI-H-TIPO = "H"
                               CONTINUE
                           WHEN HBI-T-TIPO = "T"
                               MOVE "10" TO INSTRUCCIONES-STATUS
                           WHEN OTHER
                               ADD 1 TO WS-TOTAL-LEIDAS
                               PERFORM 2100-PROCESAR-INSTRUCCION
                       END-EVALUATE
               END-READ
           END-PERFORM.

      *    Cada control deja su codigo en WS-COD-RESPUESTA; el
      *    primero que falla corta la instruccion.
       2100-PROCESAR-INSTRUCCION.
           MOVE 0 TO WS-COD-RESPUESTA
           MOVE SPACES TO WS-MOTIVO-RESPUESTA
           MOVE 0 TO WS-TS-RESPUESTA
           MOVE HBI-CBF TO WS-CBF-X

           IF HBI-TIMESTAMP NOT NUMERIC OR HBI-CBF NOT NUMERIC
               MOVE 32 TO WS-COD-RESPUESTA
               MOVE "Datos de la instruccion invalidos"
                   TO WS-MOTIVO-RESPUESTA
           END-IF
           IF NOT HBI-TRANSF-LOCAL AND NOT HBI-TRANSF-INTERB
              AND NOT HBI-PAGO-SERVICIO AND NOT HBI-PLAZO-FIJO
              AND NOT HBI-CAMBIO-TOPES
               MOVE 32 TO WS-COD-RESPUESTA
               MOVE "Operacion desconocida" TO WS-MOTIVO-RESPUESTA
           END-IF
           IF WS-COD-RESPUESTA = 0
               PERFORM 2200-VALIDAR-SESION
           END-IF
           IF WS-COD-RESPUESTA = 0
               PERFORM 2300-VALIDAR-CUENTA THRU 2300-VALIDAR-CUENTA-FIN
           END-IF
           IF WS-COD-RESPUESTA = 0
               IF HBI-CAMBIO-TOPES
                   PERFORM 2900-CAMBIO-TOPES
               ELSE
                   PERFORM 2400-VALIDAR-IMPORTE
                       THRU 2400-VALIDAR-IMPORTE-FIN
               END-IF
           END-IF
           IF WS-COD-RESPUESTA = 0 AND NOT HBI-CAMBIO-TOPES
               EVALUATE TRUE
                   WHEN HBI-TRANSF-LOCAL
                       PERFORM 2500-TRANSF-LOCAL
                           THRU 2500-TRANSF-LOCAL-FIN
                   WHEN HBI-TRANSF-INTERB
                       PERFORM 2600-TRANSF-INTERB
                           THRU 2600-TRANSF-INTERB-FIN
                   WHEN HBI-PAGO-SERVICIO
                       PERFORM 2700-PAGO-SERVICIO
                           THRU 2700-PAGO-SERVICIO-FIN
                   WHEN HBI-PLAZO-FIJO
                       PERFORM 2800-PLAZO-FIJO THRU 2800-PLAZO-FIJO-FIN
               END-EVALUATE
           END-IF
           PERFORM 3100-GRABAR-RESPUESTA.

      *    El token tiene que ser de una sesion activa, vigente al
      *    momento de la instruccion y del mismo CBF.
       2200-VALIDAR-SESION.
           MOVE 0 TO WS-SES-HALLADA
           PERFORM VARYING WS-IDX-SES FROM 1 BY 1
                   UNTIL WS-IDX-SES > WS-CANT-SESIONES
                      OR WS-SES-HALLADA NOT = 0
               IF WS-SES-TOKEN(WS-IDX-SES) = HBI-TOKEN
                   MOVE WS-IDX-SES TO WS-SES-HALLADA
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN HBI-TOKEN = SPACES OR WS-SES-HALLADA = 0
                   MOVE 20 TO WS-COD-RESPUESTA
                   MOVE "Sesion inexistente" TO WS-MOTIVO-RESPUESTA
               WHEN WS-SES-ESTADO(WS-SES-HALLADA) NOT = "A"
                   MOVE 20 TO WS-COD-RESPUESTA
                   MOVE "Sesion cerrada" TO WS-MOTIVO-RESPUESTA
               WHEN HBI-TIMESTAMP < WS-SES-INICIO(WS-SES-HALLADA)
                 OR HBI-TIMESTAMP > WS-SES-VENCE(WS-SES-HALLADA)
                   MOVE 21 TO WS-COD-RESPUESTA
                   MOVE "Sesion vencida" TO WS-MOTIVO-RESPUESTA
               WHEN WS-SES-CBF(WS-SES-HALLADA) NOT = HBI-CBF
                   MOVE 22 TO WS-COD-RESPUESTA
                   MOVE "La cuenta no corresponde a la sesion"
                       TO WS-MOTIVO-RESPUESTA
               WHEN OTHER
                   MOVE WS-SES-ORDEN(WS-SES-HALLADA)
                       TO WS-SESION-ORDEN
                   MOVE WS-SES-NRO-DOC(WS-SES-HALLADA)
                       TO WS-REP-NRO-DOC
           END-EVALUATE.

      *    Los mismos estados de cuenta que impiden operar en el
      *    cajero, el mandato del representante de una empresa y
      *    las restricciones de las cuentas de menores.
       2300-VALIDAR-CUENTA.
           MOVE WS-CBF-X TO P-CBF OF CLIENTE
           CALL "buscar-cliente" USING CLIENTE
           EVALUATE TRUE
               WHEN P-CBF OF CLIENTE = "000000"
                 OR P-CBF OF CLIENTE = SPACES
                   MOVE 33 TO WS-COD-RESPUESTA
                   MOVE "Cuenta inexistente" TO WS-MOTIVO-RESPUESTA
               WHEN P-INACTIVO OF CLIENTE
                   MOVE 33 TO WS-COD-RESPUESTA
                   MOVE "Cuenta inactiva" TO WS-MOTIVO-RESPUESTA
               WHEN P-DURMIENTE OF CLIENTE
                   MOVE 33 TO WS-COD-RESPUESTA
                   MOVE "Cuenta inmovilizada por inactividad"
                       TO WS-MOTIVO-RESPUESTA
               WHEN P-CERRADA OF CLIENTE
                   MOVE 33 TO WS-COD-RESPUESTA
                   MOVE "Cuenta cerrada" TO WS-MOTIVO-RESPUESTA
               WHEN P-PENDIENTE-LEGAJO OF CLIENTE
                   MOVE 33 TO WS-COD-RESPUESTA
                   MOVE "Cuenta pendiente de documentacion"
                       TO WS-MOTIVO-RESPUESTA
               WHEN P-FALLECIDO-SI OF CLIENTE
                   MOVE 33 TO WS-COD-RESPUESTA
                   MOVE "Cuenta inhabilitada" TO WS-MOTIVO-RESPUESTA
               WHEN P-BLOQUEADA-EMERG-SI OF CLIENTE
                   MOVE 33 TO WS-COD-RESPUESTA
                   MOVE "Cuenta bloqueada por emergencia"
                       TO WS-MOTIVO-RESPUESTA
           END-EVALUATE
           IF WS-COD-RESPUESTA NOT = 0
               GO TO 2300-VALIDAR-CUENTA-FIN
           END-IF
           MOVE P-MONEDA OF CLIENTE TO WS-ORI-MONEDA
           MOVE P-EMAIL OF CLIENTE TO WS-ORI-EMAIL

           CALL "verificar-mandato" USING WS-CBF-X, WS-REP-NRO-DOC,
                WS-REP-ES-EMPRESA, WS-REP-HABILITADO,
                WS-REP-PERSONA-ID
           IF WS-REP-ES-EMPRESA = 1 AND WS-REP-HABILITADO NOT = 1
               MOVE 22 TO WS-COD-RESPUESTA
               MOVE "Sin mandato vigente para la empresa"
                   TO WS-MOTIVO-RESPUESTA
               MOVE "SIN MANDATO" TO WS-JRN-EVENTO
               MOVE HBI-ID TO WS-JRN-DETALLE
               PERFORM 3200-ANOTAR-JOURNAL
               GO TO 2300-VALIDAR-CUENTA-FIN
           END-IF

      *    Cuenta de un menor: solo transferencias, y el tutor
      *    aprueba las que lo requieren; sin tutor no se atiende.
           CALL "verificar-menor" USING WS-CBF-X, WS-MENOR-ESTADO,
                WS-MENOR-TUTOR
           EVALUATE TRUE
               WHEN WS-MENOR-ESTADO = 2
                   MOVE 44 TO WS-COD-RESPUESTA
                   MOVE "Menor sin tutor registrado"
                       TO WS-MOTIVO-RESPUESTA
               WHEN WS-MENOR-ESTADO = 1
                AND NOT HBI-TRANSF-LOCAL AND NOT HBI-TRANSF-INTERB
                   MOVE 44 TO WS-COD-RESPUESTA
                   MOVE "No disponible para cuentas de menores"
                       TO WS-MOTIVO-RESPUESTA
           END-EVALUATE.
       2300-VALIDAR-CUENTA-FIN.
           EXIT.

      *    Importe con las reglas de la entrada validada del cajero
      *    (controlar-importe): los servicios admiten centavos, las
      *    transferencias y el plazo fijo no. Luego el tutor del
      *    menor y los topes personales del cliente.
       2400-VALIDAR-IMPORTE.
           IF HBI-IMPORTE NOT NUMERIC
               MOVE 32 TO WS-COD-RESPUESTA
               MOVE "Importe invalido" TO WS-MOTIVO-RESPUESTA
               GO TO 2400-VALIDAR-IMPORTE-FIN
           END-IF
           MOVE HBI-IMPORTE TO WS-IMPORTE
           IF HBI-PAGO-SERVICIO
               MOVE "S" TO WS-IMP-PERMITE
           ELSE
               MOVE "N" TO WS-IMP-PERMITE
           END-IF
           CALL "controlar-importe" USING WS-IMPORTE, WS-IMP-PERMITE,
                WS-IMP-RESULTADO, WS-IMP-MENSAJE
           EVALUATE WS-IMP-RESULTADO
               WHEN 1
                   MOVE 30 TO WS-COD-RESPUESTA
                   MOVE "El importe debe ser mayor a cero"
                       TO WS-MOTIVO-RESPUESTA
               WHEN 2
                   MOVE 31 TO WS-COD-RESPUESTA
                   MOVE "La operacion no admite centavos"
                       TO WS-MOTIVO-RESPUESTA
           END-EVALUATE
           IF WS-COD-RESPUESTA NOT = 0
               GO TO 2400-VALIDAR-IMPORTE-FIN
           END-IF

           IF WS-MENOR-ESTADO = 1
               IF HBI-TRANSF-LOCAL
                   MOVE HBI-CBF-DESTINO TO WS-MENOR-DESTINO
               ELSE
                   MOVE 0 TO WS-MENOR-DESTINO
               END-IF
               CALL "controlar-operacion-menor" USING WS-CBF-X,
                    WS-MENOR-TIPO, WS-IMPORTE, WS-MENOR-DESTINO,
                    WS-MENOR-CANAL, WS-MENOR-RESULTADO
               IF WS-MENOR-RESULTADO = 1 OR WS-MENOR-RESULTADO = 2
                   MOVE 13 TO WS-COD-RESPUESTA
                   MOVE "Espera la autorizacion del tutor"
                       TO WS-MOTIVO-RESPUESTA
                   GO TO 2400-VALIDAR-IMPORTE-FIN
               END-IF
           END-IF

           IF NOT HBI-PLAZO-FIJO
               PERFORM 2450-CONTROLAR-TOPES
           END-IF.
       2400-VALIDAR-IMPORTE-FIN.
           EXIT.

      *    Los topes personales del cliente (gestionar-topes o la
      *    instruccion "L") limitan tambien lo que sale por home
      *    banking: por operacion, y por dia sumando lo ya debitado
      *    hoy por este canal.
       2450-CONTROLAR-TOPES.
           MOVE 999999 TO WS-TOPE-OPERACION
           MOVE 9999999 TO WS-TOPE-DIARIO
           CALL "leer-tope-personal" USING WS-CBF-X,
                WS-TOPE-OPERACION, WS-TOPE-DIARIO
           IF WS-TOPE-OPERACION < 999999
              AND WS-IMPORTE > WS-TOPE-OPERACION
               MOVE 41 TO WS-COD-RESPUESTA
               MOVE "Supera su tope por operacion"
                   TO WS-MOTIVO-RESPUESTA
           ELSE
           IF WS-TOPE-DIARIO < 9999999
               PERFORM 2460-SUMAR-DEBITOS-HB
               IF WS-DEBITADO-HB-HOY + WS-IMPORTE > WS-TOPE-DIARIO
                   MOVE 41 TO WS-COD-RESPUESTA
                   MOVE "Supera su tope diario"
                       TO WS-MOTIVO-RESPUESTA
               END-IF
           END-IF
           END-IF.

       2460-SUMAR-DEBITOS-HB.
           MOVE 0 TO WS-DEBITADO-HB-HOY
           MOVE 'N' TO WS-FIN-MOVIMIENTOS
           OPEN INPUT TRANS-FILE
           IF TRANS-STATUS NOT = "00"
               MOVE 'S' TO WS-FIN-MOVIMIENTOS
           ELSE
               MOVE HBI-CBF TO R-CBF
               START TRANS-FILE KEY IS = R-CBF
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-MOVIMIENTOS
               END-START
           END-IF
           PERFORM UNTIL WS-FIN-MOVIMIENTOS = 'S'
               READ TRANS-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-MOVIMIENTOS
                   NOT AT END
                       IF R-CBF NOT = HBI-CBF
                           MOVE 'S' TO WS-FIN-MOVIMIENTOS
                       ELSE
                           IF R-CANAL-HOME-BANKING
                              AND R-DESCRIPCION = "T"
                              AND R-TIMESTAMP(1:8) = WS-FECHA-HOY
                               ADD R-IMPORTE TO WS-DEBITADO-HB-HOY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF TRANS-STATUS NOT = "35"
               CLOSE TRANS-FILE
           END-IF.

      *    Transferencia local: mismo circuito que el cajero, sin
      *    conversion de moneda (la cotizacion se confirma en
      *    pantalla, asi que entre monedas distintas se opera en el
      *    cajero o en sucursal).
       2500-TRANSF-LOCAL.
           MOVE HBI-CBF TO WS-CBF-ORIGEN-NUM
           MOVE HBI-CBF-DESTINO TO WS-CBF-DESTINO
           IF HBI-CBF-DESTINO NOT NUMERIC
              OR WS-CBF-DESTINO = WS-CBF-ORIGEN-NUM
               MOVE 32 TO WS-COD-RESPUESTA
               MOVE "Destino invalido" TO WS-MOTIVO-RESPUESTA
               GO TO 2500-TRANSF-LOCAL-FIN
           END-IF
           MOVE WS-CBF-DESTINO TO P-CBF OF CLIENTE
           CALL "buscar-cliente" USING CLIENTE
           IF P-CBF OF CLIENTE = "000000" OR P-CBF OF CLIENTE = SPACES
               MOVE 32 TO WS-COD-RESPUESTA
               MOVE "CBF destino inexistente" TO WS-MOTIVO-RESPUESTA
               GO TO 2500-TRANSF-LOCAL-FIN
           END-IF
           MOVE P-MONEDA OF CLIENTE TO WS-DES-MONEDA
           IF WS-DES-MONEDA NOT = WS-ORI-MONEDA
               MOVE 44 TO WS-COD-RESPUESTA
               MOVE "Con cambio de moneda: cajero o sucursal"
                   TO WS-MOTIVO-RESPUESTA
               GO TO 2500-TRANSF-LOCAL-FIN
           END-IF

      *    Un motivo que imite una marca del impuesto a los debitos
      *    y creditos se descarta; entre cuentas del mismo titular
      *    la marca la pone el sistema.
           MOVE HBI-MEMO TO WS-MEMO
           PERFORM 2950-DEPURAR-MEMO
           CALL "verificar-mismo-cliente" USING WS-CBF-ORIGEN-NUM,
                WS-CBF-DESTINO, WS-MISMO-CLIENTE
           IF WS-MISMO-CLIENTE = 1
               MOVE "TRANSF CTA PROPIA" TO WS-MEMO
           END-IF

           PERFORM 2980-BLOQUEAR-CUENTAS
           PERFORM 2910-CONTROLAR-FONDOS
           IF WS-COD-RESPUESTA = 0
               PERFORM 2920-CONTROLAR-VELOCIDAD
           END-IF
           IF WS-COD-RESPUESTA = 0
               MOVE "T" TO WS-CONJ-TIPO
               MOVE WS-CBF-DESTINO TO WS-CONJ-DESTINO
               CALL "capturar-op-conjunta" USING WS-CBF-X,
                    WS-CONJ-TIPO, WS-CONJ-DESTINO, WS-IMPORTE,
                    WS-ORI-MONEDA, WS-MEMO, WS-SESION-ORDEN,
                    WS-CONJ-BANCO-NULO, WS-CONJ-CUENTA-NULA,
                    WS-CONJ-NOMBRE-NULO, WS-CONJ-SERV-NULO,
                    WS-CONJ-FACT-NULA, WS-CONJ-CAPTURADA
               PERFORM 2930-VERIFICAR-CAPTURA
           END-IF
           IF WS-COD-RESPUESTA = 0
               MOVE "L" TO WS-TA-TIPO
               PERFORM 2935-VERIFICAR-UMBRAL
           END-IF
           IF WS-COD-RESPUESTA NOT = 0
               PERFORM 2990-DESBLOQUEAR-CUENTAS
               GO TO 2500-TRANSF-LOCAL-FIN
           END-IF

           MOVE WS-CBF-ORIGEN-NUM TO P-CBF OF TRANSACCION
           MOVE "T" TO P-DESCRIPCION
           MOVE WS-ORI-MONEDA TO P-MONEDA OF TRANSACCION
           PERFORM 2940-POSTEAR
           IF RESULTADO NOT = 0
               PERFORM 2990-DESBLOQUEAR-CUENTAS
               MOVE 50 TO WS-COD-RESPUESTA
               MOVE "No se pudo registrar el debito"
                   TO WS-MOTIVO-RESPUESTA
               GO TO 2500-TRANSF-LOCAL-FIN
           END-IF
           MOVE P-TIMESTAMP TO WS-TS-RESPUESTA

           MOVE WS-CBF-DESTINO TO P-CBF OF TRANSACCION
           MOVE "D" TO P-DESCRIPCION
           MOVE WS-DES-MONEDA TO P-MONEDA OF TRANSACCION
           PERFORM 2940-POSTEAR
           IF RESULTADO NOT = 0
      *        El credito fallo con el debito ya posteado: se
      *        compensa con la contra-partida habitual.
               MOVE WS-CBF-ORIGEN-NUM TO P-CBF OF TRANSACCION
               MOVE "D" TO P-DESCRIPCION
               MOVE WS-ORI-MONEDA TO P-MONEDA OF TRANSACCION
               PERFORM 2945-POSTEAR-CONTRAPARTIDA
               MOVE 50 TO WS-COD-RESPUESTA
               MOVE "No se pudo acreditar: importe reintegrado"
                   TO WS-MOTIVO-RESPUESTA
               MOVE 0 TO WS-TS-RESPUESTA
           ELSE
               MOVE "CONFIRMA TRANSFER" TO WS-JRN-EVENTO
               MOVE WS-CBF-DESTINO TO WS-JRN-DETALLE
               PERFORM 3200-ANOTAR-JOURNAL
           END-IF
           PERFORM 2990-DESBLOQUEAR-CUENTAS.
       2500-TRANSF-LOCAL-FIN.
           EXIT.

      *    Transferencia a otro banco: KYC vigente, debito y orden a
      *    la camara (registrar-interbancaria, que controla la lista
      *    de vigilancia), compensando el debito si la orden no se
      *    encola.
       2600-TRANSF-INTERB.
           CALL "verificar-kyc" USING WS-CBF-X, WS-KYC-BLOQUEADO,
                WS-KYC-VTO
           IF WS-KYC-BLOQUEADO = 1
               MOVE 43 TO WS-COD-RESPUESTA
               MOVE "Debe actualizar sus datos en el banco"
                   TO WS-MOTIVO-RESPUESTA
               MOVE "BLOQUEO KYC" TO WS-JRN-EVENTO
               MOVE WS-KYC-VTO TO WS-JRN-DETALLE
               PERFORM 3200-ANOTAR-JOURNAL
               GO TO 2600-TRANSF-INTERB-FIN
           END-IF
           IF HBI-BANCO-DESTINO NOT NUMERIC
              OR HBI-BANCO-DESTINO = 0
              OR HBI-CUENTA-EXTERNA = SPACES
              OR HBI-NOMBRE-DESTINO = SPACES
               MOVE 32 TO WS-COD-RESPUESTA
               MOVE "Destino interbancario incompleto"
                   TO WS-MOTIVO-RESPUESTA
               GO TO 2600-TRANSF-INTERB-FIN
           END-IF

           MOVE SPACES TO WS-MEMO
           STRING "INTERB BANCO " DELIMITED BY SIZE
                  HBI-BANCO-DESTINO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HBI-CUENTA-EXTERNA DELIMITED BY SIZE
               INTO WS-MEMO

      *    Solo la cuenta de origen es local: se bloquea esa sola.
           MOVE HBI-CBF TO WS-CBF-ORIGEN-NUM
           MOVE HBI-CBF TO WS-CBF-DESTINO
           PERFORM 2980-BLOQUEAR-CUENTAS
           PERFORM 2910-CONTROLAR-FONDOS
           IF WS-COD-RESPUESTA = 0
               PERFORM 2920-CONTROLAR-VELOCIDAD
           END-IF
           IF WS-COD-RESPUESTA = 0
               MOVE "I" TO WS-CONJ-TIPO
               MOVE 0 TO WS-CONJ-DESTINO
               CALL "capturar-op-conjunta" USING WS-CBF-X,
                    WS-CONJ-TIPO, WS-CONJ-DESTINO, WS-IMPORTE,
                    WS-ORI-MONEDA, WS-MEMO, WS-SESION-ORDEN,
                    HBI-BANCO-DESTINO, HBI-CUENTA-EXTERNA,
                    HBI-NOMBRE-DESTINO, WS-CONJ-SERV-NULO,
                    WS-CONJ-FACT-NULA, WS-CONJ-CAPTURADA
               PERFORM 2930-VERIFICAR-CAPTURA
           END-IF
           IF WS-COD-RESPUESTA = 0
               MOVE "I" TO WS-TA-TIPO
               PERFORM 2935-VERIFICAR-UMBRAL
           END-IF
           IF WS-COD-RESPUESTA NOT = 0
               PERFORM 2990-DESBLOQUEAR-CUENTAS
               GO TO 2600-TRANSF-INTERB-FIN
           END-IF

           MOVE WS-CBF-ORIGEN-NUM TO P-CBF OF TRANSACCION
           MOVE "T" TO P-DESCRIPCION
           MOVE WS-ORI-MONEDA TO P-MONEDA OF TRANSACCION
           PERFORM 2940-POSTEAR
           IF RESULTADO NOT = 0
               PERFORM 2990-DESBLOQUEAR-CUENTAS
               MOVE 50 TO WS-COD-RESPUESTA
               MOVE "No se pudo registrar el debito"
                   TO WS-MOTIVO-RESPUESTA
               GO TO 2600-TRANSF-INTERB-FIN
           END-IF
           MOVE P-TIMESTAMP TO WS-TS-RESPUESTA

           CALL "registrar-interbancaria" USING WS-CBF-X,
                HBI-BANCO-DESTINO, HBI-CUENTA-EXTERNA, WS-IMPORTE,
                WS-ORI-MONEDA, WS-INTERB-RESULTADO,
                HBI-NOMBRE-DESTINO
           IF WS-INTERB-RESULTADO NOT = 0
      *        La orden no se encolo con el debito ya posteado: se
      *        compensa. El resultado 2 es el bloqueo por lista de
      *        vigilancia, que ya quedo en la cola de cumplimiento.
               MOVE "D" TO P-DESCRIPCION
               PERFORM 2945-POSTEAR-CONTRAPARTIDA
               MOVE 0 TO WS-TS-RESPUESTA
               IF WS-INTERB-RESULTADO = 2
                   MOVE 43 TO WS-COD-RESPUESTA
                   MOVE "Retenida para revision del banco"
                       TO WS-MOTIVO-RESPUESTA
               ELSE
                   MOVE 50 TO WS-COD-RESPUESTA
                   MOVE "No se pudo encolar: importe reintegrado"
                       TO WS-MOTIVO-RESPUESTA
               END-IF
           ELSE
               MOVE "CONFIRMA INTERBANC" TO WS-JRN-EVENTO
               MOVE HBI-CUENTA-EXTERNA TO WS-JRN-DETALLE
               PERFORM 3200-ANOTAR-JOURNAL
           END-IF
           PERFORM 2990-DESBLOQUEAR-CUENTAS.
       2600-TRANSF-INTERB-FIN.
           EXIT.

      *    Pago de servicio: debito y rendicion a la empresa
      *    (registrar-pago-servicio), como en el cajero.
       2700-PAGO-SERVICIO.
           IF HBI-COD-SERVICIO NOT NUMERIC
               MOVE 0 TO WS-SERV-ENCONTRADA
           ELSE
               CALL "buscar-empresa-servicio" USING HBI-COD-SERVICIO,
                    WS-NOMBRE-SERVICIO, WS-SERV-ENCONTRADA
           END-IF
           IF WS-SERV-ENCONTRADA NOT = 1 OR HBI-FACTURA = SPACES
               MOVE 32 TO WS-COD-RESPUESTA
               MOVE "Servicio o factura invalidos"
                   TO WS-MOTIVO-RESPUESTA
               GO TO 2700-PAGO-SERVICIO-FIN
           END-IF
           PERFORM 2910-CONTROLAR-FONDOS
           IF WS-COD-RESPUESTA NOT = 0
               GO TO 2700-PAGO-SERVICIO-FIN
           END-IF

           MOVE SPACES TO WS-MEMO
           STRING "PAGO SERV " DELIMITED BY SIZE
                  HBI-COD-SERVICIO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HBI-FACTURA DELIMITED BY SIZE
               INTO WS-MEMO
           MOVE "S" TO WS-CONJ-TIPO
           MOVE 0 TO WS-CONJ-DESTINO
           CALL "capturar-op-conjunta" USING WS-CBF-X,
                WS-CONJ-TIPO, WS-CONJ-DESTINO, WS-IMPORTE,
                WS-ORI-MONEDA, WS-MEMO, WS-SESION-ORDEN,
                WS-CONJ-BANCO-NULO, WS-CONJ-CUENTA-NULA,
                WS-CONJ-NOMBRE-NULO, HBI-COD-SERVICIO,
                HBI-FACTURA, WS-CONJ-CAPTURADA
           PERFORM 2930-VERIFICAR-CAPTURA
           IF WS-COD-RESPUESTA NOT = 0
               GO TO 2700-PAGO-SERVICIO-FIN
           END-IF

           MOVE HBI-CBF TO P-CBF OF TRANSACCION
           MOVE "T" TO P-DESCRIPCION
           MOVE WS-ORI-MONEDA TO P-MONEDA OF TRANSACCION
           PERFORM 2940-POSTEAR
           IF RESULTADO NOT = 0
               MOVE 50 TO WS-COD-RESPUESTA
               MOVE "No se pudo debitar el pago"
                   TO WS-MOTIVO-RESPUESTA
               GO TO 2700-PAGO-SERVICIO-FIN
           END-IF
           MOVE P-TIMESTAMP TO WS-TS-RESPUESTA
           CALL "registrar-pago-servicio" USING WS-CBF-X,
                P-TIMESTAMP, HBI-COD-SERVICIO, HBI-FACTURA,
                WS-IMPORTE, WS-PAGO-RESULTADO
           IF WS-PAGO-RESULTADO NOT = 0
               MOVE "D" TO P-DESCRIPCION
               PERFORM 2945-POSTEAR-CONTRAPARTIDA
               MOVE 0 TO WS-TS-RESPUESTA
               MOVE 50 TO WS-COD-RESPUESTA
               MOVE "No se pudo registrar: importe reintegrado"
                   TO WS-MOTIVO-RESPUESTA
           ELSE
               MOVE "CONFIRMA PAGO SERV" TO WS-JRN-EVENTO
               MOVE HBI-FACTURA TO WS-JRN-DETALLE
               PERFORM 3200-ANOTAR-JOURNAL
           END-IF.
       2700-PAGO-SERVICIO-FIN.
           EXIT.

      *    Constitucion de plazo fijo con los mismos plazos,
      *    modalidades e instrucciones de renovacion que el cajero.
       2800-PLAZO-FIJO.
           MOVE HBI-MODALIDAD-PF TO WS-MODALIDAD-PF
           IF WS-MODALIDAD-PF = SPACE
               MOVE "N" TO WS-MODALIDAD-PF
           END-IF
           MOVE 0 TO WS-PF-INDICE-OK
           IF WS-MODALIDAD-PF = "U"
               CALL "buscar-indice-uva" USING WS-FECHA-HOY,
                    WS-PF-INDICE-UVA, WS-PF-FECHA-INDICE,
                    WS-PF-INDICE-OK
           END-IF
           EVALUATE TRUE
               WHEN WS-MODALIDAD-PF NOT = "N"
                AND WS-MODALIDAD-PF NOT = "U"
                   MOVE 32 TO WS-COD-RESPUESTA
                   MOVE "Modalidad invalida" TO WS-MOTIVO-RESPUESTA
               WHEN WS-MODALIDAD-PF = "U" AND WS-ORI-MONEDA NOT = "ARS"
                   MOVE 32 TO WS-COD-RESPUESTA
                   MOVE "El plazo fijo UVA es solo en pesos"
                       TO WS-MOTIVO-RESPUESTA
               WHEN HBI-DIAS-PF NOT NUMERIC
                 OR (WS-MODALIDAD-PF = "N" AND HBI-DIAS-PF NOT = 30
                     AND HBI-DIAS-PF NOT = 60
                     AND HBI-DIAS-PF NOT = 90)
                 OR (WS-MODALIDAD-PF = "U" AND HBI-DIAS-PF NOT = 90
                     AND HBI-DIAS-PF NOT = 180
                     AND HBI-DIAS-PF NOT = 365)
                   MOVE 32 TO WS-COD-RESPUESTA
                   MOVE "Plazo invalido para la modalidad"
                       TO WS-MOTIVO-RESPUESTA
               WHEN HBI-RENOVACION-PF NOT = "N"
                AND HBI-RENOVACION-PF NOT = "C"
                AND HBI-RENOVACION-PF NOT = "T"
                   MOVE 32 TO WS-COD-RESPUESTA
                   MOVE "Instruccion de renovacion invalida"
                       TO WS-MOTIVO-RESPUESTA
               WHEN WS-MODALIDAD-PF = "U"
                AND (WS-PF-INDICE-OK NOT = 1 OR WS-PF-INDICE-UVA = 0)
                   MOVE 44 TO WS-COD-RESPUESTA
                   MOVE "Sin indice UVA cargado"
                       TO WS-MOTIVO-RESPUESTA
           END-EVALUATE
           IF WS-COD-RESPUESTA NOT = 0
               GO TO 2800-PLAZO-FIJO-FIN
           END-IF
           PERFORM 2910-CONTROLAR-FONDOS
           IF WS-COD-RESPUESTA NOT = 0
               GO TO 2800-PLAZO-FIJO-FIN
           END-IF

      *    Orden conjunta: la constitucion no se difiere a la firma
      *    del segundo titular, se deriva a sucursal.
           MOVE 0 TO WS-CONJ-APLICA
           CALL "consultar-op-conjunta" USING WS-CBF-X, WS-IMPORTE,
                WS-CONJ-APLICA
           IF WS-CONJ-APLICA = 1
               MOVE 44 TO WS-COD-RESPUESTA
               MOVE "Orden conjunta: ambas firmas en sucursal"
                   TO WS-MOTIVO-RESPUESTA
               MOVE "RECHAZO CONJ PF" TO WS-JRN-EVENTO
               MOVE WS-IMPORTE TO WS-IMPORTE-DISPLAY
               MOVE WS-IMPORTE-DISPLAY TO WS-JRN-DETALLE
               PERFORM 3200-ANOTAR-JOURNAL
               GO TO 2800-PLAZO-FIJO-FIN
           END-IF

           IF WS-MODALIDAD-PF = "U"
               MOVE "CONSTITUCION PLAZO FIJO UVA" TO WS-MEMO
           ELSE
               MOVE "CONSTITUCION PLAZO FIJO" TO WS-MEMO
           END-IF
           MOVE HBI-CBF TO P-CBF OF TRANSACCION
           MOVE "T" TO P-DESCRIPCION
           MOVE WS-ORI-MONEDA TO P-MONEDA OF TRANSACCION
           PERFORM 2940-POSTEAR
           IF RESULTADO NOT = 0
               MOVE 50 TO WS-COD-RESPUESTA
               MOVE "No se pudo debitar el capital"
                   TO WS-MOTIVO-RESPUESTA
               GO TO 2800-PLAZO-FIJO-FIN
           END-IF
           MOVE P-TIMESTAMP TO WS-TS-RESPUESTA
           CALL "constituir-plazo-fijo" USING WS-CBF-X, WS-IMPORTE,
                HBI-DIAS-PF, HBI-RENOVACION-PF, WS-MODALIDAD-PF,
                WS-PF-RESULTADO
           IF WS-PF-RESULTADO NOT = 0
               MOVE "D" TO P-DESCRIPCION
               PERFORM 2945-POSTEAR-CONTRAPARTIDA
               MOVE 0 TO WS-TS-RESPUESTA
               MOVE 50 TO WS-COD-RESPUESTA
               MOVE "No se pudo constituir: capital reintegrado"
                   TO WS-MOTIVO-RESPUESTA
           END-IF.
       2800-PLAZO-FIJO-FIN.
           EXIT.

      *    Cambio de topes personales: mismas reglas que en el
      *    cajero (fijar-topes-personales); la suba queda diferida.
       2900-CAMBIO-TOPES.
           IF HBI-TOPE-OPERACION NOT NUMERIC
              OR HBI-TOPE-DIARIO NOT NUMERIC
               MOVE 32 TO WS-COD-RESPUESTA
               MOVE "Topes invalidos" TO WS-MOTIVO-RESPUESTA
           ELSE
               CALL "fijar-topes-personales" USING WS-CBF-X,
                    WS-ORI-EMAIL, HBI-TOPE-OPERACION,
                    HBI-TOPE-DIARIO, WS-TOPES-RESULTADO,
                    WS-TOPES-VIGENCIA
               EVALUATE WS-TOPES-RESULTADO
                   WHEN 0
                       CONTINUE
                   WHEN 1
                       MOVE 12 TO WS-COD-RESPUESTA
                       STRING "La suba rige desde el "
                                  DELIMITED BY SIZE
                              WS-TOPES-VIGENCIA DELIMITED BY SIZE
                           INTO WS-MOTIVO-RESPUESTA
                   WHEN 2
                   WHEN 3
                       MOVE 32 TO WS-COD-RESPUESTA
                       MOVE "Supera el maximo del banco"
                           TO WS-MOTIVO-RESPUESTA
                   WHEN OTHER
                       MOVE 50 TO WS-COD-RESPUESTA
                       MOVE "No se pudieron grabar los topes"
                           TO WS-MOTIVO-RESPUESTA
               END-EVALUATE
           END-IF.

       2910-CONTROLAR-FONDOS.
           CALL "leer-saldo-disponible" USING WS-CBF-X,
                WS-SALDO-DISPONIBLE, WS-ORI-MONEDA
           IF WS-IMPORTE > WS-SALDO-DISPONIBLE
               MOVE 40 TO WS-COD-RESPUESTA
               MOVE "Fondos insuficientes" TO WS-MOTIVO-RESPUESTA
               MOVE "RECHAZO FONDOS" TO WS-JRN-EVENTO
               MOVE HBI-ID TO WS-JRN-DETALLE
               PERFORM 3200-ANOTAR-JOURNAL
           END-IF.

      *    Rechazo por velocidad como en el cajero: la cuenta queda
      *    encolada para revision y el cliente recibe el aviso.
       2920-CONTROLAR-VELOCIDAD.
           CALL "evaluar-velocidad" USING WS-CBF-X, WS-IMPORTE,
                WS-VEL-EXCEDE, WS-VEL-MOTIVO
           IF WS-VEL-EXCEDE = 1
               MOVE 42 TO WS-COD-RESPUESTA
               MOVE "Demorada por seguridad: llame al banco"
                   TO WS-MOTIVO-RESPUESTA
               MOVE "RECHAZO VELOCIDAD" TO WS-JRN-EVENTO
               MOVE WS-VEL-MOTIVO TO WS-JRN-DETALLE
               PERFORM 3200-ANOTAR-JOURNAL
               CALL "encolar-revision" USING WS-CBF-X, WS-VEL-MOTIVO
               MOVE "CONTROL-VELOCIDAD" TO WS-NOTIF-EVENTO
               MOVE "Operacion demorada por revision"
                   TO WS-NOTIF-ASUNTO
               MOVE "Una operacion quedo demorada por seguridad."
                   TO WS-NOTIF-CUERPO
               CALL "encolar-notificacion" USING WS-CBF-ORIGEN-NUM,
                    WS-NOTIF-EVENTO, WS-ORI-EMAIL,
                    WS-NOTIF-ASUNTO, WS-NOTIF-CUERPO,
                    WS-NOTIF-RESULTADO
           END-IF.

       2930-VERIFICAR-CAPTURA.
           IF WS-CONJ-CAPTURADA = 1
               MOVE 10 TO WS-COD-RESPUESTA
               MOVE "Espera la firma del otro titular"
                   TO WS-MOTIVO-RESPUESTA
               MOVE "CAPTURA CONJUNTA" TO WS-JRN-EVENTO
               MOVE WS-IMPORTE TO WS-IMPORTE-DISPLAY
               MOVE WS-IMPORTE-DISPLAY TO WS-JRN-DETALLE
               PERFORM 3200-ANOTAR-JOURNAL
           END-IF.

      *    Por encima del umbral de aprobacion la transferencia no
      *    postea: queda capturada para APROBAR-TRANSFERENCIAS.
       2935-VERIFICAR-UMBRAL.
           MOVE "S" TO WS-MODO-UMBRAL
           CALL "encolar-transf-aprobacion" USING WS-MODO-UMBRAL,
                WS-CBF-X, WS-CBF-DESTINO, WS-IMPORTE, WS-ORI-MONEDA,
                WS-UMBRAL-APROB, WS-APROB-RESULTADO, WS-TA-TIPO,
                HBI-BANCO-DESTINO, HBI-CUENTA-EXTERNA,
                HBI-NOMBRE-DESTINO
           IF WS-IMPORTE > WS-UMBRAL-APROB
               MOVE "N" TO WS-MODO-UMBRAL
               CALL "encolar-transf-aprobacion" USING WS-MODO-UMBRAL,
                    WS-CBF-X, WS-CBF-DESTINO, WS-IMPORTE,
                    WS-ORI-MONEDA, WS-UMBRAL-APROB,
                    WS-APROB-RESULTADO, WS-TA-TIPO,
                    HBI-BANCO-DESTINO, HBI-CUENTA-EXTERNA,
                    HBI-NOMBRE-DESTINO
               IF WS-APROB-RESULTADO = 0
                   MOVE 11 TO WS-COD-RESPUESTA
                   MOVE "Espera la autorizacion del banco"
                       TO WS-MOTIVO-RESPUESTA
                   MOVE "CAPTURA APROBACION" TO WS-JRN-EVENTO
                   MOVE WS-IMPORTE TO WS-IMPORTE-DISPLAY
                   MOVE WS-IMPORTE-DISPLAY TO WS-JRN-DETALLE
                   PERFORM 3200-ANOTAR-JOURNAL
               ELSE
                   MOVE 50 TO WS-COD-RESPUESTA
                   MOVE "No se pudo encolar para aprobacion"
                       TO WS-MOTIVO-RESPUESTA
               END-IF
           END-IF.

      *    P-CBF, P-DESCRIPCION y P-MONEDA los carga el llamador.
       2940-POSTEAR.
           MOVE WS-IMPORTE TO P-IMPORTE
           MOVE 0 TO P-REF-KEY
           MOVE "N" TO P-OVERRIDE
           MOVE WS-MEMO TO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO.

      *    Contra-partida "D" del debito ya posteado (WS-TS-RESPUESTA)
      *    cuando el segundo paso fallo: enlazada a ese debito para que
      *    no pague impuesto a los debitos y creditos y devuelva el
      *    que pago el debito.
       2945-POSTEAR-CONTRAPARTIDA.
           MOVE WS-IMPORTE TO P-IMPORTE
           MOVE WS-TS-RESPUESTA TO P-REF-KEY
           MOVE "N" TO P-OVERRIDE
           MOVE "CONTRAPARTIDA OPERACION FALLIDA" TO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO.

       2950-DEPURAR-MEMO.
           IF WS-MEMO(1:17) = "TRANSF CTA PROPIA"
              OR WS-MEMO(1:15) = "TRANSF CONV TC "
              OR WS-MEMO(1:13) = "HABERES EMPL "
              OR WS-MEMO(1:18) = "CAMBIO DIVISAS TC "
              OR WS-MEMO(1:18) = "BARRIDO AUTOMATICO"
              OR WS-MEMO(1:13) = "CONTRAPARTIDA"
               MOVE SPACES TO WS-MEMO
           END-IF.

      *    Bloqueo ordenado por CBF creciente, igual que el cajero,
      *    para serializar el chequeo de fondos y el posteo frente a
      *    una sesion simultanea sobre las mismas cuentas.
       2980-BLOQUEAR-CUENTAS.
           OPEN I-O CUENTAS-FILE
           IF WS-CBF-ORIGEN-NUM < WS-CBF-DESTINO
               MOVE WS-CBF-ORIGEN-NUM TO WS-CBF-LOCK-MENOR
               MOVE WS-CBF-DESTINO TO WS-CBF-LOCK-MAYOR
           ELSE
               MOVE WS-CBF-DESTINO TO WS-CBF-LOCK-MENOR
               MOVE WS-CBF-ORIGEN-NUM TO WS-CBF-LOCK-MAYOR
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
           EVALUATE TRUE
               WHEN WS-COD-RESPUESTA = 0
                   ADD 1 TO WS-TOTAL-REALIZADAS
                   IF NOT HBI-CAMBIO-TOPES
                       ADD WS-IMPORTE TO WS-IMPORTE-REALIZADO
                   END-IF
                   MOVE "Operacion realizada" TO WS-MOTIVO-RESPUESTA
               WHEN WS-COD-RESPUESTA < 20
                   ADD 1 TO WS-TOTAL-PENDIENTES
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-RECHAZADAS
           END-EVALUATE
           MOVE HBI-ID TO HBR-ID
           MOVE WS-COD-RESPUESTA TO HBR-CODIGO
           MOVE WS-MOTIVO-RESPUESTA TO HBR-MOTIVO
           MOVE WS-TS-RESPUESTA TO HBR-TIMESTAMP
           WRITE HBR-REGISTRO

           MOVE "HOME BANKING" TO WS-JRN-EVENTO
           STRING HBI-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HBI-OPERACION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-COD-RESPUESTA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MOTIVO-RESPUESTA DELIMITED BY SIZE
               INTO WS-JRN-DETALLE
           PERFORM 3200-ANOTAR-JOURNAL.

       3200-ANOTAR-JOURNAL.
           CALL "registrar-journal" USING WS-CBF-X, WS-JRN-EVENTO,
                WS-JRN-DETALLE
           MOVE SPACES TO WS-JRN-DETALLE.

       3000-FINALIZAR.
           IF WS-SEGUIR = 'S'
      *        Renglon de totales para que el proveedor cuadre las
      *        respuestas.
               MOVE SPACES TO HBR-REGISTRO
               MOVE "TOTALES" TO HBR-TOT-MARCA
               MOVE WS-TOTAL-REALIZADAS TO HBR-TOT-REALIZADAS
               MOVE WS-TOTAL-PENDIENTES TO HBR-TOT-PENDIENTES
               MOVE WS-TOTAL-RECHAZADAS TO HBR-TOT-RECHAZADAS
               MOVE WS-IMPORTE-REALIZADO TO HBR-TOT-IMPORTE
               WRITE HBR-REGISTRO
      *        Constancia del archivo procesado: la misma secuencia
      *        del proveedor no vuelve a postear.
               MOVE "R" TO WS-REG-ACCION
               CALL "registro-archivos" USING WS-REG-ACCION,
                    WS-CTL-ORIGINADOR, WS-CTL-SECUENCIA,
                    WS-CTL-FECHA, WS-PRE-CANTIDAD,
                    WS-PRE-TOTAL, WS-REG-RESULTADO
               CLOSE INSTRUCCIONES-FILE
               CLOSE RESPUESTAS-FILE
               MOVE "S" TO WS-CANAL
               CALL "canal-operacion" USING WS-CANAL-ACCION,
                    WS-CANAL
           END-IF
           DISPLAY "------------------------------------------".
           DISPLAY "Instrucciones leidas:  " WS-TOTAL-LEIDAS.
           MOVE WS-IMPORTE-REALIZADO TO WS-IMPORTE-DISPLAY
           DISPLAY "Realizadas:            " WS-TOTAL-REALIZADAS
                   "  $ " WS-IMPORTE-DISPLAY.
           DISPLAY "Pendientes de firma o aprobacion: "
                   WS-TOTAL-PENDIENTES.
           DISPLAY "Rechazadas:            " WS-TOTAL-RECHAZADAS.
           DISPLAY "==========================================".
