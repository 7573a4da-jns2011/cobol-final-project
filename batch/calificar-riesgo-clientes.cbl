       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALIFICAR-RIESGO-CLIENTES.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Calificacion de riesgo de clientes: batch mensual que puntua
      *  cada cliente (CI-CLIENTE-ID de clientes-idx.dat, todas sus
      *  cuentas hermanas) con los datos que ya tiene el banco, sobre
      *  los ultimos 12 meses:
      *    - mezcla de productos: cuenta en dolares (10), mas de
      *      tres cuentas abiertas (5), caja de seguridad (10)
      *    - volumen de efectivo (mismo criterio que
      *      REPORTE-EFECTIVO; dolares a la cotizacion comprador del
      *      dia): 12 veces PARM-UMBRAL-EFECTIVO (20) o 3 veces (10)
      *    - transferencias al exterior: mas de 5 (20) o alguna (10);
      *      interbancarias salientes: mas de 24 (10) o mas de 12 (5)
      *    - declaracion PEP de datos-clientes.dat (30)
      *    - cola de cumplimiento (revision-cumplimiento.dat):
      *      coincidencia confirmada contra la lista de vigilancia
      *      (60, sin limite de antiguedad) o cercana, pendiente o
      *      liberada (20)
      *    - alertas AML de DETECTAR-ESTRUCTURACION: 10 por alerta,
      *      hasta 30
      *    - ocupacion declarada de riesgo (20) o sin declarar (5);
      *      una persona juridica no puntua por ocupacion
      *  El puntaje (hasta 100) da el nivel: alto desde
      *  PARM-PUNTAJE-RIESGO-ALTO, medio desde
      *  PARM-PUNTAJE-RIESGO-MEDIO, bajo el resto. Calificacion,
      *  desglose y fecha de calculo quedan en riesgo-clientes.dat
      *  junto con el vencimiento de la proxima revision de
      *  conocimiento del cliente (calcular-vto-kyc), que se recalcula
      *  si cambia el nivel. El listado trae los clientes de riesgo
      *  alto, los cambios de nivel y los totales por nivel.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-IDX-FILE ASSIGN TO "clientes-idx.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CBF
               ALTERNATE RECORD KEY IS CI-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS IDX-STATUS.

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

           SELECT ORDENES-FILE
               ASSIGN TO "ordenes-interbancarias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-KEY
               FILE STATUS IS ORDENES-STATUS.

           SELECT TRANSF-INTL-FILE
               ASSIGN TO "transferencias-internacionales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-KEY
               FILE STATUS IS TRANSF-INTL-STATUS.

           SELECT CAJAS-FILE ASSIGN TO "cajas-seguridad.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-KEY
               FILE STATUS IS CAJAS-STATUS.

           SELECT DATOS-FILE ASSIGN TO "datos-clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CLIENTE-ID
               FILE STATUS IS DATOS-STATUS.

           SELECT COLA-FILE ASSIGN TO "revision-cumplimiento.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COLA-STATUS.

           SELECT ALERTAS-FILE ASSIGN TO "alertas-aml.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERTAS-STATUS.

           SELECT RIESGO-FILE ASSIGN TO "riesgo-clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CLIENTE-ID
               FILE STATUS IS RIESGO-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-IDX-FILE.
       COPY "cliente-indice.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  TRANS-FILE.
       COPY "registro-transaccion.cpy".

       FD  ORDENES-FILE.
       COPY "orden-interbancaria.cpy".

       FD  TRANSF-INTL-FILE.
       COPY "transferencia-internacional.cpy".

       FD  CAJAS-FILE.
       COPY "caja-seguridad.cpy".

       FD  DATOS-FILE.
       COPY "datos-cliente.cpy".

       FD  COLA-FILE.
       01  CUM-LINEA.
           05  CUM-TIMESTAMP       PIC 9(14).
           05  CUM-CONTEXTO        PIC X(6).
           05  CUM-OPERACION       PIC X(20).
           05  CUM-FUENTE          PIC X(10).
           05  CUM-NOMBRE          PIC X(60).
           05  CUM-ESTADO          PIC X(1).
               88  CUM-PENDIENTE   VALUE "P".
               88  CUM-LIBERADA    VALUE "L".
               88  CUM-CONFIRMADA  VALUE "C".

       FD  ALERTAS-FILE.
       01  ALERTA-REGISTRO.
           05  ALR-FECHA              PIC 9(8).
           05  ALR-CBF                PIC 9(6).
           05  ALR-SUCURSAL           PIC 9(3).
           05  ALR-PATRON             PIC X(20).
           05  ALR-SCORE              PIC 9(3).
           05  ALR-DETALLE            PIC X(40).

       FD  RIESGO-FILE.
       COPY "riesgo-cliente.cpy".

       FD  PARAMETROS-FILE.
           COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  IDX-STATUS                 PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  TRANS-STATUS               PIC XX.
       01  ORDENES-STATUS             PIC XX.
       01  TRANSF-INTL-STATUS         PIC XX.
       01  CAJAS-STATUS               PIC XX.
       01  DATOS-STATUS               PIC XX.
       01  COLA-STATUS                PIC XX.
       01  ALERTAS-STATUS             PIC XX.
       01  RIESGO-STATUS              PIC XX.
       01  PARAMETROS-STATUS          PIC XX.

      *    Archivos que pueden no existir todavia: 'S' si abrieron.
       01  WS-HAY-CUENTAS             PIC X VALUE 'N'.
       01  WS-HAY-TRANS               PIC X VALUE 'N'.
       01  WS-HAY-ORDENES             PIC X VALUE 'N'.
       01  WS-HAY-TRANSF-INTL         PIC X VALUE 'N'.
       01  WS-HAY-DATOS               PIC X VALUE 'N'.

       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-FECHA-DESDE             PIC 9(8).
       01  WS-TS-DESDE                PIC 9(14).

       01  WS-UMBRAL-EFECTIVO         PIC 9(9) VALUE 1000000.
       01  WS-PUNTAJE-MEDIO           PIC 9(3) VALUE 30.
       01  WS-PUNTAJE-ALTO            PIC 9(3) VALUE 60.
       01  WS-COMPRA                  PIC 9(5)V9999.
       01  WS-VENTA                   PIC 9(5)V9999.
       01  WS-COT-ENCONTRADA          PIC 9 VALUE 0.

      *    Alertas AML de los ultimos 12 meses, por CBF.
       01  WS-CANT-ALERTAS            PIC 9(4) VALUE 0.
       01  WS-TABLA-ALERTAS.
           05  WS-ALR-CBF OCCURS 2000 TIMES PIC 9(6).

      *    Cola de cumplimiento: entradas de los ultimos 12 meses y
      *    toda coincidencia confirmada, por CBF.
       01  WS-CANT-LISTAS             PIC 9(4) VALUE 0.
       01  WS-TABLA-LISTAS.
           05  WS-LIS-ENTRY OCCURS 2000 TIMES.
               10  WS-LIS-CBF         PIC 9(6).
               10  WS-LIS-ESTADO      PIC X(1).

      *    Clientes con caja de seguridad alquilada.
       01  WS-CANT-CAJAS              PIC 9(4) VALUE 0.
       01  WS-TABLA-CAJAS.
           05  WS-CAJ-CLIENTE OCCURS 1000 TIMES PIC 9(8).

       01  WS-IDX                     PIC 9(4).

      *    Acumuladores del cliente en tratamiento (corte de control
      *    por CI-CLIENTE-ID).
       01  WS-CLIENTE-ANT             PIC 9(8) VALUE 0.
       01  WS-CANT-CUENTAS            PIC 9(3).
       01  WS-TIENE-USD               PIC X(1).
       01  WS-TIENE-CAJA              PIC X(1).
       01  WS-EFECTIVO                PIC S9(13)V99.
       01  WS-IMPORTE-ARS             PIC S9(13)V99.
       01  WS-MONEDA-CUENTA           PIC X(3).
       01  WS-ES-EFECTIVO             PIC X.
       01  WS-CANT-INTERB             PIC 9(5).
       01  WS-CANT-INTL               PIC 9(5).
       01  WS-CANT-ALERTAS-CLI        PIC 9(4).
       01  WS-CANT-LISTAS-CLI         PIC 9(4).
       01  WS-LISTA-CONFIRMADA        PIC X(1).

       01  WS-PTS-PRODUCTOS           PIC 9(3).
       01  WS-PTS-EFECTIVO            PIC 9(3).
       01  WS-PTS-TRANSFER            PIC 9(3).
       01  WS-PTS-PEP                 PIC 9(3).
       01  WS-PTS-LISTAS              PIC 9(3).
       01  WS-PTS-ALERTAS             PIC 9(3).
       01  WS-PTS-OCUPACION           PIC 9(3).
       01  WS-PUNTAJE                 PIC 9(4).
       01  WS-NIVEL                   PIC X(1).
       01  WS-NIVEL-ANTERIOR          PIC X(1).
       01  WS-EXISTE-RC               PIC X(1).
       01  WS-FECHA-BASE              PIC 9(8).
       01  WS-VENCIDA                 PIC X(1).

       01  WS-CANT-CLIENTES           PIC 9(6) VALUE 0.
       01  WS-CANT-BAJO               PIC 9(6) VALUE 0.
       01  WS-CANT-MEDIO              PIC 9(6) VALUE 0.
       01  WS-CANT-ALTO               PIC 9(6) VALUE 0.
       01  WS-CANT-CAMBIOS            PIC 9(6) VALUE 0.
       01  WS-CANT-BLOQUEADOS         PIC 9(6) VALUE 0.

       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "riesgo-clientes".
       01  WS-REP-TITULO              PIC X(40)
                              VALUE "CALIFICACION DE RIESGO".
       01  WS-REP-LINEA               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-CARGAR-ALERTAS
           PERFORM 2100-CARGAR-LISTAS
           PERFORM 2200-CARGAR-CAJAS
           PERFORM 3000-CALIFICAR-CLIENTES THRU 3000-CALIFICAR-FIN
           PERFORM 9000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  CALIFICACION DE RIESGO DE CLIENTES".
           DISPLAY "==========================================".
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-FECHA-DESDE = WS-FECHA-HOY - 10000
           COMPUTE WS-TS-DESDE = WS-FECHA-DESDE * 1000000
           PERFORM 1100-LEER-PARAMETROS
           CALL "buscar-cotizacion" USING WS-FECHA-HOY, WS-COMPRA,
                WS-VENTA, WS-COT-ENCONTRADA
           IF WS-COT-ENCONTRADA NOT = 1
               DISPLAY "Sin cotizacion del dia: el efectivo en "
                       "dolares no se computa."
           END-IF
           MOVE "Clientes de riesgo alto y cambios de nivel"
               TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA

           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE
           IF CUENTAS-STATUS = "00"
               MOVE 'S' TO WS-HAY-CUENTAS
           END-IF
           OPEN INPUT TRANS-FILE
           IF TRANS-STATUS = "00"
               MOVE 'S' TO WS-HAY-TRANS
           END-IF
           OPEN INPUT ORDENES-FILE
           IF ORDENES-STATUS = "00"
               MOVE 'S' TO WS-HAY-ORDENES
           END-IF
           OPEN INPUT TRANSF-INTL-FILE
           IF TRANSF-INTL-STATUS = "00"
               MOVE 'S' TO WS-HAY-TRANSF-INTL
           END-IF
           OPEN INPUT DATOS-FILE
           IF DATOS-STATUS = "00"
               MOVE 'S' TO WS-HAY-DATOS
           END-IF
           OPEN I-O RIESGO-FILE
           IF RIESGO-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT RIESGO-FILE
               CLOSE RIESGO-FILE
               OPEN I-O RIESGO-FILE
           END-IF.

       1100-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-UMBRAL-EFECTIVO IS NUMERIC
                          AND PARM-UMBRAL-EFECTIVO > 0
                           MOVE PARM-UMBRAL-EFECTIVO
                               TO WS-UMBRAL-EFECTIVO
                       END-IF
                       IF PARM-PUNTAJE-RIESGO-MEDIO IS NUMERIC
                          AND PARM-PUNTAJE-RIESGO-MEDIO > 0
                           MOVE PARM-PUNTAJE-RIESGO-MEDIO
                               TO WS-PUNTAJE-MEDIO
                       END-IF
                       IF PARM-PUNTAJE-RIESGO-ALTO IS NUMERIC
                          AND PARM-PUNTAJE-RIESGO-ALTO > 0
                           MOVE PARM-PUNTAJE-RIESGO-ALTO
                               TO WS-PUNTAJE-ALTO
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF
           DISPLAY "Puntaje riesgo medio desde: " WS-PUNTAJE-MEDIO
           DISPLAY "Puntaje riesgo alto desde:  " WS-PUNTAJE-ALTO.

       2000-CARGAR-ALERTAS.
           OPEN INPUT ALERTAS-FILE
           IF ALERTAS-STATUS = "00"
               PERFORM UNTIL ALERTAS-STATUS = "10"
                   READ ALERTAS-FILE
                       AT END
                           MOVE "10" TO ALERTAS-STATUS
                       NOT AT END
                           IF ALR-FECHA >= WS-FECHA-DESDE
                              AND WS-CANT-ALERTAS < 2000
                               ADD 1 TO WS-CANT-ALERTAS
                               MOVE ALR-CBF
                                   TO WS-ALR-CBF(WS-CANT-ALERTAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERTAS-FILE
           END-IF.

      *    El contexto de la cola es el CBF de la operacion bloqueada
      *    (alta de cliente, transferencias, creditos entrantes).
       2100-CARGAR-LISTAS.
           OPEN INPUT COLA-FILE
           IF COLA-STATUS = "00"
               PERFORM UNTIL COLA-STATUS = "10"
                   READ COLA-FILE
                       AT END
                           MOVE "10" TO COLA-STATUS
                       NOT AT END
                           IF CUM-CONTEXTO IS NUMERIC
                              AND WS-CANT-LISTAS < 2000
                              AND (CUM-CONFIRMADA
                                OR CUM-TIMESTAMP >= WS-TS-DESDE)
                               ADD 1 TO WS-CANT-LISTAS
                               MOVE CUM-CONTEXTO
                                   TO WS-LIS-CBF(WS-CANT-LISTAS)
                               MOVE CUM-ESTADO
                                   TO WS-LIS-ESTADO(WS-CANT-LISTAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLA-FILE
           END-IF.

       2200-CARGAR-CAJAS.
           OPEN INPUT CAJAS-FILE
           IF CAJAS-STATUS = "00"
               PERFORM UNTIL CAJAS-STATUS = "10"
                   READ CAJAS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO CAJAS-STATUS
                       NOT AT END
                           IF NOT CS-LIBRE
                              AND CS-CLIENTE-ID > 0
                              AND WS-CANT-CAJAS < 1000
                               ADD 1 TO WS-CANT-CAJAS
                               MOVE CS-CLIENTE-ID
                                   TO WS-CAJ-CLIENTE(WS-CANT-CAJAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAJAS-FILE
           END-IF.

      *    Recorrido de clientes-idx por la clave alterna: las
      *    cuentas de un mismo cliente llegan juntas.
       3000-CALIFICAR-CLIENTES.
           OPEN INPUT CLIENTES-IDX-FILE
           IF IDX-STATUS NOT = "00"
               DISPLAY "No hay clientes vinculados (clientes-idx)."
               GO TO 3000-CALIFICAR-FIN
           END-IF
           MOVE 0 TO CI-CLIENTE-ID
           START CLIENTES-IDX-FILE KEY IS >= CI-CLIENTE-ID
               INVALID KEY
                   MOVE "10" TO IDX-STATUS
           END-START
           PERFORM UNTIL IDX-STATUS = "10"
               READ CLIENTES-IDX-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO IDX-STATUS
                   NOT AT END
                       IF CI-CLIENTE-ID NOT = WS-CLIENTE-ANT
                           IF WS-CLIENTE-ANT > 0
                               PERFORM 4000-CERRAR-CLIENTE
                           END-IF
                           MOVE CI-CLIENTE-ID TO WS-CLIENTE-ANT
                           PERFORM 3100-INICIAR-CLIENTE
                       END-IF
                       PERFORM 3200-EVALUAR-CUENTA
               END-READ
           END-PERFORM
           IF WS-CLIENTE-ANT > 0
               PERFORM 4000-CERRAR-CLIENTE
           END-IF
           CLOSE CLIENTES-IDX-FILE.

       3000-CALIFICAR-FIN.
           EXIT.

       3100-INICIAR-CLIENTE.
           MOVE 0 TO WS-CANT-CUENTAS
           MOVE 'N' TO WS-TIENE-USD
           MOVE 0 TO WS-EFECTIVO
           MOVE 0 TO WS-CANT-INTERB
           MOVE 0 TO WS-CANT-INTL
           MOVE 0 TO WS-CANT-ALERTAS-CLI
           MOVE 0 TO WS-CANT-LISTAS-CLI
           MOVE 'N' TO WS-LISTA-CONFIRMADA.

       3200-EVALUAR-CUENTA.
           MOVE "ARS" TO WS-MONEDA-CUENTA
           IF WS-HAY-CUENTAS = 'S'
               MOVE CI-CBF TO CLI-CBF
               READ CUENTAS-FILE
                   KEY IS CLI-CBF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-MONEDA TO WS-MONEDA-CUENTA
                       IF NOT CLI-CERRADA
                           ADD 1 TO WS-CANT-CUENTAS
                           IF CLI-MONEDA-USD
                               MOVE 'S' TO WS-TIENE-USD
                           END-IF
                       END-IF
               END-READ
           END-IF
           IF WS-HAY-TRANS = 'S'
               PERFORM 3300-SUMAR-EFECTIVO
           END-IF
           IF WS-HAY-ORDENES = 'S'
               PERFORM 3400-CONTAR-INTERBANCARIAS
           END-IF
           IF WS-HAY-TRANSF-INTL = 'S'
               PERFORM 3500-CONTAR-INTERNACIONALES
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-ALERTAS
               IF WS-ALR-CBF(WS-IDX) = CI-CBF
                   ADD 1 TO WS-CANT-ALERTAS-CLI
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-LISTAS
               IF WS-LIS-CBF(WS-IDX) = CI-CBF
                   ADD 1 TO WS-CANT-LISTAS-CLI
                   IF WS-LIS-ESTADO(WS-IDX) = "C"
                       MOVE 'S' TO WS-LISTA-CONFIRMADA
                   END-IF
               END-IF
           END-PERFORM.

      *    Movimientos de la cuenta desde hace 12 meses: la clave del
      *    maestro es CBF + timestamp.
       3300-SUMAR-EFECTIVO.
           MOVE CI-CBF TO R-CBF
           MOVE WS-TS-DESDE TO R-TIMESTAMP
           MOVE "00" TO TRANS-STATUS
           START TRANS-FILE KEY IS >= R-KEY
               INVALID KEY
                   MOVE "10" TO TRANS-STATUS
           END-START
           PERFORM UNTIL TRANS-STATUS = "10"
               READ TRANS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO TRANS-STATUS
                   NOT AT END
                       IF R-CBF NOT = CI-CBF
                           MOVE "10" TO TRANS-STATUS
                       ELSE
                           PERFORM 3310-CLASIFICAR-EFECTIVO
                           IF WS-ES-EFECTIVO = 'S'
                               PERFORM 3320-ACUMULAR-EFECTIVO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Mismo criterio que REPORTE-EFECTIVO: todas las "E" y los
      *    "D" cuyo memo no marque un origen no-efectivo conocido.
       3310-CLASIFICAR-EFECTIVO.
           MOVE 'N' TO WS-ES-EFECTIVO
           EVALUATE TRUE
               WHEN R-DESCRIPCION = "E"
                   MOVE 'S' TO WS-ES-EFECTIVO
               WHEN R-DESCRIPCION NOT = "D"
                   CONTINUE
               WHEN R-MEMO = SPACES
                   CONTINUE
               WHEN R-MEMO(1:11) = "CRED INTERB"
                 OR R-MEMO(1:7) = "DEP CHQ"
                 OR R-MEMO(1:7) = "HABERES"
                 OR R-MEMO(1:10) = "JUBILACION"
                 OR R-MEMO(1:16) = "ADELANTO HABERES"
                 OR R-MEMO(1:8) = "SPLIT DE"
                 OR R-MEMO(1:7) = "BARRIDO"
                 OR R-MEMO(1:5) = "DEVOL"
                 OR R-MEMO(1:10) = "Devolucion"
                 OR R-MEMO(1:11) = "VENCIMIENTO"
                 OR R-MEMO(1:7) = "PRECANC"
                 OR R-MEMO(1:6) = "TRANSF"
                 OR R-MEMO(1:14) = "PAGO SOLICITUD"
                 OR R-MEMO(1:11) = "COBRO SOLIC"
                 OR R-MEMO(1:8) = "SUCESION"
                 OR R-MEMO(1:9) = "CRED PROV"
                 OR R-MEMO(1:12) = "INMOVILIZADO"
                 OR R-MEMO(1:11) = "RECAUDACION"
                 OR R-MEMO(1:13) = "CONTRAPARTIDA"
                   CONTINUE
               WHEN OTHER
                   MOVE 'S' TO WS-ES-EFECTIVO
           END-EVALUATE.

       3320-ACUMULAR-EFECTIVO.
           IF R-IMPORTE < 0
               COMPUTE WS-IMPORTE-ARS = 0 - R-IMPORTE
           ELSE
               MOVE R-IMPORTE TO WS-IMPORTE-ARS
           END-IF
           IF WS-MONEDA-CUENTA = "USD"
               IF WS-COT-ENCONTRADA = 1
                   COMPUTE WS-IMPORTE-ARS ROUNDED =
                       WS-IMPORTE-ARS * WS-COMPRA
               ELSE
                   MOVE 0 TO WS-IMPORTE-ARS
               END-IF
           END-IF
           ADD WS-IMPORTE-ARS TO WS-EFECTIVO.

       3400-CONTAR-INTERBANCARIAS.
           MOVE CI-CBF TO OI-CBF-ORIGEN
           MOVE WS-TS-DESDE TO OI-TIMESTAMP-ALTA
           MOVE "00" TO ORDENES-STATUS
           START ORDENES-FILE KEY IS >= OI-KEY
               INVALID KEY
                   MOVE "10" TO ORDENES-STATUS
           END-START
           PERFORM UNTIL ORDENES-STATUS = "10"
               READ ORDENES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO ORDENES-STATUS
                   NOT AT END
                       IF OI-CBF-ORIGEN NOT = CI-CBF
                           MOVE "10" TO ORDENES-STATUS
                       ELSE
                           ADD 1 TO WS-CANT-INTERB
                       END-IF
               END-READ
           END-PERFORM.

       3500-CONTAR-INTERNACIONALES.
           MOVE CI-CBF TO TI-CBF-ORIGEN
           MOVE WS-TS-DESDE TO TI-TIMESTAMP-ALTA
           MOVE "00" TO TRANSF-INTL-STATUS
           START TRANSF-INTL-FILE KEY IS >= TI-KEY
               INVALID KEY
                   MOVE "10" TO TRANSF-INTL-STATUS
           END-START
           PERFORM UNTIL TRANSF-INTL-STATUS = "10"
               READ TRANSF-INTL-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO TRANSF-INTL-STATUS
                   NOT AT END
                       IF TI-CBF-ORIGEN NOT = CI-CBF
                           MOVE "10" TO TRANSF-INTL-STATUS
                       ELSE
                           ADD 1 TO WS-CANT-INTL
                       END-IF
               END-READ
           END-PERFORM.

       4000-CERRAR-CLIENTE.
           ADD 1 TO WS-CANT-CLIENTES
           PERFORM 4100-LEER-DATOS-CLIENTE
           PERFORM 4200-PUNTUAR
           PERFORM 4300-GRABAR-CALIFICACION
           PERFORM 4400-INFORMAR.

       4100-LEER-DATOS-CLIENTE.
           MOVE SPACES TO DC-PEP
           MOVE SPACES TO DC-OCUPACION
           MOVE SPACES TO DC-TIPO-PERSONA
           IF WS-HAY-DATOS = 'S'
               MOVE WS-CLIENTE-ANT TO DC-CLIENTE-ID
               READ DATOS-FILE
                   KEY IS DC-CLIENTE-ID
                   INVALID KEY
                       MOVE SPACES TO DC-PEP
                       MOVE SPACES TO DC-OCUPACION
                       MOVE SPACES TO DC-TIPO-PERSONA
               END-READ
           END-IF.

       4200-PUNTUAR.
           MOVE 'N' TO WS-TIENE-CAJA
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-CAJAS
               IF WS-CAJ-CLIENTE(WS-IDX) = WS-CLIENTE-ANT
                   MOVE 'S' TO WS-TIENE-CAJA
               END-IF
           END-PERFORM
           MOVE 0 TO WS-PTS-PRODUCTOS
           IF WS-TIENE-USD = 'S'
               ADD 10 TO WS-PTS-PRODUCTOS
           END-IF
           IF WS-CANT-CUENTAS > 3
               ADD 5 TO WS-PTS-PRODUCTOS
           END-IF
           IF WS-TIENE-CAJA = 'S'
               ADD 10 TO WS-PTS-PRODUCTOS
           END-IF

           EVALUATE TRUE
               WHEN WS-EFECTIVO >= WS-UMBRAL-EFECTIVO * 12
                   MOVE 20 TO WS-PTS-EFECTIVO
               WHEN WS-EFECTIVO >= WS-UMBRAL-EFECTIVO * 3
                   MOVE 10 TO WS-PTS-EFECTIVO
               WHEN OTHER
                   MOVE 0 TO WS-PTS-EFECTIVO
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-CANT-INTL > 5
                   MOVE 20 TO WS-PTS-TRANSFER
               WHEN WS-CANT-INTL > 0
                   MOVE 10 TO WS-PTS-TRANSFER
               WHEN OTHER
                   MOVE 0 TO WS-PTS-TRANSFER
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-CANT-INTERB > 24
                   ADD 10 TO WS-PTS-TRANSFER
               WHEN WS-CANT-INTERB > 12
                   ADD 5 TO WS-PTS-TRANSFER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF DC-PEP-SI
               MOVE 30 TO WS-PTS-PEP
           ELSE
               MOVE 0 TO WS-PTS-PEP
           END-IF

           EVALUATE TRUE
               WHEN WS-LISTA-CONFIRMADA = 'S'
                   MOVE 60 TO WS-PTS-LISTAS
               WHEN WS-CANT-LISTAS-CLI > 0
                   MOVE 20 TO WS-PTS-LISTAS
               WHEN OTHER
                   MOVE 0 TO WS-PTS-LISTAS
           END-EVALUATE

           IF WS-CANT-ALERTAS-CLI > 2
               MOVE 30 TO WS-PTS-ALERTAS
           ELSE
               COMPUTE WS-PTS-ALERTAS = WS-CANT-ALERTAS-CLI * 10
           END-IF

           EVALUATE TRUE
               WHEN DC-PERSONA-JURIDICA
                   MOVE 0 TO WS-PTS-OCUPACION
               WHEN DC-OCUP-RIESGO
                   MOVE 20 TO WS-PTS-OCUPACION
               WHEN DC-OCUPACION = SPACES
                   MOVE 5 TO WS-PTS-OCUPACION
               WHEN OTHER
                   MOVE 0 TO WS-PTS-OCUPACION
           END-EVALUATE

           COMPUTE WS-PUNTAJE = WS-PTS-PRODUCTOS + WS-PTS-EFECTIVO
                              + WS-PTS-TRANSFER + WS-PTS-PEP
                              + WS-PTS-LISTAS + WS-PTS-ALERTAS
                              + WS-PTS-OCUPACION
           IF WS-PUNTAJE > 100
               MOVE 100 TO WS-PUNTAJE
           END-IF
           EVALUATE TRUE
               WHEN WS-PUNTAJE >= WS-PUNTAJE-ALTO
                   MOVE "A" TO WS-NIVEL
               WHEN WS-PUNTAJE >= WS-PUNTAJE-MEDIO
                   MOVE "M" TO WS-NIVEL
               WHEN OTHER
                   MOVE "B" TO WS-NIVEL
           END-EVALUATE.

      *    El vencimiento de la revision sale de la ultima revision
      *    registrada o, si nunca se reviso, de la primera
      *    calificacion; se recalcula en cada corrida porque depende
      *    del nivel vigente.
       4300-GRABAR-CALIFICACION.
           MOVE WS-CLIENTE-ANT TO RC-CLIENTE-ID
           MOVE 'S' TO WS-EXISTE-RC
           READ RIESGO-FILE
               KEY IS RC-CLIENTE-ID
               INVALID KEY
                   MOVE 'N' TO WS-EXISTE-RC
           END-READ
           IF WS-EXISTE-RC = 'N'
               INITIALIZE RC-RECORD
               MOVE WS-CLIENTE-ANT TO RC-CLIENTE-ID
               MOVE WS-FECHA-HOY TO RC-FECHA-ALTA
               MOVE SPACES TO RC-USUARIO-REVISION
           END-IF
           MOVE RC-NIVEL TO WS-NIVEL-ANTERIOR
           MOVE WS-PUNTAJE TO RC-PUNTAJE
           MOVE WS-NIVEL TO RC-NIVEL
           MOVE WS-FECHA-HOY TO RC-FECHA-CALCULO
           MOVE WS-PTS-PRODUCTOS TO RC-PTS-PRODUCTOS
           MOVE WS-PTS-EFECTIVO TO RC-PTS-EFECTIVO
           MOVE WS-PTS-TRANSFER TO RC-PTS-TRANSFER
           MOVE WS-PTS-PEP TO RC-PTS-PEP
           MOVE WS-PTS-LISTAS TO RC-PTS-LISTAS
           MOVE WS-PTS-ALERTAS TO RC-PTS-ALERTAS
           MOVE WS-PTS-OCUPACION TO RC-PTS-OCUPACION
           IF RC-FECHA-REVISION > 0
               MOVE RC-FECHA-REVISION TO WS-FECHA-BASE
           ELSE
               MOVE RC-FECHA-ALTA TO WS-FECHA-BASE
           END-IF
           CALL "calcular-vto-kyc" USING RC-NIVEL, WS-FECHA-BASE,
                RC-FECHA-VTO-REVISION
           IF WS-EXISTE-RC = 'S'
               REWRITE RC-RECORD
           ELSE
               WRITE RC-RECORD
           END-IF.

       4400-INFORMAR.
           EVALUATE TRUE
               WHEN RC-RIESGO-ALTO
                   ADD 1 TO WS-CANT-ALTO
               WHEN RC-RIESGO-MEDIO
                   ADD 1 TO WS-CANT-MEDIO
               WHEN OTHER
                   ADD 1 TO WS-CANT-BAJO
           END-EVALUATE
           MOVE 'N' TO WS-VENCIDA
           IF RC-FECHA-VTO-REVISION < WS-FECHA-HOY
               MOVE 'S' TO WS-VENCIDA
           END-IF
           IF RC-RIESGO-ALTO AND WS-VENCIDA = 'S'
               ADD 1 TO WS-CANT-BLOQUEADOS
           END-IF
           IF WS-EXISTE-RC = 'S'
              AND WS-NIVEL-ANTERIOR NOT = RC-NIVEL
               ADD 1 TO WS-CANT-CAMBIOS
           END-IF
           IF RC-RIESGO-ALTO
              OR (WS-EXISTE-RC = 'S'
                  AND WS-NIVEL-ANTERIOR NOT = RC-NIVEL)
               MOVE SPACES TO WS-REP-LINEA
               STRING "Cliente " DELIMITED BY SIZE
                      RC-CLIENTE-ID DELIMITED BY SIZE
                      " nivel " DELIMITED BY SIZE
                      WS-NIVEL-ANTERIOR DELIMITED BY SIZE
                      "->" DELIMITED BY SIZE
                      RC-NIVEL DELIMITED BY SIZE
                      " puntaje " DELIMITED BY SIZE
                      RC-PUNTAJE DELIMITED BY SIZE
                      " vto revision " DELIMITED BY SIZE
                      RC-FECHA-VTO-REVISION DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               IF RC-RIESGO-ALTO AND WS-VENCIDA = 'S'
                   MOVE "BLOQUEADO" TO WS-REP-LINEA(70:9)
               END-IF
               DISPLAY WS-REP-LINEA
               CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
           END-IF.

       9000-FINALIZAR.
           IF WS-HAY-CUENTAS = 'S'
               CLOSE CUENTAS-FILE
           END-IF
           IF WS-HAY-TRANS = 'S'
               CLOSE TRANS-FILE
           END-IF
           IF WS-HAY-ORDENES = 'S'
               CLOSE ORDENES-FILE
           END-IF
           IF WS-HAY-TRANSF-INTL = 'S'
               CLOSE TRANSF-INTL-FILE
           END-IF
           IF WS-HAY-DATOS = 'S'
               CLOSE DATOS-FILE
           END-IF
           CLOSE RIESGO-FILE
           DISPLAY "------------------------------------------".
           DISPLAY "Clientes calificados:      " WS-CANT-CLIENTES.
           DISPLAY "  Riesgo bajo:             " WS-CANT-BAJO.
           DISPLAY "  Riesgo medio:            " WS-CANT-MEDIO.
           DISPLAY "  Riesgo alto:             " WS-CANT-ALTO.
           DISPLAY "Cambios de nivel:          " WS-CANT-CAMBIOS.
           DISPLAY "Alto con revision vencida: " WS-CANT-BLOQUEADOS.
           DISPLAY "==========================================".
           MOVE SPACES TO WS-REP-LINEA
           STRING "Calificados " DELIMITED BY SIZE
                  WS-CANT-CLIENTES DELIMITED BY SIZE
                  " - bajo " DELIMITED BY SIZE
                  WS-CANT-BAJO DELIMITED BY SIZE
                  " medio " DELIMITED BY SIZE
                  WS-CANT-MEDIO DELIMITED BY SIZE
                  " alto " DELIMITED BY SIZE
                  WS-CANT-ALTO DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE SPACES TO WS-REP-LINEA
           STRING "Cambios de nivel " DELIMITED BY SIZE
                  WS-CANT-CAMBIOS DELIMITED BY SIZE
                  " - alto con revision vencida " DELIMITED BY SIZE
                  WS-CANT-BLOQUEADOS DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.
