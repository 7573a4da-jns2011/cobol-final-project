       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULAR-OFERTAS.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Ofertas de prestamo preaprobado: paso del proceso nocturno
      *  que primero vence las ofertas vigentes cuya fecha de
      *  vencimiento ya paso y despues recorre las cuentas activas en
      *  pesos sin oferta vigente para armar una nueva en
      *  ofertas-preaprobadas.dat. No se ofrece a titulares
      *  fallecidos, bloqueados o menores de edad (verificar-menor),
      *  ni con el legajo de prestamos incompleto (verificar-legajo
      *  "PR"), ni con atraso: un prestamo en mora, castigado o con
      *  siniestro abierto, una cuota vencida impaga que lleve al
      *  deudor a situacion 2 o peor (clasificar-deudor, con el piso
      *  de los refinanciados) o un adelanto de haberes en cobranza.
      *  Hace falta ademas historia de saldos (historia-saldos.dat)
      *  de al menos 30 de los ultimos 90 dias, y no mas de 15 de
      *  ellos en descubierto.
      *  El importe sale de la capacidad de pago (evaluar-capacidad):
      *  la cuota libre es el techo PARM-RATIO-CUOTA sobre el ingreso
      *  menos la carga de cuotas vigente, y el importe es el valor
      *  actual de esa cuota en PARM-OFERTA-CUOTAS meses a la tasa de
      *  la oferta, con tope PARM-OFERTA-MONTO-MAX y redondeado a
      *  miles hacia abajo. La tasa es PARM-OFERTA-TASA, con el
      *  recargo PARM-OFERTA-RECARGO si el ingreso no sale de
      *  acreditaciones de haberes de los ultimos 90 dias y otro si
      *  la cuenta tuvo dias en descubierto. La oferta vence a los
      *  PARM-OFERTA-DIAS dias y lleva el seguro de vida de la
      *  primera aseguradora activa; sin aseguradora activa no se
      *  arman ofertas. El detalle queda en el reporte "ofertas".
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT OFERTAS-FILE ASSIGN TO "ofertas-preaprobadas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFP-KEY
               FILE STATUS IS OFERTAS-STATUS.

           SELECT PRESTAMOS-FILE ASSIGN TO "prestamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-KEY
               FILE STATUS IS PRESTAMOS-STATUS.

           SELECT CUOTAS-FILE ASSIGN TO "cuotas-prestamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-KEY
               FILE STATUS IS CUOTAS-STATUS.

           SELECT ADELANTOS-FILE ASSIGN TO "adelantos-haberes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-KEY
               FILE STATUS IS ADELANTOS-STATUS.

           SELECT HISTORIA-FILE ASSIGN TO "historia-saldos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS HISTORIA-STATUS.

           SELECT TRANS-FILE ASSIGN TO WS-TRANS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS R-KEY
               ALTERNATE RECORD KEY IS R-CBF
                   WITH DUPLICATES
               FILE STATUS IS TRANS-STATUS.

           SELECT ASEGURADORAS-FILE ASSIGN TO "aseguradoras.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-CODIGO
               FILE STATUS IS ASEGURADORAS-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  OFERTAS-FILE.
       COPY "oferta-preaprobada.cpy".

       FD  PRESTAMOS-FILE.
       COPY "prestamo.cpy".

       FD  CUOTAS-FILE.
       COPY "cuota-prestamo.cpy".

       FD  ADELANTOS-FILE.
       COPY "adelanto-haberes.cpy".

       FD  HISTORIA-FILE.
       COPY "historia-saldo.cpy".

       FD  TRANS-FILE.
           COPY "registro-transaccion.cpy".

       FD  ASEGURADORAS-FILE.
       COPY "aseguradora.cpy".

       FD  PARAMETROS-FILE.
           COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  CUENTAS-STATUS             PIC XX.
       01  OFERTAS-STATUS             PIC XX.
       01  PRESTAMOS-STATUS           PIC XX.
       01  CUOTAS-STATUS              PIC XX.
       01  ADELANTOS-STATUS           PIC XX.
       01  HISTORIA-STATUS            PIC XX.
       01  TRANS-STATUS               PIC XX.
       01  ASEGURADORAS-STATUS        PIC XX.
       01  PARAMETROS-STATUS          PIC XX.

       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-DIAS-HOY                PIC 9(7).
       01  WS-DIAS-DESDE              PIC 9(7).
       01  WS-DIAS-REG                PIC 9(7).
       01  WS-FECHA-REG               PIC 9(8).

      *    Parametros de la oferta (valores por defecto si el
      *    registro los trae en blanco).
       01  WS-TASA-BASE               PIC 9(3)V99 VALUE 70.
       01  WS-RECARGO                 PIC 9(3)V99 VALUE 10.
       01  WS-MONTO-MAXIMO            PIC 9(9) VALUE 3000000.
       01  WS-CUOTAS-MAXIMO           PIC 9(3) VALUE 24.
       01  WS-DIAS-VIGENCIA           PIC 9(3) VALUE 30.
       01  WS-MONTO-MINIMO            PIC 9(9) VALUE 10000.
       01  WS-DIAS-HISTORIA-MIN       PIC 9(3) VALUE 30.
       01  WS-DIAS-DESCUBIERTO-MAX    PIC 9(3) VALUE 15.
       01  WS-ASEGURADORA             PIC X(4) VALUE SPACES.
       01  WS-TASA-PRIMA              PIC 9(1)V9(4) VALUE 0.

      *    Evaluacion de la cuenta en curso.
       01  WS-MOTIVO                  PIC X(30).
       01  WS-MENOR-ESTADO            PIC 9.
       01  WS-MENOR-TUTOR             PIC 9(6).
       01  WS-LEGAJO-COMPLETO         PIC 9.
       01  WS-LEGAJO-FALTANTE         PIC X(3).
       01  WS-DIAS-ATRASO             PIC 9(5).
       01  WS-DIAS-ATRASO-MAX         PIC 9(5).
       01  WS-SITUACION               PIC 9(1).
       01  WS-SITUACION-PISO          PIC 9(1).
       01  WS-DIAS-HISTORIA           PIC 9(3).
       01  WS-DIAS-DESCUBIERTO        PIC 9(3).
       01  WS-CON-HABERES             PIC X(1).
       01  WS-CUOTA-NULA              PIC S9(9)V99 VALUE 0.
       01  WS-INGRESO-MENSUAL         PIC S9(11)V99.
       01  WS-CARGA-CUOTAS            PIC S9(11)V99.
       01  WS-RATIO                   PIC 9(3)V99.
       01  WS-TOPE-RATIO              PIC 9(3).
       01  WS-CAP-APROBADA            PIC 9.
       01  WS-CUOTA-LIBRE             PIC S9(11)V99.
       01  WS-TASA-OFERTA             PIC 9(3)V99.
       01  WS-TASA-MENSUAL            PIC V9(8).
       01  WS-FACTOR                  PIC 9(5)V9(8).
       01  WS-MONTO-CALCULADO         PIC S9(13)V99.
       01  WS-MONTO-OFERTA            PIC 9(9).
       01  WS-MILES                   PIC 9(9).

       01  WS-IMPORTE-DISPLAY         PIC Z(8)9.
       01  WS-TASA-DISPLAY            PIC ZZ9.99.
       01  WS-TOTAL-VENCIDAS          PIC 9(6) VALUE 0.
       01  WS-TOTAL-REVISADAS         PIC 9(6) VALUE 0.
       01  WS-TOTAL-CON-OFERTA        PIC 9(6) VALUE 0.
       01  WS-TOTAL-GENERADAS         PIC 9(6) VALUE 0.
       01  WS-TOTAL-DESCARTADAS       PIC 9(6) VALUE 0.
       01  WS-TOTAL-OFRECIDO          PIC 9(12) VALUE 0.

       01  WS-REP-NOMBRE              PIC X(20) VALUE "ofertas".
       01  WS-REP-TITULO              PIC X(40)
                              VALUE "OFERTAS DE PRESTAMO PREAPROBADO".
       01  WS-REP-LINEA               PIC X(80).

       LINKAGE SECTION.
       01  LK-RESULTADO-BATCH         PIC 9.
           88  LK-BATCH-OK                VALUE 0.

       PROCEDURE DIVISION USING LK-RESULTADO-BATCH.
       0000-MAINLINE.
           MOVE 0 TO LK-RESULTADO-BATCH
           PERFORM 1000-INICIALIZAR
           IF LK-BATCH-OK
               PERFORM 2000-VENCER-OFERTAS
               IF WS-ASEGURADORA = SPACES
                   DISPLAY "Sin aseguradora activa: no se arman"
                           " ofertas."
               ELSE
                   PERFORM 3000-RECORRER-CUENTAS
               END-IF
           END-IF
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  OFERTAS DE PRESTAMO PREAPROBADO".
           DISPLAY "==========================================".
           MOVE "Ofertas vencidas, armadas y descartadas"
               TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
           COMPUTE WS-DIAS-DESDE = WS-DIAS-HOY - 90
           PERFORM 1100-LEER-PARAMETROS
           PERFORM 1200-ELEGIR-ASEGURADORA

           COPY "cargar-rutas.cpy".
           OPEN I-O OFERTAS-FILE
           IF OFERTAS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT OFERTAS-FILE
               CLOSE OFERTAS-FILE
               OPEN I-O OFERTAS-FILE
           END-IF
           IF OFERTAS-STATUS NOT = "00" AND NOT = "05"
               DISPLAY "ERROR al abrir ofertas-preaprobadas.dat: "
                       OFERTAS-STATUS
               MOVE 1 TO LK-RESULTADO-BATCH
           END-IF
           OPEN INPUT CUENTAS-FILE
           OPEN INPUT PRESTAMOS-FILE
           OPEN INPUT CUOTAS-FILE
           OPEN INPUT ADELANTOS-FILE
           OPEN INPUT HISTORIA-FILE
           OPEN INPUT TRANS-FILE.

       1100-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-OFERTA-TASA IS NUMERIC
                          AND PARM-OFERTA-TASA > 0
                           MOVE PARM-OFERTA-TASA TO WS-TASA-BASE
                       END-IF
                       IF PARM-OFERTA-RECARGO IS NUMERIC
                           MOVE PARM-OFERTA-RECARGO TO WS-RECARGO
                       END-IF
                       IF PARM-OFERTA-MONTO-MAX IS NUMERIC
                          AND PARM-OFERTA-MONTO-MAX > 0
                           MOVE PARM-OFERTA-MONTO-MAX
                               TO WS-MONTO-MAXIMO
                       END-IF
                       IF PARM-OFERTA-CUOTAS IS NUMERIC
                          AND PARM-OFERTA-CUOTAS > 0
                           MOVE PARM-OFERTA-CUOTAS TO WS-CUOTAS-MAXIMO
                       END-IF
                       IF PARM-OFERTA-DIAS IS NUMERIC
                          AND PARM-OFERTA-DIAS > 0
                           MOVE PARM-OFERTA-DIAS TO WS-DIAS-VIGENCIA
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF.

      *    El prestamo preaprobado lleva el seguro de vida como
      *    cualquier prestamo: se toma la primera aseguradora activa.
       1200-ELEGIR-ASEGURADORA.
           OPEN INPUT ASEGURADORAS-FILE
           IF ASEGURADORAS-STATUS = "00"
               PERFORM UNTIL ASEGURADORAS-STATUS = "10"
                   READ ASEGURADORAS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO ASEGURADORAS-STATUS
                       NOT AT END
                           IF ASG-ACTIVA
                               MOVE ASG-CODIGO TO WS-ASEGURADORA
                               MOVE ASG-TASA-PRIMA TO WS-TASA-PRIMA
                               MOVE "10" TO ASEGURADORAS-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASEGURADORAS-FILE
           END-IF.

       2000-VENCER-OFERTAS.
           MOVE LOW-VALUES TO OFP-KEY
           START OFERTAS-FILE KEY IS >= OFP-KEY
               INVALID KEY
                   MOVE "10" TO OFERTAS-STATUS
           END-START
           PERFORM UNTIL OFERTAS-STATUS = "10"
               READ OFERTAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO OFERTAS-STATUS
                   NOT AT END
                       IF OFP-VIGENTE
                          AND OFP-VENCIMIENTO < WS-FECHA-HOY
                           SET OFP-VENCIDA TO TRUE
                           MOVE WS-FECHA-HOY TO OFP-FECHA-CIERRE
                           REWRITE OFP-RECORD
                           ADD 1 TO WS-TOTAL-VENCIDAS
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO OFERTAS-STATUS.

       3000-RECORRER-CUENTAS.
           MOVE LOW-VALUES TO CLI-CBF
           START CUENTAS-FILE KEY IS >= CLI-CBF
               INVALID KEY
                   MOVE "10" TO CUENTAS-STATUS
           END-START
           PERFORM UNTIL CUENTAS-STATUS = "10"
               READ CUENTAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO CUENTAS-STATUS
                   NOT AT END
                       IF CLI-ACTIVO AND CLI-MONEDA-ARS
                           ADD 1 TO WS-TOTAL-REVISADAS
                           PERFORM 3100-EVALUAR-CUENTA
                               THRU 3100-EVALUAR-CUENTA-FIN
                       END-IF
               END-READ
           END-PERFORM.

      *    Cada control que falla descarta la cuenta con su motivo en
      *    el reporte; la que pasa todos recibe la oferta.
       3100-EVALUAR-CUENTA.
           PERFORM 3110-BUSCAR-OFERTA-VIGENTE
           IF WS-MOTIVO NOT = SPACES
               ADD 1 TO WS-TOTAL-CON-OFERTA
               GO TO 3100-EVALUAR-CUENTA-FIN
           END-IF
           IF CLI-FALLECIDO-SI
               MOVE "titular fallecido" TO WS-MOTIVO
               GO TO 3100-DESCARTAR
           END-IF
           IF CLI-BLOQUEADA-EMERG-SI
               MOVE "cuenta bloqueada" TO WS-MOTIVO
               GO TO 3100-DESCARTAR
           END-IF
           CALL "verificar-menor" USING CLI-CBF, WS-MENOR-ESTADO,
                WS-MENOR-TUTOR
           IF WS-MENOR-ESTADO NOT = 0
               MOVE "titular menor de edad" TO WS-MOTIVO
               GO TO 3100-DESCARTAR
           END-IF
           CALL "verificar-legajo" USING CLI-CBF, "PR",
                WS-LEGAJO-COMPLETO, WS-LEGAJO-FALTANTE
           IF WS-LEGAJO-COMPLETO = 0
               MOVE "legajo incompleto" TO WS-MOTIVO
               GO TO 3100-DESCARTAR
           END-IF
           PERFORM 3200-REVISAR-PRESTAMOS
           IF WS-MOTIVO NOT = SPACES
               GO TO 3100-DESCARTAR
           END-IF
           PERFORM 3300-REVISAR-CUOTAS
           IF WS-MOTIVO NOT = SPACES
               GO TO 3100-DESCARTAR
           END-IF
           PERFORM 3350-REVISAR-ADELANTOS
           IF WS-MOTIVO NOT = SPACES
               GO TO 3100-DESCARTAR
           END-IF
           PERFORM 3400-REVISAR-HISTORIA
           IF WS-MOTIVO NOT = SPACES
               GO TO 3100-DESCARTAR
           END-IF
           PERFORM 3450-REVISAR-HABERES
           PERFORM 3500-CALCULAR-MONTO
           IF WS-MOTIVO NOT = SPACES
               GO TO 3100-DESCARTAR
           END-IF
           PERFORM 3600-GRABAR-OFERTA
           GO TO 3100-EVALUAR-CUENTA-FIN.
       3100-DESCARTAR.
           ADD 1 TO WS-TOTAL-DESCARTADAS
           MOVE SPACES TO WS-REP-LINEA
           STRING CLI-CBF DELIMITED BY SIZE
                  " sin oferta: " DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.
       3100-EVALUAR-CUENTA-FIN.
           EXIT.

       3110-BUSCAR-OFERTA-VIGENTE.
           MOVE SPACES TO WS-MOTIVO
           MOVE CLI-CBF TO OFP-CBF
           MOVE LOW-VALUES TO OFP-FECHA-ALTA
           START OFERTAS-FILE KEY IS >= OFP-KEY
               INVALID KEY
                   MOVE "10" TO OFERTAS-STATUS
           END-START
           PERFORM UNTIL OFERTAS-STATUS = "10"
               READ OFERTAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO OFERTAS-STATUS
                   NOT AT END
                       IF OFP-CBF NOT = CLI-CBF
                           MOVE "10" TO OFERTAS-STATUS
                       ELSE
                           IF OFP-VIGENTE
                              OR OFP-FECHA-ALTA = WS-FECHA-HOY
                               MOVE "oferta vigente" TO WS-MOTIVO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO OFERTAS-STATUS.

      *    Prestamos del CBF: en mora, castigado o con siniestro
      *    abierto descartan; un refinanciado vigente deja su
      *    situacion al refinanciar como piso de la clasificacion.
       3200-REVISAR-PRESTAMOS.
           MOVE 0 TO WS-SITUACION-PISO
           IF PRESTAMOS-STATUS NOT = "00"
               GO TO 3200-REVISAR-PRESTAMOS-FIN
           END-IF
           MOVE CLI-CBF TO PRE-CBF
           MOVE LOW-VALUES TO PRE-TIMESTAMP-ALTA
           START PRESTAMOS-FILE KEY IS >= PRE-KEY
               INVALID KEY
                   MOVE "10" TO PRESTAMOS-STATUS
           END-START
           PERFORM UNTIL PRESTAMOS-STATUS = "10"
               READ PRESTAMOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO PRESTAMOS-STATUS
                   NOT AT END
                       IF PRE-CBF NOT = CLI-CBF
                           MOVE "10" TO PRESTAMOS-STATUS
                       ELSE
                           EVALUATE TRUE
                               WHEN PRE-EN-MORA
                                   MOVE "prestamo en mora"
                                       TO WS-MOTIVO
                               WHEN PRE-CASTIGADO
                                   MOVE "prestamo castigado"
                                       TO WS-MOTIVO
                               WHEN PRE-SINIESTRO-ABIERTO
                                   MOVE "prestamo con siniestro"
                                       TO WS-MOTIVO
                               WHEN PRE-VIGENTE
                                AND PRE-TS-ORIGEN NOT = 0
                                AND PRE-SITUACION-REFIN
                                    > WS-SITUACION-PISO
                                   MOVE PRE-SITUACION-REFIN
                                       TO WS-SITUACION-PISO
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO PRESTAMOS-STATUS.
       3200-REVISAR-PRESTAMOS-FIN.
           EXIT.

      *    Atraso de la cuota impaga mas vieja del CBF, clasificado
      *    igual que para la central de riesgo.
       3300-REVISAR-CUOTAS.
           MOVE 0 TO WS-DIAS-ATRASO-MAX
           IF CUOTAS-STATUS = "00"
               MOVE CLI-CBF TO CUO-CBF
               MOVE LOW-VALUES TO CUO-TIMESTAMP-PREST
               MOVE LOW-VALUES TO CUO-NUMERO
               START CUOTAS-FILE KEY IS >= CUO-KEY
                   INVALID KEY
                       MOVE "10" TO CUOTAS-STATUS
               END-START
               PERFORM UNTIL CUOTAS-STATUS = "10"
                   READ CUOTAS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO CUOTAS-STATUS
                       NOT AT END
                           IF CUO-CBF NOT = CLI-CBF
                               MOVE "10" TO CUOTAS-STATUS
                           ELSE
                               PERFORM 3310-ATRASO-CUOTA
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO CUOTAS-STATUS
           END-IF
           CALL "clasificar-deudor" USING WS-DIAS-ATRASO-MAX,
                WS-SITUACION, WS-SITUACION-PISO
           IF WS-SITUACION > 1
               MOVE "deudor en situacion 2 o peor" TO WS-MOTIVO
           END-IF.

       3310-ATRASO-CUOTA.
           IF (CUO-PENDIENTE OR CUO-EN-MORA)
              AND CUO-VENCIMIENTO < WS-FECHA-HOY
               COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOY
                   - FUNCTION INTEGER-OF-DATE(CUO-VENCIMIENTO)
               IF WS-DIAS-ATRASO > WS-DIAS-ATRASO-MAX
                   MOVE WS-DIAS-ATRASO TO WS-DIAS-ATRASO-MAX
               END-IF
           END-IF.

       3350-REVISAR-ADELANTOS.
           IF ADELANTOS-STATUS = "00"
               MOVE CLI-CBF TO AD-CBF
               MOVE LOW-VALUES TO AD-TIMESTAMP
               START ADELANTOS-FILE KEY IS >= AD-KEY
                   INVALID KEY
                       MOVE "10" TO ADELANTOS-STATUS
               END-START
               PERFORM UNTIL ADELANTOS-STATUS = "10"
                   READ ADELANTOS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO ADELANTOS-STATUS
                       NOT AT END
                           IF AD-CBF NOT = CLI-CBF
                               MOVE "10" TO ADELANTOS-STATUS
                           ELSE
                               IF AD-EN-COBRANZA
                                   MOVE "adelanto en cobranza"
                                       TO WS-MOTIVO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO ADELANTOS-STATUS
           END-IF.

      *    Historia de saldos de los ultimos 90 dias: dias con cierre
      *    registrado y dias cerrados en descubierto.
       3400-REVISAR-HISTORIA.
           MOVE 0 TO WS-DIAS-HISTORIA
           MOVE 0 TO WS-DIAS-DESCUBIERTO
           IF HISTORIA-STATUS = "00"
               MOVE CLI-CBF TO HS-CBF
               MOVE LOW-VALUES TO HS-FECHA
               START HISTORIA-FILE KEY IS >= HS-KEY
                   INVALID KEY
                       MOVE "10" TO HISTORIA-STATUS
               END-START
               PERFORM UNTIL HISTORIA-STATUS = "10"
                   READ HISTORIA-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO HISTORIA-STATUS
                       NOT AT END
                           IF HS-CBF NOT = CLI-CBF
                               MOVE "10" TO HISTORIA-STATUS
                           ELSE
                               PERFORM 3410-DIA-HISTORIA
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO HISTORIA-STATUS
           END-IF
           IF WS-DIAS-HISTORIA < WS-DIAS-HISTORIA-MIN
               MOVE "historia de saldos insuficiente" TO WS-MOTIVO
           ELSE
               IF WS-DIAS-DESCUBIERTO > WS-DIAS-DESCUBIERTO-MAX
                   MOVE "descubierto reiterado" TO WS-MOTIVO
               END-IF
           END-IF.

       3410-DIA-HISTORIA.
           COMPUTE WS-DIAS-REG = FUNCTION INTEGER-OF-DATE(HS-FECHA)
           IF WS-DIAS-REG >= WS-DIAS-DESDE
               ADD 1 TO WS-DIAS-HISTORIA
               IF HS-SALDO < 0
                   ADD 1 TO WS-DIAS-DESCUBIERTO
               END-IF
           END-IF.

      *    Acreditaciones de haberes (memo "HABERES") de los ultimos
      *    90 dias en la propia cuenta.
       3450-REVISAR-HABERES.
           MOVE "N" TO WS-CON-HABERES
           IF TRANS-STATUS NOT = "00"
               GO TO 3450-REVISAR-HABERES-FIN
           END-IF
           MOVE CLI-CBF TO R-CBF
           MOVE LOW-VALUES TO R-TIMESTAMP
           START TRANS-FILE KEY IS >= R-KEY
               INVALID KEY
                   MOVE "10" TO TRANS-STATUS
           END-START
           PERFORM UNTIL TRANS-STATUS = "10"
               READ TRANS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO TRANS-STATUS
                   NOT AT END
                       IF R-CBF NOT = CLI-CBF
                           MOVE "10" TO TRANS-STATUS
                       ELSE
                           IF R-DESCRIPCION = "D"
                              AND R-MEMO(1:7) = "HABERES"
                               MOVE R-TIMESTAMP(1:8) TO WS-FECHA-REG
                               COMPUTE WS-DIAS-REG =
                                   FUNCTION INTEGER-OF-DATE
                                       (WS-FECHA-REG)
                               IF WS-DIAS-REG >= WS-DIAS-DESDE
                                   MOVE "S" TO WS-CON-HABERES
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO TRANS-STATUS.
       3450-REVISAR-HABERES-FIN.
           EXIT.

      *    Cuota libre = techo de cuota/ingreso menos la carga
      *    vigente; el importe es su valor actual por sistema frances
      *    (C = cuota * (f - 1) / (i * f)).
       3500-CALCULAR-MONTO.
           CALL "evaluar-capacidad" USING CLI-CBF, WS-CUOTA-NULA,
                WS-INGRESO-MENSUAL, WS-CARGA-CUOTAS, WS-RATIO,
                WS-TOPE-RATIO, WS-CAP-APROBADA
           IF WS-INGRESO-MENSUAL <= 0
               MOVE "sin ingreso demostrable" TO WS-MOTIVO
               GO TO 3500-CALCULAR-MONTO-FIN
           END-IF
           COMPUTE WS-CUOTA-LIBRE ROUNDED =
               WS-INGRESO-MENSUAL * WS-TOPE-RATIO / 100
                   - WS-CARGA-CUOTAS
           IF WS-CUOTA-LIBRE <= 0
               MOVE "sin capacidad de pago libre" TO WS-MOTIVO
               GO TO 3500-CALCULAR-MONTO-FIN
           END-IF

           MOVE WS-TASA-BASE TO WS-TASA-OFERTA
           IF WS-CON-HABERES NOT = "S"
               ADD WS-RECARGO TO WS-TASA-OFERTA
           END-IF
           IF WS-DIAS-DESCUBIERTO > 0
               ADD WS-RECARGO TO WS-TASA-OFERTA
           END-IF
           COMPUTE WS-TASA-MENSUAL ROUNDED =
               WS-TASA-OFERTA / 100 / 12
           COMPUTE WS-FACTOR ROUNDED =
               (1 + WS-TASA-MENSUAL) ** WS-CUOTAS-MAXIMO
      *    La prima del seguro de vida se cobra con cada cuota sobre
      *    el saldo: se descuenta de la cuota libre a la tasa de la
      *    aseguradora sobre el capital, como aproximacion del primer
      *    mes.
           COMPUTE WS-MONTO-CALCULADO =
               WS-CUOTA-LIBRE * (WS-FACTOR - 1)
                   / (WS-TASA-MENSUAL * WS-FACTOR
                      + (WS-FACTOR - 1) * WS-TASA-PRIMA / 100)
               ON SIZE ERROR
                   MOVE WS-MONTO-MAXIMO TO WS-MONTO-CALCULADO
           END-COMPUTE
           IF WS-MONTO-CALCULADO > WS-MONTO-MAXIMO
               MOVE WS-MONTO-MAXIMO TO WS-MONTO-CALCULADO
           END-IF
           COMPUTE WS-MILES = WS-MONTO-CALCULADO / 1000
           COMPUTE WS-MONTO-OFERTA = WS-MILES * 1000
           IF WS-MONTO-OFERTA < WS-MONTO-MINIMO
               MOVE "importe menor al minimo" TO WS-MOTIVO
           END-IF.
       3500-CALCULAR-MONTO-FIN.
           EXIT.

       3600-GRABAR-OFERTA.
           INITIALIZE OFP-RECORD
           MOVE CLI-CBF TO OFP-CBF
           MOVE WS-FECHA-HOY TO OFP-FECHA-ALTA
           COMPUTE OFP-VENCIMIENTO = FUNCTION DATE-OF-INTEGER
               (WS-DIAS-HOY + WS-DIAS-VIGENCIA)
           MOVE WS-MONTO-OFERTA TO OFP-MONTO-MAXIMO
           MOVE WS-TASA-OFERTA TO OFP-TASA-ANUAL
           MOVE WS-CUOTAS-MAXIMO TO OFP-CUOTAS-MAXIMO
           MOVE WS-ASEGURADORA TO OFP-ASEGURADORA
           MOVE WS-INGRESO-MENSUAL TO OFP-INGRESO-MENSUAL
           MOVE WS-CUOTA-LIBRE TO OFP-CUOTA-LIBRE
           MOVE WS-CON-HABERES TO OFP-CON-HABERES
           SET OFP-VIGENTE TO TRUE
           MOVE 0 TO OFP-VECES-MOSTRADA
           MOVE 0 TO OFP-FECHA-PRIMERA-VISTA
           MOVE 0 TO OFP-FECHA-CIERRE
           MOVE 0 TO OFP-MONTO-ACEPTADO
           MOVE 0 TO OFP-CUOTAS-ACEPTADAS
           MOVE 0 TO OFP-TS-PRESTAMO
           WRITE OFP-RECORD
               INVALID KEY
                   DISPLAY "ERROR al grabar la oferta de " CLI-CBF
           END-WRITE
           IF OFERTAS-STATUS = "00"
               ADD 1 TO WS-TOTAL-GENERADAS
               ADD WS-MONTO-OFERTA TO WS-TOTAL-OFRECIDO
               MOVE WS-MONTO-OFERTA TO WS-IMPORTE-DISPLAY
               MOVE WS-TASA-OFERTA TO WS-TASA-DISPLAY
               MOVE SPACES TO WS-REP-LINEA
               STRING CLI-CBF DELIMITED BY SIZE
                      " OFERTA $ " DELIMITED BY SIZE
                      WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                      " TNA " DELIMITED BY SIZE
                      WS-TASA-DISPLAY DELIMITED BY SIZE
                      "% hasta " DELIMITED BY SIZE
                      WS-CUOTAS-MAXIMO DELIMITED BY SIZE
                      " cuotas vence " DELIMITED BY SIZE
                      OFP-VENCIMIENTO DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
           END-IF
           MOVE "00" TO OFERTAS-STATUS.

       9000-FINALIZAR.
           CLOSE OFERTAS-FILE
           CLOSE CUENTAS-FILE
           CLOSE PRESTAMOS-FILE
           CLOSE CUOTAS-FILE
           CLOSE ADELANTOS-FILE
           CLOSE HISTORIA-FILE
           CLOSE TRANS-FILE
           DISPLAY "------------------------------------------".
           DISPLAY "Ofertas vencidas:       " WS-TOTAL-VENCIDAS.
           DISPLAY "Cuentas revisadas:      " WS-TOTAL-REVISADAS.
           DISPLAY "Con oferta vigente:     " WS-TOTAL-CON-OFERTA.
           DISPLAY "Ofertas armadas:        " WS-TOTAL-GENERADAS.
           DISPLAY "Cuentas descartadas:    " WS-TOTAL-DESCARTADAS.
           DISPLAY "==========================================".
           MOVE SPACES TO WS-REP-LINEA
           STRING "Vencidas " DELIMITED BY SIZE
                  WS-TOTAL-VENCIDAS DELIMITED BY SIZE
                  " - Armadas " DELIMITED BY SIZE
                  WS-TOTAL-GENERADAS DELIMITED BY SIZE
                  " - Descartadas " DELIMITED BY SIZE
                  WS-TOTAL-DESCARTADAS DELIMITED BY SIZE
                  " - Ofrecido $ " DELIMITED BY SIZE
                  WS-TOTAL-OFRECIDO DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.
