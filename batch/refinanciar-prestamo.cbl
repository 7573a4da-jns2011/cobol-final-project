       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFINANCIAR-PRESTAMO.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Refinanciacion de prestamos en mora: pantalla de back-office
      *  (staff autenticado via autenticar-staff) que convierte la
      *  deuda de un prestamo en mora en un convenio de pago. Se
      *  capitaliza:
      *    - el capital y el interes de las cuotas vencidas impagas;
      *    - los punitorios que MORA-PRESTAMOS devengo sobre ellas
      *      (CUO-PUNITORIO), que ya se habian debitado de la cuenta
      *      con codigo "J": se le devuelven a la cuenta en el mismo
      *      acto, porque pasan a deberse en el prestamo nuevo;
      *    - el capital de las cuotas que aun no vencieron.
      *  Parte de los punitorios e intereses vencidos se puede
      *  condonar, solo con la autorizacion de un supervisor
      *  autenticado en el momento (queda en la auditoria). Las
      *  cuotas impagas del prestamo original quedan
      *  CUO-REFINANCIADA y el prestamo PRE-REFINANCIADO; el saldo
      *  pasa a un prestamo nuevo, con plan por sistema frances a la
      *  tasa y el plazo que se pacten (misma regla de vencimientos
      *  que ORIGINAR-PRESTAMO), que guarda el timestamp de alta del
      *  original (PRE-TS-ORIGEN) y la situacion del deudor al
      *  refinanciar (PRE-SITUACION-REFIN): EXPORTAR-DEUDORES lo
      *  informa como refinanciado y ni la central de riesgo ni la
      *  prevision lo mejoran de esa situacion hasta que pague
      *  PARM-CUOTAS-REFIN cuotas del plan nuevo. Las garantias
      *  activas del prestamo original (garantias.dat) pasan a
      *  respaldar el prestamo nuevo.
      *  La deuda de un prestamo UVA se toma en pesos al indice de
      *  la ultima reexpresion de sus cuotas (COBRAR-CUOTAS) y el
      *  prestamo nuevo es siempre en pesos.
      *  El prestamo nuevo sigue asegurado con la aseguradora del
      *  seguro de vida del original (PRE-ASEGURADORA). No se
      *  refinancia un prestamo con un siniestro abierto: su saldo
      *  lo reclama el banco a la aseguradora.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

           SELECT GARANTIAS-FILE ASSIGN TO "garantias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAR-ID
               ALTERNATE RECORD KEY IS GAR-PRESTAMO
                   WITH DUPLICATES
               FILE STATUS IS GARANTIAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESTAMOS-FILE.
       COPY "prestamo.cpy".

       FD  CUOTAS-FILE.
       COPY "cuota-prestamo.cpy".

       FD  PARAMETROS-FILE.
       COPY "parametros.cpy".

       FD  GARANTIAS-FILE.
       COPY "garantia.cpy".

       WORKING-STORAGE SECTION.
       COPY "cliente.cpy".
       COPY "transaccion.cpy".
       01  PRESTAMOS-STATUS           PIC XX.
       01  CUOTAS-STATUS              PIC XX.
       01  PARAMETROS-STATUS          PIC XX.
       01  GARANTIAS-STATUS           PIC XX.
       01  WS-SEGUIR                  PIC X VALUE 'S'.
       01  WS-ARCHIVOS-ABIERTOS       PIC X VALUE 'N'.

       01  WS-STAFF-USUARIO           PIC X(8).
       01  WS-STAFF-ROL               PIC X(1).
       01  WS-STAFF-AUTORIZADO        PIC 9 VALUE 0.
       01  WS-SUPERVISOR              PIC X(8) VALUE SPACES.
       01  WS-SUPERV-ROL              PIC X(1).
       01  WS-SUPERV-AUTORIZADO       PIC 9 VALUE 0.
       01  WS-USUARIO-AUDIT           PIC X(20).
       01  WS-AUD-CBF                 PIC X(6).
       01  WS-AUD-CAMPO               PIC X(20)
                                      VALUE "REFINANCIACION".
       01  WS-AUD-VALOR-ANT           PIC X(50).
       01  WS-AUD-VALOR-NUEVO         PIC X(50).

       01  WS-CBF-INPUT               PIC 9(6).
       01  WS-PREST-TS-INPUT          PIC 9(14).
       01  WS-TASA-INPUT              PIC 9(3)V99.
       01  WS-CUOTAS-INPUT            PIC 9(3).
       01  WS-QUITA-INPUT             PIC 9(9)V99.
       01  WS-OPCION                  PIC X.
       01  WS-OPCION-CONF             PIC X.
       01  WS-CANT-LISTADOS           PIC 9(3).
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-FECHA-HOY-GRP REDEFINES WS-FECHA-HOY.
           05  WS-HOY-ANIO            PIC 9(4).
           05  WS-HOY-MES             PIC 9(2).
           05  WS-HOY-DIA             PIC 9(2).
       01  WS-DIAS-HOY                PIC 9(7).
       01  WS-DIAS-VENC               PIC 9(7).
       01  WS-DIAS-ATRASO             PIC 9(5).
       01  WS-CUOTAS-REFIN            PIC 9(3) VALUE 3.

      *    Prestamo original: deuda relevada de sus cuotas impagas.
       01  WS-TS-ORIGEN               PIC 9(14).
       01  WS-GARANTIA-ORIGEN         PIC S9(9)V99.
       01  WS-TASA-ORIGEN             PIC 9(3)V99.
       01  WS-ASEGURADORA-ORIGEN      PIC X(4).
       01  WS-CAPITAL-VENCIDO         PIC S9(11)V99.
       01  WS-INTERES-VENCIDO         PIC S9(11)V99.
       01  WS-PUNITORIOS              PIC S9(11)V99.
       01  WS-CAPITAL-A-VENCER        PIC S9(11)V99.
       01  WS-CONDONABLE              PIC S9(11)V99.
       01  WS-QUITA                   PIC S9(11)V99 VALUE 0.
       01  WS-CAPITAL-NUEVO           PIC S9(11)V99.
       01  WS-PEOR-ATRASO             PIC 9(5).
       01  WS-CUOTAS-PAGAS            PIC 9(3).
       01  WS-SITUACION               PIC 9(1).
       01  WS-SITUACION-PISO          PIC 9(1).
       01  WS-CANT-CERRADAS           PIC 9(3).

      *    Garantias activas del prestamo original, a trasladar.
       01  WS-GARANTIAS-ORIGEN.
           05  WS-GAR-CANT            PIC 9(3) VALUE 0.
           05  WS-GAR-ID-TABLA        PIC 9(14) OCCURS 50 TIMES.
       01  WS-IDX-GAR                 PIC 9(3).

      *    Plan nuevo (sistema frances, como ORIGINAR-PRESTAMO).
       01  WS-TASA-MENSUAL            PIC V9(8).
       01  WS-FACTOR                  PIC 9(5)V9(8).
       01  WS-CUOTA-FIJA              PIC S9(9)V99.
       01  WS-SALDO-DEUDA             PIC S9(11)V99.
       01  WS-INTERES-CUOTA           PIC S9(9)V99.
       01  WS-CAPITAL-CUOTA           PIC S9(9)V99.
       01  WS-NUMERO-CUOTA            PIC 9(3).
       01  WS-MESES-TOTALES           PIC 9(6).
       01  WS-ANIO-VTO                PIC 9(4).
       01  WS-MES-VTO                 PIC 9(2).
       01  WS-DIA-VTO                 PIC 9(2).
       01  WS-TIMESTAMP-ALTA          PIC 9(14).
       01  WS-IMPORTE-DISPLAY         PIC -Z(10).99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-FIN
           IF WS-SEGUIR = 'S'
               PERFORM 2000-SELECCIONAR THRU 2000-SELECCIONAR-FIN
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM 2200-RELEVAR-DEUDA
               PERFORM 2300-CONDONAR
               PERFORM 2400-PACTAR-CONDICIONES
                   THRU 2400-PACTAR-CONDICIONES-FIN
           END-IF
           IF WS-SEGUIR = 'S'
               IF WS-OPCION-CONF = 'S' OR WS-OPCION-CONF = 's'
                   PERFORM 3000-REFINANCIAR THRU 3000-REFINANCIAR-FIN
               ELSE
                   DISPLAY "Refinanciacion cancelada."
               END-IF
           END-IF
           PERFORM 9000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  REFINANCIACION DE PRESTAMOS EN MORA".
           DISPLAY "==========================================".
           CALL "autenticar-staff" USING WS-STAFF-USUARIO,
                WS-STAFF-ROL, "C", WS-STAFF-AUTORIZADO
           IF WS-STAFF-AUTORIZADO NOT = 1
               MOVE 'N' TO WS-SEGUIR
               GO TO 1000-INICIALIZAR-FIN
           END-IF
           MOVE SPACES TO WS-USUARIO-AUDIT
           MOVE WS-STAFF-USUARIO TO WS-USUARIO-AUDIT
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
           PERFORM 1100-LEER-PARAMETROS
           OPEN I-O PRESTAMOS-FILE
           IF PRESTAMOS-STATUS NOT = "00"
               DISPLAY "No hay prestamos registrados."
               MOVE 'N' TO WS-SEGUIR
               GO TO 1000-INICIALIZAR-FIN
           END-IF
           OPEN I-O CUOTAS-FILE
           IF CUOTAS-STATUS NOT = "00"
               DISPLAY "No hay plan de cuotas registrado."
               CLOSE PRESTAMOS-FILE
               MOVE 'N' TO WS-SEGUIR
           ELSE
               MOVE 'S' TO WS-ARCHIVOS-ABIERTOS
           END-IF.

       1000-INICIALIZAR-FIN.
           EXIT.

       1100-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-CUOTAS-REFIN IS NUMERIC
                          AND PARM-CUOTAS-REFIN > 0
                           MOVE PARM-CUOTAS-REFIN TO WS-CUOTAS-REFIN
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF.

      *    Cuenta activa y prestamo en mora de esa cuenta.
       2000-SELECCIONAR.
           DISPLAY "CBF de la cuenta: " WITH NO ADVANCING
           ACCEPT WS-CBF-INPUT
           MOVE WS-CBF-INPUT TO P-CBF OF CLIENTE
           CALL 'buscar-cliente' USING CLIENTE
           IF P-CBF OF CLIENTE = '000000' OR P-CBF OF CLIENTE = SPACES
               DISPLAY "No existe una cuenta con ese CBF."
               MOVE 'N' TO WS-SEGUIR
               GO TO 2000-SELECCIONAR-FIN
           END-IF
           IF NOT P-ACTIVO OF CLIENTE
               DISPLAY "La cuenta no esta activa."
               MOVE 'N' TO WS-SEGUIR
               GO TO 2000-SELECCIONAR-FIN
           END-IF
           DISPLAY "Cliente: " P-NOMBRE OF CLIENTE " "
                   P-APELLIDO OF CLIENTE

           PERFORM 2100-LISTAR-EN-MORA
           IF WS-CANT-LISTADOS = 0
               DISPLAY "La cuenta no tiene prestamos en mora."
               MOVE 'N' TO WS-SEGUIR
               GO TO 2000-SELECCIONAR-FIN
           END-IF

           DISPLAY "Timestamp del prestamo a refinanciar: "
               WITH NO ADVANCING
           ACCEPT WS-PREST-TS-INPUT
           MOVE WS-CBF-INPUT TO PRE-CBF
           MOVE WS-PREST-TS-INPUT TO PRE-TIMESTAMP-ALTA
           READ PRESTAMOS-FILE
               KEY IS PRE-KEY
               INVALID KEY
                   DISPLAY "No existe ese prestamo en la cuenta."
                   MOVE 'N' TO WS-SEGUIR
               NOT INVALID KEY
                   IF NOT PRE-EN-MORA
                       DISPLAY "Solo se refinancia un prestamo en"
                               " mora (estado " PRE-ESTADO ")."
                       MOVE 'N' TO WS-SEGUIR
                   END-IF
                   IF PRE-SINIESTRO-ABIERTO
                       DISPLAY "El prestamo tiene un siniestro de"
                               " seguro de vida abierto."
                       MOVE 'N' TO WS-SEGUIR
                   END-IF
           END-READ
           IF WS-SEGUIR = 'N'
               GO TO 2000-SELECCIONAR-FIN
           END-IF
           MOVE PRE-TIMESTAMP-ALTA TO WS-TS-ORIGEN
           MOVE PRE-TASA-ANUAL TO WS-TASA-ORIGEN
           MOVE PRE-ASEGURADORA TO WS-ASEGURADORA-ORIGEN
           MOVE 0 TO WS-GARANTIA-ORIGEN
           IF PRE-GARANTIA IS NUMERIC
               MOVE PRE-GARANTIA TO WS-GARANTIA-ORIGEN
           END-IF
           MOVE 0 TO WS-SITUACION-PISO
           IF PRE-TS-ORIGEN IS NUMERIC AND PRE-TS-ORIGEN > 0
               MOVE PRE-SITUACION-REFIN TO WS-SITUACION-PISO
           END-IF.

       2000-SELECCIONAR-FIN.
           EXIT.

       2100-LISTAR-EN-MORA.
           MOVE 0 TO WS-CANT-LISTADOS
           MOVE WS-CBF-INPUT TO PRE-CBF
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
                       IF PRE-CBF NOT = WS-CBF-INPUT
                           MOVE "10" TO PRESTAMOS-STATUS
                       ELSE
                           IF PRE-EN-MORA
                               ADD 1 TO WS-CANT-LISTADOS
                               MOVE PRE-CAPITAL TO WS-IMPORTE-DISPLAY
                               DISPLAY "TS " PRE-TIMESTAMP-ALTA
                                       "  capital $ "
                                       WS-IMPORTE-DISPLAY
                                       "  " PRE-CUOTAS " cuotas"
                                       "  tasa " PRE-TASA-ANUAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO PRESTAMOS-STATUS.

      *    Deuda a capitalizar: las cuotas vencidas impagas entran
      *    con capital, interes y punitorios; las que no vencieron,
      *    solo con su capital (el interes no se devengo). Se cuentan
      *    tambien las pagas, por si el prestamo ya venia de otra
      *    refinanciacion, para la situacion a conservar.
       2200-RELEVAR-DEUDA.
           MOVE 0 TO WS-CAPITAL-VENCIDO
           MOVE 0 TO WS-INTERES-VENCIDO
           MOVE 0 TO WS-PUNITORIOS
           MOVE 0 TO WS-CAPITAL-A-VENCER
           MOVE 0 TO WS-PEOR-ATRASO
           MOVE 0 TO WS-CUOTAS-PAGAS
           MOVE WS-CBF-INPUT TO CUO-CBF
           MOVE WS-TS-ORIGEN TO CUO-TIMESTAMP-PREST
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
                       IF CUO-CBF NOT = WS-CBF-INPUT
                          OR CUO-TIMESTAMP-PREST NOT = WS-TS-ORIGEN
                           MOVE "10" TO CUOTAS-STATUS
                       ELSE
                           PERFORM 2210-ACUMULAR-CUOTA
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO CUOTAS-STATUS

           IF WS-CUOTAS-PAGAS NOT < WS-CUOTAS-REFIN
               MOVE 0 TO WS-SITUACION-PISO
           END-IF
           CALL "clasificar-deudor" USING WS-PEOR-ATRASO,
                WS-SITUACION, WS-SITUACION-PISO
           COMPUTE WS-CONDONABLE = WS-INTERES-VENCIDO + WS-PUNITORIOS

           DISPLAY "------------------------------------------"
           MOVE WS-CAPITAL-VENCIDO TO WS-IMPORTE-DISPLAY
           DISPLAY "Capital vencido:      $ " WS-IMPORTE-DISPLAY
           MOVE WS-INTERES-VENCIDO TO WS-IMPORTE-DISPLAY
           DISPLAY "Interes vencido:      $ " WS-IMPORTE-DISPLAY
           MOVE WS-PUNITORIOS TO WS-IMPORTE-DISPLAY
           DISPLAY "Punitorios:           $ " WS-IMPORTE-DISPLAY
           MOVE WS-CAPITAL-A-VENCER TO WS-IMPORTE-DISPLAY
           DISPLAY "Capital a vencer:     $ " WS-IMPORTE-DISPLAY
           DISPLAY "Atraso: " WS-PEOR-ATRASO " dias  situacion "
                   WS-SITUACION.

       2210-ACUMULAR-CUOTA.
           IF CUO-PAGADA
               ADD 1 TO WS-CUOTAS-PAGAS
           END-IF
           IF CUO-EN-MORA
              OR (CUO-PENDIENTE AND CUO-VENCIMIENTO < WS-FECHA-HOY)
               ADD CUO-CAPITAL TO WS-CAPITAL-VENCIDO
               ADD CUO-INTERES TO WS-INTERES-VENCIDO
               IF CUO-PUNITORIO IS NUMERIC
                   ADD CUO-PUNITORIO TO WS-PUNITORIOS
               END-IF
               COMPUTE WS-DIAS-VENC =
                   FUNCTION INTEGER-OF-DATE(CUO-VENCIMIENTO)
               COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOY - WS-DIAS-VENC
               IF WS-DIAS-ATRASO > WS-PEOR-ATRASO
                   MOVE WS-DIAS-ATRASO TO WS-PEOR-ATRASO
               END-IF
           ELSE
               IF CUO-PENDIENTE
                   ADD CUO-CAPITAL TO WS-CAPITAL-A-VENCER
               END-IF
           END-IF.

      *    Quita sobre punitorios e interes vencido: el capital no se
      *    condona. Exige un supervisor autenticado en el momento.
       2300-CONDONAR.
           MOVE 0 TO WS-QUITA
           IF WS-CONDONABLE > 0
               DISPLAY "Condonar punitorios / interes vencido? (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-OPCION
               IF WS-OPCION = "S" OR WS-OPCION = "s"
                   CALL "autenticar-staff" USING WS-SUPERVISOR,
                        WS-SUPERV-ROL, "S", WS-SUPERV-AUTORIZADO
                   IF WS-SUPERV-AUTORIZADO = 1
                       MOVE WS-CONDONABLE TO WS-IMPORTE-DISPLAY
                       DISPLAY "Importe a condonar (tope $ "
                               WS-IMPORTE-DISPLAY "): "
                           WITH NO ADVANCING
                       ACCEPT WS-QUITA-INPUT
                       IF WS-QUITA-INPUT > WS-CONDONABLE
                           DISPLAY "Supera lo condonable: sin quita."
                       ELSE
                           MOVE WS-QUITA-INPUT TO WS-QUITA
                       END-IF
                   ELSE
                       DISPLAY "Sin autorizacion: sin quita."
                   END-IF
               END-IF
           END-IF.

       2400-PACTAR-CONDICIONES.
           MOVE 'N' TO WS-OPCION-CONF
           COMPUTE WS-CAPITAL-NUEVO =
               WS-CAPITAL-VENCIDO + WS-INTERES-VENCIDO
               + WS-PUNITORIOS + WS-CAPITAL-A-VENCER - WS-QUITA
           IF WS-CAPITAL-NUEVO NOT > 0
               DISPLAY "No queda deuda para refinanciar."
               MOVE 'N' TO WS-SEGUIR
               GO TO 2400-PACTAR-CONDICIONES-FIN
           END-IF
           MOVE WS-CAPITAL-NUEVO TO WS-IMPORTE-DISPLAY
           DISPLAY "Capital a refinanciar: $ " WS-IMPORTE-DISPLAY
           DISPLAY "Tasa nominal anual (0 = la actual "
                   WS-TASA-ORIGEN "): " WITH NO ADVANCING
           ACCEPT WS-TASA-INPUT
           IF WS-TASA-INPUT = 0
               MOVE WS-TASA-ORIGEN TO WS-TASA-INPUT
           END-IF
           DISPLAY "Cantidad de cuotas mensuales: " WITH NO ADVANCING
           ACCEPT WS-CUOTAS-INPUT
           IF WS-CUOTAS-INPUT = 0 OR WS-TASA-INPUT = 0
               DISPLAY "Tasa y cuotas deben ser mayores a cero."
               MOVE 'N' TO WS-SEGUIR
               GO TO 2400-PACTAR-CONDICIONES-FIN
           END-IF
           PERFORM 2500-CALCULAR-CUOTA
           MOVE WS-CUOTA-FIJA TO WS-IMPORTE-DISPLAY
           DISPLAY "Cuota fija mensual: $ " WS-IMPORTE-DISPLAY
           IF WS-QUITA > 0
               MOVE WS-QUITA TO WS-IMPORTE-DISPLAY
               DISPLAY "Quita autorizada por " WS-SUPERVISOR
                       ": $ " WS-IMPORTE-DISPLAY
           END-IF
           DISPLAY "Confirma la refinanciacion? (S/N): "
               WITH NO ADVANCING
           ACCEPT WS-OPCION-CONF.

       2400-PACTAR-CONDICIONES-FIN.
           EXIT.

      *    Sistema frances: cuota = C * i * f / (f - 1), con
      *    i = tasa mensual y f = (1 + i) elevado a la cantidad de
      *    cuotas.
       2500-CALCULAR-CUOTA.
           COMPUTE WS-TASA-MENSUAL ROUNDED =
               WS-TASA-INPUT / 100 / 12
           COMPUTE WS-FACTOR ROUNDED =
               (1 + WS-TASA-MENSUAL) ** WS-CUOTAS-INPUT
           COMPUTE WS-CUOTA-FIJA ROUNDED =
               WS-CAPITAL-NUEVO * WS-TASA-MENSUAL * WS-FACTOR
                   / (WS-FACTOR - 1).

      *    Los punitorios capitalizados vuelven a la cuenta (ya se
      *    habian debitado con "J"); su transaccion da el timestamp
      *    de alta del prestamo nuevo, como el desembolso en la
      *    originacion. Sin punitorios, el timestamp es el de ahora.
       3000-REFINANCIAR.
           IF WS-PUNITORIOS > 0
               MOVE WS-CBF-INPUT TO P-CBF OF TRANSACCION
               MOVE "D" TO P-DESCRIPCION
               MOVE WS-PUNITORIOS TO P-IMPORTE
               MOVE P-MONEDA OF CLIENTE TO P-MONEDA OF TRANSACCION
               MOVE "N" TO P-OVERRIDE
               MOVE SPACES TO P-MEMO
               STRING "REFINANCIACION PUNITORIOS " DELIMITED BY SIZE
                      WS-TS-ORIGEN DELIMITED BY SIZE
                   INTO P-MEMO
               CALL "crear-transaccion" USING TRANSACCION, RESULTADO
               IF RESULTADO NOT = 0
                   DISPLAY "ERROR al acreditar los punitorios:"
                           " refinanciacion no realizada."
                   GO TO 3000-REFINANCIAR-FIN
               END-IF
               MOVE P-TIMESTAMP OF TRANSACCION TO WS-TIMESTAMP-ALTA
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP-ALTA
           END-IF

           PERFORM 3100-CERRAR-ORIGINAL
           PERFORM 3200-GRABAR-PRESTAMO
           PERFORM 3300-GENERAR-PLAN
           PERFORM 3600-TRASLADAR-GARANTIAS
           PERFORM 3500-AUDITAR
           DISPLAY "Prestamo refinanciado: " WS-CANT-CERRADAS
                   " cuotas cerradas, plan nuevo de "
                   WS-CUOTAS-INPUT " cuotas."
           DISPLAY "Prestamo nuevo: TS " WS-TIMESTAMP-ALTA.

       3000-REFINANCIAR-FIN.
           EXIT.

       3100-CERRAR-ORIGINAL.
           MOVE 0 TO WS-CANT-CERRADAS
           MOVE WS-CBF-INPUT TO CUO-CBF
           MOVE WS-TS-ORIGEN TO CUO-TIMESTAMP-PREST
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
                       IF CUO-CBF NOT = WS-CBF-INPUT
                          OR CUO-TIMESTAMP-PREST NOT = WS-TS-ORIGEN
                           MOVE "10" TO CUOTAS-STATUS
                       ELSE
                           IF CUO-PENDIENTE OR CUO-EN-MORA
                               SET CUO-REFINANCIADA TO TRUE
                               REWRITE CUO-RECORD
                               ADD 1 TO WS-CANT-CERRADAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO CUOTAS-STATUS

           MOVE WS-CBF-INPUT TO PRE-CBF
           MOVE WS-TS-ORIGEN TO PRE-TIMESTAMP-ALTA
           READ PRESTAMOS-FILE
               KEY IS PRE-KEY
               INVALID KEY
                   DISPLAY "ERROR al releer el prestamo original."
               NOT INVALID KEY
                   SET PRE-REFINANCIADO TO TRUE
                   REWRITE PRE-RECORD
           END-READ.

       3200-GRABAR-PRESTAMO.
           MOVE WS-CBF-INPUT TO PRE-CBF
           MOVE WS-TIMESTAMP-ALTA TO PRE-TIMESTAMP-ALTA
           MOVE WS-CAPITAL-NUEVO TO PRE-CAPITAL
           MOVE WS-TASA-INPUT TO PRE-TASA-ANUAL
           MOVE WS-CUOTAS-INPUT TO PRE-CUOTAS
           MOVE WS-GARANTIA-ORIGEN TO PRE-GARANTIA
           MOVE 0 TO PRE-FECHA-CASTIGO
           MOVE 0 TO PRE-DEUDA-CASTIGADA
           MOVE 0 TO PRE-RECUPERADO
           MOVE WS-TS-ORIGEN TO PRE-TS-ORIGEN
           MOVE WS-SITUACION TO PRE-SITUACION-REFIN
           MOVE "N" TO PRE-MODALIDAD
           MOVE 0 TO PRE-UVA-CAPITAL
           MOVE 0 TO PRE-UVA-INDICE-ALTA
           MOVE WS-ASEGURADORA-ORIGEN TO PRE-ASEGURADORA
           MOVE SPACE TO PRE-SINIESTRO
           MOVE WS-FECHA-HOY TO PRE-FECHA-DESEMBOLSO
           SET PRE-VIGENTE TO TRUE
           WRITE PRE-RECORD
               INVALID KEY
                   DISPLAY "ERROR al grabar el prestamo nuevo."
           END-WRITE.

       3300-GENERAR-PLAN.
           MOVE WS-CAPITAL-NUEVO TO WS-SALDO-DEUDA
           MOVE 0 TO WS-NUMERO-CUOTA
           PERFORM 3310-GRABAR-CUOTA WS-CUOTAS-INPUT TIMES.

       3310-GRABAR-CUOTA.
           ADD 1 TO WS-NUMERO-CUOTA
           COMPUTE WS-INTERES-CUOTA ROUNDED =
               WS-SALDO-DEUDA * WS-TASA-MENSUAL
           IF WS-NUMERO-CUOTA = WS-CUOTAS-INPUT
      *        Ultima cuota: amortiza el saldo exacto de deuda para
      *        absorber los redondeos acumulados de las anteriores.
               COMPUTE WS-CAPITAL-CUOTA = WS-SALDO-DEUDA
               COMPUTE WS-CUOTA-FIJA =
                   WS-CAPITAL-CUOTA + WS-INTERES-CUOTA
           ELSE
               COMPUTE WS-CAPITAL-CUOTA =
                   WS-CUOTA-FIJA - WS-INTERES-CUOTA
           END-IF
           SUBTRACT WS-CAPITAL-CUOTA FROM WS-SALDO-DEUDA

           MOVE WS-CBF-INPUT TO CUO-CBF
           MOVE WS-TIMESTAMP-ALTA TO CUO-TIMESTAMP-PREST
           MOVE WS-NUMERO-CUOTA TO CUO-NUMERO
           PERFORM 3400-CALCULAR-VENCIMIENTO
           MOVE WS-CUOTA-FIJA TO CUO-IMPORTE
           MOVE WS-CAPITAL-CUOTA TO CUO-CAPITAL
           MOVE WS-INTERES-CUOTA TO CUO-INTERES
           MOVE 0 TO CUO-PUNITORIO
           MOVE 0 TO CUO-UVA-IMPORTE
           MOVE 0 TO CUO-UVA-CAPITAL
           MOVE 0 TO CUO-UVA-INTERES
           MOVE 0 TO CUO-INDICE-UVA
           SET CUO-PENDIENTE TO TRUE
           WRITE CUO-RECORD
               INVALID KEY
                   DISPLAY "ERROR al grabar la cuota " WS-NUMERO-CUOTA
           END-WRITE.

      *    Vencimiento de la cuota k: k meses despues de hoy, mismo
      *    dia del mes con tope 28.
       3400-CALCULAR-VENCIMIENTO.
           COMPUTE WS-MESES-TOTALES =
               WS-HOY-ANIO * 12 + WS-HOY-MES - 1 + WS-NUMERO-CUOTA
           COMPUTE WS-ANIO-VTO = WS-MESES-TOTALES / 12
           COMPUTE WS-MES-VTO =
               WS-MESES-TOTALES - WS-ANIO-VTO * 12 + 1
           MOVE WS-HOY-DIA TO WS-DIA-VTO
           IF WS-DIA-VTO > 28
               MOVE 28 TO WS-DIA-VTO
           END-IF
           COMPUTE CUO-VENCIMIENTO =
               WS-ANIO-VTO * 10000 + WS-MES-VTO * 100 + WS-DIA-VTO.

      *    Rastro: prestamo original y nuevo; si hubo quita, el
      *    supervisor que la autorizo.
       3500-AUDITAR.
           MOVE WS-CBF-INPUT TO WS-AUD-CBF
           MOVE WS-CAPITAL-NUEVO TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-AUD-VALOR-ANT
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING "Prestamo " DELIMITED BY SIZE
                  WS-TS-ORIGEN DELIMITED BY SIZE
                  " en mora sit " DELIMITED BY SIZE
                  WS-SITUACION DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANT
           STRING "Nuevo " DELIMITED BY SIZE
                  WS-TIMESTAMP-ALTA DELIMITED BY SIZE
                  " $" DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF, WS-AUD-CAMPO,
                WS-AUD-VALOR-ANT, WS-AUD-VALOR-NUEVO,
                WS-USUARIO-AUDIT
           IF WS-QUITA > 0
               MOVE WS-QUITA TO WS-IMPORTE-DISPLAY
               MOVE SPACES TO WS-AUD-VALOR-NUEVO
               STRING "Quita $" DELIMITED BY SIZE
                      WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                      " aut " DELIMITED BY SIZE
                      WS-SUPERVISOR DELIMITED BY SIZE
                   INTO WS-AUD-VALOR-NUEVO
               MOVE "QUITA REFINANCIACION" TO WS-AUD-CAMPO
               CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                    WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
                    WS-AUD-VALOR-NUEVO, WS-USUARIO-AUDIT
           END-IF.

      *    Se juntan primero los numeros de garantia y despues se
      *    reescriben por clave primaria: cambiar GAR-PRESTAMO
      *    mientras se recorre por esa misma clave alterna perderia
      *    la posicion.
       3600-TRASLADAR-GARANTIAS.
           MOVE 0 TO WS-GAR-CANT
           OPEN I-O GARANTIAS-FILE
           IF GARANTIAS-STATUS = "00"
               PERFORM 3610-JUNTAR-GARANTIAS
               PERFORM 3620-REASIGNAR-GARANTIAS
               CLOSE GARANTIAS-FILE
           END-IF.

       3610-JUNTAR-GARANTIAS.
           MOVE WS-CBF-INPUT TO GAR-PRE-CBF
           MOVE WS-TS-ORIGEN TO GAR-PRE-TS
           START GARANTIAS-FILE KEY IS = GAR-PRESTAMO
               INVALID KEY
                   MOVE "10" TO GARANTIAS-STATUS
           END-START
           PERFORM UNTIL GARANTIAS-STATUS = "10"
               READ GARANTIAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO GARANTIAS-STATUS
                   NOT AT END
                       IF GAR-PRE-CBF NOT = WS-CBF-INPUT
                          OR GAR-PRE-TS NOT = WS-TS-ORIGEN
                           MOVE "10" TO GARANTIAS-STATUS
                       ELSE
                           IF GAR-ACTIVA AND WS-GAR-CANT < 50
                               ADD 1 TO WS-GAR-CANT
                               MOVE GAR-ID
                                   TO WS-GAR-ID-TABLA(WS-GAR-CANT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3620-REASIGNAR-GARANTIAS.
           PERFORM VARYING WS-IDX-GAR FROM 1 BY 1
                   UNTIL WS-IDX-GAR > WS-GAR-CANT
               MOVE WS-GAR-ID-TABLA(WS-IDX-GAR) TO GAR-ID
               READ GARANTIAS-FILE
                   KEY IS GAR-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-TIMESTAMP-ALTA TO GAR-PRE-TS
                       REWRITE GAR-RECORD
               END-READ
           END-PERFORM
           IF WS-GAR-CANT > 0
               DISPLAY WS-GAR-CANT " garantias pasan al prestamo"
                       " nuevo."
           END-IF.

       9000-FINALIZAR.
           IF WS-ARCHIVOS-ABIERTOS = 'S'
               CLOSE PRESTAMOS-FILE
               CLOSE CUOTAS-FILE
           END-IF.
