       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRASLADAR-CUENTAS.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Ejecucion de los traslados de cuentas entre sucursales: paso
      *  de la corrida nocturna posterior al asiento interfilial.
      *  Toma los traslados pendientes de traslados-cuentas.dat
      *  (MANTENER-TRASLADOS) con fecha efectiva hasta la fecha
      *  contable del paso y, por cada uno:
      *    - junta lo que pasa con la cuenta: saldo posteado
      *      (saldos.dat), capital impago de sus prestamos vigentes y
      *      en mora, capital de sus plazos fijos vigentes, chequeras
      *      solicitadas o impresas sin entregar y cajas de seguridad
      *      alquiladas que debitan de la cuenta;
      *    - asienta el pase del saldo, los prestamos y los plazos
      *      fijos de la sucursal de origen a la de destino contra las
      *      cuentas interfiliales de las dos (gl-traslado-AAAAMMDD
      *      .dat, con la sucursal de cada pata; EXPORTAR-GL lo suma
      *      al asiento del dia). La cuenta de cada producto sale del
      *      plan de cuentas con la operacion "TS" (tipo de la cuenta,
      *      "P" prestamos, "F" plazos fijos) y la interfilial con la
      *      operacion "IF";
      *    - cambia la sucursal de la cuenta (CLI-SUCURSAL), con
      *      constancia en la auditoria, y deja el traslado
      *      EJECUTADO con lo que se traslado.
      *  Prestamos, plazos fijos y chequeras cuelgan del CBF, asi
      *  que desde el dia siguiente operan, se cobran y se entregan
      *  en la sucursal nueva. La caja de seguridad no se mueve: queda
      *  en su sucursal fisica y se informa para que el cliente
      *  decida si la cambia (MANTENER-CAJAS-SEGURIDAD). Un traslado
      *  sin mapeo en el plan queda pendiente y el paso falla: se
      *  completa el plan y se re-corre. Un traslado de una cuenta
      *  que se cerro en el interin se anula.
      *  Cada registro que graba en los archivos del juego de backup
      *  queda ademas en la bitacora de imagenes posteriores
      *  (registrar-imagen), para la recuperacion hacia adelante con
      *  RECUPERAR-BITACORA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRASLADOS-FILE ASSIGN TO "traslados-cuentas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRC-KEY
               FILE STATUS IS TRASLADOS-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT SALDOS-FILE ASSIGN TO "saldos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SALDO-CBF
               FILE STATUS IS SALDOS-STATUS.

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

           SELECT PLAZOS-FILE ASSIGN TO "plazos-fijos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-KEY
               FILE STATUS IS PLAZOS-STATUS.

           SELECT SOLICITUDES-FILE
               ASSIGN TO "chequeras-solicitudes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               FILE STATUS IS SOLICITUDES-STATUS.

           SELECT CAJAS-FILE ASSIGN TO "cajas-seguridad.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-KEY
               FILE STATUS IS CAJAS-STATUS.

           SELECT PLAN-FILE ASSIGN TO "plan-de-cuentas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-STATUS.

           SELECT ASIENTO-FILE ASSIGN TO WS-ASIENTO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASIENTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRASLADOS-FILE.
       COPY "traslado-cuenta.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  SALDOS-FILE.
       COPY "registro-saldo.cpy".

       FD  PRESTAMOS-FILE.
       COPY "prestamo.cpy".

       FD  CUOTAS-FILE.
       COPY "cuota-prestamo.cpy".

       FD  PLAZOS-FILE.
       COPY "plazo-fijo.cpy".

       FD  SOLICITUDES-FILE.
       COPY "solicitud-chequera.cpy".

       FD  CAJAS-FILE.
       COPY "caja-seguridad.cpy".

       FD  PLAN-FILE.
       COPY "plan-cuentas.cpy".

      *    Mismo layout que gl-movimientos.dat (EXPORTAR-GL), con la
      *    sucursal de cada pata.
       FD  ASIENTO-FILE.
       01  ASIENTO-REGISTRO.
           05  ASI-FECHA              PIC 9(8).
           05  ASI-CUENTA             PIC X(8).
           05  ASI-TIPO               PIC X(2).
           05  ASI-DEBCRED            PIC X(1).
           05  ASI-IMPORTE            PIC 9(9)V99.
           05  ASI-MONEDA             PIC X(3).
           05  ASI-REFERENCIA         PIC 9(14).
           05  ASI-SUCURSAL           PIC X(3).

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  TRASLADOS-STATUS           PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  SALDOS-STATUS              PIC XX.
       01  PRESTAMOS-STATUS           PIC XX.
       01  CUOTAS-STATUS              PIC XX.
       01  PLAZOS-STATUS              PIC XX.
       01  SOLICITUDES-STATUS         PIC XX.
       01  CAJAS-STATUS               PIC XX.
       01  PLAN-STATUS                PIC XX.
       01  ASIENTO-STATUS             PIC XX.
       01  WS-ASIENTO-PATH            PIC X(100).

       01  WS-TIMESTAMP-CORRIDA       PIC 9(14).
       01  WS-FECHA-CONTABLE          PIC 9(8).
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-SEGUIR                  PIC X VALUE 'S'.
       01  WS-FIN-BUSQUEDA            PIC X.
       01  WS-MAPEO-OK                PIC X.

      *    Plan de cuentas en memoria, como en EXPORTAR-GL.
       01  WS-PLAN-CANT               PIC 9(3) VALUE 0.
       01  WS-PLAN-TABLA.
           05  WS-PLC-ENTRY OCCURS 200 TIMES.
               10  WS-PLC-OPER        PIC X(2).
               10  WS-PLC-TIPO        PIC X(1).
               10  WS-PLC-MONEDA      PIC X(3).
               10  WS-PLC-SUC         PIC X(3).
               10  WS-PLC-CTA-CLI     PIC X(8).
               10  WS-PLC-CTA-CON     PIC X(8).
       01  WS-IDX-PLC                 PIC 9(3).
       01  WS-BUS-OPER                PIC X(2).
       01  WS-BUS-TIPO                PIC X(1).
       01  WS-BUS-MONEDA              PIC X(3).
       01  WS-BUS-SUC                 PIC X(3).
       01  WS-BUS-OK                  PIC X.
       01  WS-BUS-CTA                 PIC X(8).

      *    Lo que se traslada de la cuenta en curso.
       01  WS-CBF                     PIC 9(6).
       01  WS-SUC-ORIGEN              PIC X(3).
       01  WS-SUC-DESTINO             PIC X(3).
       01  WS-MONEDA                  PIC X(3).
       01  WS-SALDO                   PIC S9(13)V99.
       01  WS-CANT-PRESTAMOS          PIC 9(3).
       01  WS-CAPITAL-PRESTAMOS       PIC 9(13)V99.
       01  WS-CANT-PLAZOS             PIC 9(3).
       01  WS-CAPITAL-PLAZOS          PIC 9(13)V99.
       01  WS-CANT-CHEQUERAS          PIC 9(3).
       01  WS-CANT-CAJAS              PIC 9(2).
       01  WS-CAJA-DISPLAY            PIC X(8).

      *    Cuentas del plan de cada producto e interfiliales, en
      *    origen (-ORI) y destino (-DES).
       01  WS-CTA-DEPOSITO-ORI        PIC X(8).
       01  WS-CTA-DEPOSITO-DES        PIC X(8).
       01  WS-CTA-PRESTAMO-ORI        PIC X(8).
       01  WS-CTA-PRESTAMO-DES        PIC X(8).
       01  WS-CTA-PLAZO-ORI           PIC X(8).
       01  WS-CTA-PLAZO-DES           PIC X(8).
       01  WS-CTA-IF-ORI              PIC X(8).
       01  WS-CTA-IF-DES              PIC X(8).

      *    Una pata de pase: la cuenta del producto sale del origen
      *    y entra en el destino contra las interfiliales. Con
      *    WS-PASE-PASIVO 'S' (depositos, plazos fijos) el producto
      *    se debita en el origen; con 'N' (prestamos) se acredita.
       01  WS-PASE-CTA-ORI            PIC X(8).
       01  WS-PASE-CTA-DES            PIC X(8).
       01  WS-PASE-IMPORTE            PIC 9(13)V99.
       01  WS-PASE-PASIVO             PIC X.

       01  WS-CANT-EJECUTADOS         PIC 9(5) VALUE 0.
       01  WS-CANT-SIN-MAPEO          PIC 9(5) VALUE 0.
       01  WS-CANT-ANULADOS           PIC 9(5) VALUE 0.
       01  WS-IMPORTE-DISPLAY         PIC -Z(12)9.99.
       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "traslados-cuentas".
       01  WS-REP-TITULO              PIC X(40)
                  VALUE "TRASLADOS DE CUENTAS ENTRE SUCURSALES".
       01  WS-REP-LINEA               PIC X(80).

       01  WS-AUD-CBF                 PIC X(6).
       01  WS-AUD-CAMPO               PIC X(20) VALUE "SUCURSAL".
       01  WS-AUD-VALOR-ANT           PIC X(50).
       01  WS-AUD-VALOR-NUEVO         PIC X(50).
       01  WS-USUARIO-AUDIT           PIC X(20) VALUE "BATCH".

       LINKAGE SECTION.
       01  LK-RESULTADO-BATCH         PIC 9.
           88  LK-BATCH-OK                VALUE 0.

       PROCEDURE DIVISION USING LK-RESULTADO-BATCH.
       0000-MAINLINE.
           MOVE 0 TO LK-RESULTADO-BATCH
           PERFORM 1000-INICIALIZAR
           IF WS-SEGUIR = 'S'
               PERFORM 2000-PROCESAR-TRASLADOS
           END-IF
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR.
           COPY "cargar-rutas.cpy".
           DISPLAY "==========================================".
           DISPLAY "  TRASLADOS DE CUENTAS ENTRE SUCURSALES".
           DISPLAY "==========================================".
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP-CORRIDA
      *    Misma fecha contable que el cierre que acaba de correr.
           MOVE "000000" TO WS-TIMESTAMP-CORRIDA(9:6)
           CALL "fecha-contable" USING WS-TIMESTAMP-CORRIDA,
                WS-FECHA-CONTABLE
           DISPLAY "Fecha contable: " WS-FECHA-CONTABLE
           MOVE "Traslados con fecha efectiva hasta la fecha contable"
               TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           OPEN I-O TRASLADOS-FILE
           IF TRASLADOS-STATUS NOT = "00"
               MOVE "Sin traslados programados." TO WS-REP-LINEA
               PERFORM 8900-LINEA
               MOVE 'N' TO WS-SEGUIR
           ELSE
               PERFORM 1100-CARGAR-PLAN
               OPEN I-O CUENTAS-FILE
               OPEN INPUT SALDOS-FILE
               OPEN INPUT PRESTAMOS-FILE
               OPEN INPUT CUOTAS-FILE
               OPEN INPUT PLAZOS-FILE
               OPEN INPUT SOLICITUDES-FILE
               OPEN INPUT CAJAS-FILE
      *        El archivo del dia se extiende: una re-corrida solo
      *        agrega los traslados que quedaron pendientes.
               MOVE SPACES TO WS-ASIENTO-PATH
               STRING "gl-traslado-" DELIMITED BY SIZE
                      WS-FECHA-CONTABLE DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                   INTO WS-ASIENTO-PATH
               OPEN EXTEND ASIENTO-FILE
               IF ASIENTO-STATUS NOT = "00"
                   OPEN OUTPUT ASIENTO-FILE
               END-IF
           END-IF.

       1100-CARGAR-PLAN.
           OPEN INPUT PLAN-FILE
           IF PLAN-STATUS NOT = "00"
               MOVE "10" TO PLAN-STATUS
           END-IF
           PERFORM UNTIL PLAN-STATUS = "10"
               READ PLAN-FILE
                   AT END
                       MOVE "10" TO PLAN-STATUS
                   NOT AT END
                       IF WS-PLAN-CANT < 200
                           ADD 1 TO WS-PLAN-CANT
                           MOVE PLC-OPERACION
                               TO WS-PLC-OPER(WS-PLAN-CANT)
                           MOVE PLC-TIPO-CUENTA
                               TO WS-PLC-TIPO(WS-PLAN-CANT)
                           MOVE PLC-MONEDA
                               TO WS-PLC-MONEDA(WS-PLAN-CANT)
                           MOVE PLC-SUCURSAL
                               TO WS-PLC-SUC(WS-PLAN-CANT)
                           MOVE PLC-CTA-CLIENTE
                               TO WS-PLC-CTA-CLI(WS-PLAN-CANT)
                           MOVE PLC-CTA-CONTRA
                               TO WS-PLC-CTA-CON(WS-PLAN-CANT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-FILE.

       2000-PROCESAR-TRASLADOS.
           MOVE LOW-VALUES TO TRC-KEY
           START TRASLADOS-FILE KEY IS >= TRC-KEY
               INVALID KEY
                   MOVE "10" TO TRASLADOS-STATUS
           END-START
           PERFORM UNTIL TRASLADOS-STATUS = "10"
               READ TRASLADOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO TRASLADOS-STATUS
                   NOT AT END
                       IF TRC-PENDIENTE
                          AND TRC-FECHA-EFECTIVA <= WS-FECHA-CONTABLE
                           PERFORM 2100-TRASLADAR
                              THRU 2100-TRASLADAR-FIN
                       END-IF
               END-READ
           END-PERFORM.

       2100-TRASLADAR.
           MOVE TRC-CBF TO WS-CBF
           MOVE TRC-CBF TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   MOVE "Cuenta inexistente" TO WS-AUD-VALOR-NUEVO
                   PERFORM 2150-ANULAR
                   GO TO 2100-TRASLADAR-FIN
           END-READ
           IF CLI-CERRADA
               MOVE "Cuenta cerrada" TO WS-AUD-VALOR-NUEVO
               PERFORM 2150-ANULAR
               GO TO 2100-TRASLADAR-FIN
           END-IF
      *    El origen es la sucursal de hoy de la cuenta, no la del
      *    momento en que se programo.
           MOVE CLI-SUCURSAL TO WS-SUC-ORIGEN
           MOVE TRC-SUC-DESTINO TO WS-SUC-DESTINO
           MOVE CLI-MONEDA TO WS-MONEDA
           IF CLI-SUCURSAL = TRC-SUC-DESTINO
               MOVE "Ya en la sucursal destino" TO WS-AUD-VALOR-NUEVO
               PERFORM 2150-ANULAR
               GO TO 2100-TRASLADAR-FIN
           END-IF

           PERFORM 3000-JUNTAR-SALDO
           PERFORM 3100-JUNTAR-PRESTAMOS
           PERFORM 3300-JUNTAR-PLAZOS
           PERFORM 3400-CONTAR-CHEQUERAS
           PERFORM 3500-CONTAR-CAJAS

           PERFORM 4000-RESOLVER-CUENTAS
           IF WS-MAPEO-OK NOT = 'S'
               ADD 1 TO WS-CANT-SIN-MAPEO
               MOVE SPACES TO WS-REP-LINEA
               STRING "SIN MAPEO TS/IF: CBF " DELIMITED BY SIZE
                      WS-CBF DELIMITED BY SIZE
                      " suc " DELIMITED BY SIZE
                      WS-SUC-ORIGEN DELIMITED BY SIZE
                      " -> " DELIMITED BY SIZE
                      WS-SUC-DESTINO DELIMITED BY SIZE
                      ": queda pendiente" DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               PERFORM 8900-LINEA
               GO TO 2100-TRASLADAR-FIN
           END-IF

           PERFORM 5000-ASENTAR-PASES

           MOVE TRC-SUC-DESTINO TO CLI-SUCURSAL
           REWRITE REGISTRO-CLIENTE
           IF CUENTAS-STATUS = "00"
               CALL "registrar-imagen" USING "CUENTAS ", "R",
                    REGISTRO-CLIENTE
           END-IF
           MOVE WS-CBF TO WS-AUD-CBF
           MOVE SPACES TO WS-AUD-VALOR-ANT
           STRING "Sucursal " DELIMITED BY SIZE
                  WS-SUC-ORIGEN DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANT
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING "Sucursal " DELIMITED BY SIZE
                  WS-SUC-DESTINO DELIMITED BY SIZE
                  " (traslado efectivo " DELIMITED BY SIZE
                  TRC-FECHA-EFECTIVA DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
                WS-AUD-VALOR-NUEVO, WS-USUARIO-AUDIT

           MOVE WS-SUC-ORIGEN TO TRC-SUC-ORIGEN
           SET TRC-EJECUTADO TO TRUE
           MOVE WS-FECHA-HOY TO TRC-FECHA-EJECUCION
           MOVE WS-MONEDA TO TRC-MONEDA
           MOVE WS-SALDO TO TRC-SALDO
           MOVE WS-CANT-PRESTAMOS TO TRC-CANT-PRESTAMOS
           MOVE WS-CAPITAL-PRESTAMOS TO TRC-CAPITAL-PRESTAMOS
           MOVE WS-CANT-PLAZOS TO TRC-CANT-PLAZOS
           MOVE WS-CAPITAL-PLAZOS TO TRC-CAPITAL-PLAZOS
           MOVE WS-CANT-CHEQUERAS TO TRC-CANT-CHEQUERAS
           MOVE WS-CANT-CAJAS TO TRC-CANT-CAJAS
           REWRITE TRC-RECORD
           ADD 1 TO WS-CANT-EJECUTADOS
           PERFORM 6000-REPORTAR.
       2100-TRASLADAR-FIN.
           EXIT.

       2150-ANULAR.
           SET TRC-ANULADO TO TRUE
           MOVE WS-FECHA-HOY TO TRC-FECHA-EJECUCION
           REWRITE TRC-RECORD
           ADD 1 TO WS-CANT-ANULADOS
           MOVE SPACES TO WS-REP-LINEA
           STRING "CBF " DELIMITED BY SIZE
                  WS-CBF DELIMITED BY SIZE
                  ": traslado anulado - " DELIMITED BY SIZE
                  WS-AUD-VALOR-NUEVO DELIMITED BY "  "
               INTO WS-REP-LINEA
           PERFORM 8900-LINEA.

       3000-JUNTAR-SALDO.
           MOVE 0 TO WS-SALDO
           MOVE WS-CBF TO SALDO-CBF
           READ SALDOS-FILE
               KEY IS SALDO-CBF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SALDO-IMPORTE TO WS-SALDO
           END-READ.

      *    Capital de las cuotas impagas (pendientes y en mora) de
      *    los prestamos vigentes o en mora; los castigados ya estan
      *    fuera del balance.
       3100-JUNTAR-PRESTAMOS.
           MOVE 0 TO WS-CANT-PRESTAMOS
           MOVE 0 TO WS-CAPITAL-PRESTAMOS
           MOVE 'N' TO WS-FIN-BUSQUEDA
           MOVE WS-CBF TO PRE-CBF
           MOVE 0 TO PRE-TIMESTAMP-ALTA
           START PRESTAMOS-FILE KEY IS >= PRE-KEY
               INVALID KEY
                   MOVE 'S' TO WS-FIN-BUSQUEDA
           END-START
           PERFORM UNTIL WS-FIN-BUSQUEDA = 'S'
               READ PRESTAMOS-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-BUSQUEDA
                   NOT AT END
                       IF PRE-CBF NOT = WS-CBF
                           MOVE 'S' TO WS-FIN-BUSQUEDA
                       ELSE
                           IF PRE-VIGENTE OR PRE-EN-MORA
                               ADD 1 TO WS-CANT-PRESTAMOS
                               PERFORM 3200-SUMAR-CUOTAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3200-SUMAR-CUOTAS.
           MOVE PRE-CBF TO CUO-CBF
           MOVE PRE-TIMESTAMP-ALTA TO CUO-TIMESTAMP-PREST
           MOVE 0 TO CUO-NUMERO
           START CUOTAS-FILE KEY IS >= CUO-KEY
               INVALID KEY
                   MOVE "10" TO CUOTAS-STATUS
               NOT INVALID KEY
                   MOVE "00" TO CUOTAS-STATUS
           END-START
           PERFORM UNTIL CUOTAS-STATUS = "10"
               READ CUOTAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO CUOTAS-STATUS
                   NOT AT END
                       IF CUO-CBF NOT = PRE-CBF
                          OR CUO-TIMESTAMP-PREST
                             NOT = PRE-TIMESTAMP-ALTA
                           MOVE "10" TO CUOTAS-STATUS
                       ELSE
                           IF CUO-PENDIENTE OR CUO-EN-MORA
                               ADD CUO-CAPITAL
                                   TO WS-CAPITAL-PRESTAMOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3300-JUNTAR-PLAZOS.
           MOVE 0 TO WS-CANT-PLAZOS
           MOVE 0 TO WS-CAPITAL-PLAZOS
           MOVE 'N' TO WS-FIN-BUSQUEDA
           MOVE WS-CBF TO PF-CBF
           MOVE 0 TO PF-TIMESTAMP-ALTA
           START PLAZOS-FILE KEY IS >= PF-KEY
               INVALID KEY
                   MOVE 'S' TO WS-FIN-BUSQUEDA
           END-START
           PERFORM UNTIL WS-FIN-BUSQUEDA = 'S'
               READ PLAZOS-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-BUSQUEDA
                   NOT AT END
                       IF PF-CBF NOT = WS-CBF
                           MOVE 'S' TO WS-FIN-BUSQUEDA
                       ELSE
                           IF PF-VIGENTE
                               ADD 1 TO WS-CANT-PLAZOS
                               ADD PF-CAPITAL TO WS-CAPITAL-PLAZOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Chequeras que todavia no se entregaron: se entregan en la
      *    sucursal nueva.
       3400-CONTAR-CHEQUERAS.
           MOVE 0 TO WS-CANT-CHEQUERAS
           MOVE 'N' TO WS-FIN-BUSQUEDA
           MOVE WS-CBF TO SC-CBF
           MOVE 0 TO SC-TIMESTAMP
           START SOLICITUDES-FILE KEY IS >= SC-KEY
               INVALID KEY
                   MOVE 'S' TO WS-FIN-BUSQUEDA
           END-START
           PERFORM UNTIL WS-FIN-BUSQUEDA = 'S'
               READ SOLICITUDES-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-BUSQUEDA
                   NOT AT END
                       IF SC-CBF NOT = WS-CBF
                           MOVE 'S' TO WS-FIN-BUSQUEDA
                       ELSE
                           IF SC-SOLICITADA OR SC-IMPRESA
                               ADD 1 TO WS-CANT-CHEQUERAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Cajas alquiladas que debitan el abono de la cuenta: siguen
      *    vinculadas al CBF pero quedan en su sucursal fisica.
       3500-CONTAR-CAJAS.
           MOVE 0 TO WS-CANT-CAJAS
           MOVE 'N' TO WS-FIN-BUSQUEDA
           MOVE LOW-VALUES TO CS-KEY
           START CAJAS-FILE KEY IS >= CS-KEY
               INVALID KEY
                   MOVE 'S' TO WS-FIN-BUSQUEDA
           END-START
           PERFORM UNTIL WS-FIN-BUSQUEDA = 'S'
               READ CAJAS-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-BUSQUEDA
                   NOT AT END
                       IF CS-CBF-DEBITO = WS-CBF
                          AND NOT CS-LIBRE
                           ADD 1 TO WS-CANT-CAJAS
                           MOVE SPACES TO WS-CAJA-DISPLAY
                           STRING CS-SUCURSAL DELIMITED BY SIZE
                                  "-" DELIMITED BY SIZE
                                  CS-NUMERO DELIMITED BY SIZE
                               INTO WS-CAJA-DISPLAY
                           MOVE SPACES TO WS-REP-LINEA
                           STRING "  CBF " DELIMITED BY SIZE
                                  WS-CBF DELIMITED BY SIZE
                                  ": caja de seguridad "
                                      DELIMITED BY SIZE
                                  WS-CAJA-DISPLAY DELIMITED BY SIZE
                                  " queda en su sucursal"
                                      DELIMITED BY SIZE
                               INTO WS-REP-LINEA
                           PERFORM 8900-LINEA
                       END-IF
               END-READ
           END-PERFORM.

      *    Cuenta de cada producto a trasladar (solo si tiene
      *    importe) y las interfiliales, en origen y destino.
       4000-RESOLVER-CUENTAS.
           MOVE 'S' TO WS-MAPEO-OK
           MOVE WS-MONEDA TO WS-BUS-MONEDA
           IF WS-SALDO NOT = 0
               MOVE "TS" TO WS-BUS-OPER
               MOVE CLI-TIPO-CUENTA TO WS-BUS-TIPO
               MOVE WS-SUC-ORIGEN TO WS-BUS-SUC
               PERFORM 4100-BUSCAR-PLAN
               MOVE WS-BUS-CTA TO WS-CTA-DEPOSITO-ORI
               MOVE WS-SUC-DESTINO TO WS-BUS-SUC
               PERFORM 4100-BUSCAR-PLAN
               MOVE WS-BUS-CTA TO WS-CTA-DEPOSITO-DES
           END-IF
           IF WS-CAPITAL-PRESTAMOS > 0
               MOVE "TS" TO WS-BUS-OPER
               MOVE "P" TO WS-BUS-TIPO
               MOVE WS-SUC-ORIGEN TO WS-BUS-SUC
               PERFORM 4100-BUSCAR-PLAN
               MOVE WS-BUS-CTA TO WS-CTA-PRESTAMO-ORI
               MOVE WS-SUC-DESTINO TO WS-BUS-SUC
               PERFORM 4100-BUSCAR-PLAN
               MOVE WS-BUS-CTA TO WS-CTA-PRESTAMO-DES
           END-IF
           IF WS-CAPITAL-PLAZOS > 0
               MOVE "TS" TO WS-BUS-OPER
               MOVE "F" TO WS-BUS-TIPO
               MOVE WS-SUC-ORIGEN TO WS-BUS-SUC
               PERFORM 4100-BUSCAR-PLAN
               MOVE WS-BUS-CTA TO WS-CTA-PLAZO-ORI
               MOVE WS-SUC-DESTINO TO WS-BUS-SUC
               PERFORM 4100-BUSCAR-PLAN
               MOVE WS-BUS-CTA TO WS-CTA-PLAZO-DES
           END-IF
           MOVE "IF" TO WS-BUS-OPER
           MOVE "*" TO WS-BUS-TIPO
           MOVE WS-SUC-ORIGEN TO WS-BUS-SUC
           PERFORM 4100-BUSCAR-PLAN
           MOVE WS-BUS-CTA TO WS-CTA-IF-ORI
           MOVE WS-SUC-DESTINO TO WS-BUS-SUC
           PERFORM 4100-BUSCAR-PLAN
           MOVE WS-BUS-CTA TO WS-CTA-IF-DES.

      *    Las operaciones "TS" e "IF" van literales en el plan; la
      *    interfilial no mira el tipo de cuenta. Un fallo apaga
      *    WS-MAPEO-OK para todo el traslado.
       4100-BUSCAR-PLAN.
           MOVE 'N' TO WS-BUS-OK
           MOVE SPACES TO WS-BUS-CTA
           PERFORM VARYING WS-IDX-PLC FROM 1 BY 1
                   UNTIL WS-IDX-PLC > WS-PLAN-CANT
                      OR WS-BUS-OK = 'S'
               IF WS-PLC-OPER(WS-IDX-PLC) = WS-BUS-OPER
                  AND (WS-PLC-TIPO(WS-IDX-PLC) = WS-BUS-TIPO
                   OR WS-PLC-TIPO(WS-IDX-PLC) = "*"
                   OR WS-BUS-OPER = "IF")
                  AND (WS-PLC-MONEDA(WS-IDX-PLC) = WS-BUS-MONEDA
                   OR WS-PLC-MONEDA(WS-IDX-PLC) = "*  ")
                  AND (WS-PLC-SUC(WS-IDX-PLC) = WS-BUS-SUC
                   OR WS-PLC-SUC(WS-IDX-PLC) = "*  ")
                   MOVE 'S' TO WS-BUS-OK
                   MOVE WS-PLC-CTA-CLI(WS-IDX-PLC) TO WS-BUS-CTA
               END-IF
           END-PERFORM
           IF WS-BUS-OK NOT = 'S'
               MOVE 'N' TO WS-MAPEO-OK
           END-IF.

      *    Saldo acreedor y plazos fijos son deuda con el cliente;
      *    el descubierto y los prestamos, credito del banco.
       5000-ASENTAR-PASES.
           IF WS-SALDO > 0
               MOVE WS-CTA-DEPOSITO-ORI TO WS-PASE-CTA-ORI
               MOVE WS-CTA-DEPOSITO-DES TO WS-PASE-CTA-DES
               MOVE WS-SALDO TO WS-PASE-IMPORTE
               MOVE 'S' TO WS-PASE-PASIVO
               PERFORM 5100-ASENTAR-PASE
           END-IF
           IF WS-SALDO < 0
               MOVE WS-CTA-DEPOSITO-ORI TO WS-PASE-CTA-ORI
               MOVE WS-CTA-DEPOSITO-DES TO WS-PASE-CTA-DES
               COMPUTE WS-PASE-IMPORTE = 0 - WS-SALDO
               MOVE 'N' TO WS-PASE-PASIVO
               PERFORM 5100-ASENTAR-PASE
           END-IF
           IF WS-CAPITAL-PRESTAMOS > 0
               MOVE WS-CTA-PRESTAMO-ORI TO WS-PASE-CTA-ORI
               MOVE WS-CTA-PRESTAMO-DES TO WS-PASE-CTA-DES
               MOVE WS-CAPITAL-PRESTAMOS TO WS-PASE-IMPORTE
               MOVE 'N' TO WS-PASE-PASIVO
               PERFORM 5100-ASENTAR-PASE
           END-IF
           IF WS-CAPITAL-PLAZOS > 0
               MOVE WS-CTA-PLAZO-ORI TO WS-PASE-CTA-ORI
               MOVE WS-CTA-PLAZO-DES TO WS-PASE-CTA-DES
               MOVE WS-CAPITAL-PLAZOS TO WS-PASE-IMPORTE
               MOVE 'S' TO WS-PASE-PASIVO
               PERFORM 5100-ASENTAR-PASE
           END-IF.

       5100-ASENTAR-PASE.
           MOVE WS-FECHA-CONTABLE TO ASI-FECHA
           MOVE "TS" TO ASI-TIPO
           MOVE WS-PASE-IMPORTE TO ASI-IMPORTE
           MOVE WS-MONEDA TO ASI-MONEDA
           MOVE TRC-TIMESTAMP TO ASI-REFERENCIA

           MOVE WS-SUC-ORIGEN TO ASI-SUCURSAL
           MOVE WS-PASE-CTA-ORI TO ASI-CUENTA
           IF WS-PASE-PASIVO = 'S'
               MOVE "D" TO ASI-DEBCRED
           ELSE
               MOVE "C" TO ASI-DEBCRED
           END-IF
           WRITE ASIENTO-REGISTRO
           MOVE WS-CTA-IF-ORI TO ASI-CUENTA
           IF WS-PASE-PASIVO = 'S'
               MOVE "C" TO ASI-DEBCRED
           ELSE
               MOVE "D" TO ASI-DEBCRED
           END-IF
           WRITE ASIENTO-REGISTRO

           MOVE WS-SUC-DESTINO TO ASI-SUCURSAL
           MOVE WS-CTA-IF-DES TO ASI-CUENTA
           IF WS-PASE-PASIVO = 'S'
               MOVE "D" TO ASI-DEBCRED
           ELSE
               MOVE "C" TO ASI-DEBCRED
           END-IF
           WRITE ASIENTO-REGISTRO
           MOVE WS-PASE-CTA-DES TO ASI-CUENTA
           IF WS-PASE-PASIVO = 'S'
               MOVE "C" TO ASI-DEBCRED
           ELSE
               MOVE "D" TO ASI-DEBCRED
           END-IF
           WRITE ASIENTO-REGISTRO.

       6000-REPORTAR.
           MOVE WS-SALDO TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "CBF " DELIMITED BY SIZE
                  WS-CBF DELIMITED BY SIZE
                  " suc " DELIMITED BY SIZE
                  WS-SUC-ORIGEN DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  WS-SUC-DESTINO DELIMITED BY SIZE
                  " saldo " DELIMITED BY SIZE
                  WS-MONEDA DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           PERFORM 8900-LINEA
           MOVE WS-CAPITAL-PRESTAMOS TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "  prestamos " DELIMITED BY SIZE
                  WS-CANT-PRESTAMOS DELIMITED BY SIZE
                  " capital " DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           PERFORM 8900-LINEA
           MOVE WS-CAPITAL-PLAZOS TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "  plazos fijos " DELIMITED BY SIZE
                  WS-CANT-PLAZOS DELIMITED BY SIZE
                  " capital " DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                  "  chequeras " DELIMITED BY SIZE
                  WS-CANT-CHEQUERAS DELIMITED BY SIZE
                  "  cajas " DELIMITED BY SIZE
                  WS-CANT-CAJAS DELIMITED BY SIZE
               INTO WS-REP-LINEA
           PERFORM 8900-LINEA.

       8900-LINEA.
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       9000-FINALIZAR.
           IF WS-SEGUIR = 'S'
               CLOSE TRASLADOS-FILE
               CLOSE CUENTAS-FILE
               CLOSE SALDOS-FILE
               CLOSE PRESTAMOS-FILE
               CLOSE CUOTAS-FILE
               CLOSE PLAZOS-FILE
               CLOSE SOLICITUDES-FILE
               CLOSE CAJAS-FILE
               CLOSE ASIENTO-FILE
           END-IF
           IF WS-CANT-SIN-MAPEO > 0
               MOVE 1 TO LK-RESULTADO-BATCH
           END-IF
           MOVE SPACES TO WS-REP-LINEA
           STRING "Traslados ejecutados: " DELIMITED BY SIZE
                  WS-CANT-EJECUTADOS DELIMITED BY SIZE
                  "  anulados: " DELIMITED BY SIZE
                  WS-CANT-ANULADOS DELIMITED BY SIZE
                  "  pendientes sin mapeo: " DELIMITED BY SIZE
                  WS-CANT-SIN-MAPEO DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           DISPLAY WS-REP-LINEA
           DISPLAY "==========================================".
