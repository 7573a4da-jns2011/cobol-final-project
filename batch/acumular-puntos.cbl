       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACUMULAR-PUNTOS.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Programa de puntos por fidelidad: paso de la corrida
      *  nocturna posterior a los traslados de cuentas. Aplica la
      *  tabla de reglas (reglas-puntos.dat, MANTENER-REGLAS-PUNTOS)
      *  sobre la actividad que el banco ya registra y acredita los
      *  puntos por persona (CI-CLIENTE-ID de clientes-idx.dat) en el
      *  libro puntos-movimientos.dat:
      *    HA  haberes acreditados por ACREDITAR-HABERES ("D" con
      *        memo "HABERES EMPL") en transacciones.dat;
      *    TD  compras con tarjeta de debito ("P");
      *    SV  pagos de servicios (pagos-servicios.dat);
      *    PF  plazos fijos constituidos y no precancelados
      *        (plazos-fijos.dat);
      *    CU  cuotas de prestamo pagadas sin punitorios
      *        (cuotas-prestamos.dat);
      *    TC  consumos con tarjeta de credito (consumos-tarjeta.dat,
      *        la cuenta sale de tarjetas-credito.dat).
      *  Solo suma la actividad con fecha desde la vigencia de una
      *  regla activa y de una cuenta vinculada a un cliente. Cada
      *  actividad genera un lote con la clave del registro de
      *  origen, asi que una re-corrida no acredita dos veces. El
      *  lote vence el ultimo dia del mes en que cumple
      *  PARM-MESES-VTO-PUNTOS meses.
      *  Despues del alta de lotes:
      *    - vence lo que quedaba de cada lote cumplido (movimiento
      *      "VT" por el saldo, valuado a PARM-CENTAVOS-PUNTO);
      *    - reintegra como lote nuevo la bonificacion de abono
      *      canjeada en el cajero cuyo periodo paso sin que
      *      COMISION-MANTENIMIENTO la aplicara.
      *  Los totales por actividad salen via escribir-reporte; el
      *  pasivo mensual lo informa REPORTE-PASIVO-PUNTOS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGLAS-FILE ASSIGN TO "reglas-puntos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGP-ACTIVIDAD
               FILE STATUS IS REGLAS-STATUS.

           SELECT PUNTOS-FILE ASSIGN TO "puntos-movimientos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTM-KEY
               ALTERNATE RECORD KEY IS PTM-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS PUNTOS-STATUS.

           SELECT TRANS-FILE ASSIGN TO WS-TRANS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS R-KEY
               ALTERNATE RECORD KEY IS R-CBF
                   WITH DUPLICATES
               FILE STATUS IS TRANS-STATUS.

           SELECT PAGOS-FILE ASSIGN TO "pagos-servicios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-KEY
               FILE STATUS IS PAGOS-STATUS.

           SELECT PLAZOS-FILE ASSIGN TO "plazos-fijos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-KEY
               FILE STATUS IS PLAZOS-STATUS.

           SELECT CUOTAS-FILE ASSIGN TO "cuotas-prestamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-KEY
               FILE STATUS IS CUOTAS-STATUS.

           SELECT CONSUMOS-FILE ASSIGN TO "consumos-tarjeta.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS CONSUMOS-STATUS.

           SELECT TARJETAS-CREDITO-FILE ASSIGN TO "tarjetas-credito.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-NUMERO
               ALTERNATE RECORD KEY IS TC-CBF
                   WITH DUPLICATES
               FILE STATUS IS TARJETAS-STATUS.

           SELECT CLIENTES-IDX-FILE ASSIGN TO "clientes-idx.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CBF
               ALTERNATE RECORD KEY IS CI-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS CLIENTES-IDX-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGLAS-FILE.
       COPY "regla-puntos.cpy".

       FD  PUNTOS-FILE.
       COPY "movimiento-puntos.cpy".

       FD  TRANS-FILE.
       COPY "registro-transaccion.cpy".

       FD  PAGOS-FILE.
       COPY "pago-servicio.cpy".

       FD  PLAZOS-FILE.
       COPY "plazo-fijo.cpy".

       FD  CUOTAS-FILE.
       COPY "cuota-prestamo.cpy".

       FD  CONSUMOS-FILE.
       COPY "consumo-tarjeta.cpy".

       FD  TARJETAS-CREDITO-FILE.
       COPY "tarjeta-credito.cpy".

       FD  CLIENTES-IDX-FILE.
       COPY "cliente-indice.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  PARAMETROS-FILE.
           COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  REGLAS-STATUS              PIC XX.
       01  PUNTOS-STATUS              PIC XX.
       01  TRANS-STATUS               PIC XX.
       01  PAGOS-STATUS               PIC XX.
       01  PLAZOS-STATUS              PIC XX.
       01  CUOTAS-STATUS              PIC XX.
       01  CONSUMOS-STATUS            PIC XX.
       01  TARJETAS-STATUS            PIC XX.
       01  CLIENTES-IDX-STATUS        PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  PARAMETROS-STATUS          PIC XX.

       01  WS-TIMESTAMP-CORRIDA       PIC 9(14).
       01  WS-FECHA-CONTABLE          PIC 9(8).
       01  WS-PERIODO-CONTABLE        PIC 9(6).
       01  WS-SEGUIR                  PIC X VALUE 'S'.
       01  WS-HAY-REGLAS              PIC X VALUE 'N'.

      *    Meses de vigencia de un lote y valor del punto en
      *    centavos de peso, por defecto.
       01  WS-MESES-VTO               PIC 9(3) VALUE 24.
       01  WS-CENTAVOS-PUNTO          PIC 9(5) VALUE 100.

      *    Reglas activas, una por actividad en el orden de
      *    RGP-ACTIVIDAD-VALIDA.
       01  WS-REGLAS.
           05  WS-RG OCCURS 6 TIMES.
               10  WS-RG-ACTIVA       PIC X(1).
               10  WS-RG-FIJOS        PIC 9(5).
               10  WS-RG-TRAMO        PIC 9(5).
               10  WS-RG-IMPORTE-TRAMO PIC 9(7)V99.
               10  WS-RG-TOPE         PIC 9(7).
               10  WS-RG-DESDE        PIC 9(8).
               10  WS-RG-DESCRIPCION  PIC X(30).
               10  WS-RG-LOTES        PIC 9(7).
               10  WS-RG-PUNTOS       PIC 9(9).
       01  WS-IDX-REGLA               PIC 9.

      *    Actividad en proceso, armada por cada recorrido para
      *    3900-ACREDITAR-LOTE.
       01  WS-ACT-ORIGEN              PIC X(2).
       01  WS-ACT-REFERENCIA          PIC X(32).
       01  WS-ACT-CBF                 PIC 9(6).
       01  WS-ACT-FECHA               PIC 9(8).
       01  WS-ACT-IMPORTE             PIC S9(9)V99.
       01  WS-ACT-PUNTOS              PIC 9(9).
       01  WS-ACT-TRAMOS              PIC 9(9).

      *    Ultima cuenta resuelta (los recorridos llegan agrupados
      *    por CBF) y ultima tarjeta de credito.
       01  WS-ULT-CBF                 PIC 9(6) VALUE 0.
       01  WS-ULT-VINCULADA           PIC X VALUE 'N'.
       01  WS-ULT-CLIENTE-ID          PIC 9(8).
       01  WS-ULT-MONEDA              PIC X(3).
       01  WS-ULT-TARJETA             PIC 9(16) VALUE 0.
       01  WS-ULT-TARJETA-CBF         PIC 9(6) VALUE 0.

      *    Vencimiento de un lote: ultimo dia del mes en que cumple
      *    los meses de vigencia.
       01  WS-VTO-MESES-TOTAL         PIC 9(7).
       01  WS-VTO-ANIO                PIC 9(4).
       01  WS-VTO-MES                 PIC 9(2).
       01  WS-VTO-PRIMERO             PIC 9(8).
       01  WS-VTO-FECHA               PIC 9(8).
       01  WS-VTO-FECHA-R REDEFINES WS-VTO-FECHA.
           05  WS-VTO-FECHA-ANIO      PIC 9(4).
           05  WS-VTO-FECHA-MES       PIC 9(2).
           05  WS-VTO-FECHA-DIA       PIC 9(2).

       01  WS-LOTE-GUARDADO           PIC X(150).
       01  WS-CANJE-GUARDADO          PIC X(150).
       01  WS-SALDO-VENCIDO           PIC 9(7).

       01  WS-TOTAL-LOTES             PIC 9(7) VALUE 0.
       01  WS-TOTAL-PUNTOS            PIC 9(9) VALUE 0.
       01  WS-TOTAL-SIN-CLIENTE       PIC 9(7) VALUE 0.
       01  WS-TOTAL-VENCIDOS          PIC 9(7) VALUE 0.
       01  WS-PUNTOS-VENCIDOS         PIC 9(9) VALUE 0.
       01  WS-TOTAL-REINTEGROS        PIC 9(7) VALUE 0.
       01  WS-PUNTOS-REINTEGRADOS     PIC 9(9) VALUE 0.

       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "acumular-puntos".
       01  WS-REP-TITULO              PIC X(40)
                   VALUE "ACREDITACION Y VENCIMIENTO DE PUNTOS".
       01  WS-REP-LINEA               PIC X(80).

       LINKAGE SECTION.
       01  LK-RESULTADO-BATCH         PIC 9.
           88  LK-BATCH-OK                VALUE 0.

       PROCEDURE DIVISION USING LK-RESULTADO-BATCH.
       0000-MAINLINE.
           MOVE 0 TO LK-RESULTADO-BATCH
           PERFORM 1000-INICIALIZAR
           IF WS-SEGUIR = 'S'
               IF WS-HAY-REGLAS = 'S'
                   PERFORM 3100-RECORRER-TRANSACCIONES
                   PERFORM 3200-RECORRER-SERVICIOS
                   PERFORM 3300-RECORRER-PLAZOS-FIJOS
                   PERFORM 3400-RECORRER-CUOTAS
                   PERFORM 3500-RECORRER-CONSUMOS
               END-IF
               PERFORM 4000-VENCER-LOTES
               PERFORM 5000-REINTEGRAR-BONIFICACIONES
           END-IF
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR.
           COPY "cargar-rutas.cpy".
           DISPLAY "==========================================".
           DISPLAY "  ACREDITACION Y VENCIMIENTO DE PUNTOS".
           DISPLAY "==========================================".
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP-CORRIDA
      *    Misma fecha contable que el cierre que acaba de correr.
           MOVE "000000" TO WS-TIMESTAMP-CORRIDA(9:6)
           CALL "fecha-contable" USING WS-TIMESTAMP-CORRIDA,
                WS-FECHA-CONTABLE
           MOVE WS-FECHA-CONTABLE(1:6) TO WS-PERIODO-CONTABLE
           DISPLAY "Fecha contable: " WS-FECHA-CONTABLE
           MOVE "Actividad  Lotes     Puntos" TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           PERFORM 1100-LEER-PARAMETROS
           PERFORM 2000-CARGAR-REGLAS
           OPEN I-O PUNTOS-FILE
           IF PUNTOS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT PUNTOS-FILE
               CLOSE PUNTOS-FILE
               OPEN I-O PUNTOS-FILE
           END-IF
           IF PUNTOS-STATUS NOT = "00" AND NOT = "05"
               DISPLAY "ERROR AL ABRIR puntos-movimientos.dat. STATUS="
                       PUNTOS-STATUS
               MOVE 1 TO LK-RESULTADO-BATCH
               MOVE 'N' TO WS-SEGUIR
           ELSE
               OPEN INPUT CLIENTES-IDX-FILE
               OPEN INPUT CUENTAS-FILE
           END-IF.

       1100-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-MESES-VTO-PUNTOS IS NUMERIC
                          AND PARM-MESES-VTO-PUNTOS > 0
                           MOVE PARM-MESES-VTO-PUNTOS TO WS-MESES-VTO
                       END-IF
                       IF PARM-CENTAVOS-PUNTO IS NUMERIC
                          AND PARM-CENTAVOS-PUNTO > 0
                           MOVE PARM-CENTAVOS-PUNTO
                               TO WS-CENTAVOS-PUNTO
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF.

      *****************************************************************
      *  Tabla de reglas: solo las activas entran en la corrida.
      *****************************************************************
       2000-CARGAR-REGLAS.
           PERFORM VARYING WS-IDX-REGLA FROM 1 BY 1
                   UNTIL WS-IDX-REGLA > 6
               MOVE 'N' TO WS-RG-ACTIVA(WS-IDX-REGLA)
               MOVE 0 TO WS-RG-LOTES(WS-IDX-REGLA)
               MOVE 0 TO WS-RG-PUNTOS(WS-IDX-REGLA)
           END-PERFORM
           OPEN INPUT REGLAS-FILE
           IF REGLAS-STATUS NOT = "00"
               DISPLAY "Sin reglas de puntos cargadas."
               MOVE "10" TO REGLAS-STATUS
           ELSE
               MOVE LOW-VALUES TO RGP-ACTIVIDAD
               START REGLAS-FILE KEY IS >= RGP-ACTIVIDAD
                   INVALID KEY
                       MOVE "10" TO REGLAS-STATUS
               END-START
           END-IF
           PERFORM UNTIL REGLAS-STATUS = "10"
               READ REGLAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO REGLAS-STATUS
                   NOT AT END
                       MOVE RGP-ACTIVIDAD TO WS-ACT-ORIGEN
                       PERFORM 2100-UBICAR-REGLA
                       IF WS-IDX-REGLA > 0 AND RGP-ACTIVA
                           PERFORM 2200-TOMAR-REGLA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGLAS-FILE.

       2100-UBICAR-REGLA.
           EVALUATE WS-ACT-ORIGEN
               WHEN "HA"
                   MOVE 1 TO WS-IDX-REGLA
               WHEN "SV"
                   MOVE 2 TO WS-IDX-REGLA
               WHEN "PF"
                   MOVE 3 TO WS-IDX-REGLA
               WHEN "CU"
                   MOVE 4 TO WS-IDX-REGLA
               WHEN "TD"
                   MOVE 5 TO WS-IDX-REGLA
               WHEN "TC"
                   MOVE 6 TO WS-IDX-REGLA
               WHEN OTHER
                   MOVE 0 TO WS-IDX-REGLA
           END-EVALUATE.

       2200-TOMAR-REGLA.
           MOVE 'S' TO WS-HAY-REGLAS
           MOVE 'S' TO WS-RG-ACTIVA(WS-IDX-REGLA)
           MOVE RGP-PUNTOS-FIJOS TO WS-RG-FIJOS(WS-IDX-REGLA)
           MOVE RGP-PUNTOS-TRAMO TO WS-RG-TRAMO(WS-IDX-REGLA)
           MOVE RGP-IMPORTE-TRAMO TO WS-RG-IMPORTE-TRAMO(WS-IDX-REGLA)
           MOVE RGP-TOPE-PUNTOS TO WS-RG-TOPE(WS-IDX-REGLA)
           MOVE RGP-FECHA-DESDE TO WS-RG-DESDE(WS-IDX-REGLA)
           MOVE RGP-DESCRIPCION TO WS-RG-DESCRIPCION(WS-IDX-REGLA)
           DISPLAY "Regla " RGP-ACTIVIDAD " " RGP-DESCRIPCION
                   " desde " RGP-FECHA-DESDE.

      *****************************************************************
      *  Recorridos de la actividad. Cada uno arma la actividad y la
      *  pasa a 3900-ACREDITAR-LOTE.
      *****************************************************************
      *    Haberes y compras con tarjeta de debito.
       3100-RECORRER-TRANSACCIONES.
           OPEN INPUT TRANS-FILE
           IF TRANS-STATUS NOT = "00"
               MOVE "10" TO TRANS-STATUS
           ELSE
               MOVE LOW-VALUES TO R-KEY
               START TRANS-FILE KEY IS >= R-KEY
                   INVALID KEY
                       MOVE "10" TO TRANS-STATUS
               END-START
           END-IF
           PERFORM UNTIL TRANS-STATUS = "10"
               READ TRANS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO TRANS-STATUS
                   NOT AT END
                       MOVE SPACES TO WS-ACT-ORIGEN
                       IF R-DESCRIPCION = "D"
                          AND R-MEMO(1:13) = "HABERES EMPL "
                           MOVE "HA" TO WS-ACT-ORIGEN
                       END-IF
                       IF R-DESCRIPCION = "P"
                           MOVE "TD" TO WS-ACT-ORIGEN
                       END-IF
                       IF WS-ACT-ORIGEN NOT = SPACES
                           MOVE SPACES TO WS-ACT-REFERENCIA
                           MOVE R-KEY TO WS-ACT-REFERENCIA
                           MOVE R-CBF TO WS-ACT-CBF
                           MOVE R-TIMESTAMP(1:8) TO WS-ACT-FECHA
                           MOVE R-IMPORTE TO WS-ACT-IMPORTE
                           PERFORM 3900-ACREDITAR-LOTE
                               THRU 3900-ACREDITAR-LOTE-FIN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE.

       3200-RECORRER-SERVICIOS.
           MOVE "SV" TO WS-ACT-ORIGEN
           PERFORM 2100-UBICAR-REGLA
           IF WS-RG-ACTIVA(WS-IDX-REGLA) = 'N'
               MOVE "10" TO PAGOS-STATUS
           ELSE
               OPEN INPUT PAGOS-FILE
               IF PAGOS-STATUS NOT = "00"
                   MOVE "10" TO PAGOS-STATUS
               ELSE
                   MOVE LOW-VALUES TO PS-KEY
                   START PAGOS-FILE KEY IS >= PS-KEY
                       INVALID KEY
                           MOVE "10" TO PAGOS-STATUS
                   END-START
               END-IF
           END-IF
           PERFORM UNTIL PAGOS-STATUS = "10"
               READ PAGOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO PAGOS-STATUS
                   NOT AT END
                       MOVE "SV" TO WS-ACT-ORIGEN
                       MOVE SPACES TO WS-ACT-REFERENCIA
                       MOVE PS-KEY TO WS-ACT-REFERENCIA
                       MOVE PS-CBF TO WS-ACT-CBF
                       MOVE PS-TIMESTAMP(1:8) TO WS-ACT-FECHA
                       MOVE PS-IMPORTE TO WS-ACT-IMPORTE
                       PERFORM 3900-ACREDITAR-LOTE
                           THRU 3900-ACREDITAR-LOTE-FIN
               END-READ
           END-PERFORM
           CLOSE PAGOS-FILE.

       3300-RECORRER-PLAZOS-FIJOS.
           MOVE "PF" TO WS-ACT-ORIGEN
           PERFORM 2100-UBICAR-REGLA
           IF WS-RG-ACTIVA(WS-IDX-REGLA) = 'N'
               MOVE "10" TO PLAZOS-STATUS
           ELSE
               OPEN INPUT PLAZOS-FILE
               IF PLAZOS-STATUS NOT = "00"
                   MOVE "10" TO PLAZOS-STATUS
               ELSE
                   MOVE LOW-VALUES TO PF-KEY
                   START PLAZOS-FILE KEY IS >= PF-KEY
                       INVALID KEY
                           MOVE "10" TO PLAZOS-STATUS
                   END-START
               END-IF
           END-IF
           PERFORM UNTIL PLAZOS-STATUS = "10"
               READ PLAZOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO PLAZOS-STATUS
                   NOT AT END
                       IF NOT PF-PRECANCELADO
                           MOVE "PF" TO WS-ACT-ORIGEN
                           MOVE SPACES TO WS-ACT-REFERENCIA
                           MOVE PF-KEY TO WS-ACT-REFERENCIA
                           MOVE PF-CBF TO WS-ACT-CBF
                           MOVE PF-FECHA-INICIO TO WS-ACT-FECHA
                           MOVE PF-CAPITAL TO WS-ACT-IMPORTE
                           PERFORM 3900-ACREDITAR-LOTE
                               THRU 3900-ACREDITAR-LOTE-FIN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAZOS-FILE.

      *    Cuota al dia: pagada y sin punitorios. Suma en la fecha de
      *    su vencimiento.
       3400-RECORRER-CUOTAS.
           MOVE "CU" TO WS-ACT-ORIGEN
           PERFORM 2100-UBICAR-REGLA
           IF WS-RG-ACTIVA(WS-IDX-REGLA) = 'N'
               MOVE "10" TO CUOTAS-STATUS
           ELSE
               OPEN INPUT CUOTAS-FILE
               IF CUOTAS-STATUS NOT = "00"
                   MOVE "10" TO CUOTAS-STATUS
               ELSE
                   MOVE LOW-VALUES TO CUO-KEY
                   START CUOTAS-FILE KEY IS >= CUO-KEY
                       INVALID KEY
                           MOVE "10" TO CUOTAS-STATUS
                   END-START
               END-IF
           END-IF
           PERFORM UNTIL CUOTAS-STATUS = "10"
               READ CUOTAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO CUOTAS-STATUS
                   NOT AT END
                       IF CUO-PAGADA AND CUO-PUNITORIO = 0
                           MOVE "CU" TO WS-ACT-ORIGEN
                           MOVE SPACES TO WS-ACT-REFERENCIA
                           MOVE CUO-KEY TO WS-ACT-REFERENCIA
                           MOVE CUO-CBF TO WS-ACT-CBF
                           MOVE CUO-VENCIMIENTO TO WS-ACT-FECHA
                           MOVE CUO-IMPORTE TO WS-ACT-IMPORTE
                           PERFORM 3900-ACREDITAR-LOTE
                               THRU 3900-ACREDITAR-LOTE-FIN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUOTAS-FILE.

      *    Consumos con tarjeta de credito: el CBF es el de la
      *    tarjeta.
       3500-RECORRER-CONSUMOS.
           MOVE "TC" TO WS-ACT-ORIGEN
           PERFORM 2100-UBICAR-REGLA
           IF WS-RG-ACTIVA(WS-IDX-REGLA) = 'N'
               MOVE "10" TO CONSUMOS-STATUS
           ELSE
               OPEN INPUT CONSUMOS-FILE
               IF CONSUMOS-STATUS NOT = "00"
                   MOVE "10" TO CONSUMOS-STATUS
               ELSE
                   OPEN INPUT TARJETAS-CREDITO-FILE
                   MOVE LOW-VALUES TO CT-KEY
                   START CONSUMOS-FILE KEY IS >= CT-KEY
                       INVALID KEY
                           MOVE "10" TO CONSUMOS-STATUS
                   END-START
               END-IF
           END-IF
           PERFORM UNTIL CONSUMOS-STATUS = "10"
               READ CONSUMOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO CONSUMOS-STATUS
                   NOT AT END
                       IF CT-CONSUMO
                           PERFORM 3550-RESOLVER-TARJETA
                           IF WS-ULT-TARJETA-CBF > 0
                               MOVE "TC" TO WS-ACT-ORIGEN
                               MOVE SPACES TO WS-ACT-REFERENCIA
                               MOVE CT-KEY TO WS-ACT-REFERENCIA
                               MOVE WS-ULT-TARJETA-CBF TO WS-ACT-CBF
                               MOVE CT-FECHA TO WS-ACT-FECHA
                               MOVE CT-IMPORTE TO WS-ACT-IMPORTE
                               PERFORM 3900-ACREDITAR-LOTE
                                   THRU 3900-ACREDITAR-LOTE-FIN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RG-ACTIVA(WS-IDX-REGLA) = 'S'
               CLOSE CONSUMOS-FILE
               CLOSE TARJETAS-CREDITO-FILE
           END-IF.

       3550-RESOLVER-TARJETA.
           IF CT-NUMERO NOT = WS-ULT-TARJETA
               MOVE CT-NUMERO TO WS-ULT-TARJETA
               MOVE 0 TO WS-ULT-TARJETA-CBF
               MOVE CT-NUMERO TO TC-NUMERO
               READ TARJETAS-CREDITO-FILE
                   KEY IS TC-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TC-CBF TO WS-ULT-TARJETA-CBF
               END-READ
           END-IF.

      *****************************************************************
      *  Alta del lote de una actividad: regla activa y vigente a la
      *  fecha, cuenta vinculada a un cliente, y la actividad sin
      *  lote previo en el libro.
      *****************************************************************
       3900-ACREDITAR-LOTE.
           PERFORM 2100-UBICAR-REGLA
           IF WS-IDX-REGLA = 0
               GO TO 3900-ACREDITAR-LOTE-FIN
           END-IF
           IF WS-RG-ACTIVA(WS-IDX-REGLA) = 'N'
              OR WS-ACT-FECHA < WS-RG-DESDE(WS-IDX-REGLA)
              OR WS-ACT-FECHA > WS-FECHA-CONTABLE
               GO TO 3900-ACREDITAR-LOTE-FIN
           END-IF
           MOVE WS-ACT-ORIGEN TO PTM-ORIGEN
           MOVE WS-ACT-REFERENCIA TO PTM-REFERENCIA
           READ PUNTOS-FILE
               KEY IS PTM-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 3900-ACREDITAR-LOTE-FIN
           END-READ
           PERFORM 3910-RESOLVER-CUENTA
           IF WS-ULT-VINCULADA = 'N'
               ADD 1 TO WS-TOTAL-SIN-CLIENTE
               GO TO 3900-ACREDITAR-LOTE-FIN
           END-IF
           PERFORM 3920-CALCULAR-PUNTOS
           IF WS-ACT-PUNTOS = 0
               GO TO 3900-ACREDITAR-LOTE-FIN
           END-IF
           MOVE WS-ACT-FECHA TO WS-VTO-FECHA
           PERFORM 3930-CALCULAR-VENCIMIENTO

           MOVE SPACES TO PTM-RECORD
           MOVE WS-ACT-ORIGEN TO PTM-ORIGEN
           MOVE WS-ACT-REFERENCIA TO PTM-REFERENCIA
           MOVE WS-ULT-CLIENTE-ID TO PTM-CLIENTE-ID
           MOVE WS-ACT-CBF TO PTM-CBF
           MOVE WS-ACT-FECHA TO PTM-FECHA
           MOVE WS-FECHA-CONTABLE TO PTM-FECHA-ALTA
           MOVE WS-ACT-PUNTOS TO PTM-PUNTOS
           MOVE WS-ACT-PUNTOS TO PTM-SALDO
           MOVE WS-VTO-FECHA TO PTM-FECHA-VENCE
           MOVE WS-ACT-IMPORTE TO PTM-IMPORTE
           MOVE WS-ACT-FECHA(1:6) TO PTM-PERIODO
           SET PTM-LOTE-VIGENTE TO TRUE
           MOVE WS-RG-DESCRIPCION(WS-IDX-REGLA) TO PTM-DETALLE
           WRITE PTM-RECORD
               INVALID KEY
                   DISPLAY "Lote duplicado: " PTM-KEY
                   GO TO 3900-ACREDITAR-LOTE-FIN
           END-WRITE
           ADD 1 TO WS-TOTAL-LOTES
           ADD WS-ACT-PUNTOS TO WS-TOTAL-PUNTOS
           ADD 1 TO WS-RG-LOTES(WS-IDX-REGLA)
           ADD WS-ACT-PUNTOS TO WS-RG-PUNTOS(WS-IDX-REGLA).
       3900-ACREDITAR-LOTE-FIN.
           EXIT.

       3910-RESOLVER-CUENTA.
           IF WS-ACT-CBF NOT = WS-ULT-CBF
               MOVE WS-ACT-CBF TO WS-ULT-CBF
               MOVE 'N' TO WS-ULT-VINCULADA
               MOVE WS-ACT-CBF TO CI-CBF
               READ CLIENTES-IDX-FILE
                   KEY IS CI-CBF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CI-CLIENTE-ID TO WS-ULT-CLIENTE-ID
                       MOVE WS-ACT-CBF TO CLI-CBF
                       READ CUENTAS-FILE
                           KEY IS CLI-CBF
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'S' TO WS-ULT-VINCULADA
                               MOVE CLI-MONEDA TO WS-ULT-MONEDA
                       END-READ
               END-READ
           END-IF.

      *    Fijos mas los puntos por tramo de importe (solo en pesos),
      *    con el tope de la regla.
       3920-CALCULAR-PUNTOS.
           IF WS-ACT-IMPORTE < 0
               COMPUTE WS-ACT-IMPORTE = 0 - WS-ACT-IMPORTE
           END-IF
           MOVE WS-RG-FIJOS(WS-IDX-REGLA) TO WS-ACT-PUNTOS
           IF WS-ULT-MONEDA = "ARS"
              AND WS-RG-TRAMO(WS-IDX-REGLA) > 0
              AND WS-RG-IMPORTE-TRAMO(WS-IDX-REGLA) > 0
               COMPUTE WS-ACT-TRAMOS =
                   WS-ACT-IMPORTE / WS-RG-IMPORTE-TRAMO(WS-IDX-REGLA)
               COMPUTE WS-ACT-PUNTOS = WS-ACT-PUNTOS
                   + WS-ACT-TRAMOS * WS-RG-TRAMO(WS-IDX-REGLA)
           END-IF
           IF WS-RG-TOPE(WS-IDX-REGLA) > 0
              AND WS-ACT-PUNTOS > WS-RG-TOPE(WS-IDX-REGLA)
               MOVE WS-RG-TOPE(WS-IDX-REGLA) TO WS-ACT-PUNTOS
           END-IF
           IF WS-ACT-PUNTOS > 9999999
               MOVE 9999999 TO WS-ACT-PUNTOS
           END-IF.

      *    WS-VTO-FECHA entra con la fecha de alta del lote y sale
      *    con su vencimiento: el dia anterior al primero del mes
      *    siguiente al que cumple los meses de vigencia.
       3930-CALCULAR-VENCIMIENTO.
           COMPUTE WS-VTO-MESES-TOTAL =
               WS-VTO-FECHA-ANIO * 12 + WS-VTO-FECHA-MES
               + WS-MESES-VTO
           COMPUTE WS-VTO-ANIO = WS-VTO-MESES-TOTAL / 12
           COMPUTE WS-VTO-MES =
               WS-VTO-MESES-TOTAL - WS-VTO-ANIO * 12 + 1
           COMPUTE WS-VTO-PRIMERO =
               WS-VTO-ANIO * 10000 + WS-VTO-MES * 100 + 1
           COMPUTE WS-VTO-FECHA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-VTO-PRIMERO) - 1).

      *****************************************************************
      *  Vencimiento: lo que queda de cada lote cumplido sale del
      *  saldo con un movimiento "VT" propio.
      *****************************************************************
       4000-VENCER-LOTES.
           MOVE LOW-VALUES TO PTM-KEY
           START PUNTOS-FILE KEY IS >= PTM-KEY
               INVALID KEY
                   MOVE "10" TO PUNTOS-STATUS
           END-START
           PERFORM UNTIL PUNTOS-STATUS = "10"
               READ PUNTOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO PUNTOS-STATUS
                   NOT AT END
                       IF PTM-ES-LOTE AND PTM-LOTE-VIGENTE
                          AND PTM-SALDO > 0
                          AND PTM-FECHA-VENCE < WS-FECHA-CONTABLE
                           PERFORM 4100-VENCER-LOTE
                       END-IF
               END-READ
           END-PERFORM.

       4100-VENCER-LOTE.
           MOVE PTM-SALDO TO WS-SALDO-VENCIDO
           MOVE 0 TO PTM-SALDO
           SET PTM-LOTE-VENCIDO TO TRUE
           REWRITE PTM-RECORD
           MOVE PTM-RECORD TO WS-LOTE-GUARDADO

           MOVE WS-LOTE-GUARDADO(1:32) TO PTM-REFERENCIA
           SET PTM-VENCIMIENTO TO TRUE
           MOVE WS-FECHA-CONTABLE TO PTM-FECHA
           MOVE WS-FECHA-CONTABLE TO PTM-FECHA-ALTA
           COMPUTE PTM-PUNTOS = 0 - WS-SALDO-VENCIDO
           MOVE 0 TO PTM-FECHA-VENCE
           COMPUTE PTM-IMPORTE =
               WS-SALDO-VENCIDO * WS-CENTAVOS-PUNTO / 100
           MOVE WS-PERIODO-CONTABLE TO PTM-PERIODO
           SET PTM-CERRADO TO TRUE
           MOVE "VENCIMIENTO DE PUNTOS" TO PTM-DETALLE
           WRITE PTM-RECORD
               INVALID KEY
                   DISPLAY "Vencimiento ya registrado: " PTM-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-VENCIDOS
                   ADD WS-SALDO-VENCIDO TO WS-PUNTOS-VENCIDOS
           END-WRITE
      *    Se repone el lote para que el recorrido siga desde el.
           MOVE WS-LOTE-GUARDADO TO PTM-RECORD
           START PUNTOS-FILE KEY IS > PTM-KEY
               INVALID KEY
                   MOVE "10" TO PUNTOS-STATUS
           END-START.

      *****************************************************************
      *  Reintegro de bonificaciones de abono sin aplicar: el periodo
      *  ya paso y COMISION-MANTENIMIENTO no la aplico (la cuenta no
      *  debito abono ese mes). Los puntos vuelven como lote nuevo.
      *****************************************************************
       5000-REINTEGRAR-BONIFICACIONES.
           MOVE LOW-VALUES TO PTM-KEY
           SET PTM-CANJE TO TRUE
           START PUNTOS-FILE KEY IS >= PTM-KEY
               INVALID KEY
                   MOVE "10" TO PUNTOS-STATUS
               NOT INVALID KEY
                   MOVE "00" TO PUNTOS-STATUS
           END-START
           PERFORM UNTIL PUNTOS-STATUS = "10"
               READ PUNTOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO PUNTOS-STATUS
                   NOT AT END
                       IF NOT PTM-CANJE
                           MOVE "10" TO PUNTOS-STATUS
                       ELSE
                           IF PTM-BONIF-PENDIENTE
                              AND PTM-PERIODO < WS-PERIODO-CONTABLE
                               PERFORM 5100-REINTEGRAR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       5100-REINTEGRAR.
           SET PTM-BONIF-DEVUELTA TO TRUE
           REWRITE PTM-RECORD
           MOVE PTM-RECORD TO WS-CANJE-GUARDADO

           SET PTM-REINTEGRO TO TRUE
           MOVE WS-FECHA-CONTABLE TO PTM-FECHA
           MOVE WS-FECHA-CONTABLE TO PTM-FECHA-ALTA
           COMPUTE PTM-PUNTOS = 0 - PTM-PUNTOS
           MOVE PTM-PUNTOS TO PTM-SALDO
           MOVE WS-FECHA-CONTABLE TO WS-VTO-FECHA
           PERFORM 3930-CALCULAR-VENCIMIENTO
           MOVE WS-VTO-FECHA TO PTM-FECHA-VENCE
           MOVE WS-PERIODO-CONTABLE TO PTM-PERIODO
           SET PTM-LOTE-VIGENTE TO TRUE
           MOVE "REINTEGRO BONIFICACION ABONO" TO PTM-DETALLE
           WRITE PTM-RECORD
               INVALID KEY
                   DISPLAY "Reintegro ya registrado: " PTM-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-REINTEGROS
                   ADD PTM-PUNTOS TO WS-PUNTOS-REINTEGRADOS
           END-WRITE
           MOVE WS-CANJE-GUARDADO TO PTM-RECORD
           START PUNTOS-FILE KEY IS > PTM-KEY
               INVALID KEY
                   MOVE "10" TO PUNTOS-STATUS
           END-START.

       8900-LINEA.
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       9000-FINALIZAR.
           IF WS-SEGUIR = 'S'
               PERFORM VARYING WS-IDX-REGLA FROM 1 BY 1
                       UNTIL WS-IDX-REGLA > 6
                   IF WS-RG-ACTIVA(WS-IDX-REGLA) = 'S'
                       MOVE SPACES TO WS-REP-LINEA
                       STRING WS-RG-DESCRIPCION(WS-IDX-REGLA)
                                  DELIMITED BY SIZE
                              " lotes " DELIMITED BY SIZE
                              WS-RG-LOTES(WS-IDX-REGLA)
                                  DELIMITED BY SIZE
                              " puntos " DELIMITED BY SIZE
                              WS-RG-PUNTOS(WS-IDX-REGLA)
                                  DELIMITED BY SIZE
                           INTO WS-REP-LINEA
                       PERFORM 8900-LINEA
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-REP-LINEA
               STRING "Actividad sin cliente vinculado: "
                          DELIMITED BY SIZE
                      WS-TOTAL-SIN-CLIENTE DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               PERFORM 8900-LINEA
               MOVE SPACES TO WS-REP-LINEA
               STRING "Lotes vencidos " DELIMITED BY SIZE
                      WS-TOTAL-VENCIDOS DELIMITED BY SIZE
                      " puntos " DELIMITED BY SIZE
                      WS-PUNTOS-VENCIDOS DELIMITED BY SIZE
                      " - reintegros " DELIMITED BY SIZE
                      WS-TOTAL-REINTEGROS DELIMITED BY SIZE
                      " puntos " DELIMITED BY SIZE
                      WS-PUNTOS-REINTEGRADOS DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               PERFORM 8900-LINEA
               CLOSE PUNTOS-FILE
               CLOSE CLIENTES-IDX-FILE
               CLOSE CUENTAS-FILE
           END-IF
           MOVE SPACES TO WS-REP-LINEA
           STRING "Lotes acreditados: " DELIMITED BY SIZE
                  WS-TOTAL-LOTES DELIMITED BY SIZE
                  "  puntos: " DELIMITED BY SIZE
                  WS-TOTAL-PUNTOS DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           DISPLAY WS-REP-LINEA
           DISPLAY "==========================================".
