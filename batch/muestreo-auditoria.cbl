       IDENTIFICATION DIVISION.
       PROGRAM-ID. MUESTREO-AUDITORIA.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Muestreo de auditoria interna con legajo de evidencia: un
      *  auditor autenticado (autenticar-staff, rol A) define la
      *  poblacion de movimientos (periodo, hasta 5 codigos de
      *  operacion, sucursal, rango de importes, R-OVERRIDE y usuario
      *  staff -el que figura en el memo: ventanilla, supervisor del
      *  override-) y el metodo de seleccion: aleatorio con semilla,
      *  unidad monetaria o los N de mayor importe (hasta 100 items).
      *  La poblacion se arma recorriendo el archivo de movimientos
      *  (mismos filtros que BUSCAR-MOVIMIENTOS) en
      *  muestra-poblacion.wrk, en orden de clave; el azar es un
      *  generador congruencial propio (multiplicador 16807, modulo
      *  2147483647) para que la misma semilla sobre la misma
      *  poblacion elija siempre los mismos movimientos.
      *  La muestra (definicion, semilla y movimientos elegidos) queda
      *  en muestras-auditoria.dat / muestras-auditoria-items.dat y
      *  se puede reproducir despues: se rearma la poblacion con la
      *  definicion guardada y se compara la seleccion.
      *  Por cada item el legajo (evidencia-muestra-NNNNNN.txt) trae:
      *  el movimiento; las lineas del journal del cajero de esa
      *  sesion (desde el INICIO SESION de la cuenta hasta el FIN
      *  SESION; fuera del cajero, las del dia); el recibo
      *  (recibos.dat); las aprobaciones y overrides (memo del
      *  override, eventos del journal, transferencia aprobada en
      *  transferencias-aprobacion.dat); y la ficha del cliente a la
      *  fecha del movimiento: la actual, con el valor anterior de
      *  cada campo que la auditoria de clientes muestra modificado
      *  despues. Cada cuenta consultada queda en el log de accesos
      *  (registrar-acceso) y cada muestra en el journal de
      *  seguridad.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO WS-TRANS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS R-KEY
               ALTERNATE RECORD KEY IS R-CBF
                   WITH DUPLICATES
               FILE STATUS IS TRANS-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT MUESTRAS-FILE ASSIGN TO "muestras-auditoria.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MUA-NUMERO
               FILE STATUS IS MUESTRAS-STATUS.

           SELECT ITEMS-FILE
               ASSIGN TO "muestras-auditoria-items.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MUI-KEY
               FILE STATUS IS ITEMS-STATUS.

           SELECT POBLACION-FILE ASSIGN TO "muestra-poblacion.wrk"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PW-SECUENCIA
               FILE STATUS IS POBLACION-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "journal-cajero.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.

           SELECT RECIBOS-FILE ASSIGN TO "recibos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECIBOS-STATUS.

           SELECT AUDITORIA-FILE ASSIGN TO
                   "altas\includes\auditoria-clientes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITORIA-STATUS.

           SELECT APROBACION-FILE
               ASSIGN TO "transferencias-aprobacion.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-KEY
               FILE STATUS IS APROBACION-STATUS.

           SELECT EVIDENCIA-FILE ASSIGN TO WS-EVIDENCIA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVIDENCIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       COPY "registro-transaccion.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  MUESTRAS-FILE.
       COPY "muestra-auditoria.cpy".

       FD  ITEMS-FILE.
       COPY "muestra-auditoria-item.cpy".

      *    Poblacion de la muestra en curso, numerada en orden de
      *    clave del archivo de movimientos.
       FD  POBLACION-FILE.
       01  PW-RECORD.
           05  PW-SECUENCIA           PIC 9(8).
           05  PW-CBF                 PIC 9(6).
           05  PW-TIMESTAMP           PIC 9(14).
           05  PW-DESCRIPCION         PIC X(2).
           05  PW-IMPORTE             PIC S9(9)V99.
           05  PW-ELEGIDO             PIC X(1).

       FD  JOURNAL-FILE.
       01  JRN-LINEA.
           05  JRN-TIMESTAMP          PIC 9(14).
           05  JRN-CBF                PIC X(6).
           05  JRN-EVENTO             PIC X(20).
           05  JRN-DETALLE            PIC X(60).

       FD  RECIBOS-FILE.
       01  REC-LINEA                  PIC X(120).

       FD  AUDITORIA-FILE.
       01  AUD-LINEA                  PIC X(180).

       FD  APROBACION-FILE.
       COPY "transferencia-aprobacion.cpy".

       FD  EVIDENCIA-FILE.
       01  EVI-LINEA                  PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  TRANS-STATUS               PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  MUESTRAS-STATUS            PIC XX.
       01  ITEMS-STATUS               PIC XX.
       01  POBLACION-STATUS           PIC XX.
       01  JOURNAL-STATUS             PIC XX.
       01  RECIBOS-STATUS             PIC XX.
       01  AUDITORIA-STATUS           PIC XX.
       01  APROBACION-STATUS          PIC XX.
       01  EVIDENCIA-STATUS           PIC XX.
       01  WS-EVIDENCIA-PATH          PIC X(100).

       01  WS-STAFF-USUARIO           PIC X(8).
       01  WS-STAFF-ROL               PIC X(1).
       01  WS-STAFF-AUTORIZADO        PIC 9 VALUE 0.
       01  WS-PROGRAMA-ACCESO         PIC X(20)
                                      VALUE "MUESTREO-AUDITORIA".
       01  WS-SEG-CBF                 PIC X(6) VALUE "000000".
       01  WS-SEG-EVENTO              PIC X(20).
       01  WS-SEG-DETALLE             PIC X(40).

       01  WS-OPCION                  PIC 9.
       01  WS-FIN                     PIC X VALUE 'N'.
       01  WS-SEGUIR                  PIC X.
       01  WS-OPCION-CONF             PIC X.
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-NUMERO-NUEVO            PIC 9(6).
       01  WS-NUMERO-PEDIDO           PIC 9(6).
       01  WS-IDX                     PIC 9(3).
       01  WS-FIN-CODIGOS             PIC X.
       01  WS-IMPORTE-DESDE           PIC 9(9).
       01  WS-IMPORTE-HASTA           PIC 9(9).

      *    Filtros de la poblacion.
       01  WS-FECHA-TRANS             PIC 9(8).
       01  WS-IMPORTE-ABS             PIC 9(9)V99.
       01  WS-CUMPLE                  PIC X.
       01  WS-CODIGO-HALLADO          PIC X.
       01  WS-HAY-CODIGOS             PIC X.
       01  WS-USR-LARGO               PIC 9(2).
       01  WS-USR-POS                 PIC 9(2).
       01  WS-USR-TOPE                PIC 9(2).
       01  WS-USR-COINCIDE            PIC X.

      *    Poblacion y seleccion.
       01  WS-POB-CANT                PIC 9(8).
       01  WS-POB-TOTAL               PIC 9(13)V99.
       01  WS-ELEGIDOS                PIC 9(3).
       01  WS-POSICION                PIC 9(8).
       01  WS-AZAR                    PIC 9(10).
       01  WS-AZAR-PRODUCTO           PIC 9(15).
       01  WS-TOTAL-CENT              PIC 9(15).
       01  WS-INTERVALO-CENT          PIC 9(15).
       01  WS-PUNTO-CENT              PIC 9(15).
       01  WS-ACUM-CENT               PIC 9(15).
       01  WS-TOP-CANT                PIC 9(3).
       01  WS-TOP-MIN                 PIC 9(3).
       01  WS-TABLA-TOP.
           05  WS-TOP-ENTRY OCCURS 100 TIMES.
               10  WS-TOP-POS         PIC 9(8).
               10  WS-TOP-IMPORTE     PIC 9(9)V99.

      *    Reproduccion de una muestra guardada.
       01  WS-DIFERENCIAS             PIC 9(3).
       01  WS-ITEM-COMPARA            PIC 9(3).

      *    Legajo de evidencia.
       01  WS-CBF-TEXTO               PIC X(6).
       01  WS-TS-TEXTO                PIC X(14).
       01  WS-MOV-HALLADO             PIC X.
       01  WS-SES-CANT                PIC 9(2).
       01  WS-SES-CERRADA             PIC X.
       01  WS-SES-DESBORDE            PIC X.
       01  WS-TABLA-SESION.
           05  WS-SES-LINEA OCCURS 60 TIMES PIC X(100).
       01  WS-APR-CANT                PIC 9(2).
       01  WS-TABLA-APROBACIONES.
           05  WS-APR-LINEA OCCURS 10 TIMES PIC X(100).
       01  WS-TA-HALLADA              PIC X.
       01  WS-TA-TIMESTAMP            PIC 9(14).
       01  WS-TA-REVISA               PIC X(8).
       01  WS-TA-DESTINO              PIC 9(6).
       01  WS-CAM-CANT                PIC 9(2).
       01  WS-CAM-HALLADO             PIC X.
       01  WS-IDX-CAM                 PIC 9(2).
       01  WS-TABLA-CAMBIOS.
           05  WS-CAM-ENTRY OCCURS 30 TIMES.
               10  WS-CAM-CAMPO       PIC X(20).
               10  WS-CAM-VALOR       PIC X(50).
               10  WS-CAM-TIMESTAMP   PIC X(14).
               10  WS-CAM-USUARIO     PIC X(20).

       01  WS-IMPORTE-DISPLAY         PIC -Z(9).99.
       01  WS-TOTAL-DISPLAY           PIC Z(12)9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "==========================================".
           DISPLAY "  MUESTREO DE AUDITORIA INTERNA".
           DISPLAY "==========================================".
           CALL "autenticar-staff" USING WS-STAFF-USUARIO,
                WS-STAFF-ROL, "A", WS-STAFF-AUTORIZADO
           IF WS-STAFF-AUTORIZADO = 1
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM 1000-ABRIR-ARCHIVOS
               PERFORM 2000-MENU UNTIL WS-FIN = 'S'
               CLOSE MUESTRAS-FILE
               CLOSE ITEMS-FILE
           END-IF
           STOP RUN.

       1000-ABRIR-ARCHIVOS.
           COPY "cargar-rutas.cpy".
           OPEN I-O MUESTRAS-FILE
           IF MUESTRAS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT MUESTRAS-FILE
               CLOSE MUESTRAS-FILE
               OPEN I-O MUESTRAS-FILE
           END-IF
           OPEN I-O ITEMS-FILE
           IF ITEMS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT ITEMS-FILE
               CLOSE ITEMS-FILE
               OPEN I-O ITEMS-FILE
           END-IF.

       2000-MENU.
           DISPLAY "------------------------------------------"
           DISPLAY " 1. Nueva muestra"
           DISPLAY " 2. Reproducir una muestra guardada"
           DISPLAY " 3. Listar muestras"
           DISPLAY " 4. Salir"
           DISPLAY "Opcion: " WITH NO ADVANCING
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM 3000-NUEVA-MUESTRA
                       THRU 3000-NUEVA-MUESTRA-FIN
               WHEN 2
                   PERFORM 3500-REPRODUCIR-MUESTRA
                       THRU 3500-REPRODUCIR-MUESTRA-FIN
               WHEN 3
                   PERFORM 3800-LISTAR-MUESTRAS
               WHEN 4
                   MOVE 'S' TO WS-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

      *****************************************************************
      *  Alta de una muestra: definicion, poblacion, seleccion,
      *  grabacion y legajo de evidencia.
      *****************************************************************
       3000-NUEVA-MUESTRA.
           PERFORM 3050-PROXIMO-NUMERO
           INITIALIZE MUA-RECORD
           MOVE WS-NUMERO-NUEVO TO MUA-NUMERO
           MOVE WS-FECHA-HOY TO MUA-FECHA
           MOVE FUNCTION CURRENT-DATE(1:14) TO MUA-TIMESTAMP
           MOVE WS-STAFF-USUARIO TO MUA-AUDITOR
           PERFORM 3100-PEDIR-POBLACION
           PERFORM 3200-PEDIR-METODO
           IF WS-SEGUIR NOT = 'S'
               GO TO 3000-NUEVA-MUESTRA-FIN
           END-IF

           PERFORM 4000-ARMAR-POBLACION
           IF WS-POB-CANT = 0
               DISPLAY "La poblacion definida no tiene movimientos."
               CLOSE POBLACION-FILE
               GO TO 3000-NUEVA-MUESTRA-FIN
           END-IF
           MOVE WS-POB-CANT TO MUA-POBLACION-CANT
           MOVE WS-POB-TOTAL TO MUA-POBLACION-TOTAL
           PERFORM 5000-SELECCIONAR
           PERFORM 6000-GRABAR-MUESTRA
           CLOSE POBLACION-FILE

           MOVE MUA-POBLACION-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "Muestra " MUA-NUMERO " grabada: "
                   MUA-CANT-ITEMS " items de " MUA-POBLACION-CANT
                   " movimientos ($ " WS-TOTAL-DISPLAY ")"
           DISPLAY "Semilla: " MUA-SEMILLA
           MOVE "MUESTRA AUDITORIA" TO WS-SEG-EVENTO
           MOVE SPACES TO WS-SEG-DETALLE
           STRING "Muestra " DELIMITED BY SIZE
                  MUA-NUMERO DELIMITED BY SIZE
                  " por " DELIMITED BY SIZE
                  WS-STAFF-USUARIO DELIMITED BY SIZE
               INTO WS-SEG-DETALLE
           CALL "registrar-evento-seg" USING WS-SEG-CBF,
                WS-SEG-EVENTO, WS-SEG-DETALLE
           PERFORM 7000-ARMAR-LEGAJO.
       3000-NUEVA-MUESTRA-FIN.
           EXIT.

      *    Numero nuevo = el mayor ya asignado, mas uno.
       3050-PROXIMO-NUMERO.
           MOVE 0 TO WS-NUMERO-NUEVO
           MOVE 0 TO MUA-NUMERO
           START MUESTRAS-FILE KEY IS >= MUA-NUMERO
               INVALID KEY
                   MOVE "10" TO MUESTRAS-STATUS
           END-START
           PERFORM UNTIL MUESTRAS-STATUS = "10"
               READ MUESTRAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO MUESTRAS-STATUS
                   NOT AT END
                       IF MUA-NUMERO > WS-NUMERO-NUEVO
                           MOVE MUA-NUMERO TO WS-NUMERO-NUEVO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO MUESTRAS-STATUS
           ADD 1 TO WS-NUMERO-NUEVO.

       3100-PEDIR-POBLACION.
           DISPLAY "Fecha desde (AAAAMMDD, 0 = sin limite): "
               WITH NO ADVANCING
           ACCEPT MUA-FECHA-DESDE
           DISPLAY "Fecha hasta (AAAAMMDD, 0 = sin limite): "
               WITH NO ADVANCING
           ACCEPT MUA-FECHA-HASTA
           IF MUA-FECHA-HASTA = 0
               MOVE 99999999 TO MUA-FECHA-HASTA
           END-IF
           DISPLAY "Codigos de operacion (hasta 5, blanco = fin):"
           MOVE 'N' TO WS-FIN-CODIGOS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 5 OR WS-FIN-CODIGOS = 'S'
               DISPLAY "  Codigo " WS-IDX ": " WITH NO ADVANCING
               ACCEPT MUA-CODIGO(WS-IDX)
               MOVE FUNCTION UPPER-CASE(MUA-CODIGO(WS-IDX))
                   TO MUA-CODIGO(WS-IDX)
               IF MUA-CODIGO(WS-IDX) = SPACES
                   MOVE 'S' TO WS-FIN-CODIGOS
               END-IF
           END-PERFORM
           DISPLAY "Sucursal (0 = todas): " WITH NO ADVANCING
           ACCEPT MUA-SUCURSAL
           DISPLAY "Importe desde (0 = sin limite): "
               WITH NO ADVANCING
           ACCEPT WS-IMPORTE-DESDE
           DISPLAY "Importe hasta (0 = sin limite): "
               WITH NO ADVANCING
           ACCEPT WS-IMPORTE-HASTA
           IF WS-IMPORTE-HASTA = 0
               MOVE 999999999 TO WS-IMPORTE-HASTA
           END-IF
           MOVE WS-IMPORTE-DESDE TO MUA-IMPORTE-DESDE
           MOVE WS-IMPORTE-HASTA TO MUA-IMPORTE-HASTA
           DISPLAY "Con override (S = solo con override, N = solo"
                   " sin override, blanco = todos): "
               WITH NO ADVANCING
           ACCEPT MUA-OVERRIDE
           MOVE FUNCTION UPPER-CASE(MUA-OVERRIDE) TO MUA-OVERRIDE
           DISPLAY "Usuario staff en el memo (blanco = todos): "
               WITH NO ADVANCING
           ACCEPT MUA-USUARIO-STAFF
           MOVE FUNCTION UPPER-CASE(MUA-USUARIO-STAFF)
               TO MUA-USUARIO-STAFF.

       3200-PEDIR-METODO.
           MOVE 'S' TO WS-SEGUIR
           DISPLAY "Metodo (A = aleatorio, M = unidad monetaria,"
                   " T = mayores importes): " WITH NO ADVANCING
           ACCEPT MUA-METODO
           MOVE FUNCTION UPPER-CASE(MUA-METODO) TO MUA-METODO
           IF NOT MUA-ALEATORIO AND NOT MUA-UNIDAD-MONETARIA
              AND NOT MUA-MAYORES
               DISPLAY "Metodo invalido."
               MOVE 'N' TO WS-SEGUIR
           END-IF
           IF WS-SEGUIR = 'S'
               DISPLAY "Tamanio de la muestra (1-100): "
                   WITH NO ADVANCING
               ACCEPT MUA-TAMANIO
               IF MUA-TAMANIO = 0 OR MUA-TAMANIO > 100
                   DISPLAY "Tamanio invalido."
                   MOVE 'N' TO WS-SEGUIR
               END-IF
           END-IF
           IF WS-SEGUIR = 'S' AND NOT MUA-MAYORES
               DISPLAY "Semilla (0 = tomar del reloj): "
                   WITH NO ADVANCING
               ACCEPT MUA-SEMILLA
               IF MUA-SEMILLA = 0
                   MOVE FUNCTION CURRENT-DATE(7:10) TO MUA-SEMILLA
               END-IF
           END-IF.

      *****************************************************************
      *  Reproduccion: se rearma la poblacion con la definicion y la
      *  semilla guardadas y se compara la seleccion con los items.
      *****************************************************************
       3500-REPRODUCIR-MUESTRA.
           DISPLAY "Numero de muestra: " WITH NO ADVANCING
           ACCEPT WS-NUMERO-PEDIDO
           MOVE WS-NUMERO-PEDIDO TO MUA-NUMERO
           READ MUESTRAS-FILE
               KEY IS MUA-NUMERO
               INVALID KEY
                   DISPLAY "Muestra inexistente."
                   GO TO 3500-REPRODUCIR-MUESTRA-FIN
           END-READ
           PERFORM 4000-ARMAR-POBLACION
           PERFORM 5000-SELECCIONAR
           PERFORM 3600-COMPARAR-SELECCION
           CLOSE POBLACION-FILE

           DISPLAY "Poblacion original:  " MUA-POBLACION-CANT
                   "  actual: " WS-POB-CANT
           IF WS-DIFERENCIAS = 0 AND WS-POB-CANT = MUA-POBLACION-CANT
               DISPLAY "Muestra reproducida: misma seleccion."
           ELSE
               DISPLAY "ATENCION: la seleccion no se reproduce ("
                       WS-DIFERENCIAS " diferencias); la poblacion"
                       " cambio desde la muestra."
           END-IF
           MOVE "REPRODUCE MUESTRA" TO WS-SEG-EVENTO
           MOVE SPACES TO WS-SEG-DETALLE
           STRING "Muestra " DELIMITED BY SIZE
                  MUA-NUMERO DELIMITED BY SIZE
                  " por " DELIMITED BY SIZE
                  WS-STAFF-USUARIO DELIMITED BY SIZE
                  " dif " DELIMITED BY SIZE
                  WS-DIFERENCIAS DELIMITED BY SIZE
               INTO WS-SEG-DETALLE
           CALL "registrar-evento-seg" USING WS-SEG-CBF,
                WS-SEG-EVENTO, WS-SEG-DETALLE

           DISPLAY "Regenerar el legajo de evidencia? (S/N): "
               WITH NO ADVANCING
           ACCEPT WS-OPCION-CONF
           IF WS-OPCION-CONF = "S" OR WS-OPCION-CONF = "s"
               PERFORM 7000-ARMAR-LEGAJO
           END-IF.
       3500-REPRODUCIR-MUESTRA-FIN.
           EXIT.

      *    Los items se grabaron en orden de poblacion: se recorren a
      *    la par con los elegidos de la poblacion rearmada.
       3600-COMPARAR-SELECCION.
           MOVE 0 TO WS-DIFERENCIAS
           MOVE 0 TO WS-ITEM-COMPARA
           MOVE 0 TO PW-SECUENCIA
           START POBLACION-FILE KEY IS >= PW-SECUENCIA
               INVALID KEY
                   MOVE "10" TO POBLACION-STATUS
           END-START
           PERFORM UNTIL POBLACION-STATUS = "10"
               READ POBLACION-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO POBLACION-STATUS
                   NOT AT END
                       IF PW-ELEGIDO = 'S'
                           PERFORM 3650-COMPARAR-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ITEM-COMPARA < MUA-CANT-ITEMS
               COMPUTE WS-DIFERENCIAS = WS-DIFERENCIAS
                   + MUA-CANT-ITEMS - WS-ITEM-COMPARA
           END-IF.

       3650-COMPARAR-ITEM.
           ADD 1 TO WS-ITEM-COMPARA
           MOVE MUA-NUMERO TO MUI-NUMERO
           MOVE WS-ITEM-COMPARA TO MUI-ITEM
           READ ITEMS-FILE
               KEY IS MUI-KEY
               INVALID KEY
                   ADD 1 TO WS-DIFERENCIAS
                   DISPLAY "  nuevo:    CBF " PW-CBF " TS "
                           PW-TIMESTAMP
               NOT INVALID KEY
                   IF MUI-CBF NOT = PW-CBF
                      OR MUI-TIMESTAMP NOT = PW-TIMESTAMP
                       ADD 1 TO WS-DIFERENCIAS
                       DISPLAY "  item " MUI-ITEM ": guardado CBF "
                               MUI-CBF " TS " MUI-TIMESTAMP
                               " / ahora CBF " PW-CBF " TS "
                               PW-TIMESTAMP
                   END-IF
           END-READ.

       3800-LISTAR-MUESTRAS.
           MOVE 0 TO MUA-NUMERO
           START MUESTRAS-FILE KEY IS >= MUA-NUMERO
               INVALID KEY
                   MOVE "10" TO MUESTRAS-STATUS
           END-START
           PERFORM UNTIL MUESTRAS-STATUS = "10"
               READ MUESTRAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO MUESTRAS-STATUS
                   NOT AT END
                       DISPLAY MUA-NUMERO " " MUA-FECHA " "
                               MUA-AUDITOR " metodo " MUA-METODO
                               " items " MUA-CANT-ITEMS "/"
                               MUA-POBLACION-CANT " semilla "
                               MUA-SEMILLA
                       DISPLAY "       periodo " MUA-FECHA-DESDE "-"
                               MUA-FECHA-HASTA " cod " MUA-CODIGOS
                               " suc " MUA-SUCURSAL " ovr "
                               MUA-OVERRIDE " usr " MUA-USUARIO-STAFF
               END-READ
           END-PERFORM
           MOVE "00" TO MUESTRAS-STATUS.

      *****************************************************************
      *  Poblacion: movimientos que cumplen la definicion de
      *  MUA-RECORD, numerados en orden de clave.
      *****************************************************************
       4000-ARMAR-POBLACION.
           MOVE 0 TO WS-POB-CANT
           MOVE 0 TO WS-POB-TOTAL
           OPEN OUTPUT POBLACION-FILE
           CLOSE POBLACION-FILE
           OPEN I-O POBLACION-FILE

           MOVE 'N' TO WS-HAY-CODIGOS
           IF MUA-CODIGOS NOT = SPACES
               MOVE 'S' TO WS-HAY-CODIGOS
           END-IF
           IF MUA-USUARIO-STAFF NOT = SPACES
               COMPUTE WS-USR-LARGO = FUNCTION LENGTH(
                   FUNCTION TRIM(MUA-USUARIO-STAFF))
               COMPUTE WS-USR-TOPE = 40 - WS-USR-LARGO + 1
           END-IF

           OPEN INPUT TRANS-FILE
           IF TRANS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir el archivo de movimientos."
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
                       PERFORM 4100-FILTRAR
                       IF WS-CUMPLE = 'S'
                           PERFORM 4200-AGREGAR-A-POBLACION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE.

       4100-FILTRAR.
           MOVE 'S' TO WS-CUMPLE
           COMPUTE WS-FECHA-TRANS =
               R-ANIO * 10000 + R-MES * 100 + R-DIA
           IF R-IMPORTE < 0
               COMPUTE WS-IMPORTE-ABS = R-IMPORTE * -1
           ELSE
               MOVE R-IMPORTE TO WS-IMPORTE-ABS
           END-IF
           IF WS-FECHA-TRANS < MUA-FECHA-DESDE
              OR WS-FECHA-TRANS > MUA-FECHA-HASTA
               MOVE 'N' TO WS-CUMPLE
           END-IF
           IF WS-IMPORTE-ABS < MUA-IMPORTE-DESDE
              OR WS-IMPORTE-ABS > MUA-IMPORTE-HASTA
               MOVE 'N' TO WS-CUMPLE
           END-IF
           IF MUA-SUCURSAL NOT = 0
              AND R-SUCURSAL NOT = MUA-SUCURSAL
               MOVE 'N' TO WS-CUMPLE
           END-IF
           IF MUA-OVERRIDE = "S" AND NOT R-OVERRIDE-SI
               MOVE 'N' TO WS-CUMPLE
           END-IF
           IF MUA-OVERRIDE = "N" AND R-OVERRIDE-SI
               MOVE 'N' TO WS-CUMPLE
           END-IF
           IF WS-CUMPLE = 'S' AND WS-HAY-CODIGOS = 'S'
               MOVE 'N' TO WS-CODIGO-HALLADO
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
                   IF MUA-CODIGO(WS-IDX) NOT = SPACES
                      AND MUA-CODIGO(WS-IDX) = R-DESCRIPCION
                       MOVE 'S' TO WS-CODIGO-HALLADO
                   END-IF
               END-PERFORM
               IF WS-CODIGO-HALLADO = 'N'
                   MOVE 'N' TO WS-CUMPLE
               END-IF
           END-IF
           IF WS-CUMPLE = 'S' AND MUA-USUARIO-STAFF NOT = SPACES
               PERFORM 4150-BUSCAR-USUARIO-EN-MEMO
               IF WS-USR-COINCIDE NOT = 'S'
                   MOVE 'N' TO WS-CUMPLE
               END-IF
           END-IF.

       4150-BUSCAR-USUARIO-EN-MEMO.
           MOVE 'N' TO WS-USR-COINCIDE
           PERFORM VARYING WS-USR-POS FROM 1 BY 1
                   UNTIL WS-USR-POS > WS-USR-TOPE
                      OR WS-USR-COINCIDE = 'S'
               IF R-MEMO(WS-USR-POS:WS-USR-LARGO)
                       = MUA-USUARIO-STAFF(1:WS-USR-LARGO)
                   MOVE 'S' TO WS-USR-COINCIDE
               END-IF
           END-PERFORM.

       4200-AGREGAR-A-POBLACION.
           ADD 1 TO WS-POB-CANT
           ADD WS-IMPORTE-ABS TO WS-POB-TOTAL
           MOVE WS-POB-CANT TO PW-SECUENCIA
           MOVE R-CBF TO PW-CBF
           MOVE R-TIMESTAMP TO PW-TIMESTAMP
           MOVE R-DESCRIPCION TO PW-DESCRIPCION
           MOVE R-IMPORTE TO PW-IMPORTE
           MOVE 'N' TO PW-ELEGIDO
           WRITE PW-RECORD.

      *****************************************************************
      *  Seleccion segun el metodo de la muestra.
      *****************************************************************
       5000-SELECCIONAR.
           MOVE 0 TO WS-ELEGIDOS
           MOVE 0 TO MUA-INTERVALO
           IF MUA-TAMANIO NOT < WS-POB-CANT
               PERFORM 5050-ELEGIR-TODOS
           ELSE
               EVALUATE TRUE
                   WHEN MUA-ALEATORIO
                       PERFORM 5100-SELECCION-ALEATORIA
                   WHEN MUA-UNIDAD-MONETARIA
                       PERFORM 5200-SELECCION-MONETARIA
                   WHEN MUA-MAYORES
                       PERFORM 5300-SELECCION-MAYORES
               END-EVALUATE
           END-IF.

      *    Poblacion no mayor que la muestra: entra completa.
       5050-ELEGIR-TODOS.
           PERFORM VARYING WS-POSICION FROM 1 BY 1
                   UNTIL WS-POSICION > WS-POB-CANT
               PERFORM 5900-MARCAR-POSICION
           END-PERFORM.

       5100-SELECCION-ALEATORIA.
           PERFORM 5800-INICIAR-AZAR
           PERFORM UNTIL WS-ELEGIDOS = MUA-TAMANIO
               PERFORM 5850-SIGUIENTE-AZAR
               COMPUTE WS-POSICION =
                   FUNCTION MOD(WS-AZAR, WS-POB-CANT) + 1
               PERFORM 5900-MARCAR-POSICION
           END-PERFORM.

      *    Unidad monetaria: cada peso de la poblacion es una unidad;
      *    se elige el movimiento que contiene cada punto de
      *    seleccion (arranque al azar, luego cada intervalo). Un
      *    movimiento mayor que el intervalo entra una sola vez.
       5200-SELECCION-MONETARIA.
           PERFORM 5800-INICIAR-AZAR
           COMPUTE WS-TOTAL-CENT = WS-POB-TOTAL * 100
           COMPUTE WS-INTERVALO-CENT = WS-TOTAL-CENT / MUA-TAMANIO
           IF WS-INTERVALO-CENT = 0
               MOVE 1 TO WS-INTERVALO-CENT
           END-IF
           COMPUTE MUA-INTERVALO = WS-INTERVALO-CENT / 100
           PERFORM 5850-SIGUIENTE-AZAR
           COMPUTE WS-PUNTO-CENT =
               FUNCTION MOD(WS-AZAR, WS-INTERVALO-CENT) + 1
           MOVE 0 TO WS-ACUM-CENT
           MOVE "00" TO POBLACION-STATUS
           MOVE 0 TO PW-SECUENCIA
           START POBLACION-FILE KEY IS >= PW-SECUENCIA
               INVALID KEY
                   MOVE "10" TO POBLACION-STATUS
           END-START
           PERFORM UNTIL POBLACION-STATUS = "10"
               READ POBLACION-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO POBLACION-STATUS
                   NOT AT END
                       PERFORM 5250-ACUMULAR-UNIDADES
               END-READ
           END-PERFORM
           MOVE "00" TO POBLACION-STATUS.

       5250-ACUMULAR-UNIDADES.
           IF PW-IMPORTE < 0
               COMPUTE WS-ACUM-CENT = WS-ACUM-CENT - PW-IMPORTE * 100
           ELSE
               COMPUTE WS-ACUM-CENT = WS-ACUM-CENT + PW-IMPORTE * 100
           END-IF
           IF WS-PUNTO-CENT NOT > WS-ACUM-CENT
               MOVE 'S' TO PW-ELEGIDO
               REWRITE PW-RECORD
               ADD 1 TO WS-ELEGIDOS
               PERFORM UNTIL WS-PUNTO-CENT > WS-ACUM-CENT
                   ADD WS-INTERVALO-CENT TO WS-PUNTO-CENT
               END-PERFORM
           END-IF.

      *    Mayores importes: tabla de los N mayores, reemplazando el
      *    menor; a igual importe queda el primero en la poblacion.
       5300-SELECCION-MAYORES.
           MOVE 0 TO WS-TOP-CANT
           MOVE "00" TO POBLACION-STATUS
           MOVE 0 TO PW-SECUENCIA
           START POBLACION-FILE KEY IS >= PW-SECUENCIA
               INVALID KEY
                   MOVE "10" TO POBLACION-STATUS
           END-START
           PERFORM UNTIL POBLACION-STATUS = "10"
               READ POBLACION-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO POBLACION-STATUS
                   NOT AT END
                       PERFORM 5350-CONSIDERAR-MAYOR
               END-READ
           END-PERFORM
           MOVE "00" TO POBLACION-STATUS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOP-CANT
               MOVE WS-TOP-POS(WS-IDX) TO WS-POSICION
               PERFORM 5900-MARCAR-POSICION
           END-PERFORM.

       5350-CONSIDERAR-MAYOR.
           IF PW-IMPORTE < 0
               COMPUTE WS-IMPORTE-ABS = PW-IMPORTE * -1
           ELSE
               MOVE PW-IMPORTE TO WS-IMPORTE-ABS
           END-IF
           IF WS-TOP-CANT < MUA-TAMANIO
               ADD 1 TO WS-TOP-CANT
               MOVE PW-SECUENCIA TO WS-TOP-POS(WS-TOP-CANT)
               MOVE WS-IMPORTE-ABS TO WS-TOP-IMPORTE(WS-TOP-CANT)
           ELSE
               MOVE 1 TO WS-TOP-MIN
               PERFORM VARYING WS-IDX FROM 2 BY 1
                       UNTIL WS-IDX > WS-TOP-CANT
                   IF WS-TOP-IMPORTE(WS-IDX)
                      < WS-TOP-IMPORTE(WS-TOP-MIN)
                       MOVE WS-IDX TO WS-TOP-MIN
                   END-IF
               END-PERFORM
               IF WS-IMPORTE-ABS > WS-TOP-IMPORTE(WS-TOP-MIN)
                   MOVE PW-SECUENCIA TO WS-TOP-POS(WS-TOP-MIN)
                   MOVE WS-IMPORTE-ABS TO WS-TOP-IMPORTE(WS-TOP-MIN)
               END-IF
           END-IF.

      *    Generador congruencial (Park-Miller): semilla en 1..2^31-2.
       5800-INICIAR-AZAR.
           COMPUTE WS-AZAR =
               FUNCTION MOD(MUA-SEMILLA, 2147483646) + 1.

       5850-SIGUIENTE-AZAR.
           COMPUTE WS-AZAR-PRODUCTO = WS-AZAR * 16807
           COMPUTE WS-AZAR =
               FUNCTION MOD(WS-AZAR-PRODUCTO, 2147483647).

       5900-MARCAR-POSICION.
           MOVE WS-POSICION TO PW-SECUENCIA
           READ POBLACION-FILE
               KEY IS PW-SECUENCIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PW-ELEGIDO NOT = 'S'
                       MOVE 'S' TO PW-ELEGIDO
                       REWRITE PW-RECORD
                       ADD 1 TO WS-ELEGIDOS
                   END-IF
           END-READ.

      *****************************************************************
      *  Grabacion de la muestra y sus items, en orden de poblacion.
      *****************************************************************
       6000-GRABAR-MUESTRA.
           MOVE 0 TO MUA-CANT-ITEMS
           MOVE "00" TO POBLACION-STATUS
           MOVE 0 TO PW-SECUENCIA
           START POBLACION-FILE KEY IS >= PW-SECUENCIA
               INVALID KEY
                   MOVE "10" TO POBLACION-STATUS
           END-START
           PERFORM UNTIL POBLACION-STATUS = "10"
               READ POBLACION-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO POBLACION-STATUS
                   NOT AT END
                       IF PW-ELEGIDO = 'S'
                           ADD 1 TO MUA-CANT-ITEMS
                           MOVE MUA-NUMERO TO MUI-NUMERO
                           MOVE MUA-CANT-ITEMS TO MUI-ITEM
                           MOVE PW-SECUENCIA TO MUI-POSICION
                           MOVE PW-CBF TO MUI-CBF
                           MOVE PW-TIMESTAMP TO MUI-TIMESTAMP
                           MOVE PW-DESCRIPCION TO MUI-DESCRIPCION
                           MOVE PW-IMPORTE TO MUI-IMPORTE
                           WRITE MUI-RECORD
                       END-IF
               END-READ
           END-PERFORM
           WRITE MUA-RECORD
               INVALID KEY
                   DISPLAY "ERROR al grabar la muestra " MUA-NUMERO
           END-WRITE.

      *****************************************************************
      *  Legajo de evidencia de la muestra en MUA-RECORD.
      *****************************************************************
       7000-ARMAR-LEGAJO.
           MOVE SPACES TO WS-EVIDENCIA-PATH
           STRING "evidencia-muestra-" DELIMITED BY SIZE
                  MUA-NUMERO DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-EVIDENCIA-PATH
           OPEN OUTPUT EVIDENCIA-FILE
           OPEN INPUT TRANS-FILE
           OPEN INPUT CUENTAS-FILE

           MOVE ALL "=" TO EVI-LINEA
           WRITE EVI-LINEA
           MOVE SPACES TO EVI-LINEA
           STRING "LEGAJO DE EVIDENCIA - MUESTRA " DELIMITED BY SIZE
                  MUA-NUMERO DELIMITED BY SIZE
                  "  del " DELIMITED BY SIZE
                  MUA-FECHA DELIMITED BY SIZE
                  "  auditor " DELIMITED BY SIZE
                  MUA-AUDITOR DELIMITED BY SIZE
                  "  emitido por " DELIMITED BY SIZE
                  WS-STAFF-USUARIO DELIMITED BY SIZE
                  " el " DELIMITED BY SIZE
                  WS-FECHA-HOY DELIMITED BY SIZE
               INTO EVI-LINEA
           WRITE EVI-LINEA
           MOVE SPACES TO EVI-LINEA
           STRING "Poblacion: periodo " DELIMITED BY SIZE
                  MUA-FECHA-DESDE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  MUA-FECHA-HASTA DELIMITED BY SIZE
                  " codigos " DELIMITED BY SIZE
                  MUA-CODIGOS DELIMITED BY SIZE
                  " sucursal " DELIMITED BY SIZE
                  MUA-SUCURSAL DELIMITED BY SIZE
                  " override " DELIMITED BY SIZE
                  MUA-OVERRIDE DELIMITED BY SIZE
                  " usuario " DELIMITED BY SIZE
                  MUA-USUARIO-STAFF DELIMITED BY SIZE
               INTO EVI-LINEA
           WRITE EVI-LINEA
           MOVE MUA-POBLACION-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO EVI-LINEA
           STRING "Metodo " DELIMITED BY SIZE
                  MUA-METODO DELIMITED BY SIZE
                  " tamanio " DELIMITED BY SIZE
                  MUA-TAMANIO DELIMITED BY SIZE
                  " semilla " DELIMITED BY SIZE
                  MUA-SEMILLA DELIMITED BY SIZE
                  " items " DELIMITED BY SIZE
                  MUA-CANT-ITEMS DELIMITED BY SIZE
                  " de " DELIMITED BY SIZE
                  MUA-POBLACION-CANT DELIMITED BY SIZE
                  " movimientos por $ " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO EVI-LINEA
           WRITE EVI-LINEA

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > MUA-CANT-ITEMS
               MOVE MUA-NUMERO TO MUI-NUMERO
               MOVE WS-IDX TO MUI-ITEM
               READ ITEMS-FILE
                   KEY IS MUI-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 7050-LEGAJO-ITEM
               END-READ
           END-PERFORM

           CLOSE TRANS-FILE
           CLOSE CUENTAS-FILE
           CLOSE EVIDENCIA-FILE
           DISPLAY "Legajo de evidencia en " WS-EVIDENCIA-PATH.

       7050-LEGAJO-ITEM.
           MOVE MUI-CBF TO WS-CBF-TEXTO
           MOVE MUI-TIMESTAMP TO WS-TS-TEXTO
           CALL "registrar-acceso" USING WS-STAFF-USUARIO,
                WS-PROGRAMA-ACCESO, MUI-CBF
           MOVE ALL "-" TO EVI-LINEA
           WRITE EVI-LINEA
           MOVE SPACES TO EVI-LINEA
           STRING "ITEM " DELIMITED BY SIZE
                  MUI-ITEM DELIMITED BY SIZE
                  "  (posicion " DELIMITED BY SIZE
                  MUI-POSICION DELIMITED BY SIZE
                  " en la poblacion)" DELIMITED BY SIZE
               INTO EVI-LINEA
           WRITE EVI-LINEA
           PERFORM 7100-EVID-MOVIMIENTO
           PERFORM 7200-EVID-JOURNAL
           PERFORM 7300-EVID-RECIBO
           PERFORM 7400-EVID-APROBACIONES
           PERFORM 7500-EVID-CLIENTE.

       7100-EVID-MOVIMIENTO.
           MOVE 'N' TO WS-MOV-HALLADO
           MOVE MUI-CBF TO R-CBF
           MOVE MUI-TIMESTAMP TO R-TIMESTAMP
           READ TRANS-FILE
               KEY IS R-KEY
               INVALID KEY
                   MOVE SPACES TO EVI-LINEA
                   STRING "[Movimiento] CBF " DELIMITED BY SIZE
                          MUI-CBF DELIMITED BY SIZE
                          " TS " DELIMITED BY SIZE
                          MUI-TIMESTAMP DELIMITED BY SIZE
                          ": ya no esta en el archivo de"
                          DELIMITED BY SIZE
                          " movimientos (archivado)" DELIMITED BY SIZE
                       INTO EVI-LINEA
                   WRITE EVI-LINEA
                   END-WRITE
               NOT INVALID KEY
                   MOVE 'S' TO WS-MOV-HALLADO
                   MOVE R-IMPORTE TO WS-IMPORTE-DISPLAY
                   MOVE SPACES TO EVI-LINEA
                   STRING "[Movimiento] CBF " DELIMITED BY SIZE
                          R-CBF DELIMITED BY SIZE
                          " TS " DELIMITED BY SIZE
                          R-TIMESTAMP DELIMITED BY SIZE
                          " cod " DELIMITED BY SIZE
                          R-DESCRIPCION DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          R-MONEDA DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                          " suc " DELIMITED BY SIZE
                          R-SUCURSAL DELIMITED BY SIZE
                          " canal " DELIMITED BY SIZE
                          R-CANAL DELIMITED BY SIZE
                          " override " DELIMITED BY SIZE
                          R-OVERRIDE DELIMITED BY SIZE
                       INTO EVI-LINEA
                   WRITE EVI-LINEA
                   MOVE SPACES TO EVI-LINEA
                   STRING "             memo " DELIMITED BY SIZE
                          R-MEMO DELIMITED BY SIZE
                          " ref " DELIMITED BY SIZE
                          R-REF-TIPO DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          R-REF-KEY DELIMITED BY SIZE
                          " fecha contable " DELIMITED BY SIZE
                          R-FECHA-CONTABLE DELIMITED BY SIZE
                       INTO EVI-LINEA
                   WRITE EVI-LINEA
           END-READ.

      *    Sesion del cajero: lineas de la cuenta desde el ultimo
      *    INICIO SESION previo al movimiento hasta el FIN SESION que
      *    le sigue, dentro del dia del movimiento.
       7200-EVID-JOURNAL.
           MOVE 0 TO WS-SES-CANT
           MOVE 0 TO WS-APR-CANT
           MOVE 'N' TO WS-SES-CERRADA
           MOVE 'N' TO WS-SES-DESBORDE
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               MOVE "10" TO JOURNAL-STATUS
           END-IF
           PERFORM UNTIL JOURNAL-STATUS = "10"
                      OR WS-SES-CERRADA = 'S'
               READ JOURNAL-FILE
                   AT END
                       MOVE "10" TO JOURNAL-STATUS
                   NOT AT END
                       IF JRN-CBF = WS-CBF-TEXTO
                          AND JRN-TIMESTAMP(1:8) = WS-TS-TEXTO(1:8)
                           PERFORM 7250-LINEA-SESION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE

           MOVE SPACES TO EVI-LINEA
           STRING "[Journal de la sesion] " DELIMITED BY SIZE
                  WS-SES-CANT DELIMITED BY SIZE
                  " lineas" DELIMITED BY SIZE
               INTO EVI-LINEA
           WRITE EVI-LINEA
           PERFORM VARYING WS-IDX-CAM FROM 1 BY 1
                   UNTIL WS-IDX-CAM > WS-SES-CANT
               MOVE SPACES TO EVI-LINEA
               STRING "   " DELIMITED BY SIZE
                      WS-SES-LINEA(WS-IDX-CAM) DELIMITED BY SIZE
                   INTO EVI-LINEA
               WRITE EVI-LINEA
           END-PERFORM
           IF WS-SES-DESBORDE = 'S'
               MOVE "   (sesion con mas de 60 lineas: se muestran"
                   & " las primeras)" TO EVI-LINEA
               WRITE EVI-LINEA
           END-IF.

       7250-LINEA-SESION.
           IF JRN-TIMESTAMP NOT > MUI-TIMESTAMP
               IF JRN-EVENTO = "INICIO SESION"
                   MOVE 0 TO WS-SES-CANT
                   MOVE 0 TO WS-APR-CANT
                   MOVE 'N' TO WS-SES-DESBORDE
               END-IF
           ELSE
               IF JRN-EVENTO = "INICIO SESION"
                   MOVE 'S' TO WS-SES-CERRADA
               END-IF
           END-IF
           IF WS-SES-CERRADA = 'N'
               IF WS-SES-CANT < 60
                   ADD 1 TO WS-SES-CANT
                   MOVE JRN-LINEA TO WS-SES-LINEA(WS-SES-CANT)
               ELSE
                   MOVE 'S' TO WS-SES-DESBORDE
               END-IF
               IF JRN-EVENTO(1:8) = "OVERRIDE"
                  OR JRN-EVENTO = "CAPTURA APROBACION"
                  OR JRN-EVENTO = "FIRMA CONJUNTA"
                   IF WS-APR-CANT < 10
                       ADD 1 TO WS-APR-CANT
                       MOVE JRN-LINEA TO WS-APR-LINEA(WS-APR-CANT)
                   END-IF
               END-IF
               IF JRN-TIMESTAMP > MUI-TIMESTAMP
                  AND JRN-EVENTO = "FIN SESION"
                   MOVE 'S' TO WS-SES-CERRADA
               END-IF
           END-IF.

       7300-EVID-RECIBO.
           MOVE 'N' TO WS-CAM-HALLADO
           OPEN INPUT RECIBOS-FILE
           IF RECIBOS-STATUS NOT = "00"
               MOVE "10" TO RECIBOS-STATUS
           END-IF
           PERFORM UNTIL RECIBOS-STATUS = "10"
               READ RECIBOS-FILE
                   AT END
                       MOVE "10" TO RECIBOS-STATUS
                   NOT AT END
                       IF REC-LINEA(1:14) = WS-TS-TEXTO
                          AND REC-LINEA(16:6) = WS-CBF-TEXTO
                           MOVE 'S' TO WS-CAM-HALLADO
                           MOVE SPACES TO EVI-LINEA
                           STRING "[Recibo] " DELIMITED BY SIZE
                                  REC-LINEA DELIMITED BY SIZE
                               INTO EVI-LINEA
                           WRITE EVI-LINEA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECIBOS-FILE
           IF WS-CAM-HALLADO = 'N'
               MOVE "[Recibo] sin recibo emitido para el movimiento"
                   TO EVI-LINEA
               WRITE EVI-LINEA
           END-IF.

      *    Aprobaciones: override del supervisor (memo del
      *    movimiento y eventos del journal de la sesion) y la
      *    transferencia aprobada por un supervisor que origino el
      *    debito.
       7400-EVID-APROBACIONES.
           MOVE "[Aprobaciones y overrides]" TO EVI-LINEA
           WRITE EVI-LINEA
           IF WS-MOV-HALLADO = 'S' AND R-OVERRIDE-SI
               MOVE SPACES TO EVI-LINEA
               STRING "   Operacion con override: " DELIMITED BY SIZE
                      R-MEMO DELIMITED BY SIZE
                   INTO EVI-LINEA
               WRITE EVI-LINEA
           END-IF
           PERFORM VARYING WS-IDX-CAM FROM 1 BY 1
                   UNTIL WS-IDX-CAM > WS-APR-CANT
               MOVE SPACES TO EVI-LINEA
               STRING "   Journal: " DELIMITED BY SIZE
                      WS-APR-LINEA(WS-IDX-CAM) DELIMITED BY SIZE
                   INTO EVI-LINEA
               WRITE EVI-LINEA
           END-PERFORM
           IF MUI-DESCRIPCION = "T"
               PERFORM 7450-BUSCAR-APROBACION
           END-IF
           IF WS-APR-CANT = 0 AND WS-TA-HALLADA NOT = 'S'
              AND NOT (WS-MOV-HALLADO = 'S' AND R-OVERRIDE-SI)
               MOVE "   sin aprobaciones ni overrides" TO EVI-LINEA
               WRITE EVI-LINEA
           END-IF.

       7450-BUSCAR-APROBACION.
           MOVE 'N' TO WS-TA-HALLADA
           OPEN INPUT APROBACION-FILE
           IF APROBACION-STATUS NOT = "00"
               MOVE "10" TO APROBACION-STATUS
           ELSE
               MOVE MUI-CBF TO TA-CBF-ORIGEN
               MOVE 0 TO TA-TIMESTAMP
               START APROBACION-FILE KEY IS >= TA-KEY
                   INVALID KEY
                       MOVE "10" TO APROBACION-STATUS
               END-START
           END-IF
           IF MUI-IMPORTE < 0
               COMPUTE WS-IMPORTE-ABS = MUI-IMPORTE * -1
           ELSE
               MOVE MUI-IMPORTE TO WS-IMPORTE-ABS
           END-IF
           PERFORM UNTIL APROBACION-STATUS = "10"
               READ APROBACION-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO APROBACION-STATUS
                   NOT AT END
                       IF TA-CBF-ORIGEN NOT = MUI-CBF
                          OR TA-TIMESTAMP > MUI-TIMESTAMP
                           MOVE "10" TO APROBACION-STATUS
                       ELSE
                           IF TA-APROBADA
                              AND TA-IMPORTE = WS-IMPORTE-ABS
                               MOVE 'S' TO WS-TA-HALLADA
                               MOVE TA-TIMESTAMP TO WS-TA-TIMESTAMP
                               MOVE TA-USUARIO-REVISA TO WS-TA-REVISA
                               MOVE TA-CBF-DESTINO TO WS-TA-DESTINO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APROBACION-FILE
           IF WS-TA-HALLADA = 'S'
               MOVE SPACES TO EVI-LINEA
               STRING "   Transferencia capturada " DELIMITED BY SIZE
                      WS-TA-TIMESTAMP DELIMITED BY SIZE
                      " destino " DELIMITED BY SIZE
                      WS-TA-DESTINO DELIMITED BY SIZE
                      " aprobada por " DELIMITED BY SIZE
                      WS-TA-REVISA DELIMITED BY SIZE
                   INTO EVI-LINEA
               WRITE EVI-LINEA
           END-IF.

      *    Ficha del cliente a la fecha del movimiento: la actual, y
      *    de cada campo modificado despues el valor anterior al
      *    primer cambio posterior (auditoria de clientes).
       7500-EVID-CLIENTE.
           MOVE MUI-CBF TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   MOVE "[Cliente] cuenta inexistente en el maestro"
                       TO EVI-LINEA
                   WRITE EVI-LINEA
                   END-WRITE
               NOT INVALID KEY
                   MOVE SPACES TO EVI-LINEA
                   STRING "[Cliente] ficha actual: " DELIMITED BY SIZE
                          CLI-APELLIDO DELIMITED BY "  "
                          ", " DELIMITED BY SIZE
                          CLI-NOMBRE DELIMITED BY "  "
                          " estado " DELIMITED BY SIZE
                          CLI-ESTADO DELIMITED BY SIZE
                          " tipo " DELIMITED BY SIZE
                          CLI-TIPO-CUENTA DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          CLI-MONEDA DELIMITED BY SIZE
                          " suc " DELIMITED BY SIZE
                          CLI-SUCURSAL DELIMITED BY SIZE
                          " paquete " DELIMITED BY SIZE
                          CLI-PAQUETE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          CLI-EMAIL DELIMITED BY "  "
                       INTO EVI-LINEA
                   WRITE EVI-LINEA
           END-READ

           MOVE 0 TO WS-CAM-CANT
           OPEN INPUT AUDITORIA-FILE
           IF AUDITORIA-STATUS NOT = "00"
               MOVE "10" TO AUDITORIA-STATUS
           END-IF
           PERFORM UNTIL AUDITORIA-STATUS = "10"
               READ AUDITORIA-FILE
                   AT END
                       MOVE "10" TO AUDITORIA-STATUS
                   NOT AT END
                       IF AUD-LINEA(16:6) = WS-CBF-TEXTO
                          AND AUD-LINEA(1:14) > WS-TS-TEXTO
                           PERFORM 7550-REGISTRAR-CAMBIO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDITORIA-FILE

           IF WS-CAM-CANT = 0
               MOVE "   sin cambios posteriores: la ficha actual es"
                   & " la vigente a la fecha" TO EVI-LINEA
               WRITE EVI-LINEA
           ELSE
               MOVE "   a la fecha del movimiento (distinto de la"
                   & " ficha actual):" TO EVI-LINEA
               WRITE EVI-LINEA
               PERFORM VARYING WS-IDX-CAM FROM 1 BY 1
                       UNTIL WS-IDX-CAM > WS-CAM-CANT
                   MOVE SPACES TO EVI-LINEA
                   STRING "   " DELIMITED BY SIZE
                          WS-CAM-CAMPO(WS-IDX-CAM) DELIMITED BY SIZE
                          " = " DELIMITED BY SIZE
                          WS-CAM-VALOR(WS-IDX-CAM) DELIMITED BY SIZE
                          " (cambio " DELIMITED BY SIZE
                          WS-CAM-TIMESTAMP(WS-IDX-CAM)
                          DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-CAM-USUARIO(WS-IDX-CAM)
                          DELIMITED BY "  "
                          ")" DELIMITED BY SIZE
                       INTO EVI-LINEA
                   WRITE EVI-LINEA
               END-PERFORM
           END-IF.

      *    El log es cronologico: el primer cambio posterior de cada
      *    campo trae el valor vigente a la fecha del movimiento.
       7550-REGISTRAR-CAMBIO.
           MOVE 'N' TO WS-CAM-HALLADO
           PERFORM VARYING WS-IDX-CAM FROM 1 BY 1
                   UNTIL WS-IDX-CAM > WS-CAM-CANT
               IF WS-CAM-CAMPO(WS-IDX-CAM) = AUD-LINEA(23:20)
                   MOVE 'S' TO WS-CAM-HALLADO
               END-IF
           END-PERFORM
           IF WS-CAM-HALLADO = 'N' AND WS-CAM-CANT < 30
               ADD 1 TO WS-CAM-CANT
               MOVE AUD-LINEA(23:20) TO WS-CAM-CAMPO(WS-CAM-CANT)
               MOVE AUD-LINEA(44:50) TO WS-CAM-VALOR(WS-CAM-CANT)
               MOVE AUD-LINEA(1:14) TO WS-CAM-TIMESTAMP(WS-CAM-CANT)
               MOVE AUD-LINEA(146:20) TO WS-CAM-USUARIO(WS-CAM-CANT)
           END-IF.
