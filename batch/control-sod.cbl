       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-SOD.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Deteccion diaria de conflictos de segregacion de funciones
      *  del staff. Reconstruye quien ejercio cada funcion del
      *  catalogo (funciones-sod.cpy) sobre que item, a partir de:
      *    - cambios-pendientes.dat: solicitante (SOLC) y revisor
      *      (REVC) de cada cambio de datos;
      *    - cajas-cajeros.dat: cajero de la caja (OPCJ) y
      *      supervisor que conformo su diferencia (CFCJ);
      *    - eventos-seguridad.dat: resets de clave de staff (RSTC,
      *      con el usuario de la clave como TITC) y los intentos
      *      que el control preventivo ya bloqueo (CONFLICTO SOD);
      *    - excepciones-precio.dat: oficial que solicito (SOLP) y
      *      supervisor que aprobo o rechazo (APRP) cada excepcion
      *      de precio.
      *  Toma los hechos de los ultimos PARM-DIAS-EXPIRA-COLA dias
      *  (30 si no esta cargado), lo que una solicitud puede esperar
      *  revision, y los cruza contra la matriz (base mas
      *  conflictos-sod.dat): un par de alcance I es violacion si el
      *  mismo usuario ejercio las dos funciones sobre el mismo item;
      *  uno de alcance U, si las ejercio el mismo dia. Cada
      *  violacion o intento nuevo se agrega una sola vez a
      *  violaciones-sod.dat con la sucursal del usuario y sale en el
      *  reporte de excepciones; los ya registrados en corridas
      *  anteriores no se repiten. REPORTE-SOD-MENSUAL arma de ese
      *  archivo el informe de auditoria. El paso solo informa: no
      *  corta la corrida nocturna.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATRIZ-FILE ASSIGN TO "conflictos-sod.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOD-KEY
               FILE STATUS IS MATRIZ-STATUS.

           SELECT CAMBIOS-FILE ASSIGN TO "cambios-pendientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS CAMBIOS-STATUS.

           SELECT CAJAS-FILE ASSIGN TO "cajas-cajeros.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAJ-KEY
               FILE STATUS IS CAJAS-STATUS.

           SELECT EVENTOS-FILE ASSIGN TO "eventos-seguridad.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENTOS-STATUS.

           SELECT EXCEPCIONES-FILE ASSIGN TO "excepciones-precio.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXP-NUMERO
               FILE STATUS IS EXCEPCIONES-STATUS.

           SELECT USUARIOS-FILE ASSIGN TO "usuarios-staff.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-ID
               FILE STATUS IS USUARIOS-STATUS.

           SELECT VIOLACIONES-FILE ASSIGN TO "violaciones-sod.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VIOLACIONES-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MATRIZ-FILE.
       COPY "conflicto-sod.cpy".

       FD  CAMBIOS-FILE.
       COPY "cambio-pendiente.cpy".

       FD  CAJAS-FILE.
       COPY "caja-cajero.cpy".

       FD  EVENTOS-FILE.
       01  SEG-LINEA.
           05  SEG-TIMESTAMP          PIC 9(14).
           05  SEG-CBF                PIC X(6).
           05  SEG-EVENTO             PIC X(20).
           05  SEG-DETALLE            PIC X(40).

       FD  EXCEPCIONES-FILE.
       COPY "excepcion-precio.cpy".

       FD  USUARIOS-FILE.
       COPY "usuario-staff.cpy".

       FD  VIOLACIONES-FILE.
       COPY "violacion-sod.cpy".

       FD  PARAMETROS-FILE.
           COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       COPY "funciones-sod.cpy".
       01  MATRIZ-STATUS              PIC XX.
       01  CAMBIOS-STATUS             PIC XX.
       01  CAJAS-STATUS               PIC XX.
       01  EVENTOS-STATUS             PIC XX.
       01  EXCEPCIONES-STATUS         PIC XX.
       01  USUARIOS-STATUS            PIC XX.
       01  VIOLACIONES-STATUS         PIC XX.
       01  PARAMETROS-STATUS          PIC XX.

       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-FECHA-DESDE             PIC 9(8).
       01  WS-DIAS-VENTANA            PIC 9(3) VALUE 0.
       01  WS-USUARIOS-ABIERTO        PIC X VALUE 'N'.

      *    Matriz vigente: la base mas los pares activos del archivo
      *    que no estan en la base (hasta 50).
       01  WS-CANT-PARES              PIC 9(2) VALUE 0.
       01  WS-TABLA-PARES.
           05  WS-PAR OCCURS 50 TIMES.
               10  WS-PAR-A           PIC X(4).
               10  WS-PAR-B           PIC X(4).
               10  WS-PAR-ALCANCE     PIC X(1).
               10  WS-PAR-SEVERIDAD   PIC X(1).
       01  WS-IDX-PAR                 PIC 9(2).
       01  WS-PAR-HALLADO             PIC X.

      *    Quien ejercio que funcion sobre que item (hasta 5000
      *    hechos en la ventana).
       01  WS-CANT-ACCIONES           PIC 9(4) VALUE 0.
       01  WS-TABLA-ACCIONES.
           05  WS-ACCION OCCURS 5000 TIMES.
               10  WS-AC-USUARIO      PIC X(8).
               10  WS-AC-FUNCION      PIC X(4).
               10  WS-AC-ITEM         PIC X(20).
               10  WS-AC-FECHA        PIC 9(8).
       01  WS-IDX-A                   PIC 9(4).
       01  WS-IDX-B                   PIC 9(4).
       01  WS-NUEVA-ACCION.
           05  WS-NA-USUARIO          PIC X(8).
           05  WS-NA-FUNCION          PIC X(4).
           05  WS-NA-ITEM             PIC X(20).
           05  WS-NA-FECHA            PIC 9(8).
       01  WS-ACCIONES-SIN-LUGAR      PIC 9(5) VALUE 0.

      *    Violaciones ya registradas en la ventana, para no
      *    repetirlas (hasta 3000).
       01  WS-CANT-CONOCIDAS          PIC 9(4) VALUE 0.
       01  WS-TABLA-CONOCIDAS.
           05  WS-CONOCIDA OCCURS 3000 TIMES PIC X(45).
       01  WS-IDX-CON                 PIC 9(4).
       01  WS-YA-CONOCIDA             PIC X.
       01  WS-CLAVE-VIOLACION.
           05  WS-CV-TIPO             PIC X(1).
           05  WS-CV-USUARIO          PIC X(8).
           05  WS-CV-FUNCION-A        PIC X(4).
           05  WS-CV-FUNCION-B        PIC X(4).
           05  WS-CV-ITEM             PIC X(20).
           05  WS-CV-FECHA            PIC 9(8).

       01  WS-NUEVAS-GRAVES           PIC 9(5) VALUE 0.
       01  WS-NUEVAS-MEDIAS           PIC 9(5) VALUE 0.
       01  WS-NUEVAS-LEVES            PIC 9(5) VALUE 0.
       01  WS-NUEVOS-INTENTOS         PIC 9(5) VALUE 0.

       01  WS-REP-NOMBRE              PIC X(20) VALUE "control-sod".
       01  WS-REP-TITULO              PIC X(40)
                                      VALUE "SEGREGACION DE FUNCIONES".
       01  WS-REP-LINEA               PIC X(80).

       LINKAGE SECTION.
       01  LK-RESULTADO-BATCH         PIC 9.
           88  LK-BATCH-OK                VALUE 0.

       PROCEDURE DIVISION USING LK-RESULTADO-BATCH.
       0000-MAINLINE.
           MOVE 0 TO LK-RESULTADO-BATCH
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-CARGAR-MATRIZ
           PERFORM 2100-CARGAR-CONOCIDAS
           IF LK-BATCH-OK
               PERFORM 3100-LEER-CAMBIOS
               PERFORM 3200-LEER-CAJAS
               PERFORM 3300-LEER-JOURNAL
               PERFORM 3400-LEER-EXCEPCIONES
               PERFORM 4000-EVALUAR-MATRIZ
               PERFORM 5000-INFORMAR-TOTALES
               CLOSE VIOLACIONES-FILE
           END-IF
           IF WS-USUARIOS-ABIERTO = 'S'
               CLOSE USUARIOS-FILE
           END-IF
           GOBACK.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  CONTROL DE SEGREGACION DE FUNCIONES".
           DISPLAY "==========================================".
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DIAS-EXPIRA-COLA IS NUMERIC
                           MOVE PARM-DIAS-EXPIRA-COLA
                               TO WS-DIAS-VENTANA
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF
           IF WS-DIAS-VENTANA = 0
               MOVE 30 TO WS-DIAS-VENTANA
           END-IF
           COMPUTE WS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                   - WS-DIAS-VENTANA)
           OPEN INPUT USUARIOS-FILE
           IF USUARIOS-STATUS = "00"
               MOVE 'S' TO WS-USUARIOS-ABIERTO
           END-IF
           MOVE "T S Usuario  Suc Funciones Fecha    Item"
               TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

      *    La base rige siempre; del archivo se suman los pares
      *    activos que no estan en la base (en cualquier orden).
       2000-CARGAR-MATRIZ.
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR > SOD-CANT-BASE
               ADD 1 TO WS-CANT-PARES
               MOVE SOD-BASE-FUNCION-A(WS-IDX-PAR)
                   TO WS-PAR-A(WS-CANT-PARES)
               MOVE SOD-BASE-FUNCION-B(WS-IDX-PAR)
                   TO WS-PAR-B(WS-CANT-PARES)
               MOVE SOD-BASE-ALCANCE(WS-IDX-PAR)
                   TO WS-PAR-ALCANCE(WS-CANT-PARES)
               MOVE SOD-BASE-SEVERIDAD(WS-IDX-PAR)
                   TO WS-PAR-SEVERIDAD(WS-CANT-PARES)
           END-PERFORM
           OPEN INPUT MATRIZ-FILE
           IF MATRIZ-STATUS NOT = "00"
               MOVE "10" TO MATRIZ-STATUS
           ELSE
               MOVE LOW-VALUES TO SOD-KEY
               START MATRIZ-FILE KEY IS >= SOD-KEY
                   INVALID KEY
                       MOVE "10" TO MATRIZ-STATUS
               END-START
           END-IF
           PERFORM UNTIL MATRIZ-STATUS = "10"
               READ MATRIZ-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO MATRIZ-STATUS
                   NOT AT END
                       IF SOD-REGLA-ACTIVA
                           PERFORM 2010-AGREGAR-PAR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MATRIZ-FILE.

       2010-AGREGAR-PAR.
           MOVE SOD-FUNCION-A TO WS-CV-FUNCION-A
           MOVE SOD-FUNCION-B TO WS-CV-FUNCION-B
           PERFORM 8300-BUSCAR-PAR
           IF WS-PAR-HALLADO = 'N' AND WS-CANT-PARES < 50
               ADD 1 TO WS-CANT-PARES
               MOVE SOD-FUNCION-A TO WS-PAR-A(WS-CANT-PARES)
               MOVE SOD-FUNCION-B TO WS-PAR-B(WS-CANT-PARES)
               MOVE SOD-ALCANCE TO WS-PAR-ALCANCE(WS-CANT-PARES)
               MOVE SOD-SEVERIDAD TO WS-PAR-SEVERIDAD(WS-CANT-PARES)
           END-IF.

      *    Lo ya registrado de la ventana no se vuelve a informar;
      *    despues el archivo queda abierto para agregar.
       2100-CARGAR-CONOCIDAS.
           OPEN INPUT VIOLACIONES-FILE
           IF VIOLACIONES-STATUS = "00"
               PERFORM UNTIL VIOLACIONES-STATUS = "10"
                   READ VIOLACIONES-FILE
                       AT END
                           MOVE "10" TO VIOLACIONES-STATUS
                       NOT AT END
                           IF VS-FECHA-HECHO >= WS-FECHA-DESDE
                              AND WS-CANT-CONOCIDAS < 3000
                               PERFORM 8200-ARMAR-CLAVE
                               ADD 1 TO WS-CANT-CONOCIDAS
                               MOVE WS-CLAVE-VIOLACION
                                   TO WS-CONOCIDA(WS-CANT-CONOCIDAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VIOLACIONES-FILE
           END-IF
           OPEN EXTEND VIOLACIONES-FILE
           IF VIOLACIONES-STATUS NOT = "00"
               OPEN OUTPUT VIOLACIONES-FILE
           END-IF
           IF VIOLACIONES-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR VIOLACIONES-SOD.DAT. STATUS = "
                       VIOLACIONES-STATUS
               MOVE 1 TO LK-RESULTADO-BATCH
           END-IF.

       3100-LEER-CAMBIOS.
           OPEN INPUT CAMBIOS-FILE
           IF CAMBIOS-STATUS NOT = "00"
               MOVE "10" TO CAMBIOS-STATUS
           ELSE
               MOVE LOW-VALUES TO CP-KEY
               START CAMBIOS-FILE KEY IS >= CP-KEY
                   INVALID KEY
                       MOVE "10" TO CAMBIOS-STATUS
               END-START
           END-IF
           PERFORM UNTIL CAMBIOS-STATUS = "10"
               READ CAMBIOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO CAMBIOS-STATUS
                   NOT AT END
                       IF CP-TIMESTAMP(1:8) >= WS-FECHA-DESDE
                           PERFORM 3110-ACCIONES-CAMBIO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAMBIOS-FILE.

      *    El revisor no tiene fecha propia: se toma la de la
      *    solicitud.
       3110-ACCIONES-CAMBIO.
           MOVE CP-USUARIO-SOLICITA TO WS-NA-USUARIO
           MOVE "SOLC" TO WS-NA-FUNCION
           MOVE CP-KEY TO WS-NA-ITEM
           MOVE CP-TIMESTAMP(1:8) TO WS-NA-FECHA
           PERFORM 8000-AGREGAR-ACCION
           IF (CP-APROBADO OR CP-RECHAZADO)
              AND CP-USUARIO-REVISA NOT = SPACES
               MOVE CP-USUARIO-REVISA TO WS-NA-USUARIO
               MOVE "REVC" TO WS-NA-FUNCION
               PERFORM 8000-AGREGAR-ACCION
           END-IF.

       3200-LEER-CAJAS.
           OPEN INPUT CAJAS-FILE
           IF CAJAS-STATUS NOT = "00"
               MOVE "10" TO CAJAS-STATUS
           ELSE
               MOVE LOW-VALUES TO CAJ-KEY
               START CAJAS-FILE KEY IS >= CAJ-KEY
                   INVALID KEY
                       MOVE "10" TO CAJAS-STATUS
               END-START
           END-IF
           PERFORM UNTIL CAJAS-STATUS = "10"
               READ CAJAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO CAJAS-STATUS
                   NOT AT END
                       IF CAJ-FECHA >= WS-FECHA-DESDE
                           PERFORM 3210-ACCIONES-CAJA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAJAS-FILE.

       3210-ACCIONES-CAJA.
           MOVE CAJ-USUARIO TO WS-NA-USUARIO
           MOVE "OPCJ" TO WS-NA-FUNCION
           MOVE CAJ-KEY TO WS-NA-ITEM
           MOVE CAJ-FECHA TO WS-NA-FECHA
           PERFORM 8000-AGREGAR-ACCION
           IF CAJ-CONFORMADA
              AND CAJ-USUARIO-CONFORMA NOT = SPACES
              AND CAJ-USUARIO-CONFORMA NOT = LOW-VALUES
               MOVE CAJ-USUARIO-CONFORMA TO WS-NA-USUARIO
               MOVE "CFCJ" TO WS-NA-FUNCION
               PERFORM 8000-AGREGAR-ACCION
           END-IF.

      *    STAFF CLAVE RESET lleva "<usuario> por <supervisor>";
      *    CONFLICTO SOD (verificar-conflicto-sod) lleva
      *    "<usuario> <funcion previa>/<funcion> <item>".
       3300-LEER-JOURNAL.
           OPEN INPUT EVENTOS-FILE
           IF EVENTOS-STATUS NOT = "00"
               MOVE "10" TO EVENTOS-STATUS
           END-IF
           PERFORM UNTIL EVENTOS-STATUS = "10"
               READ EVENTOS-FILE
                   AT END
                       MOVE "10" TO EVENTOS-STATUS
                   NOT AT END
                       IF SEG-TIMESTAMP(1:8) >= WS-FECHA-DESDE
                           EVALUATE SEG-EVENTO
                               WHEN "STAFF CLAVE RESET"
                                   PERFORM 3310-ACCIONES-RESET
                               WHEN "CONFLICTO SOD"
                                   PERFORM 3320-REGISTRAR-INTENTO
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENTOS-FILE.

       3310-ACCIONES-RESET.
           MOVE SEG-DETALLE(1:8) TO WS-NA-USUARIO
           MOVE "TITC" TO WS-NA-FUNCION
           MOVE SPACES TO WS-NA-ITEM
           MOVE SEG-DETALLE(1:8) TO WS-NA-ITEM
           MOVE SEG-TIMESTAMP(1:8) TO WS-NA-FECHA
           PERFORM 8000-AGREGAR-ACCION
           MOVE SEG-DETALLE(14:8) TO WS-NA-USUARIO
           MOVE "RSTC" TO WS-NA-FUNCION
           PERFORM 8000-AGREGAR-ACCION.

       3320-REGISTRAR-INTENTO.
           MOVE "I" TO VS-TIPO
           MOVE SEG-TIMESTAMP(1:8) TO VS-FECHA-HECHO
           MOVE SEG-DETALLE(1:8) TO VS-USUARIO
           MOVE SEG-DETALLE(10:4) TO VS-FUNCION-A
           MOVE SEG-DETALLE(15:4) TO VS-FUNCION-B
           MOVE SEG-DETALLE(20:20) TO VS-ITEM
           MOVE VS-FUNCION-A TO WS-CV-FUNCION-A
           MOVE VS-FUNCION-B TO WS-CV-FUNCION-B
           PERFORM 8300-BUSCAR-PAR
           IF WS-PAR-HALLADO = 'S'
               MOVE WS-PAR-ALCANCE(WS-IDX-PAR) TO VS-ALCANCE
               MOVE WS-PAR-SEVERIDAD(WS-IDX-PAR) TO VS-SEVERIDAD
           ELSE
               MOVE "I" TO VS-ALCANCE
               MOVE "G" TO VS-SEVERIDAD
           END-IF
           PERFORM 8100-REGISTRAR-VIOLACION.

      *    Entran las excepciones solicitadas dentro de la ventana,
      *    con su revision (que tiene fecha propia).
       3400-LEER-EXCEPCIONES.
           OPEN INPUT EXCEPCIONES-FILE
           IF EXCEPCIONES-STATUS NOT = "00"
               MOVE "10" TO EXCEPCIONES-STATUS
           END-IF
           PERFORM UNTIL EXCEPCIONES-STATUS = "10"
               READ EXCEPCIONES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO EXCEPCIONES-STATUS
                   NOT AT END
                       IF EXP-FECHA-SOLICITUD >= WS-FECHA-DESDE
                           PERFORM 3410-ACCIONES-EXCEPCION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCEPCIONES-FILE.

       3410-ACCIONES-EXCEPCION.
           MOVE EXP-USUARIO-SOLICITA TO WS-NA-USUARIO
           MOVE "SOLP" TO WS-NA-FUNCION
           MOVE SPACES TO WS-NA-ITEM
           MOVE EXP-NUMERO TO WS-NA-ITEM
           MOVE EXP-FECHA-SOLICITUD TO WS-NA-FECHA
           PERFORM 8000-AGREGAR-ACCION
           IF (EXP-APROBADA OR EXP-RECHAZADA)
              AND EXP-USUARIO-REVISA NOT = SPACES
               MOVE EXP-USUARIO-REVISA TO WS-NA-USUARIO
               MOVE "APRP" TO WS-NA-FUNCION
               MOVE EXP-FECHA-REVISION TO WS-NA-FECHA
               PERFORM 8000-AGREGAR-ACCION
           END-IF.

      *****************************************************************
      *  Cruce de los hechos contra cada par de la matriz: para cada
      *  accion de la funcion A se buscan las de la funcion B del
      *  mismo usuario sobre el mismo item (alcance I) o el mismo dia
      *  (alcance U).
      *****************************************************************
       4000-EVALUAR-MATRIZ.
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR > WS-CANT-PARES
               PERFORM VARYING WS-IDX-A FROM 1 BY 1
                       UNTIL WS-IDX-A > WS-CANT-ACCIONES
                   IF WS-AC-FUNCION(WS-IDX-A) = WS-PAR-A(WS-IDX-PAR)
                       PERFORM 4100-BUSCAR-CONTRAPARTE
                   END-IF
               END-PERFORM
           END-PERFORM.

       4100-BUSCAR-CONTRAPARTE.
           PERFORM VARYING WS-IDX-B FROM 1 BY 1
                   UNTIL WS-IDX-B > WS-CANT-ACCIONES
               IF WS-AC-FUNCION(WS-IDX-B) = WS-PAR-B(WS-IDX-PAR)
                  AND WS-AC-USUARIO(WS-IDX-B)
                      = WS-AC-USUARIO(WS-IDX-A)
                   EVALUATE TRUE
                       WHEN WS-PAR-ALCANCE(WS-IDX-PAR) = "I"
                        AND WS-AC-ITEM(WS-IDX-B)
                            = WS-AC-ITEM(WS-IDX-A)
                           MOVE WS-AC-ITEM(WS-IDX-B) TO VS-ITEM
                           PERFORM 4110-VIOLACION-CONSUMADA
                       WHEN WS-PAR-ALCANCE(WS-IDX-PAR) = "U"
                        AND WS-AC-FECHA(WS-IDX-B)
                            = WS-AC-FECHA(WS-IDX-A)
                           MOVE SPACES TO VS-ITEM
                           PERFORM 4110-VIOLACION-CONSUMADA
                   END-EVALUATE
               END-IF
           END-PERFORM.

       4110-VIOLACION-CONSUMADA.
           MOVE "C" TO VS-TIPO
           MOVE WS-AC-FECHA(WS-IDX-B) TO VS-FECHA-HECHO
           MOVE WS-AC-USUARIO(WS-IDX-B) TO VS-USUARIO
           MOVE WS-PAR-A(WS-IDX-PAR) TO VS-FUNCION-A
           MOVE WS-PAR-B(WS-IDX-PAR) TO VS-FUNCION-B
           MOVE WS-PAR-ALCANCE(WS-IDX-PAR) TO VS-ALCANCE
           MOVE WS-PAR-SEVERIDAD(WS-IDX-PAR) TO VS-SEVERIDAD
           PERFORM 8100-REGISTRAR-VIOLACION.

       5000-INFORMAR-TOTALES.
           MOVE SPACES TO WS-REP-LINEA
           STRING "Violaciones nuevas: graves " DELIMITED BY SIZE
                  WS-NUEVAS-GRAVES DELIMITED BY SIZE
                  " medias " DELIMITED BY SIZE
                  WS-NUEVAS-MEDIAS DELIMITED BY SIZE
                  " leves " DELIMITED BY SIZE
                  WS-NUEVAS-LEVES DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE SPACES TO WS-REP-LINEA
           STRING "Intentos bloqueados nuevos: " DELIMITED BY SIZE
                  WS-NUEVOS-INTENTOS DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           IF WS-ACCIONES-SIN-LUGAR > 0
               MOVE SPACES TO WS-REP-LINEA
               STRING "Hechos sin evaluar (tabla llena): "
                      DELIMITED BY SIZE
                      WS-ACCIONES-SIN-LUGAR DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
           END-IF
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           DISPLAY "Hechos evaluados:     " WS-CANT-ACCIONES
           DISPLAY "Violaciones nuevas:   "
                   WS-NUEVAS-GRAVES "/" WS-NUEVAS-MEDIAS "/"
                   WS-NUEVAS-LEVES
           DISPLAY "Intentos bloqueados:  " WS-NUEVOS-INTENTOS.

       8000-AGREGAR-ACCION.
           IF WS-NA-USUARIO NOT = SPACES
               IF WS-CANT-ACCIONES < 5000
                   ADD 1 TO WS-CANT-ACCIONES
                   MOVE WS-NUEVA-ACCION
                       TO WS-ACCION(WS-CANT-ACCIONES)
               ELSE
                   ADD 1 TO WS-ACCIONES-SIN-LUGAR
               END-IF
           END-IF.

      *    VS-REGISTRO armado por el llamador (salvo sucursal y fecha
      *    de deteccion). Si ya estaba registrado no se repite.
       8100-REGISTRAR-VIOLACION.
           PERFORM 8200-ARMAR-CLAVE
           MOVE 'N' TO WS-YA-CONOCIDA
           PERFORM VARYING WS-IDX-CON FROM 1 BY 1
                   UNTIL WS-IDX-CON > WS-CANT-CONOCIDAS
                      OR WS-YA-CONOCIDA = 'S'
               IF WS-CONOCIDA(WS-IDX-CON) = WS-CLAVE-VIOLACION
                   MOVE 'S' TO WS-YA-CONOCIDA
               END-IF
           END-PERFORM
           IF WS-YA-CONOCIDA = 'N'
               IF WS-CANT-CONOCIDAS < 3000
                   ADD 1 TO WS-CANT-CONOCIDAS
                   MOVE WS-CLAVE-VIOLACION
                       TO WS-CONOCIDA(WS-CANT-CONOCIDAS)
               END-IF
               MOVE 0 TO VS-SUCURSAL
               IF WS-USUARIOS-ABIERTO = 'S'
                   MOVE VS-USUARIO TO US-ID
                   READ USUARIOS-FILE
                       KEY IS US-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF US-SUCURSAL IS NUMERIC
                               MOVE US-SUCURSAL TO VS-SUCURSAL
                           END-IF
                   END-READ
               END-IF
               MOVE WS-FECHA-HOY TO VS-FECHA-DETECCION
               WRITE VS-REGISTRO
               IF VS-INTENTO
                   ADD 1 TO WS-NUEVOS-INTENTOS
               ELSE
                   EVALUATE VS-SEVERIDAD
                       WHEN "G"
                           ADD 1 TO WS-NUEVAS-GRAVES
                       WHEN "M"
                           ADD 1 TO WS-NUEVAS-MEDIAS
                       WHEN OTHER
                           ADD 1 TO WS-NUEVAS-LEVES
                   END-EVALUATE
               END-IF
               MOVE SPACES TO WS-REP-LINEA
               STRING VS-TIPO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      VS-SEVERIDAD DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      VS-USUARIO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      VS-SUCURSAL DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      VS-FUNCION-A DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      VS-FUNCION-B DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      VS-FECHA-HECHO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      VS-ITEM DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
           END-IF.

       8200-ARMAR-CLAVE.
           MOVE VS-TIPO TO WS-CV-TIPO
           MOVE VS-USUARIO TO WS-CV-USUARIO
           MOVE VS-FUNCION-A TO WS-CV-FUNCION-A
           MOVE VS-FUNCION-B TO WS-CV-FUNCION-B
           MOVE VS-ITEM TO WS-CV-ITEM
           MOVE VS-FECHA-HECHO TO WS-CV-FECHA.

      *    Busca en la matriz vigente el par WS-CV-FUNCION-A /
      *    WS-CV-FUNCION-B en cualquier orden; deja WS-IDX-PAR en la
      *    entrada hallada.
       8300-BUSCAR-PAR.
           MOVE 'N' TO WS-PAR-HALLADO
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR > WS-CANT-PARES
                      OR WS-PAR-HALLADO = 'S'
               IF (WS-PAR-A(WS-IDX-PAR) = WS-CV-FUNCION-A
                   AND WS-PAR-B(WS-IDX-PAR) = WS-CV-FUNCION-B)
                  OR (WS-PAR-A(WS-IDX-PAR) = WS-CV-FUNCION-B
                   AND WS-PAR-B(WS-IDX-PAR) = WS-CV-FUNCION-A)
                   MOVE 'S' TO WS-PAR-HALLADO
               END-IF
           END-PERFORM
           IF WS-PAR-HALLADO = 'S'
               SUBTRACT 1 FROM WS-IDX-PAR
           END-IF.
