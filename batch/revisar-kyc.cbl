       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISAR-KYC.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Revision de conocimiento del cliente: pantalla de
      *  back-office para supervisores (autenticar-staff) que muestra
      *  la calificacion de riesgo de un cliente (riesgo-clientes.dat,
      *  ver CALIFICAR-RIESGO-CLIENTES) con su desglose y el
      *  vencimiento de la revision, permite actualizar la
      *  declaracion PEP y la ocupacion (datos-clientes.dat) y
      *  registra la revision como realizada: fecha, usuario y nuevo
      *  vencimiento segun el nivel (calcular-vto-kyc). Registrar la
      *  revision levanta el bloqueo de transferencias interbancarias
      *  e internacionales de los clientes de riesgo alto con la
      *  revision vencida (verificar-kyc). Los cambios de PEP u
      *  ocupacion pesan en la calificacion desde la proxima corrida
      *  de CALIFICAR-RIESGO-CLIENTES. Tambien se registra la
      *  autocertificacion de residencia fiscal que entrega el
      *  cliente: hasta tres paises con su numero de identificacion
      *  fiscal extranjero y la fecha de recepcion; la nueva
      *  reemplaza entera a la anterior. Todo cambio queda en la
      *  auditoria.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RIESGO-FILE ASSIGN TO "riesgo-clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CLIENTE-ID
               FILE STATUS IS RIESGO-STATUS.

           SELECT DATOS-FILE ASSIGN TO "datos-clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CLIENTE-ID
               FILE STATUS IS DATOS-STATUS.

           SELECT CLIENTES-IDX-FILE ASSIGN TO "clientes-idx.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CBF
               ALTERNATE RECORD KEY IS CI-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RIESGO-FILE.
       COPY "riesgo-cliente.cpy".

       FD  DATOS-FILE.
       COPY "datos-cliente.cpy".

       FD  CLIENTES-IDX-FILE.
       COPY "cliente-indice.cpy".

       WORKING-STORAGE SECTION.
       01  RIESGO-STATUS              PIC XX.
       01  DATOS-STATUS               PIC XX.
       01  IDX-STATUS                 PIC XX.
       01  WS-SEGUIR                  PIC X VALUE 'S'.

       01  WS-STAFF-USUARIO           PIC X(8).
       01  WS-STAFF-ROL               PIC X(1).
       01  WS-STAFF-AUTORIZADO        PIC 9 VALUE 0.
       01  WS-USUARIO-AUDIT           PIC X(20).
       01  WS-AUD-CBF                 PIC X(6).
       01  WS-AUD-CAMPO               PIC X(20).
       01  WS-AUD-VALOR-ANT           PIC X(50).
       01  WS-AUD-VALOR-NUEVO         PIC X(50).

      *    Ocupaciones declarables (DC-OCUPACION); las de riesgo
      *    son las de DC-OCUP-RIESGO.
       01  TABLA-OCUPACIONES-VALORES.
           05  FILLER PIC X(30) VALUE
               "EM Empleado en relacion dep.  ".
           05  FILLER PIC X(30) VALUE
               "PR Profesional independiente  ".
           05  FILLER PIC X(30) VALUE
               "CO Comerciante                ".
           05  FILLER PIC X(30) VALUE
               "JU Jubilado o pensionado      ".
           05  FILLER PIC X(30) VALUE
               "ES Estudiante                 ".
           05  FILLER PIC X(30) VALUE
               "DE Sin actividad              ".
           05  FILLER PIC X(30) VALUE
               "CA Casa de cambio (riesgo)    ".
           05  FILLER PIC X(30) VALUE
               "JA Juegos de azar (riesgo)    ".
           05  FILLER PIC X(30) VALUE
               "IM Inmobiliaria (riesgo)      ".
           05  FILLER PIC X(30) VALUE
               "JO Joyas y metales (riesgo)   ".
           05  FILLER PIC X(30) VALUE
               "AU Automotores (riesgo)       ".
           05  FILLER PIC X(30) VALUE
               "OS Sin fines de lucro (riesgo)".
       01  TABLA-OCUPACIONES REDEFINES TABLA-OCUPACIONES-VALORES.
           05  TOC-ENTRY OCCURS 12 TIMES INDEXED BY TOC-IDX.
               10  TOC-CODIGO         PIC X(2).
               10  FILLER             PIC X(1).
               10  TOC-DESCRIPCION    PIC X(27).

       01  WS-CLIENTE-INPUT           PIC 9(8).
       01  WS-CLIENTE-EXISTE          PIC X(1).
       01  WS-CBF-CLIENTE             PIC 9(6).
       01  WS-HAY-DATOS               PIC X(1).
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-PEP-INPUT               PIC X(1).
       01  WS-OCUPACION-INPUT         PIC X(2).
       01  WS-PEP-ANTERIOR            PIC X(1).
       01  WS-OCUPACION-ANTERIOR      PIC X(2).
       01  WS-CONFIRMA                PIC X(1).
       01  WS-VTO-ANTERIOR            PIC 9(8).
       01  WS-NIVEL-DESC              PIC X(5).
       01  WS-AUTOCERT-INPUT          PIC X(1).
       01  WS-RESIDENCIAS-ANTERIOR.
           05  WS-RES-ANT OCCURS 3 TIMES.
               10  WS-RES-ANT-PAIS    PIC X(2).
               10  WS-RES-ANT-NIF     PIC X(20).
       01  WS-AUTOCERT-ANTERIOR       PIC 9(8).
       01  WS-RF-PAIS-INPUT           PIC X(2).
       01  WS-RF-NIF-INPUT            PIC X(20).
       01  WS-RF-NRO                  PIC 9.
       01  WS-RF-FIN                  PIC X(1).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "==========================================".
           DISPLAY "  REVISION DE CONOCIMIENTO DEL CLIENTE".
           DISPLAY "==========================================".
           CALL "autenticar-staff" USING WS-STAFF-USUARIO,
                WS-STAFF-ROL, "S", WS-STAFF-AUTORIZADO
           IF WS-STAFF-AUTORIZADO = 1
               PERFORM 1000-INICIALIZAR
               IF WS-SEGUIR = 'S'
                   PERFORM 2000-ATENDER-CLIENTE
                       THRU 2000-ATENDER-CLIENTE-FIN
                       UNTIL WS-SEGUIR = 'N'
                   CLOSE RIESGO-FILE
                   CLOSE DATOS-FILE
                   CLOSE CLIENTES-IDX-FILE
               END-IF
           END-IF
           STOP RUN.

       1000-INICIALIZAR.
           MOVE SPACES TO WS-USUARIO-AUDIT
           MOVE WS-STAFF-USUARIO TO WS-USUARIO-AUDIT
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           OPEN I-O RIESGO-FILE
           IF RIESGO-STATUS NOT = "00"
               DISPLAY "No hay clientes calificados: correr"
               DISPLAY "CALIFICAR-RIESGO-CLIENTES."
               MOVE 'N' TO WS-SEGUIR
           ELSE
               OPEN INPUT CLIENTES-IDX-FILE
               OPEN I-O DATOS-FILE
               IF DATOS-STATUS NOT = "00" AND NOT = "05"
                   OPEN OUTPUT DATOS-FILE
                   CLOSE DATOS-FILE
                   OPEN I-O DATOS-FILE
               END-IF
           END-IF.

       2000-ATENDER-CLIENTE.
           DISPLAY "------------------------------------------"
           DISPLAY "Numero de cliente (0 = salir): "
               WITH NO ADVANCING
           ACCEPT WS-CLIENTE-INPUT
           IF WS-CLIENTE-INPUT = 0
               MOVE 'N' TO WS-SEGUIR
               GO TO 2000-ATENDER-CLIENTE-FIN
           END-IF
           MOVE WS-CLIENTE-INPUT TO RC-CLIENTE-ID
           READ RIESGO-FILE
               KEY IS RC-CLIENTE-ID
               INVALID KEY
                   DISPLAY "Cliente sin calificacion de riesgo."
                   GO TO 2000-ATENDER-CLIENTE-FIN
           END-READ
           PERFORM 2100-BUSCAR-CUENTA
           PERFORM 2200-LEER-DATOS
           PERFORM 2300-MOSTRAR-CALIFICACION
           PERFORM 2400-PEDIR-DECLARACIONES

           DISPLAY "Registrar la revision como realizada (S/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND NOT = "s"
               DISPLAY "Revision no registrada; no se grabo nada."
               GO TO 2000-ATENDER-CLIENTE-FIN
           END-IF
           PERFORM 3000-GRABAR-DECLARACIONES
           PERFORM 4000-GRABAR-REVISION.

       2000-ATENDER-CLIENTE-FIN.
           EXIT.

      *    La primera cuenta del cliente identifica la auditoria.
       2100-BUSCAR-CUENTA.
           MOVE "000000" TO WS-AUD-CBF
           MOVE WS-CLIENTE-INPUT TO CI-CLIENTE-ID
           READ CLIENTES-IDX-FILE
               KEY IS CI-CLIENTE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CI-CBF TO WS-CBF-CLIENTE
                   MOVE WS-CBF-CLIENTE TO WS-AUD-CBF
           END-READ.

       2200-LEER-DATOS.
           MOVE 'S' TO WS-HAY-DATOS
           MOVE WS-CLIENTE-INPUT TO DC-CLIENTE-ID
           READ DATOS-FILE
               KEY IS DC-CLIENTE-ID
               INVALID KEY
                   MOVE 'N' TO WS-HAY-DATOS
                   MOVE SPACES TO DC-RECORD
                   MOVE WS-CLIENTE-INPUT TO DC-CLIENTE-ID
                   MOVE 0 TO DC-FECHA-NAC
                   MOVE 0 TO DC-FECHA-AUTOCERT
           END-READ
           MOVE DC-PEP TO WS-PEP-ANTERIOR
           MOVE DC-OCUPACION TO WS-OCUPACION-ANTERIOR
           IF DC-FECHA-AUTOCERT NOT NUMERIC
               MOVE SPACES TO DC-RESIDENCIAS
               MOVE 0 TO DC-FECHA-AUTOCERT
           END-IF
           MOVE DC-RESIDENCIAS TO WS-RESIDENCIAS-ANTERIOR
           MOVE DC-FECHA-AUTOCERT TO WS-AUTOCERT-ANTERIOR.

       2300-MOSTRAR-CALIFICACION.
           EVALUATE TRUE
               WHEN RC-RIESGO-ALTO
                   MOVE "ALTO" TO WS-NIVEL-DESC
               WHEN RC-RIESGO-MEDIO
                   MOVE "MEDIO" TO WS-NIVEL-DESC
               WHEN OTHER
                   MOVE "BAJO" TO WS-NIVEL-DESC
           END-EVALUATE
           DISPLAY "Riesgo " WS-NIVEL-DESC " - puntaje " RC-PUNTAJE
                   " (calculado " RC-FECHA-CALCULO ")"
           DISPLAY "  Productos:       " RC-PTS-PRODUCTOS
           DISPLAY "  Efectivo:        " RC-PTS-EFECTIVO
           DISPLAY "  Transferencias:  " RC-PTS-TRANSFER
           DISPLAY "  PEP:             " RC-PTS-PEP
           DISPLAY "  Listas:          " RC-PTS-LISTAS
           DISPLAY "  Alertas AML:     " RC-PTS-ALERTAS
           DISPLAY "  Ocupacion:       " RC-PTS-OCUPACION
           IF RC-FECHA-REVISION > 0
               DISPLAY "Ultima revision: " RC-FECHA-REVISION
                       " por " RC-USUARIO-REVISION
           ELSE
               DISPLAY "Sin revisiones registradas."
           END-IF
           DISPLAY "Vencimiento de la revision: "
                   RC-FECHA-VTO-REVISION
           IF RC-FECHA-VTO-REVISION < WS-FECHA-HOY
               DISPLAY "*** REVISION VENCIDA ***"
               IF RC-RIESGO-ALTO
                   DISPLAY "Transferencias interbancarias e"
                           " internacionales bloqueadas."
               END-IF
           END-IF
           DISPLAY "Declaracion PEP: " DC-PEP
                   "   Ocupacion: " DC-OCUPACION
           IF DC-FECHA-AUTOCERT > 0
               DISPLAY "Autocertificacion fiscal del "
                       DC-FECHA-AUTOCERT ":"
               PERFORM 2310-MOSTRAR-RESIDENCIA
                   VARYING DC-RF-IDX FROM 1 BY 1
                   UNTIL DC-RF-IDX > 3
           ELSE
               DISPLAY "Sin autocertificacion de residencia fiscal."
           END-IF.

       2310-MOSTRAR-RESIDENCIA.
           IF DC-RF-PAIS(DC-RF-IDX) NOT = SPACES
               DISPLAY "  Residencia " DC-RF-PAIS(DC-RF-IDX)
                       "  NIF " DC-RF-NIF(DC-RF-IDX)
           END-IF.

      *    Enter conserva el valor declarado.
       2400-PEDIR-DECLARACIONES.
           MOVE SPACES TO WS-PEP-INPUT
           DISPLAY "Persona expuesta politicamente (S/N, Enter "
                   "conserva): " WITH NO ADVANCING
           ACCEPT WS-PEP-INPUT
           MOVE FUNCTION UPPER-CASE(WS-PEP-INPUT) TO WS-PEP-INPUT
           IF WS-PEP-INPUT NOT = SPACES
               MOVE WS-PEP-INPUT TO DC-PEP
               IF NOT DC-PEP-VALIDO
                   DISPLAY "Declaracion invalida; se conserva."
                   MOVE WS-PEP-ANTERIOR TO DC-PEP
               END-IF
           END-IF

           PERFORM VARYING TOC-IDX FROM 1 BY 1 UNTIL TOC-IDX > 12
               DISPLAY "  " TOC-CODIGO(TOC-IDX) " "
                       TOC-DESCRIPCION(TOC-IDX)
           END-PERFORM
           MOVE SPACES TO WS-OCUPACION-INPUT
           DISPLAY "Ocupacion (Enter conserva): " WITH NO ADVANCING
           ACCEPT WS-OCUPACION-INPUT
           MOVE FUNCTION UPPER-CASE(WS-OCUPACION-INPUT)
               TO WS-OCUPACION-INPUT
           IF WS-OCUPACION-INPUT NOT = SPACES
               MOVE WS-OCUPACION-INPUT TO DC-OCUPACION
               IF NOT DC-OCUP-VALIDA
                   DISPLAY "Ocupacion invalida; se conserva."
                   MOVE WS-OCUPACION-ANTERIOR TO DC-OCUPACION
               END-IF
           END-IF
           PERFORM 2500-PEDIR-AUTOCERT THRU 2500-PEDIR-AUTOCERT-FIN.

      *    La autocertificacion nueva reemplaza los paises declarados
      *    y se fecha hoy; sin ningun pais se conserva la anterior.
      *    Para "AR" no se pide NIF: es el documento del cliente.
       2500-PEDIR-AUTOCERT.
           MOVE SPACES TO WS-AUTOCERT-INPUT
           DISPLAY "Recibio autocertificacion de residencia fiscal "
                   "(S/N): " WITH NO ADVANCING
           ACCEPT WS-AUTOCERT-INPUT
           IF WS-AUTOCERT-INPUT NOT = "S" AND NOT = "s"
               GO TO 2500-PEDIR-AUTOCERT-FIN
           END-IF
           MOVE SPACES TO DC-RESIDENCIAS
           MOVE 'N' TO WS-RF-FIN
           PERFORM 2510-PEDIR-RESIDENCIA
               VARYING DC-RF-IDX FROM 1 BY 1
               UNTIL DC-RF-IDX > 3 OR WS-RF-FIN = 'S'
           IF DC-RF-PAIS(1) = SPACES
               DISPLAY "Sin paises declarados; se conserva la "
                       "autocertificacion anterior."
               MOVE WS-RESIDENCIAS-ANTERIOR TO DC-RESIDENCIAS
               GO TO 2500-PEDIR-AUTOCERT-FIN
           END-IF
           MOVE WS-FECHA-HOY TO DC-FECHA-AUTOCERT.

       2500-PEDIR-AUTOCERT-FIN.
           EXIT.

       2510-PEDIR-RESIDENCIA.
           SET WS-RF-NRO TO DC-RF-IDX
           MOVE SPACES TO WS-RF-PAIS-INPUT
           DISPLAY "Pais de residencia fiscal " WS-RF-NRO
                   " (codigo ISO, Enter termina): "
                   WITH NO ADVANCING
           ACCEPT WS-RF-PAIS-INPUT
           MOVE FUNCTION UPPER-CASE(WS-RF-PAIS-INPUT)
               TO WS-RF-PAIS-INPUT
           IF WS-RF-PAIS-INPUT = SPACES
               MOVE 'S' TO WS-RF-FIN
           ELSE
               IF WS-RF-PAIS-INPUT IS NOT ALPHABETIC
                  OR WS-RF-PAIS-INPUT(2:1) = SPACE
                   DISPLAY "Codigo de pais invalido."
                   SET DC-RF-IDX DOWN BY 1
               ELSE
                   MOVE WS-RF-PAIS-INPUT TO DC-RF-PAIS(DC-RF-IDX)
                   IF WS-RF-PAIS-INPUT NOT = "AR"
                       MOVE SPACES TO WS-RF-NIF-INPUT
                       DISPLAY "  NIF extranjero (Enter = no lo "
                               "informa): " WITH NO ADVANCING
                       ACCEPT WS-RF-NIF-INPUT
                       MOVE FUNCTION UPPER-CASE(WS-RF-NIF-INPUT)
                           TO DC-RF-NIF(DC-RF-IDX)
                   END-IF
               END-IF
           END-IF.

       3000-GRABAR-DECLARACIONES.
           IF DC-PEP = WS-PEP-ANTERIOR
              AND DC-OCUPACION = WS-OCUPACION-ANTERIOR
              AND DC-RESIDENCIAS = WS-RESIDENCIAS-ANTERIOR
              AND DC-FECHA-AUTOCERT = WS-AUTOCERT-ANTERIOR
               CONTINUE
           ELSE
               IF WS-HAY-DATOS = 'S'
                   REWRITE DC-RECORD
               ELSE
                   WRITE DC-RECORD
               END-IF
               IF DATOS-STATUS NOT = "00"
                   DISPLAY "No se pudieron grabar las declaraciones."
               ELSE
                   MOVE 'S' TO WS-HAY-DATOS
                   PERFORM 3100-AUDITAR-DECLARACIONES
               END-IF
           END-IF.

       3100-AUDITAR-DECLARACIONES.
           IF DC-PEP NOT = WS-PEP-ANTERIOR
               MOVE "DECLARACION PEP" TO WS-AUD-CAMPO
               MOVE SPACES TO WS-AUD-VALOR-ANT
               MOVE SPACES TO WS-AUD-VALOR-NUEVO
               MOVE WS-PEP-ANTERIOR TO WS-AUD-VALOR-ANT
               MOVE DC-PEP TO WS-AUD-VALOR-NUEVO
               CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                    WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
                    WS-AUD-VALOR-NUEVO, WS-USUARIO-AUDIT
           END-IF
           IF DC-OCUPACION NOT = WS-OCUPACION-ANTERIOR
               MOVE "OCUPACION" TO WS-AUD-CAMPO
               MOVE SPACES TO WS-AUD-VALOR-ANT
               MOVE SPACES TO WS-AUD-VALOR-NUEVO
               MOVE WS-OCUPACION-ANTERIOR TO WS-AUD-VALOR-ANT
               MOVE DC-OCUPACION TO WS-AUD-VALOR-NUEVO
               CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                    WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
                    WS-AUD-VALOR-NUEVO, WS-USUARIO-AUDIT
           END-IF
           IF DC-RESIDENCIAS NOT = WS-RESIDENCIAS-ANTERIOR
              OR DC-FECHA-AUTOCERT NOT = WS-AUTOCERT-ANTERIOR
               MOVE "RESIDENCIA FISCAL" TO WS-AUD-CAMPO
               MOVE SPACES TO WS-AUD-VALOR-ANT
               MOVE SPACES TO WS-AUD-VALOR-NUEVO
               STRING "Autocert " DELIMITED BY SIZE
                      WS-AUTOCERT-ANTERIOR DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-RES-ANT-PAIS(1) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-RES-ANT-PAIS(2) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-RES-ANT-PAIS(3) DELIMITED BY SIZE
                   INTO WS-AUD-VALOR-ANT
               STRING "Autocert " DELIMITED BY SIZE
                      DC-FECHA-AUTOCERT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DC-RF-PAIS(1) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DC-RF-PAIS(2) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DC-RF-PAIS(3) DELIMITED BY SIZE
                   INTO WS-AUD-VALOR-NUEVO
               CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                    WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
                    WS-AUD-VALOR-NUEVO, WS-USUARIO-AUDIT
           END-IF.

       4000-GRABAR-REVISION.
           MOVE RC-FECHA-VTO-REVISION TO WS-VTO-ANTERIOR
           MOVE WS-FECHA-HOY TO RC-FECHA-REVISION
           MOVE WS-STAFF-USUARIO TO RC-USUARIO-REVISION
           CALL "calcular-vto-kyc" USING RC-NIVEL, RC-FECHA-REVISION,
                RC-FECHA-VTO-REVISION
           REWRITE RC-RECORD
           IF RIESGO-STATUS NOT = "00"
               DISPLAY "No se pudo registrar la revision."
           ELSE
               MOVE "REVISION KYC" TO WS-AUD-CAMPO
               MOVE SPACES TO WS-AUD-VALOR-ANT
               MOVE SPACES TO WS-AUD-VALOR-NUEVO
               STRING "Vencia " DELIMITED BY SIZE
                      WS-VTO-ANTERIOR DELIMITED BY SIZE
                      " nivel " DELIMITED BY SIZE
                      RC-NIVEL DELIMITED BY SIZE
                   INTO WS-AUD-VALOR-ANT
               STRING "Revisado " DELIMITED BY SIZE
                      RC-FECHA-REVISION DELIMITED BY SIZE
                      " vence " DELIMITED BY SIZE
                      RC-FECHA-VTO-REVISION DELIMITED BY SIZE
                   INTO WS-AUD-VALOR-NUEVO
               CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                    WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
                    WS-AUD-VALOR-NUEVO, WS-USUARIO-AUDIT
               DISPLAY "Revision registrada. Proxima revision: "
                       RC-FECHA-VTO-REVISION
           END-IF.
