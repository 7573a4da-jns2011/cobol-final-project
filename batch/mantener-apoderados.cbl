       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-APODERADOS.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Poderes sobre cuentas (apoderados.dat): un usuario staff
      *  autenticado registra el poder que el titular de un CBF
      *  otorga a un tercero, con la identidad del apoderado, su PIN
      *  propio para el cajero, el alcance (la consulta siempre;
      *  deposito, extraccion y transferencia por separado), el tope
      *  por operacion, la vigencia desde/hasta y la referencia de la
      *  escritura. Tambien lista los poderes de la cuenta y revoca
      *  uno vigente. Toda alta y revocacion queda en la auditoria
      *  (campo APODERADO). El vencimiento por fecha lo hace el paso
      *  nocturno VENCER-PODERES y la revocacion por fallecimiento
      *  del otorgante MANTENER-FALLECIMIENTO. El cajero admite el
      *  login del apoderado con su PIN y VENTANILLA lo atiende
      *  presentando su documento, siempre dentro del alcance.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT APODERADOS-FILE ASSIGN TO "apoderados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS APODERADOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  APODERADOS-FILE.
       COPY "apoderado.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  CUENTAS-STATUS             PIC XX.
       01  APODERADOS-STATUS          PIC XX.

       01  WS-STAFF-USUARIO           PIC X(8).
       01  WS-STAFF-ROL               PIC X(1).
       01  WS-STAFF-AUTORIZADO        PIC 9 VALUE 0.
       01  WS-USUARIO-AUDIT           PIC X(20).
       01  WS-CBF-INPUT               PIC 9(6).
       01  WS-OPCION                  PIC X.
       01  WS-FIN                     PIC X VALUE 'N'.
       01  WS-FIN-CUENTA              PIC X VALUE 'N'.
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-ORDEN-MAX               PIC 9(2).
       01  WS-ORDEN-INPUT             PIC 9(2).
       01  WS-CANT-PODERES            PIC 9(3).
       01  WS-PIN-INPUT               PIC X(4).
       01  WS-PIN-CONFIRMA            PIC X(4).
       01  WS-PIN-ALMACENABLE         PIC X(4).
       01  WS-TOPE-INPUT              PIC 9(9)V99.
       01  WS-TOPE-DISPLAY            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ESTADO-DISPLAY          PIC X(8).
       01  WS-ALTA-OK                 PIC X.
       01  WS-AUD-CAMPO               PIC X(20)
                                      VALUE "APODERADO".
       01  WS-AUD-VALOR-ANT           PIC X(50).
       01  WS-AUD-VALOR-NUEVO         PIC X(50).
       01  WS-AUD-CBF                 PIC X(6).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "==========================================".
           DISPLAY "  PODERES Y APODERADOS - BACK-OFFICE".
           DISPLAY "==========================================".
           COPY "cargar-rutas.cpy".
           CALL "autenticar-staff" USING WS-STAFF-USUARIO,
                WS-STAFF-ROL, "S", WS-STAFF-AUTORIZADO
           IF WS-STAFF-AUTORIZADO = 1
               MOVE SPACES TO WS-USUARIO-AUDIT
               MOVE WS-STAFF-USUARIO TO WS-USUARIO-AUDIT
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               OPEN INPUT CUENTAS-FILE
               IF CUENTAS-STATUS NOT = "00"
                   DISPLAY "No se pudo abrir el maestro de cuentas."
               ELSE
                   OPEN I-O APODERADOS-FILE
                   IF APODERADOS-STATUS NOT = "00"
                      AND APODERADOS-STATUS NOT = "05"
                       OPEN OUTPUT APODERADOS-FILE
                       CLOSE APODERADOS-FILE
                       OPEN I-O APODERADOS-FILE
                   END-IF
                   PERFORM 2000-GESTIONAR UNTIL WS-FIN = 'S'
                   CLOSE APODERADOS-FILE
                   CLOSE CUENTAS-FILE
               END-IF
           END-IF
           STOP RUN.

       2000-GESTIONAR.
           DISPLAY "CBF de la cuenta (0 para salir): "
               WITH NO ADVANCING
           ACCEPT WS-CBF-INPUT
           IF WS-CBF-INPUT = 0
               MOVE 'S' TO WS-FIN
           ELSE
               MOVE WS-CBF-INPUT TO CLI-CBF
               READ CUENTAS-FILE
                   KEY IS CLI-CBF
                   INVALID KEY
                       DISPLAY "No existe una cuenta con ese CBF."
                   NOT INVALID KEY
                       MOVE WS-CBF-INPUT TO WS-AUD-CBF
                       MOVE 'N' TO WS-FIN-CUENTA
                       PERFORM 2100-OPERAR UNTIL WS-FIN-CUENTA = 'S'
               END-READ
           END-IF.

       2100-OPERAR.
           PERFORM 2200-LISTAR-PODERES
           DISPLAY "A. Alta de poder   R. Revocar poder   "
                   "0. Otra cuenta"
           DISPLAY "Opcion: " WITH NO ADVANCING
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN "A"
               WHEN "a"
                   PERFORM 2300-ALTA-PODER THRU 2300-ALTA-FIN
               WHEN "R"
               WHEN "r"
                   PERFORM 2400-REVOCAR-PODER THRU 2400-REVOCAR-FIN
               WHEN OTHER
                   MOVE 'S' TO WS-FIN-CUENTA
           END-EVALUATE.

       2200-LISTAR-PODERES.
           MOVE 0 TO WS-CANT-PODERES
           MOVE 0 TO WS-ORDEN-MAX
           DISPLAY "------------------------------------------"
           DISPLAY "Poderes sobre la cuenta " WS-CBF-INPUT
           MOVE WS-CBF-INPUT TO AP-CBF
           MOVE 0 TO AP-ORDEN
           START APODERADOS-FILE KEY IS >= AP-KEY
               INVALID KEY
                   MOVE "10" TO APODERADOS-STATUS
           END-START
           PERFORM UNTIL APODERADOS-STATUS = "10"
               READ APODERADOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO APODERADOS-STATUS
                   NOT AT END
                       IF AP-CBF NOT = WS-CBF-INPUT
                           MOVE "10" TO APODERADOS-STATUS
                       ELSE
                           PERFORM 2210-MOSTRAR-PODER
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CANT-PODERES = 0
               DISPLAY "  (sin poderes registrados)"
           END-IF
           DISPLAY "------------------------------------------".

       2210-MOSTRAR-PODER.
           ADD 1 TO WS-CANT-PODERES
           MOVE AP-ORDEN TO WS-ORDEN-MAX
           EVALUATE TRUE
               WHEN AP-VIGENTE
                   MOVE "VIGENTE" TO WS-ESTADO-DISPLAY
               WHEN AP-VENCIDO
                   MOVE "VENCIDO" TO WS-ESTADO-DISPLAY
               WHEN OTHER
                   MOVE "REVOCADO" TO WS-ESTADO-DISPLAY
           END-EVALUATE
           MOVE AP-TOPE-OPERACION TO WS-TOPE-DISPLAY
           DISPLAY "  " AP-ORDEN " " AP-APELLIDO(1:20) " "
                   AP-NOMBRE(1:15) " " AP-TIPO-DOC " " AP-NRO-DOC
           DISPLAY "     Dep/Ext/Trf: " AP-ALC-DEPOSITO "/"
                   AP-ALC-EXTRACCION "/" AP-ALC-TRANSFERENCIA
                   "  Tope: " WS-TOPE-DISPLAY
                   "  " AP-FECHA-DESDE "-" AP-FECHA-HASTA
                   "  " WS-ESTADO-DISPLAY
           DISPLAY "     Escritura: " AP-ESCRITURA
           IF NOT AP-VIGENTE
               DISPLAY "     Baja " AP-FECHA-BAJA " " AP-MOTIVO-BAJA
           END-IF.

       2300-ALTA-PODER.
           IF CLI-FALLECIDO-SI OR CLI-CERRADA
               DISPLAY "La cuenta no admite nuevos poderes."
               GO TO 2300-ALTA-FIN
           END-IF
           IF WS-ORDEN-MAX = 99
               DISPLAY "La cuenta alcanzo el maximo de poderes."
               GO TO 2300-ALTA-FIN
           END-IF
           INITIALIZE AP-RECORD
           MOVE 'S' TO WS-ALTA-OK
           DISPLAY "Apellido del apoderado: " WITH NO ADVANCING
           ACCEPT AP-APELLIDO
           DISPLAY "Nombre del apoderado: " WITH NO ADVANCING
           ACCEPT AP-NOMBRE
           DISPLAY "Tipo de documento (DNI/PAS/CUI): "
               WITH NO ADVANCING
           ACCEPT AP-TIPO-DOC
           DISPLAY "Numero de documento: " WITH NO ADVANCING
           ACCEPT AP-NRO-DOC
           IF AP-APELLIDO = SPACES OR AP-NRO-DOC = SPACES
               DISPLAY "Apellido y documento son obligatorios."
               GO TO 2300-ALTA-FIN
           END-IF
           DISPLAY "PIN del apoderado (4 digitos): "
               WITH NO ADVANCING
           ACCEPT WS-PIN-INPUT
           DISPLAY "Repita el PIN: " WITH NO ADVANCING
           ACCEPT WS-PIN-CONFIRMA
           IF WS-PIN-INPUT IS NOT NUMERIC
              OR WS-PIN-INPUT NOT = WS-PIN-CONFIRMA
               DISPLAY "PIN invalido o no coincide."
               GO TO 2300-ALTA-FIN
           END-IF
           DISPLAY "Alcance (la consulta esta siempre incluida)"
           DISPLAY "  Puede depositar? (S/N): " WITH NO ADVANCING
           ACCEPT AP-ALC-DEPOSITO
           DISPLAY "  Puede extraer? (S/N): " WITH NO ADVANCING
           ACCEPT AP-ALC-EXTRACCION
           DISPLAY "  Puede transferir? (S/N): " WITH NO ADVANCING
           ACCEPT AP-ALC-TRANSFERENCIA
           INSPECT AP-ALCANCE CONVERTING "sn" TO "SN"
           IF (AP-ALC-DEPOSITO NOT = "S" AND NOT = "N")
              OR (AP-ALC-EXTRACCION NOT = "S" AND NOT = "N")
              OR (AP-ALC-TRANSFERENCIA NOT = "S" AND NOT = "N")
               DISPLAY "Responda S o N en cada alcance."
               GO TO 2300-ALTA-FIN
           END-IF
           DISPLAY "Tope por operacion (0 = sin tope propio): "
               WITH NO ADVANCING
           ACCEPT WS-TOPE-INPUT
           MOVE WS-TOPE-INPUT TO AP-TOPE-OPERACION
           DISPLAY "Vigente desde AAAAMMDD (0 = hoy): "
               WITH NO ADVANCING
           ACCEPT AP-FECHA-DESDE
           IF AP-FECHA-DESDE = 0
               MOVE WS-FECHA-HOY TO AP-FECHA-DESDE
           END-IF
           DISPLAY "Vigente hasta AAAAMMDD: " WITH NO ADVANCING
           ACCEPT AP-FECHA-HASTA
           IF AP-FECHA-HASTA < AP-FECHA-DESDE
              OR AP-FECHA-HASTA < WS-FECHA-HOY
               DISPLAY "El vencimiento debe ser posterior al inicio"
               DISPLAY "y a la fecha de hoy."
               GO TO 2300-ALTA-FIN
           END-IF
           DISPLAY "Escritura (escribano/registro/numero): "
               WITH NO ADVANCING
           ACCEPT AP-ESCRITURA
           IF AP-ESCRITURA = SPACES
               DISPLAY "La referencia de la escritura es obligatoria."
               GO TO 2300-ALTA-FIN
           END-IF

           CALL "hashear-pin" USING WS-PIN-INPUT, WS-PIN-ALMACENABLE
           MOVE WS-PIN-ALMACENABLE TO AP-PIN
           MOVE WS-CBF-INPUT TO AP-CBF
           ADD 1 TO WS-ORDEN-MAX
           MOVE WS-ORDEN-MAX TO AP-ORDEN
           SET AP-VIGENTE TO TRUE
           MOVE 0 TO AP-FECHA-BAJA
           MOVE SPACES TO AP-MOTIVO-BAJA
           MOVE WS-STAFF-USUARIO TO AP-USUARIO
           WRITE AP-RECORD
               INVALID KEY
                   DISPLAY "No se pudo registrar el poder."
                   GO TO 2300-ALTA-FIN
           END-WRITE

           MOVE SPACES TO WS-AUD-VALOR-ANT
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING "Alta poder " DELIMITED BY SIZE
                  AP-ORDEN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AP-NRO-DOC DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  AP-ALCANCE DELIMITED BY SIZE
                  " hasta " DELIMITED BY SIZE
                  AP-FECHA-HASTA DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
                WS-AUD-VALOR-NUEVO, WS-USUARIO-AUDIT
           DISPLAY "Poder registrado con el orden " AP-ORDEN ".".
       2300-ALTA-FIN.
           EXIT.

       2400-REVOCAR-PODER.
           DISPLAY "Orden del poder a revocar: " WITH NO ADVANCING
           ACCEPT WS-ORDEN-INPUT
           MOVE WS-CBF-INPUT TO AP-CBF
           MOVE WS-ORDEN-INPUT TO AP-ORDEN
           READ APODERADOS-FILE
               KEY IS AP-KEY
               INVALID KEY
                   DISPLAY "No existe ese poder en la cuenta."
                   GO TO 2400-REVOCAR-FIN
           END-READ
           IF NOT AP-VIGENTE
               DISPLAY "El poder no esta vigente."
               GO TO 2400-REVOCAR-FIN
           END-IF
           SET AP-REVOCADO TO TRUE
           MOVE WS-FECHA-HOY TO AP-FECHA-BAJA
           MOVE "REVOCACION" TO AP-MOTIVO-BAJA
           REWRITE AP-RECORD
           MOVE SPACES TO WS-AUD-VALOR-ANT
           STRING "Poder " DELIMITED BY SIZE
                  AP-ORDEN DELIMITED BY SIZE
                  " vigente " DELIMITED BY SIZE
                  AP-NRO-DOC DELIMITED BY SPACE
               INTO WS-AUD-VALOR-ANT
           MOVE "Revocado" TO WS-AUD-VALOR-NUEVO
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
                WS-AUD-VALOR-NUEVO, WS-USUARIO-AUDIT
           DISPLAY "Poder revocado.".
       2400-REVOCAR-FIN.
           EXIT.
