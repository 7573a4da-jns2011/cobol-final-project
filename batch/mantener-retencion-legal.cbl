       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-RETENCION-LEGAL.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Retencion legal de los datos de una cuenta: un supervisor
      *  autenticado marca la cuenta con CLI-RETENCION-LEGAL-SI
      *  (litigio, oficio judicial o pedido del regulador) dejando la
      *  referencia del expediente en la auditoria, o levanta una
      *  marca cuando la causa termina. Mientras alguna cuenta del
      *  cliente tenga la marca, DEPURAR-DATOS-PERSONALES no depura
      *  sus datos personales aunque el plazo de conservacion este
      *  vencido. La marca no afecta la operatoria de la cuenta. Una
      *  cuenta ya depurada no admite la marca: sus datos ya no
      *  existen.
      *  Cada registro que graba en los archivos del juego de backup
      *  queda ademas en la bitacora de imagenes posteriores
      *  (registrar-imagen), para la recuperacion hacia adelante con
      *  RECUPERAR-BITACORA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  CUENTAS-STATUS             PIC XX.

       01  WS-STAFF-USUARIO           PIC X(8).
       01  WS-STAFF-ROL               PIC X(1).
       01  WS-STAFF-AUTORIZADO        PIC 9 VALUE 0.
       01  WS-USUARIO-AUDIT           PIC X(20).
       01  WS-CBF-INPUT               PIC 9(6).
       01  WS-EXPEDIENTE-INPUT        PIC X(30).
       01  WS-OPCION                  PIC X.
       01  WS-FIN                     PIC X VALUE 'N'.
       01  WS-AUD-CAMPO               PIC X(20)
                                      VALUE "RETENCION LEGAL".
       01  WS-AUD-VALOR-ANT           PIC X(50).
       01  WS-AUD-VALOR-NUEVO         PIC X(50).
       01  WS-AUD-CBF                 PIC X(6).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "==========================================".
           DISPLAY "  RETENCION LEGAL DE DATOS - BACK-OFFICE".
           DISPLAY "==========================================".
           COPY "cargar-rutas.cpy".
           CALL "autenticar-staff" USING WS-STAFF-USUARIO,
                WS-STAFF-ROL, "S", WS-STAFF-AUTORIZADO
           IF WS-STAFF-AUTORIZADO = 1
               MOVE SPACES TO WS-USUARIO-AUDIT
               MOVE WS-STAFF-USUARIO TO WS-USUARIO-AUDIT
               OPEN I-O CUENTAS-FILE
               IF CUENTAS-STATUS = "00"
                   PERFORM 2000-GESTIONAR UNTIL WS-FIN = 'S'
                   CLOSE CUENTAS-FILE
               ELSE
                   DISPLAY "No se pudo abrir el maestro de cuentas."
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
                       PERFORM 2100-OPERAR
               END-READ
           END-IF.

       2100-OPERAR.
           IF CLI-DEPURADA-SI
               DISPLAY "La cuenta ya tiene los datos depurados."
           ELSE
               IF CLI-RETENCION-LEGAL-SI
                   DISPLAY "La cuenta esta bajo retencion legal."
                   DISPLAY "Levantar la retencion? (S/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-OPCION
                   IF WS-OPCION = "S" OR WS-OPCION = "s"
                       PERFORM 2300-LEVANTAR-RETENCION
                   END-IF
               ELSE
                   DISPLAY "Expediente u oficio de la retencion: "
                       WITH NO ADVANCING
                   ACCEPT WS-EXPEDIENTE-INPUT
                   IF WS-EXPEDIENTE-INPUT = SPACES
                       DISPLAY "El expediente es obligatorio: sin"
                       DISPLAY "referencia no se registra la"
                               " retencion."
                   ELSE
                       PERFORM 2200-REGISTRAR-RETENCION
                   END-IF
               END-IF
           END-IF.

       2200-REGISTRAR-RETENCION.
           SET CLI-RETENCION-LEGAL-SI TO TRUE
           REWRITE REGISTRO-CLIENTE
           IF CUENTAS-STATUS = "00"
               CALL "registrar-imagen" USING "CUENTAS ", "R",
                    REGISTRO-CLIENTE
           END-IF
           MOVE WS-CBF-INPUT TO WS-AUD-CBF
           MOVE SPACES TO WS-AUD-VALOR-ANT
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING "Retencion exp. " DELIMITED BY SIZE
                  WS-EXPEDIENTE-INPUT DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
                WS-AUD-VALOR-NUEVO, WS-USUARIO-AUDIT
           DISPLAY "Retencion legal registrada.".

       2300-LEVANTAR-RETENCION.
           MOVE SPACE TO CLI-RETENCION-LEGAL
           REWRITE REGISTRO-CLIENTE
           IF CUENTAS-STATUS = "00"
               CALL "registrar-imagen" USING "CUENTAS ", "R",
                    REGISTRO-CLIENTE
           END-IF
           MOVE WS-CBF-INPUT TO WS-AUD-CBF
           MOVE "Bajo retencion legal" TO WS-AUD-VALOR-ANT
           MOVE "Retencion levantada" TO WS-AUD-VALOR-NUEVO
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
                WS-AUD-VALOR-NUEVO, WS-USUARIO-AUDIT
           DISPLAY "Retencion legal levantada.".
