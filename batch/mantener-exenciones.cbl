       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-EXENCIONES.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Certificados de exencion del impuesto a los debitos y
      *  creditos bancarios (certificados-exencion.dat): un usuario
      *  staff autenticado registra el certificado que presenta el
      *  cliente (cuenta, numero, vigencia desde/hasta y alcance:
      *  debitos, creditos o ambos), lo anula, o lista los de una
      *  cuenta. calcular-impuesto-dyc no liquida el impuesto sobre
      *  los movimientos cuya fecha contable cae dentro de un
      *  certificado vigente. Todo cambio queda en la auditoria.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERTIFICADOS-FILE
               ASSIGN TO "certificados-exencion.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEX-KEY
               FILE STATUS IS CERTIFICADOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERTIFICADOS-FILE.
       COPY "certificado-exencion.cpy".

       WORKING-STORAGE SECTION.
       COPY "cliente.cpy".
       01  CERTIFICADOS-STATUS        PIC XX.
       01  MENU-CHOICE                PIC 9.
           88  REGISTRAR-CERTIFICADO VALUE 1.
           88  ANULAR-CERTIFICADO    VALUE 2.
           88  LISTAR-CERTIFICADOS   VALUE 3.
           88  SALIR-PROGRAMA        VALUE 4.
       01  WS-STAFF-USUARIO           PIC X(8).
       01  WS-STAFF-ROL               PIC X(1).
       01  WS-STAFF-AUTORIZADO        PIC 9 VALUE 0.
       01  WS-USUARIO-AUDIT           PIC X(20).
       01  WS-CBF-INPUT               PIC 9(6).
       01  WS-NUMERO-INPUT            PIC X(20).
       01  WS-DESDE-INPUT             PIC 9(8).
       01  WS-HASTA-INPUT             PIC 9(8).
       01  WS-ALCANCE-INPUT           PIC X(1).
       01  WS-FECHA-VALIDA            PIC X(1).
       01  WS-CANT-LISTADOS           PIC 9(4).
       01  WS-AUD-CAMPO               PIC X(20)
                                      VALUE "EXENCION IMP DYC".
       01  WS-AUD-VALOR-ANT           PIC X(50).
       01  WS-AUD-VALOR-NUEVO         PIC X(50).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "==========================================".
           DISPLAY "  EXENCIONES IMPUESTO DEBITOS Y CREDITOS".
           DISPLAY "==========================================".
           CALL "autenticar-staff" USING WS-STAFF-USUARIO,
                WS-STAFF-ROL, "S", WS-STAFF-AUTORIZADO
           IF WS-STAFF-AUTORIZADO = 1
               MOVE SPACES TO WS-USUARIO-AUDIT
               MOVE WS-STAFF-USUARIO TO WS-USUARIO-AUDIT
               PERFORM 1000-ABRIR-ARCHIVO
               PERFORM 2000-MENU UNTIL SALIR-PROGRAMA
               CLOSE CERTIFICADOS-FILE
           END-IF
           STOP RUN.

       1000-ABRIR-ARCHIVO.
           OPEN I-O CERTIFICADOS-FILE
           IF CERTIFICADOS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT CERTIFICADOS-FILE
               CLOSE CERTIFICADOS-FILE
               OPEN I-O CERTIFICADOS-FILE
           END-IF.

       2000-MENU.
           DISPLAY "------------------------------------------".
           DISPLAY "1. Registrar un certificado".
           DISPLAY "2. Anular un certificado".
           DISPLAY "3. Listar certificados de una cuenta".
           DISPLAY "4. Salir".
           DISPLAY "Su opcion: " WITH NO ADVANCING.
           ACCEPT MENU-CHOICE.

           EVALUATE TRUE
               WHEN REGISTRAR-CERTIFICADO
                   PERFORM 2100-REGISTRAR
               WHEN ANULAR-CERTIFICADO
                   PERFORM 2200-ANULAR
               WHEN LISTAR-CERTIFICADOS
                   PERFORM 2300-LISTAR
               WHEN SALIR-PROGRAMA
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

       2100-REGISTRAR.
           DISPLAY "CBF de la cuenta: " WITH NO ADVANCING
           ACCEPT WS-CBF-INPUT
           MOVE WS-CBF-INPUT TO P-CBF OF CLIENTE
           CALL 'buscar-cliente' USING CLIENTE
           IF P-CBF OF CLIENTE = '000000' OR P-CBF OF CLIENTE = SPACES
               DISPLAY "No existe una cuenta con ese CBF."
           ELSE
               DISPLAY "Numero de certificado: " WITH NO ADVANCING
               ACCEPT WS-NUMERO-INPUT
               DISPLAY "Vigente desde (AAAAMMDD): " WITH NO ADVANCING
               ACCEPT WS-DESDE-INPUT
               DISPLAY "Vigente hasta (AAAAMMDD): " WITH NO ADVANCING
               ACCEPT WS-HASTA-INPUT
               DISPLAY "Alcance (D=debitos C=creditos A=ambos): "
                   WITH NO ADVANCING
               ACCEPT WS-ALCANCE-INPUT
               PERFORM 2110-VALIDAR-DATOS
               IF WS-FECHA-VALIDA = 'S'
                   PERFORM 2120-GRABAR-CERTIFICADO
               END-IF
           END-IF.

       2110-VALIDAR-DATOS.
           MOVE 'S' TO WS-FECHA-VALIDA
           IF WS-ALCANCE-INPUT = "d"
               MOVE "D" TO WS-ALCANCE-INPUT
           END-IF
           IF WS-ALCANCE-INPUT = "c"
               MOVE "C" TO WS-ALCANCE-INPUT
           END-IF
           IF WS-ALCANCE-INPUT = "a"
               MOVE "A" TO WS-ALCANCE-INPUT
           END-IF
           IF WS-NUMERO-INPUT = SPACES
               DISPLAY "El numero de certificado es obligatorio."
               MOVE 'N' TO WS-FECHA-VALIDA
           END-IF
           IF WS-FECHA-VALIDA = 'S'
               IF WS-DESDE-INPUT = 0 OR WS-HASTA-INPUT = 0
                   DISPLAY "Las fechas de vigencia son obligatorias."
                   MOVE 'N' TO WS-FECHA-VALIDA
               END-IF
           END-IF
           IF WS-FECHA-VALIDA = 'S'
              AND WS-HASTA-INPUT < WS-DESDE-INPUT
               DISPLAY "La vigencia termina antes de empezar."
               MOVE 'N' TO WS-FECHA-VALIDA
           END-IF
           IF WS-FECHA-VALIDA = 'S'
              AND WS-ALCANCE-INPUT NOT = "D"
              AND WS-ALCANCE-INPUT NOT = "C"
              AND WS-ALCANCE-INPUT NOT = "A"
               DISPLAY "Alcance invalido."
               MOVE 'N' TO WS-FECHA-VALIDA
           END-IF.

       2120-GRABAR-CERTIFICADO.
           MOVE WS-CBF-INPUT TO CEX-CBF
           MOVE WS-DESDE-INPUT TO CEX-DESDE
           MOVE WS-HASTA-INPUT TO CEX-HASTA
           MOVE WS-NUMERO-INPUT TO CEX-NUMERO
           MOVE WS-ALCANCE-INPUT TO CEX-ALCANCE
           SET CEX-VIGENTE TO TRUE
           MOVE WS-STAFF-USUARIO TO CEX-USUARIO
           MOVE FUNCTION CURRENT-DATE(1:14) TO CEX-TIMESTAMP-ALTA
           WRITE CEX-RECORD
               INVALID KEY
                   DISPLAY "Ya hay un certificado de la cuenta con"
                           " esa fecha de inicio."
               NOT INVALID KEY
                   DISPLAY "Certificado registrado."
                   MOVE SPACES TO WS-AUD-VALOR-ANT
                   MOVE SPACES TO WS-AUD-VALOR-NUEVO
                   STRING "Alta " DELIMITED BY SIZE
                          CEX-NUMERO DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          CEX-DESDE DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          CEX-HASTA DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          CEX-ALCANCE DELIMITED BY SIZE
                       INTO WS-AUD-VALOR-NUEVO
                   CALL "REGISTRAR-AUDITORIA" USING
                        CEX-CBF, WS-AUD-CAMPO,
                        WS-AUD-VALOR-ANT, WS-AUD-VALOR-NUEVO,
                        WS-USUARIO-AUDIT
           END-WRITE.

       2200-ANULAR.
           DISPLAY "CBF de la cuenta: " WITH NO ADVANCING
           ACCEPT WS-CBF-INPUT
           DISPLAY "Vigente desde (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT WS-DESDE-INPUT
           MOVE WS-CBF-INPUT TO CEX-CBF
           MOVE WS-DESDE-INPUT TO CEX-DESDE
           READ CERTIFICADOS-FILE
               KEY IS CEX-KEY
               INVALID KEY
                   DISPLAY "No existe ese certificado."
               NOT INVALID KEY
                   IF CEX-ANULADO
                       DISPLAY "El certificado ya esta anulado."
                   ELSE
                       SET CEX-ANULADO TO TRUE
                       REWRITE CEX-RECORD
                       DISPLAY "Certificado anulado."
                       MOVE "Vigente" TO WS-AUD-VALOR-ANT
                       MOVE SPACES TO WS-AUD-VALOR-NUEVO
                       STRING "Anulado " DELIMITED BY SIZE
                              CEX-NUMERO DELIMITED BY SIZE
                           INTO WS-AUD-VALOR-NUEVO
                       CALL "REGISTRAR-AUDITORIA" USING
                            CEX-CBF, WS-AUD-CAMPO,
                            WS-AUD-VALOR-ANT, WS-AUD-VALOR-NUEVO,
                            WS-USUARIO-AUDIT
                   END-IF
           END-READ.

       2300-LISTAR.
           DISPLAY "CBF de la cuenta: " WITH NO ADVANCING
           ACCEPT WS-CBF-INPUT
           MOVE 0 TO WS-CANT-LISTADOS
           MOVE WS-CBF-INPUT TO CEX-CBF
           MOVE 0 TO CEX-DESDE
           START CERTIFICADOS-FILE KEY IS >= CEX-KEY
               INVALID KEY
                   MOVE "10" TO CERTIFICADOS-STATUS
               NOT INVALID KEY
                   MOVE "00" TO CERTIFICADOS-STATUS
           END-START
           PERFORM UNTIL CERTIFICADOS-STATUS = "10"
               READ CERTIFICADOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO CERTIFICADOS-STATUS
                   NOT AT END
                       IF CEX-CBF NOT = WS-CBF-INPUT
                           MOVE "10" TO CERTIFICADOS-STATUS
                       ELSE
                           ADD 1 TO WS-CANT-LISTADOS
                           DISPLAY CEX-DESDE " a " CEX-HASTA
                                   " " CEX-NUMERO
                                   " alcance " CEX-ALCANCE
                                   " estado " CEX-ESTADO
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Certificados: " WS-CANT-LISTADOS
           MOVE "00" TO CERTIFICADOS-STATUS.
