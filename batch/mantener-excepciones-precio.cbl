       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-EXCEPCIONES-PRECIO.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Excepciones de precio (excepciones-precio.dat): pantalla del
      *  oficial de cuenta (autenticar-staff, rol cajero o
      *  supervisor) para las condiciones negociadas con un cliente,
      *  que hasta ahora se resolvian con reversiones manuales:
      *    - solicitud de una excepcion para una cuenta o para todas
      *      las cuentas de la persona: producto (tasa de caja de
      *      ahorro, de plazo fijo o de prestamo, o importe del
      *      mantenimiento mensual), valor negociado, vigencia desde
      *      y hasta, y motivo. Nace pendiente: rige recien cuando un
      *      supervisor distinto la aprueba en
      *      APROBAR-EXCEPCIONES-PRECIO;
      *    - anulacion de una excepcion pendiente o aprobada (deja de
      *      regir desde ese momento);
      *    - consulta de las excepciones de una cuenta y de su
      *      persona;
      *    - listado de todas las excepciones.
      *  Cada solicitud y anulacion queda en la auditoria con el
      *  usuario que la hizo (oficial solicitante).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPCIONES-FILE ASSIGN TO "excepciones-precio.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXP-NUMERO
               FILE STATUS IS EXCEPCIONES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPCIONES-FILE.
       COPY "excepcion-precio.cpy".

       WORKING-STORAGE SECTION.
       COPY "cliente.cpy".
       01  EXCEPCIONES-STATUS         PIC XX.

       01  WS-STAFF-USUARIO           PIC X(8).
       01  WS-STAFF-ROL               PIC X(1).
       01  WS-STAFF-AUTORIZADO        PIC 9 VALUE 0.
       01  WS-USUARIO-AUDIT           PIC X(20).
       01  WS-AUD-CBF                 PIC X(6).
       01  WS-AUD-CAMPO               PIC X(20).
       01  WS-AUD-VALOR-ANT           PIC X(50).
       01  WS-AUD-VALOR-NUEVO         PIC X(50).

       01  MENU-CHOICE                PIC 9.
           88  SOLICITAR-EXCEPCION    VALUE 1.
           88  ANULAR-EXCEPCION       VALUE 2.
           88  CONSULTAR-CUENTA       VALUE 3.
           88  LISTAR-EXCEPCIONES     VALUE 4.
           88  SALIR-PROGRAMA         VALUE 5.

       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-CBF-INPUT               PIC 9(6).
       01  WS-CLIENTE-ID              PIC 9(8).
       01  WS-ID-ENCONTRADO           PIC 9.
       01  WS-ALCANCE-INPUT           PIC X(1).
       01  WS-PRODUCTO-INPUT          PIC X(2).
       01  WS-VALOR-INPUT             PIC 9(7)V99.
       01  WS-MOTIVO-INPUT            PIC X(40).
       01  WS-NUMERO-INPUT            PIC 9(6).
       01  WS-OPCION-CONF             PIC X.
       01  WS-FECHA-INPUT             PIC 9(8).
       01  WS-FECHA-INPUT-R REDEFINES WS-FECHA-INPUT.
           05  WS-FEC-ANIO            PIC 9(4).
           05  WS-FEC-MES             PIC 9(2).
           05  WS-FEC-DIA             PIC 9(2).
       01  WS-FECHA-DESDE             PIC 9(8).
       01  WS-FECHA-HASTA             PIC 9(8).
       01  WS-DATOS-OK                PIC X.
       01  WS-NUMERO-MAX              PIC 9(6).
       01  WS-CANT-LISTADOS           PIC 9(4) VALUE 0.
       01  WS-VALOR-DISPLAY           PIC Z(6)9.99.
       01  WS-INCLUIR                 PIC X.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "==========================================".
           DISPLAY "  EXCEPCIONES DE PRECIO - SOLICITUD".
           DISPLAY "==========================================".
           CALL "autenticar-staff" USING WS-STAFF-USUARIO,
                WS-STAFF-ROL, "C", WS-STAFF-AUTORIZADO
           IF WS-STAFF-AUTORIZADO = 1
               MOVE SPACES TO WS-USUARIO-AUDIT
               MOVE WS-STAFF-USUARIO TO WS-USUARIO-AUDIT
               PERFORM 1000-INICIALIZAR
               PERFORM 2000-MENU UNTIL SALIR-PROGRAMA
               CLOSE EXCEPCIONES-FILE
           END-IF
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           OPEN I-O EXCEPCIONES-FILE
           IF EXCEPCIONES-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT EXCEPCIONES-FILE
               CLOSE EXCEPCIONES-FILE
               OPEN I-O EXCEPCIONES-FILE
           END-IF.

       2000-MENU.
           DISPLAY "------------------------------------------"
           DISPLAY " 1. Solicitar una excepcion"
           DISPLAY " 2. Anular una excepcion"
           DISPLAY " 3. Consultar excepciones de una cuenta"
           DISPLAY " 4. Listar todas las excepciones"
           DISPLAY " 5. Salir"
           DISPLAY "Opcion: " WITH NO ADVANCING
           ACCEPT MENU-CHOICE
           EVALUATE TRUE
               WHEN SOLICITAR-EXCEPCION
                   PERFORM 3000-SOLICITAR THRU 3000-SOLICITAR-FIN
               WHEN ANULAR-EXCEPCION
                   PERFORM 4000-ANULAR THRU 4000-ANULAR-FIN
               WHEN CONSULTAR-CUENTA
                   PERFORM 5000-CONSULTAR
               WHEN LISTAR-EXCEPCIONES
                   PERFORM 6000-LISTAR
               WHEN SALIR-PROGRAMA
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

       2960-PEDIR-FECHA.
           ACCEPT WS-FECHA-INPUT
           MOVE 'S' TO WS-DATOS-OK
           IF WS-FECHA-INPUT NOT = 0
               IF WS-FEC-ANIO < 1900
                  OR WS-FEC-MES < 1 OR WS-FEC-MES > 12
                  OR WS-FEC-DIA < 1 OR WS-FEC-DIA > 31
                   DISPLAY "Fecha invalida (AAAAMMDD)."
                   MOVE 'N' TO WS-DATOS-OK
               END-IF
           END-IF.

       3000-SOLICITAR.
           DISPLAY "CBF de la cuenta: " WITH NO ADVANCING
           ACCEPT WS-CBF-INPUT
           MOVE WS-CBF-INPUT TO P-CBF OF CLIENTE
           CALL 'buscar-cliente' USING CLIENTE
           IF P-CBF OF CLIENTE = '000000' OR P-CBF OF CLIENTE = SPACES
               DISPLAY "No existe una cuenta con ese CBF."
               GO TO 3000-SOLICITAR-FIN
           END-IF
           IF NOT P-ACTIVO OF CLIENTE
               DISPLAY "La cuenta no esta activa."
               GO TO 3000-SOLICITAR-FIN
           END-IF
           DISPLAY "Cliente: " P-NOMBRE OF CLIENTE " "
                   P-APELLIDO OF CLIENTE
           CALL "buscar-cliente-id" USING WS-CBF-INPUT, WS-CLIENTE-ID,
                WS-ID-ENCONTRADO
           IF WS-ID-ENCONTRADO NOT = 1
               MOVE 0 TO WS-CLIENTE-ID
           END-IF

           DISPLAY "Alcance (A esta cuenta / C todas las cuentas del"
                   " cliente): " WITH NO ADVANCING
           ACCEPT WS-ALCANCE-INPUT
           MOVE FUNCTION UPPER-CASE(WS-ALCANCE-INPUT)
               TO WS-ALCANCE-INPUT
           IF WS-ALCANCE-INPUT NOT = "A" AND NOT = "C"
               DISPLAY "Alcance invalido."
               GO TO 3000-SOLICITAR-FIN
           END-IF
           IF WS-ALCANCE-INPUT = "C" AND WS-CLIENTE-ID = 0
               DISPLAY "La cuenta no esta vinculada a un cliente:"
                       " solo se puede negociar por cuenta."
               GO TO 3000-SOLICITAR-FIN
           END-IF

           DISPLAY "Producto: CA tasa caja de ahorro, PF tasa plazo"
                   " fijo,"
           DISPLAY "          PR tasa prestamo, CM mantenimiento"
                   " mensual: " WITH NO ADVANCING
           ACCEPT WS-PRODUCTO-INPUT
           MOVE FUNCTION UPPER-CASE(WS-PRODUCTO-INPUT)
               TO WS-PRODUCTO-INPUT
           MOVE WS-PRODUCTO-INPUT TO EXP-PRODUCTO
           IF NOT EXP-PRODUCTO-VALIDO
               DISPLAY "Producto invalido."
               GO TO 3000-SOLICITAR-FIN
           END-IF
           IF WS-PRODUCTO-INPUT = "CM"
               DISPLAY "Importe mensual negociado (0 = bonificado): $ "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Tasa nominal anual negociada (ej 050.00): "
                   WITH NO ADVANCING
           END-IF
           ACCEPT WS-VALOR-INPUT
           IF WS-PRODUCTO-INPUT NOT = "CM"
              AND (WS-VALOR-INPUT = 0 OR WS-VALOR-INPUT > 999)
               DISPLAY "La tasa debe ser mayor a cero y menor a 1000."
               GO TO 3000-SOLICITAR-FIN
           END-IF

           DISPLAY "Vigente desde (AAAAMMDD, 0 = hoy): "
               WITH NO ADVANCING
           PERFORM 2960-PEDIR-FECHA
           IF WS-DATOS-OK = 'N'
               GO TO 3000-SOLICITAR-FIN
           END-IF
           MOVE WS-FECHA-INPUT TO WS-FECHA-DESDE
           IF WS-FECHA-DESDE = 0
               MOVE WS-FECHA-HOY TO WS-FECHA-DESDE
           END-IF
           DISPLAY "Vigente hasta (AAAAMMDD): " WITH NO ADVANCING
           PERFORM 2960-PEDIR-FECHA
           IF WS-DATOS-OK = 'N'
               GO TO 3000-SOLICITAR-FIN
           END-IF
           MOVE WS-FECHA-INPUT TO WS-FECHA-HASTA
           IF WS-FECHA-HASTA < WS-FECHA-DESDE
              OR WS-FECHA-HASTA < WS-FECHA-HOY
               DISPLAY "La vigencia tiene que terminar despues de"
                       " empezar, y no antes de hoy."
               GO TO 3000-SOLICITAR-FIN
           END-IF
           DISPLAY "Motivo: " WITH NO ADVANCING
           ACCEPT WS-MOTIVO-INPUT
           IF WS-MOTIVO-INPUT = SPACES
               DISPLAY "El motivo es obligatorio."
               GO TO 3000-SOLICITAR-FIN
           END-IF

           DISPLAY "Confirma la solicitud? (S/N): " WITH NO ADVANCING
           ACCEPT WS-OPCION-CONF
           IF WS-OPCION-CONF NOT = "S" AND WS-OPCION-CONF NOT = "s"
               DISPLAY "Solicitud cancelada."
               GO TO 3000-SOLICITAR-FIN
           END-IF

           PERFORM 3100-PROXIMO-NUMERO
           INITIALIZE EXP-RECORD
           MOVE WS-NUMERO-MAX TO EXP-NUMERO
           MOVE WS-ALCANCE-INPUT TO EXP-ALCANCE
           MOVE WS-CLIENTE-ID TO EXP-CLIENTE-ID
           IF EXP-POR-CUENTA
               MOVE WS-CBF-INPUT TO EXP-CBF
           ELSE
               MOVE 0 TO EXP-CBF
           END-IF
           MOVE WS-PRODUCTO-INPUT TO EXP-PRODUCTO
           MOVE WS-VALOR-INPUT TO EXP-VALOR
           MOVE WS-FECHA-DESDE TO EXP-FECHA-DESDE
           MOVE WS-FECHA-HASTA TO EXP-FECHA-HASTA
           MOVE WS-MOTIVO-INPUT TO EXP-MOTIVO
           MOVE WS-STAFF-USUARIO TO EXP-USUARIO-SOLICITA
           MOVE WS-FECHA-HOY TO EXP-FECHA-SOLICITUD
           MOVE SPACES TO EXP-USUARIO-REVISA
           MOVE 0 TO EXP-FECHA-REVISION
           SET EXP-PENDIENTE TO TRUE
           WRITE EXP-RECORD
               INVALID KEY
                   DISPLAY "ERROR al grabar la excepcion: reintente."
                   GO TO 3000-SOLICITAR-FIN
           END-WRITE

           MOVE WS-CBF-INPUT TO WS-AUD-CBF
           MOVE "EXCEPCION PRECIO" TO WS-AUD-CAMPO
           MOVE SPACES TO WS-AUD-VALOR-ANT
           MOVE EXP-VALOR TO WS-VALOR-DISPLAY
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING EXP-NUMERO DELIMITED BY SIZE
                  " PEND " DELIMITED BY SIZE
                  EXP-ALCANCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EXP-PRODUCTO DELIMITED BY SIZE
                  WS-VALOR-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EXP-FECHA-DESDE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  EXP-FECHA-HASTA DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           PERFORM 7000-AUDITAR
           DISPLAY "Excepcion " EXP-NUMERO " solicitada: queda"
                   " pendiente de aprobacion de un supervisor.".

       3000-SOLICITAR-FIN.
           EXIT.

      *    Numero nuevo = el mayor ya asignado, mas uno.
       3100-PROXIMO-NUMERO.
           MOVE 0 TO WS-NUMERO-MAX
           MOVE LOW-VALUES TO EXP-RECORD
           MOVE 0 TO EXP-NUMERO
           START EXCEPCIONES-FILE KEY IS >= EXP-NUMERO
               INVALID KEY
                   MOVE "10" TO EXCEPCIONES-STATUS
           END-START
           PERFORM UNTIL EXCEPCIONES-STATUS = "10"
               READ EXCEPCIONES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO EXCEPCIONES-STATUS
                   NOT AT END
                       IF EXP-NUMERO > WS-NUMERO-MAX
                           MOVE EXP-NUMERO TO WS-NUMERO-MAX
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO EXCEPCIONES-STATUS
           ADD 1 TO WS-NUMERO-MAX.

       4000-ANULAR.
           DISPLAY "Numero de excepcion: " WITH NO ADVANCING
           ACCEPT WS-NUMERO-INPUT
           MOVE WS-NUMERO-INPUT TO EXP-NUMERO
           READ EXCEPCIONES-FILE
               KEY IS EXP-NUMERO
               INVALID KEY
                   DISPLAY "No existe esa excepcion."
                   MOVE "00" TO EXCEPCIONES-STATUS
                   GO TO 4000-ANULAR-FIN
           END-READ
           PERFORM 8000-MOSTRAR-EXCEPCION
           IF NOT EXP-PENDIENTE AND NOT EXP-APROBADA
               DISPLAY "Solo se anula una excepcion pendiente o"
                       " aprobada."
               GO TO 4000-ANULAR-FIN
           END-IF
           DISPLAY "Confirma la anulacion? (S/N): " WITH NO ADVANCING
           ACCEPT WS-OPCION-CONF
           IF WS-OPCION-CONF NOT = "S" AND WS-OPCION-CONF NOT = "s"
               GO TO 4000-ANULAR-FIN
           END-IF
           MOVE SPACES TO WS-AUD-VALOR-ANT
           STRING EXP-NUMERO DELIMITED BY SIZE
                  " ESTADO " DELIMITED BY SIZE
                  EXP-ESTADO DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANT
           SET EXP-ANULADA TO TRUE
           REWRITE EXP-RECORD
               INVALID KEY
                   DISPLAY "ERROR al anular la excepcion."
                   GO TO 4000-ANULAR-FIN
           END-REWRITE
           IF EXP-POR-CUENTA
               MOVE EXP-CBF TO WS-AUD-CBF
           ELSE
               MOVE "000000" TO WS-AUD-CBF
           END-IF
           MOVE "EXCEPCION PRECIO" TO WS-AUD-CAMPO
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING EXP-NUMERO DELIMITED BY SIZE
                  " ESTADO B" DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           PERFORM 7000-AUDITAR
           DISPLAY "Excepcion anulada.".

       4000-ANULAR-FIN.
           EXIT.

      *    Las de la cuenta y las de su persona, en cualquier estado.
       5000-CONSULTAR.
           DISPLAY "CBF de la cuenta: " WITH NO ADVANCING
           ACCEPT WS-CBF-INPUT
           CALL "buscar-cliente-id" USING WS-CBF-INPUT, WS-CLIENTE-ID,
                WS-ID-ENCONTRADO
           IF WS-ID-ENCONTRADO NOT = 1
               MOVE 0 TO WS-CLIENTE-ID
           END-IF
           MOVE "C" TO WS-INCLUIR
           PERFORM 6100-RECORRER.

       6000-LISTAR.
           MOVE "T" TO WS-INCLUIR
           PERFORM 6100-RECORRER.

       6100-RECORRER.
           MOVE 0 TO WS-CANT-LISTADOS
           MOVE 0 TO EXP-NUMERO
           START EXCEPCIONES-FILE KEY IS >= EXP-NUMERO
               INVALID KEY
                   MOVE "10" TO EXCEPCIONES-STATUS
           END-START
           PERFORM UNTIL EXCEPCIONES-STATUS = "10"
               READ EXCEPCIONES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO EXCEPCIONES-STATUS
                   NOT AT END
                       IF WS-INCLUIR = "T"
                          OR (EXP-POR-CUENTA
                              AND EXP-CBF = WS-CBF-INPUT)
                          OR (EXP-POR-CLIENTE
                              AND WS-CLIENTE-ID NOT = 0
                              AND EXP-CLIENTE-ID = WS-CLIENTE-ID)
                           ADD 1 TO WS-CANT-LISTADOS
                           PERFORM 8000-MOSTRAR-EXCEPCION
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO EXCEPCIONES-STATUS
           DISPLAY "Excepciones listadas: " WS-CANT-LISTADOS.

       7000-AUDITAR.
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                WS-AUD-CAMPO, WS-AUD-VALOR-ANT, WS-AUD-VALOR-NUEVO,
                WS-USUARIO-AUDIT.

       8000-MOSTRAR-EXCEPCION.
           MOVE EXP-VALOR TO WS-VALOR-DISPLAY
           DISPLAY "------------------------------------------"
           IF EXP-POR-CUENTA
               DISPLAY "Excepcion " EXP-NUMERO "  Cuenta " EXP-CBF
                       "  Estado " EXP-ESTADO
           ELSE
               DISPLAY "Excepcion " EXP-NUMERO "  Cliente "
                       EXP-CLIENTE-ID "  Estado " EXP-ESTADO
           END-IF
           DISPLAY "  Producto " EXP-PRODUCTO "  Valor "
                   WS-VALOR-DISPLAY "  Vigencia " EXP-FECHA-DESDE
                   " a " EXP-FECHA-HASTA
           DISPLAY "  Motivo: " EXP-MOTIVO
           DISPLAY "  Solicito " EXP-USUARIO-SOLICITA " el "
                   EXP-FECHA-SOLICITUD "  Reviso " EXP-USUARIO-REVISA.
