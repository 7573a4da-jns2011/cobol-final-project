       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-GRUPOS-ECONOMICOS.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Grupos economicos (grupos-economicos.dat): pantalla de
      *  back-office para supervisores (autenticar-staff) que agrupa
      *  clientes (CI-CLIENTE-ID de clientes-idx.dat) vinculados por
      *  control, parentesco o socios comunes, para medir la
      *  concentracion crediticia por grupo:
      *    - alta de grupo con su nombre (numero correlativo);
      *    - vincular un cliente al grupo con el tipo de relacion:
      *      controlante, controlada, familiar, socio o accionista
      *      comun, u otra. Un cliente pertenece a un solo grupo;
      *    - desvincular un cliente;
      *    - consultar el grupo con sus miembros y su exposicion a
      *      hoy contra el limite de concentracion
      *      (calcular-exposicion).
      *  Cada alta, vinculacion y desvinculacion queda en la
      *  auditoria.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRUPOS-FILE ASSIGN TO "grupos-economicos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRE-KEY
               ALTERNATE RECORD KEY IS GRE-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS GRUPOS-STATUS.

           SELECT CLIENTES-IDX-FILE ASSIGN TO "clientes-idx.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CBF
               ALTERNATE RECORD KEY IS CI-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRUPOS-FILE.
       COPY "grupo-economico.cpy".

       FD  CLIENTES-IDX-FILE.
       COPY "cliente-indice.cpy".

       WORKING-STORAGE SECTION.
       COPY "cliente.cpy".
       01  GRUPOS-STATUS              PIC XX.
       01  IDX-STATUS                 PIC XX.
       01  WS-SEGUIR                  PIC X VALUE 'S'.

       01  WS-STAFF-USUARIO           PIC X(8).
       01  WS-STAFF-ROL               PIC X(1).
       01  WS-STAFF-AUTORIZADO        PIC 9 VALUE 0.
       01  WS-USUARIO-AUDIT           PIC X(20).
       01  WS-AUD-CBF                 PIC X(6) VALUE "000000".
       01  WS-AUD-CAMPO               PIC X(20).
       01  WS-AUD-VALOR-ANT           PIC X(50).
       01  WS-AUD-VALOR-NUEVO         PIC X(50).

       01  MENU-CHOICE                PIC 9.
           88  ALTA-GRUPO             VALUE 1.
           88  VINCULAR-CLIENTE       VALUE 2.
           88  DESVINCULAR-CLIENTE    VALUE 3.
           88  CONSULTAR-GRUPO        VALUE 4.
           88  SALIR-PROGRAMA         VALUE 5.

       01  WS-GRUPO-INPUT             PIC 9(6).
       01  WS-CLIENTE-INPUT           PIC 9(8).
       01  WS-NOMBRE-INPUT            PIC X(40).
       01  WS-RELACION-INPUT          PIC X(1).
       01  WS-NOMBRE-GRUPO            PIC X(40).
       01  WS-ULTIMO-GRUPO            PIC 9(6).
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-CLIENTE-EXISTE          PIC X(1).
       01  WS-CBF-CLIENTE             PIC 9(6).
       01  WS-CANT-MIEMBROS           PIC 9(3).

      *    Exposicion del grupo (calcular-exposicion).
       01  WS-EXP-GRUPO               PIC 9(6).
       01  WS-EXP-CBF                 PIC 9(6) VALUE 0.
       01  WS-EXP-PRESTAMOS           PIC S9(13)V99.
       01  WS-EXP-TARJETAS            PIC S9(13)V99.
       01  WS-EXP-DESCUBIERTOS        PIC S9(13)V99.
       01  WS-EXP-GARANTIAS           PIC S9(13)V99.
       01  WS-EXP-TOTAL               PIC S9(13)V99.
       01  WS-EXP-CUENTAS             PIC 9(4).
       01  WS-EXP-SIN-COTIZACION      PIC 9.
       01  WS-EXP-LIMITE              PIC S9(13)V99.
       01  WS-IMPORTE-DISPLAY         PIC -Z(12).99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "==========================================".
           DISPLAY "  GRUPOS ECONOMICOS".
           DISPLAY "==========================================".
           CALL "autenticar-staff" USING WS-STAFF-USUARIO,
                WS-STAFF-ROL, "S", WS-STAFF-AUTORIZADO
           IF WS-STAFF-AUTORIZADO = 1
               PERFORM 1000-INICIALIZAR
               IF WS-SEGUIR = 'S'
                   PERFORM 2000-MENU UNTIL SALIR-PROGRAMA
                   CLOSE GRUPOS-FILE
                   CLOSE CLIENTES-IDX-FILE
               END-IF
           END-IF
           STOP RUN.

       1000-INICIALIZAR.
           MOVE SPACES TO WS-USUARIO-AUDIT
           MOVE WS-STAFF-USUARIO TO WS-USUARIO-AUDIT
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           OPEN INPUT CLIENTES-IDX-FILE
           IF IDX-STATUS NOT = "00"
               DISPLAY "No hay clientes vinculados (clientes-idx)."
               MOVE 'N' TO WS-SEGUIR
           ELSE
               OPEN I-O GRUPOS-FILE
               IF GRUPOS-STATUS NOT = "00" AND NOT = "05"
                   OPEN OUTPUT GRUPOS-FILE
                   CLOSE GRUPOS-FILE
                   OPEN I-O GRUPOS-FILE
               END-IF
           END-IF.

       2000-MENU.
           DISPLAY "------------------------------------------"
           DISPLAY " 1. Alta de grupo economico"
           DISPLAY " 2. Vincular cliente a un grupo"
           DISPLAY " 3. Desvincular cliente"
           DISPLAY " 4. Consultar grupo y exposicion"
           DISPLAY " 5. Salir"
           DISPLAY "Opcion: " WITH NO ADVANCING
           ACCEPT MENU-CHOICE
           EVALUATE TRUE
               WHEN ALTA-GRUPO
                   PERFORM 3000-ALTA THRU 3000-ALTA-FIN
               WHEN VINCULAR-CLIENTE
                   PERFORM 4000-VINCULAR THRU 4000-VINCULAR-FIN
               WHEN DESVINCULAR-CLIENTE
                   PERFORM 5000-DESVINCULAR THRU 5000-DESVINCULAR-FIN
               WHEN CONSULTAR-GRUPO
                   PERFORM 6000-CONSULTAR THRU 6000-CONSULTAR-FIN
               WHEN SALIR-PROGRAMA
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

      *    Lee la cabecera del grupo pedido; GRUPOS-STATUS queda en
      *    "23" si no existe.
       2900-PEDIR-GRUPO.
           DISPLAY "Numero de grupo: " WITH NO ADVANCING
           ACCEPT WS-GRUPO-INPUT
           MOVE WS-GRUPO-INPUT TO GRE-GRUPO-ID
           MOVE 0 TO GRE-CLIENTE-ID
           READ GRUPOS-FILE
               KEY IS GRE-KEY
               INVALID KEY
                   MOVE "23" TO GRUPOS-STATUS
               NOT INVALID KEY
                   MOVE GRE-NOMBRE TO WS-NOMBRE-GRUPO
           END-READ.

      *    El cliente tiene que existir en clientes-idx.dat; deja en
      *    WS-CBF-CLIENTE su primera cuenta para mostrar el nombre.
       2950-VALIDAR-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-EXISTE
           MOVE WS-CLIENTE-INPUT TO CI-CLIENTE-ID
           READ CLIENTES-IDX-FILE
               KEY IS CI-CLIENTE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CLIENTE-EXISTE
                   MOVE CI-CBF TO WS-CBF-CLIENTE
           END-READ
           MOVE "00" TO IDX-STATUS.

      *    El numero de grupo es el siguiente al mayor existente.
       3000-ALTA.
           DISPLAY "Nombre del grupo: " WITH NO ADVANCING
           ACCEPT WS-NOMBRE-INPUT
           IF WS-NOMBRE-INPUT = SPACES
               DISPLAY "El nombre es obligatorio."
               GO TO 3000-ALTA-FIN
           END-IF
           MOVE 0 TO WS-ULTIMO-GRUPO
           MOVE LOW-VALUES TO GRE-KEY
           START GRUPOS-FILE KEY IS >= GRE-KEY
               INVALID KEY
                   MOVE "10" TO GRUPOS-STATUS
           END-START
           PERFORM UNTIL GRUPOS-STATUS = "10"
               READ GRUPOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO GRUPOS-STATUS
                   NOT AT END
                       MOVE GRE-GRUPO-ID TO WS-ULTIMO-GRUPO
               END-READ
           END-PERFORM
           MOVE "00" TO GRUPOS-STATUS

           INITIALIZE GRE-RECORD
           COMPUTE GRE-GRUPO-ID = WS-ULTIMO-GRUPO + 1
           MOVE 0 TO GRE-CLIENTE-ID
           MOVE WS-NOMBRE-INPUT TO GRE-NOMBRE
           MOVE SPACES TO GRE-RELACION
           MOVE WS-FECHA-HOY TO GRE-FECHA-ALTA
           MOVE WS-STAFF-USUARIO TO GRE-USUARIO
           WRITE GRE-RECORD
               INVALID KEY
                   DISPLAY "ERROR al grabar el grupo: reintente."
                   GO TO 3000-ALTA-FIN
           END-WRITE
           MOVE SPACES TO WS-AUD-VALOR-ANT
           MOVE "ALTA GRUPO ECONOMICO" TO WS-AUD-CAMPO
           PERFORM 7000-AUDITAR
           DISPLAY "Grupo registrado: numero " GRE-GRUPO-ID.

       3000-ALTA-FIN.
           EXIT.

       4000-VINCULAR.
           PERFORM 2900-PEDIR-GRUPO
           IF GRUPOS-STATUS NOT = "00"
               DISPLAY "No existe ese grupo."
               MOVE "00" TO GRUPOS-STATUS
               GO TO 4000-VINCULAR-FIN
           END-IF
           DISPLAY "Grupo: " WS-NOMBRE-GRUPO
           DISPLAY "Numero de cliente: " WITH NO ADVANCING
           ACCEPT WS-CLIENTE-INPUT
           IF WS-CLIENTE-INPUT = 0
               DISPLAY "Numero de cliente invalido."
               GO TO 4000-VINCULAR-FIN
           END-IF
           PERFORM 2950-VALIDAR-CLIENTE
           IF WS-CLIENTE-EXISTE = 'N'
               DISPLAY "No existe ese cliente."
               GO TO 4000-VINCULAR-FIN
           END-IF
           MOVE WS-CBF-CLIENTE TO P-CBF OF CLIENTE
           CALL 'buscar-cliente' USING CLIENTE
           DISPLAY "Cliente: " P-APELLIDO OF CLIENTE ", "
                   P-NOMBRE OF CLIENTE

      *    Un cliente en un solo grupo.
           MOVE WS-CLIENTE-INPUT TO GRE-CLIENTE-ID
           READ GRUPOS-FILE
               KEY IS GRE-CLIENTE-ID
               INVALID KEY
                   MOVE "23" TO GRUPOS-STATUS
           END-READ
           IF GRUPOS-STATUS = "00"
               DISPLAY "El cliente ya pertenece al grupo "
                       GRE-GRUPO-ID "."
               GO TO 4000-VINCULAR-FIN
           END-IF
           MOVE "00" TO GRUPOS-STATUS

           DISPLAY "Relacion (C controlante, S controlada,"
                   " F familiar, A socio comun, O otra): "
                   WITH NO ADVANCING
           ACCEPT WS-RELACION-INPUT
           INITIALIZE GRE-RECORD
           MOVE WS-RELACION-INPUT TO GRE-RELACION
           IF NOT GRE-RELACION-VALIDA
               DISPLAY "Relacion invalida."
               GO TO 4000-VINCULAR-FIN
           END-IF
           MOVE WS-GRUPO-INPUT TO GRE-GRUPO-ID
           MOVE WS-CLIENTE-INPUT TO GRE-CLIENTE-ID
           MOVE WS-NOMBRE-GRUPO TO GRE-NOMBRE
           MOVE WS-FECHA-HOY TO GRE-FECHA-ALTA
           MOVE WS-STAFF-USUARIO TO GRE-USUARIO
           WRITE GRE-RECORD
               INVALID KEY
                   DISPLAY "ERROR al vincular el cliente: reintente."
                   GO TO 4000-VINCULAR-FIN
           END-WRITE
           MOVE SPACES TO WS-AUD-VALOR-ANT
           MOVE "VINCULA GRUPO" TO WS-AUD-CAMPO
           PERFORM 7000-AUDITAR
           DISPLAY "Cliente vinculado al grupo.".

       4000-VINCULAR-FIN.
           EXIT.

       5000-DESVINCULAR.
           DISPLAY "Numero de cliente: " WITH NO ADVANCING
           ACCEPT WS-CLIENTE-INPUT
           IF WS-CLIENTE-INPUT = 0
               DISPLAY "Numero de cliente invalido."
               GO TO 5000-DESVINCULAR-FIN
           END-IF
           MOVE WS-CLIENTE-INPUT TO GRE-CLIENTE-ID
           READ GRUPOS-FILE
               KEY IS GRE-CLIENTE-ID
               INVALID KEY
                   DISPLAY "El cliente no pertenece a ningun grupo."
                   MOVE "00" TO GRUPOS-STATUS
                   GO TO 5000-DESVINCULAR-FIN
           END-READ
           DISPLAY "Grupo " GRE-GRUPO-ID " " GRE-NOMBRE
                   " relacion " GRE-RELACION
           MOVE SPACES TO WS-AUD-VALOR-ANT
           STRING "Relacion " DELIMITED BY SIZE
                  GRE-RELACION DELIMITED BY SIZE
                  " desde " DELIMITED BY SIZE
                  GRE-FECHA-ALTA DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANT
           DELETE GRUPOS-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR al desvincular: reintente."
                   GO TO 5000-DESVINCULAR-FIN
           END-DELETE
           MOVE "DESVINCULA GRUPO" TO WS-AUD-CAMPO
           PERFORM 7000-AUDITAR
           DISPLAY "Cliente desvinculado.".

       5000-DESVINCULAR-FIN.
           EXIT.

       6000-CONSULTAR.
           PERFORM 2900-PEDIR-GRUPO
           IF GRUPOS-STATUS NOT = "00"
               DISPLAY "No existe ese grupo."
               MOVE "00" TO GRUPOS-STATUS
               GO TO 6000-CONSULTAR-FIN
           END-IF
           DISPLAY "Grupo " WS-GRUPO-INPUT " " WS-NOMBRE-GRUPO
           MOVE 0 TO WS-CANT-MIEMBROS
           MOVE WS-GRUPO-INPUT TO GRE-GRUPO-ID
           MOVE 1 TO GRE-CLIENTE-ID
           START GRUPOS-FILE KEY IS >= GRE-KEY
               INVALID KEY
                   MOVE "10" TO GRUPOS-STATUS
           END-START
           PERFORM UNTIL GRUPOS-STATUS = "10"
               READ GRUPOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO GRUPOS-STATUS
                   NOT AT END
                       IF GRE-GRUPO-ID NOT = WS-GRUPO-INPUT
                           MOVE "10" TO GRUPOS-STATUS
                       ELSE
                           PERFORM 6100-MOSTRAR-MIEMBRO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO GRUPOS-STATUS
           IF WS-CANT-MIEMBROS = 0
               DISPLAY "El grupo no tiene clientes vinculados."
               GO TO 6000-CONSULTAR-FIN
           END-IF

           MOVE WS-GRUPO-INPUT TO WS-EXP-GRUPO
           CALL "calcular-exposicion" USING WS-EXP-GRUPO, WS-EXP-CBF,
                WS-FECHA-HOY, WS-EXP-PRESTAMOS, WS-EXP-TARJETAS,
                WS-EXP-DESCUBIERTOS, WS-EXP-GARANTIAS, WS-EXP-TOTAL,
                WS-EXP-CUENTAS, WS-EXP-SIN-COTIZACION, WS-EXP-LIMITE
           DISPLAY "Exposicion a hoy (ARS), " WS-EXP-CUENTAS
                   " cuentas:"
           MOVE WS-EXP-PRESTAMOS TO WS-IMPORTE-DISPLAY
           DISPLAY "  Prestamos        " WS-IMPORTE-DISPLAY
           MOVE WS-EXP-TARJETAS TO WS-IMPORTE-DISPLAY
           DISPLAY "  Tarjetas         " WS-IMPORTE-DISPLAY
           MOVE WS-EXP-DESCUBIERTOS TO WS-IMPORTE-DISPLAY
           DISPLAY "  Descubiertos     " WS-IMPORTE-DISPLAY
           MOVE WS-EXP-TOTAL TO WS-IMPORTE-DISPLAY
           DISPLAY "  Total            " WS-IMPORTE-DISPLAY
           MOVE WS-EXP-GARANTIAS TO WS-IMPORTE-DISPLAY
           DISPLAY "  Garantias        " WS-IMPORTE-DISPLAY
           IF WS-EXP-SIN-COTIZACION = 1
               DISPLAY "  Sin cotizacion del dia: no computa lo"
                       " nominado en dolares."
           END-IF
           IF WS-EXP-LIMITE = 0
               DISPLAY "  Capital computable no cargado: sin limite."
           ELSE
               MOVE WS-EXP-LIMITE TO WS-IMPORTE-DISPLAY
               DISPLAY "  Limite           " WS-IMPORTE-DISPLAY
               IF WS-EXP-TOTAL > WS-EXP-LIMITE
                   DISPLAY "  *** EXCEDE EL LIMITE DE CONCENTRACION"
               END-IF
           END-IF.

       6000-CONSULTAR-FIN.
           EXIT.

       6100-MOSTRAR-MIEMBRO.
           ADD 1 TO WS-CANT-MIEMBROS
           MOVE GRE-CLIENTE-ID TO WS-CLIENTE-INPUT
           PERFORM 2950-VALIDAR-CLIENTE
           MOVE SPACES TO P-APELLIDO OF CLIENTE
           MOVE SPACES TO P-NOMBRE OF CLIENTE
           IF WS-CLIENTE-EXISTE = 'S'
               MOVE WS-CBF-CLIENTE TO P-CBF OF CLIENTE
               CALL 'buscar-cliente' USING CLIENTE
           END-IF
           DISPLAY "  Cliente " GRE-CLIENTE-ID "  " GRE-RELACION
                   "  " P-APELLIDO OF CLIENTE ", "
                   P-NOMBRE OF CLIENTE.

       7000-AUDITAR.
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING "Grupo " DELIMITED BY SIZE
                  GRE-GRUPO-ID DELIMITED BY SIZE
                  " cliente " DELIMITED BY SIZE
                  GRE-CLIENTE-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GRE-RELACION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GRE-NOMBRE DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF, WS-AUD-CAMPO,
                WS-AUD-VALOR-ANT, WS-AUD-VALOR-NUEVO,
                WS-USUARIO-AUDIT.
