       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-CONFLICTOS-SOD.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Matriz de segregacion de funciones (conflictos-sod.dat):
      *  pantalla de auditoria (autenticar-staff, rol auditor) para
      *  los pares de funciones del staff que un mismo usuario no
      *  debe ejercer, sobre el mismo item (alcance I) o en el mismo
      *  dia (alcance U), con su severidad:
      *    - alta o modificacion de un par (las funciones tienen que
      *      ser del catalogo de funciones-sod.cpy y distintas);
      *    - activar o desactivar un par;
      *    - listar la matriz vigente.
      *  Los pares de la matriz base rigen siempre y no se pueden
      *  cargar, modificar ni desactivar desde aca. Cada cambio queda
      *  en la auditoria. La matriz la aplican
      *  verificar-conflicto-sod (control preventivo) y CONTROL-SOD
      *  (deteccion diaria).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATRIZ-FILE ASSIGN TO "conflictos-sod.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOD-KEY
               FILE STATUS IS MATRIZ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MATRIZ-FILE.
       COPY "conflicto-sod.cpy".

       WORKING-STORAGE SECTION.
       COPY "funciones-sod.cpy".
       01  MATRIZ-STATUS              PIC XX.

       01  WS-STAFF-USUARIO           PIC X(8).
       01  WS-STAFF-ROL               PIC X(1).
       01  WS-STAFF-AUTORIZADO        PIC 9 VALUE 0.
       01  WS-USUARIO-AUDIT           PIC X(20).
       01  WS-AUD-CBF                 PIC X(6) VALUE "000000".
       01  WS-AUD-CAMPO               PIC X(20).
       01  WS-AUD-VALOR-ANT           PIC X(50).
       01  WS-AUD-VALOR-NUEVO         PIC X(50).

       01  MENU-CHOICE                PIC 9.
           88  GRABAR-PAR             VALUE 1.
           88  CAMBIAR-ESTADO         VALUE 2.
           88  LISTAR-MATRIZ          VALUE 3.
           88  SALIR-PROGRAMA         VALUE 4.

       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-FUNCION-A-INPUT         PIC X(4).
       01  WS-FUNCION-B-INPUT         PIC X(4).
       01  WS-ALCANCE-INPUT           PIC X(1).
       01  WS-SEVERIDAD-INPUT         PIC X(1).
       01  WS-DESCRIPCION-INPUT       PIC X(36).
       01  WS-FUNCION-VALIDA          PIC X(1).
       01  WS-FUNCION-BUSCADA         PIC X(4).
       01  WS-ES-BASE                 PIC X(1).
       01  WS-EXISTE                  PIC X(1).
       01  WS-IDX                     PIC 9(2).
       01  WS-CANT-LISTADOS           PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "==========================================".
           DISPLAY "  MATRIZ DE SEGREGACION DE FUNCIONES".
           DISPLAY "==========================================".
           CALL "autenticar-staff" USING WS-STAFF-USUARIO,
                WS-STAFF-ROL, "A", WS-STAFF-AUTORIZADO
           IF WS-STAFF-AUTORIZADO = 1
               MOVE SPACES TO WS-USUARIO-AUDIT
               MOVE WS-STAFF-USUARIO TO WS-USUARIO-AUDIT
               PERFORM 1000-INICIALIZAR
               PERFORM 2000-MENU UNTIL SALIR-PROGRAMA
               CLOSE MATRIZ-FILE
           END-IF
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           OPEN I-O MATRIZ-FILE
           IF MATRIZ-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT MATRIZ-FILE
               CLOSE MATRIZ-FILE
               OPEN I-O MATRIZ-FILE
           END-IF.

       2000-MENU.
           DISPLAY "------------------------------------------"
           DISPLAY " 1. Alta o modificacion de un par"
           DISPLAY " 2. Activar / desactivar un par"
           DISPLAY " 3. Listar matriz vigente"
           DISPLAY " 4. Salir"
           DISPLAY "Opcion: " WITH NO ADVANCING
           ACCEPT MENU-CHOICE
           EVALUATE TRUE
               WHEN GRABAR-PAR
                   PERFORM 3000-GRABAR THRU 3000-GRABAR-FIN
               WHEN CAMBIAR-ESTADO
                   PERFORM 4000-ESTADO THRU 4000-ESTADO-FIN
               WHEN LISTAR-MATRIZ
                   PERFORM 5000-LISTAR
               WHEN SALIR-PROGRAMA
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

      *    Pide el par de funciones y lo valida contra el catalogo;
      *    deja WS-ES-BASE en 'S' si es un par de la matriz base (en
      *    cualquier orden) y WS-EXISTE en 'S' si ya esta en el
      *    archivo, en cualquier orden (con el registro leido).
       2900-PEDIR-PAR.
           MOVE 'N' TO WS-ES-BASE
           MOVE 'N' TO WS-EXISTE
           DISPLAY "Funcion A (SOLC REVC OPCJ CFCJ RSTC TITC SOLP"
                   " APRP): " WITH NO ADVANCING
           ACCEPT WS-FUNCION-A-INPUT
           DISPLAY "Funcion B: " WITH NO ADVANCING
           ACCEPT WS-FUNCION-B-INPUT
           MOVE FUNCTION UPPER-CASE(WS-FUNCION-A-INPUT)
               TO WS-FUNCION-A-INPUT
           MOVE FUNCTION UPPER-CASE(WS-FUNCION-B-INPUT)
               TO WS-FUNCION-B-INPUT
           MOVE WS-FUNCION-A-INPUT TO WS-FUNCION-BUSCADA
           PERFORM 2950-VALIDAR-FUNCION
           IF WS-FUNCION-VALIDA = 'S'
               MOVE WS-FUNCION-B-INPUT TO WS-FUNCION-BUSCADA
               PERFORM 2950-VALIDAR-FUNCION
           END-IF
           IF WS-FUNCION-VALIDA = 'N'
              OR WS-FUNCION-A-INPUT = WS-FUNCION-B-INPUT
               MOVE 'N' TO WS-FUNCION-VALIDA
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > SOD-CANT-BASE
                   IF (SOD-BASE-FUNCION-A(WS-IDX) = WS-FUNCION-A-INPUT
                       AND SOD-BASE-FUNCION-B(WS-IDX)
                           = WS-FUNCION-B-INPUT)
                      OR (SOD-BASE-FUNCION-A(WS-IDX)
                           = WS-FUNCION-B-INPUT
                       AND SOD-BASE-FUNCION-B(WS-IDX)
                           = WS-FUNCION-A-INPUT)
                       MOVE 'S' TO WS-ES-BASE
                   END-IF
               END-PERFORM
               MOVE WS-FUNCION-A-INPUT TO SOD-FUNCION-A
               MOVE WS-FUNCION-B-INPUT TO SOD-FUNCION-B
               READ MATRIZ-FILE
                   KEY IS SOD-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-EXISTE
               END-READ
      *        El par cargado en el otro orden es el mismo par.
               IF WS-EXISTE = 'N'
                   MOVE WS-FUNCION-B-INPUT TO SOD-FUNCION-A
                   MOVE WS-FUNCION-A-INPUT TO SOD-FUNCION-B
                   READ MATRIZ-FILE
                       KEY IS SOD-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-EXISTE
                           MOVE SOD-FUNCION-A TO WS-FUNCION-A-INPUT
                           MOVE SOD-FUNCION-B TO WS-FUNCION-B-INPUT
                   END-READ
               END-IF
               MOVE "00" TO MATRIZ-STATUS
           END-IF.

       2950-VALIDAR-FUNCION.
           MOVE 'N' TO WS-FUNCION-VALIDA
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > SOD-CANT-FUNCIONES
               IF SOD-FN-CODIGO(WS-IDX) = WS-FUNCION-BUSCADA
                   MOVE 'S' TO WS-FUNCION-VALIDA
               END-IF
           END-PERFORM.

       3000-GRABAR.
           PERFORM 2900-PEDIR-PAR
           IF WS-FUNCION-VALIDA = 'N'
               DISPLAY "Funciones invalidas o iguales."
               GO TO 3000-GRABAR-FIN
           END-IF
           IF WS-ES-BASE = 'S'
               DISPLAY "Par de la matriz base: rige siempre."
               GO TO 3000-GRABAR-FIN
           END-IF
           DISPLAY "Alcance (I mismo item, U mismo usuario en el"
                   " dia): " WITH NO ADVANCING
           ACCEPT WS-ALCANCE-INPUT
           DISPLAY "Severidad (G grave, M media, L leve): "
               WITH NO ADVANCING
           ACCEPT WS-SEVERIDAD-INPUT
           DISPLAY "Descripcion: " WITH NO ADVANCING
           ACCEPT WS-DESCRIPCION-INPUT
           MOVE SPACES TO WS-AUD-VALOR-ANT
           IF WS-EXISTE = 'S'
               STRING SOD-KEY DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SOD-ALCANCE DELIMITED BY SIZE
                      SOD-SEVERIDAD DELIMITED BY SIZE
                      SOD-ACTIVA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SOD-DESCRIPCION DELIMITED BY SIZE
                   INTO WS-AUD-VALOR-ANT
           ELSE
               INITIALIZE SOD-RECORD
               MOVE WS-FUNCION-A-INPUT TO SOD-FUNCION-A
               MOVE WS-FUNCION-B-INPUT TO SOD-FUNCION-B
               MOVE "S" TO SOD-ACTIVA
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-ALCANCE-INPUT) TO SOD-ALCANCE
           MOVE FUNCTION UPPER-CASE(WS-SEVERIDAD-INPUT)
               TO SOD-SEVERIDAD
           IF NOT SOD-ALCANCE-VALIDO OR NOT SOD-SEVERIDAD-VALIDA
               DISPLAY "Alcance o severidad invalidos."
               GO TO 3000-GRABAR-FIN
           END-IF
           MOVE WS-DESCRIPCION-INPUT TO SOD-DESCRIPCION
           MOVE WS-FECHA-HOY TO SOD-FECHA-MODIF
           MOVE WS-STAFF-USUARIO TO SOD-USUARIO
           IF WS-EXISTE = 'S'
               REWRITE SOD-RECORD
                   INVALID KEY
                       DISPLAY "ERROR al grabar el par: reintente."
                       GO TO 3000-GRABAR-FIN
               END-REWRITE
               MOVE "MODIF PAR SOD" TO WS-AUD-CAMPO
           ELSE
               WRITE SOD-RECORD
                   INVALID KEY
                       DISPLAY "ERROR al grabar el par: reintente."
                       GO TO 3000-GRABAR-FIN
               END-WRITE
               MOVE "ALTA PAR SOD" TO WS-AUD-CAMPO
           END-IF
           PERFORM 7000-AUDITAR
           DISPLAY "Par grabado.".

       3000-GRABAR-FIN.
           EXIT.

       4000-ESTADO.
           PERFORM 2900-PEDIR-PAR
           IF WS-FUNCION-VALIDA = 'N'
               DISPLAY "Funciones invalidas o iguales."
               GO TO 4000-ESTADO-FIN
           END-IF
           IF WS-ES-BASE = 'S'
               DISPLAY "Par de la matriz base: no se puede"
                       " desactivar."
               GO TO 4000-ESTADO-FIN
           END-IF
           IF WS-EXISTE = 'N'
               DISPLAY "El par no esta en la matriz."
               GO TO 4000-ESTADO-FIN
           END-IF
           MOVE SPACES TO WS-AUD-VALOR-ANT
           STRING SOD-KEY DELIMITED BY SIZE
                  " activa " DELIMITED BY SIZE
                  SOD-ACTIVA DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANT
           IF SOD-REGLA-ACTIVA
               MOVE "N" TO SOD-ACTIVA
               DISPLAY "Par desactivado."
           ELSE
               MOVE "S" TO SOD-ACTIVA
               DISPLAY "Par activado."
           END-IF
           MOVE WS-FECHA-HOY TO SOD-FECHA-MODIF
           MOVE WS-STAFF-USUARIO TO SOD-USUARIO
           REWRITE SOD-RECORD
               INVALID KEY
                   DISPLAY "ERROR al grabar el par: reintente."
                   GO TO 4000-ESTADO-FIN
           END-REWRITE
           MOVE "ESTADO PAR SOD" TO WS-AUD-CAMPO
           PERFORM 7000-AUDITAR.

       4000-ESTADO-FIN.
           EXIT.

       5000-LISTAR.
           MOVE 0 TO WS-CANT-LISTADOS
           DISPLAY "Par       Alc Sev Est  Descripcion"
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > SOD-CANT-BASE
               ADD 1 TO WS-CANT-LISTADOS
               DISPLAY SOD-BASE-FUNCION-A(WS-IDX) "/"
                       SOD-BASE-FUNCION-B(WS-IDX) "  "
                       SOD-BASE-ALCANCE(WS-IDX) "   "
                       SOD-BASE-SEVERIDAD(WS-IDX) "   BASE "
                       SOD-BASE-DESCRIPCION(WS-IDX)
           END-PERFORM
           MOVE LOW-VALUES TO SOD-KEY
           START MATRIZ-FILE KEY IS >= SOD-KEY
               INVALID KEY
                   MOVE "10" TO MATRIZ-STATUS
           END-START
           PERFORM UNTIL MATRIZ-STATUS = "10"
               READ MATRIZ-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO MATRIZ-STATUS
                   NOT AT END
                       ADD 1 TO WS-CANT-LISTADOS
                       DISPLAY SOD-FUNCION-A "/" SOD-FUNCION-B "  "
                               SOD-ALCANCE "   " SOD-SEVERIDAD "   "
                               SOD-ACTIVA "    " SOD-DESCRIPCION
               END-READ
           END-PERFORM
           MOVE "00" TO MATRIZ-STATUS
           DISPLAY "Pares listados: " WS-CANT-LISTADOS.

       7000-AUDITAR.
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING SOD-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SOD-ALCANCE DELIMITED BY SIZE
                  SOD-SEVERIDAD DELIMITED BY SIZE
                  SOD-ACTIVA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SOD-DESCRIPCION DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF, WS-AUD-CAMPO,
                WS-AUD-VALOR-ANT, WS-AUD-VALOR-NUEVO,
                WS-USUARIO-AUDIT.
