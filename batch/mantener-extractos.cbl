       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-EXTRACTOS.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Mantenimiento de las adhesiones al extracto electronico
      *  diario para empresas (adhesiones-extracto.dat): alta con el
      *  CBF y el directorio de entrega, baja logica y listado. El
      *  CBF tiene que ser una cuenta activa del banco. Una cuenta
      *  dada de baja deja de recibir el extracto desde la corrida
      *  nocturna siguiente (ver GENERAR-EXTRACTOS).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADHESIONES-FILE ASSIGN TO "adhesiones-extracto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AE-CBF
               FILE STATUS IS ADHESIONES-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADHESIONES-FILE.
       COPY "adhesion-extracto.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  ADHESIONES-STATUS          PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  MENU-CHOICE                PIC 9.
           88  ALTA-ADHESION        VALUE 1.
           88  BAJA-ADHESION        VALUE 2.
           88  LISTAR-ADHESIONES    VALUE 3.
           88  SALIR-PROGRAMA       VALUE 4.
       01  WS-CBF-INPUT               PIC 9(6).
       01  WS-DESTINO-INPUT           PIC X(60).
       01  WS-CUENTA-VALIDA           PIC X VALUE 'N'.
       01  WS-CANT-LISTADAS           PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-MENU UNTIL SALIR-PROGRAMA
           PERFORM 9000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           OPEN I-O ADHESIONES-FILE
           IF ADHESIONES-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT ADHESIONES-FILE
               CLOSE ADHESIONES-FILE
               OPEN I-O ADHESIONES-FILE
           END-IF
           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE.

       2000-MENU.
           DISPLAY "==========================================".
           DISPLAY "  EXTRACTO ELECTRONICO PARA EMPRESAS".
           DISPLAY "==========================================".
           DISPLAY "1. Alta de adhesion".
           DISPLAY "2. Baja de adhesion".
           DISPLAY "3. Listar adhesiones".
           DISPLAY "4. Salir".
           DISPLAY "Su opcion: " WITH NO ADVANCING.
           ACCEPT MENU-CHOICE.

           EVALUATE TRUE
               WHEN ALTA-ADHESION
                   PERFORM 2100-ALTA
               WHEN BAJA-ADHESION
                   PERFORM 2200-BAJA
               WHEN LISTAR-ADHESIONES
                   PERFORM 2300-LISTAR
               WHEN SALIR-PROGRAMA
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

       2100-ALTA.
           DISPLAY "CBF de la empresa: " WITH NO ADVANCING
           ACCEPT WS-CBF-INPUT
           DISPLAY "Directorio de entrega: " WITH NO ADVANCING
           ACCEPT WS-DESTINO-INPUT

           PERFORM 2110-VALIDAR-CUENTA
           EVALUATE TRUE
               WHEN WS-CUENTA-VALIDA NOT = 'S'
                   DISPLAY "El CBF no es una cuenta activa del banco."
               WHEN WS-DESTINO-INPUT = SPACES
                   DISPLAY "El directorio de entrega es obligatorio."
               WHEN OTHER
                   MOVE WS-CBF-INPUT TO AE-CBF
                   MOVE WS-DESTINO-INPUT TO AE-DESTINO
                   ACCEPT AE-FECHA-ALTA FROM DATE YYYYMMDD
                   SET AE-ACTIVA TO TRUE
                   WRITE AE-RECORD
                       INVALID KEY
      *                    Ya existia: se reemplaza el destino y la
      *                    adhesion queda activa de nuevo.
                           REWRITE AE-RECORD
                           DISPLAY "Adhesion reemplazada."
                       NOT INVALID KEY
                           DISPLAY "Adhesion registrada."
                   END-WRITE
           END-EVALUATE.

       2110-VALIDAR-CUENTA.
           MOVE 'N' TO WS-CUENTA-VALIDA
           IF CUENTAS-STATUS = "00"
               MOVE WS-CBF-INPUT TO CLI-CBF
               READ CUENTAS-FILE
                   KEY IS CLI-CBF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLI-ACTIVO
                           MOVE 'S' TO WS-CUENTA-VALIDA
                       END-IF
               END-READ
           END-IF.

       2200-BAJA.
           DISPLAY "CBF de la empresa: " WITH NO ADVANCING
           ACCEPT WS-CBF-INPUT
           MOVE WS-CBF-INPUT TO AE-CBF
           READ ADHESIONES-FILE
               KEY IS AE-CBF
               INVALID KEY
                   DISPLAY "No existe esa adhesion."
               NOT INVALID KEY
                   SET AE-BAJA TO TRUE
                   REWRITE AE-RECORD
                   DISPLAY "Adhesion dada de baja."
           END-READ.

       2300-LISTAR.
           MOVE 0 TO WS-CANT-LISTADAS
           MOVE LOW-VALUES TO AE-CBF
           START ADHESIONES-FILE KEY IS >= AE-CBF
               INVALID KEY
                   MOVE "10" TO ADHESIONES-STATUS
               NOT INVALID KEY
                   MOVE "00" TO ADHESIONES-STATUS
           END-START

           PERFORM UNTIL ADHESIONES-STATUS = "10"
               READ ADHESIONES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO ADHESIONES-STATUS
                   NOT AT END
                       ADD 1 TO WS-CANT-LISTADAS
                       DISPLAY "CBF: " AE-CBF
                               "  Alta: " AE-FECHA-ALTA
                               "  Estado: " AE-ESTADO
                       DISPLAY "   Destino: " AE-DESTINO
               END-READ
           END-PERFORM
           DISPLAY "Adhesiones listadas: " WS-CANT-LISTADAS
           MOVE "00" TO ADHESIONES-STATUS.

       9000-FINALIZAR.
           CLOSE ADHESIONES-FILE
           CLOSE CUENTAS-FILE.
