       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-MENSAJES.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Catalogo de mensajes del cajero (mensajes.dat): pantalla de
      *  operaciones (autenticar-staff, rol supervisor) para los
      *  textos que ve el cliente, por ID de mensaje e idioma:
      *    - alta o modificacion de un texto (reemplaza al del
      *      catalogo base de mensajes-base.cpy para ese ID e idioma,
      *      o agrega un idioma nuevo);
      *    - baja de un texto cargado (vuelve a regir el base);
      *    - consulta de un ID en todos sus idiomas;
      *    - listado de los textos cargados.
      *  Cada cambio queda en la auditoria. Los cajeros toman el
      *  catalogo al arrancar (mensaje-catalogo). Los IDs sin
      *  traduccion los lista REPORTE-MENSAJES.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENSAJES-FILE ASSIGN TO "mensajes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-KEY
               FILE STATUS IS MENSAJES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MENSAJES-FILE.
       COPY "mensaje.cpy".

       WORKING-STORAGE SECTION.
       COPY "mensajes-base.cpy".
       01  MENSAJES-STATUS            PIC XX.

       01  WS-STAFF-USUARIO           PIC X(8).
       01  WS-STAFF-ROL               PIC X(1).
       01  WS-STAFF-AUTORIZADO        PIC 9 VALUE 0.
       01  WS-USUARIO-AUDIT           PIC X(20).
       01  WS-AUD-CBF                 PIC X(6) VALUE "000000".
       01  WS-AUD-CAMPO               PIC X(20).
       01  WS-AUD-VALOR-ANT           PIC X(50).
       01  WS-AUD-VALOR-NUEVO         PIC X(50).

       01  MENU-CHOICE                PIC 9.
           88  GRABAR-TEXTO           VALUE 1.
           88  BORRAR-TEXTO           VALUE 2.
           88  CONSULTAR-ID           VALUE 3.
           88  LISTAR-TEXTOS          VALUE 4.
           88  SALIR-PROGRAMA         VALUE 5.

       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-ID-INPUT                PIC X(7).
       01  WS-IDIOMA-INPUT            PIC X(2).
       01  WS-TEXTO-INPUT             PIC X(70).
       01  WS-EXISTE                  PIC X(1).
       01  WS-EN-BASE                 PIC X(1).
       01  WS-IDX                     PIC 9(4).
       01  WS-CANT-LISTADOS           PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "==========================================".
           DISPLAY "  CATALOGO DE MENSAJES DEL CAJERO".
           DISPLAY "==========================================".
           CALL "autenticar-staff" USING WS-STAFF-USUARIO,
                WS-STAFF-ROL, "S", WS-STAFF-AUTORIZADO
           IF WS-STAFF-AUTORIZADO = 1
               MOVE SPACES TO WS-USUARIO-AUDIT
               MOVE WS-STAFF-USUARIO TO WS-USUARIO-AUDIT
               PERFORM 1000-INICIALIZAR
               PERFORM 2000-MENU UNTIL SALIR-PROGRAMA
               CLOSE MENSAJES-FILE
           END-IF
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           OPEN I-O MENSAJES-FILE
           IF MENSAJES-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT MENSAJES-FILE
               CLOSE MENSAJES-FILE
               OPEN I-O MENSAJES-FILE
           END-IF.

       2000-MENU.
           DISPLAY "------------------------------------------"
           DISPLAY " 1. Alta o modificacion de un texto"
           DISPLAY " 2. Baja de un texto cargado"
           DISPLAY " 3. Consultar un mensaje"
           DISPLAY " 4. Listar textos cargados"
           DISPLAY " 5. Salir"
           DISPLAY "Opcion: " WITH NO ADVANCING
           ACCEPT MENU-CHOICE
           EVALUATE TRUE
               WHEN GRABAR-TEXTO
                   PERFORM 3000-GRABAR THRU 3000-GRABAR-FIN
               WHEN BORRAR-TEXTO
                   PERFORM 4000-BORRAR THRU 4000-BORRAR-FIN
               WHEN CONSULTAR-ID
                   PERFORM 5000-CONSULTAR
               WHEN LISTAR-TEXTOS
                   PERFORM 6000-LISTAR
               WHEN SALIR-PROGRAMA
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

      *    Pide ID e idioma; deja WS-EN-BASE en 'S' si el ID existe en
      *    el catalogo base (en cualquier idioma) y WS-EXISTE en 'S'
      *    si el texto ya esta cargado (con el registro leido).
       2900-PEDIR-CLAVE.
           MOVE 'N' TO WS-EN-BASE
           MOVE 'N' TO WS-EXISTE
           DISPLAY "ID de mensaje (p.ej. CAJ0001, REC-D): "
               WITH NO ADVANCING
           ACCEPT WS-ID-INPUT
           DISPLAY "Idioma (ES, EN, ...): " WITH NO ADVANCING
           ACCEPT WS-IDIOMA-INPUT
           MOVE FUNCTION UPPER-CASE(WS-ID-INPUT) TO WS-ID-INPUT
           MOVE FUNCTION UPPER-CASE(WS-IDIOMA-INPUT)
               TO WS-IDIOMA-INPUT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > MSG-CANT-BASE
               IF MSG-BASE-ID(WS-IDX) = WS-ID-INPUT
                   MOVE 'S' TO WS-EN-BASE
               END-IF
           END-PERFORM
           MOVE WS-ID-INPUT TO MSG-ID
           MOVE WS-IDIOMA-INPUT TO MSG-IDIOMA
           READ MENSAJES-FILE
               KEY IS MSG-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-EXISTE
           END-READ
           MOVE "00" TO MENSAJES-STATUS.

       3000-GRABAR.
           PERFORM 2900-PEDIR-CLAVE
           IF WS-ID-INPUT = SPACES OR WS-IDIOMA-INPUT = SPACES
               DISPLAY "ID e idioma son obligatorios."
               GO TO 3000-GRABAR-FIN
           END-IF
      *    Un ID que no existe en la base no lo muestra ninguna
      *    pantalla: se avisa, pero se permite cargarlo (textos
      *    nuevos que se publican antes del cambio de programa).
           IF WS-EN-BASE = 'N' AND WS-EXISTE = 'N'
               DISPLAY "Aviso: el ID no esta en el catalogo base."
           END-IF
           IF WS-EXISTE = 'S'
               DISPLAY "Texto actual: " MSG-TEXTO
           END-IF
           DISPLAY "Texto nuevo: " WITH NO ADVANCING
           ACCEPT WS-TEXTO-INPUT
           IF WS-TEXTO-INPUT = SPACES
               DISPLAY "El texto no puede quedar en blanco."
               GO TO 3000-GRABAR-FIN
           END-IF
           MOVE SPACES TO WS-AUD-VALOR-ANT
           IF WS-EXISTE = 'S'
               STRING MSG-KEY DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      MSG-TEXTO DELIMITED BY SIZE
                   INTO WS-AUD-VALOR-ANT
           ELSE
               INITIALIZE MSG-RECORD
               MOVE WS-ID-INPUT TO MSG-ID
               MOVE WS-IDIOMA-INPUT TO MSG-IDIOMA
           END-IF
           MOVE WS-TEXTO-INPUT TO MSG-TEXTO
           MOVE WS-STAFF-USUARIO TO MSG-USUARIO
           MOVE WS-FECHA-HOY TO MSG-FECHA-MODIF
           IF WS-EXISTE = 'S'
               REWRITE MSG-RECORD
                   INVALID KEY
                       DISPLAY "ERROR al grabar el texto: reintente."
                       GO TO 3000-GRABAR-FIN
               END-REWRITE
               MOVE "MODIF MENSAJE" TO WS-AUD-CAMPO
           ELSE
               WRITE MSG-RECORD
                   INVALID KEY
                       DISPLAY "ERROR al grabar el texto: reintente."
                       GO TO 3000-GRABAR-FIN
               END-WRITE
               MOVE "ALTA MENSAJE" TO WS-AUD-CAMPO
           END-IF
           PERFORM 7000-AUDITAR
           DISPLAY "Texto grabado.".

       3000-GRABAR-FIN.
           EXIT.

       4000-BORRAR.
           PERFORM 2900-PEDIR-CLAVE
           IF WS-EXISTE = 'N'
               DISPLAY "Ese texto no esta cargado en el archivo."
               GO TO 4000-BORRAR-FIN
           END-IF
           MOVE SPACES TO WS-AUD-VALOR-ANT
           STRING MSG-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MSG-TEXTO DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANT
           DELETE MENSAJES-FILE
               INVALID KEY
                   DISPLAY "ERROR al borrar el texto: reintente."
                   GO TO 4000-BORRAR-FIN
           END-DELETE
           MOVE "BAJA MENSAJE" TO WS-AUD-CAMPO
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF, WS-AUD-CAMPO,
                WS-AUD-VALOR-ANT, WS-AUD-VALOR-NUEVO,
                WS-USUARIO-AUDIT
           IF WS-EN-BASE = 'S'
               DISPLAY "Texto borrado: vuelve a regir el base."
           ELSE
               DISPLAY "Texto borrado."
           END-IF.

       4000-BORRAR-FIN.
           EXIT.

       5000-CONSULTAR.
           DISPLAY "ID de mensaje: " WITH NO ADVANCING
           ACCEPT WS-ID-INPUT
           MOVE FUNCTION UPPER-CASE(WS-ID-INPUT) TO WS-ID-INPUT
           MOVE 0 TO WS-CANT-LISTADOS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > MSG-CANT-BASE
               IF MSG-BASE-ID(WS-IDX) = WS-ID-INPUT
                   ADD 1 TO WS-CANT-LISTADOS
                   DISPLAY MSG-BASE-IDIOMA(WS-IDX) " BASE    "
                           MSG-BASE-TEXTO(WS-IDX)
               END-IF
           END-PERFORM
           MOVE WS-ID-INPUT TO MSG-ID
           MOVE LOW-VALUES TO MSG-IDIOMA
           START MENSAJES-FILE KEY IS >= MSG-KEY
               INVALID KEY
                   MOVE "10" TO MENSAJES-STATUS
           END-START
           PERFORM UNTIL MENSAJES-STATUS = "10"
               READ MENSAJES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO MENSAJES-STATUS
                   NOT AT END
                       IF MSG-ID NOT = WS-ID-INPUT
                           MOVE "10" TO MENSAJES-STATUS
                       ELSE
                           ADD 1 TO WS-CANT-LISTADOS
                           DISPLAY MSG-IDIOMA " ARCHIVO "
                                   MSG-TEXTO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO MENSAJES-STATUS
           IF WS-CANT-LISTADOS = 0
               DISPLAY "Mensaje inexistente."
           END-IF.

       6000-LISTAR.
           MOVE 0 TO WS-CANT-LISTADOS
           DISPLAY "ID      Id Usuario  Fecha    Texto"
           MOVE LOW-VALUES TO MSG-KEY
           START MENSAJES-FILE KEY IS >= MSG-KEY
               INVALID KEY
                   MOVE "10" TO MENSAJES-STATUS
           END-START
           PERFORM UNTIL MENSAJES-STATUS = "10"
               READ MENSAJES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO MENSAJES-STATUS
                   NOT AT END
                       ADD 1 TO WS-CANT-LISTADOS
                       DISPLAY MSG-ID " " MSG-IDIOMA " "
                               MSG-USUARIO " " MSG-FECHA-MODIF " "
                               MSG-TEXTO
               END-READ
           END-PERFORM
           MOVE "00" TO MENSAJES-STATUS
           DISPLAY "Textos cargados: " WS-CANT-LISTADOS.

       7000-AUDITAR.
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING MSG-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MSG-TEXTO DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF, WS-AUD-CAMPO,
                WS-AUD-VALOR-ANT, WS-AUD-VALOR-NUEVO,
                WS-USUARIO-AUDIT.
