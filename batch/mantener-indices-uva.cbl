       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-INDICES-UVA.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Mantenimiento de la tabla diaria del indice UVA
      *  (indices-uva.dat): importacion de la publicacion del BCRA
      *  (uva-bcra.csv, un renglon "DD/MM/AAAA;valor" por fecha, con
      *  coma decimal y punto de miles opcional; los renglones que no
      *  respetan el formato, como el de titulos, se cuentan como
      *  rechazados), carga manual de un valor y listado desde una
      *  fecha. El BCRA publica los valores por adelantado, asi que se
      *  aceptan fechas futuras. Un valor ya cargado para la fecha se
      *  reemplaza si difiere. Solo supervisor; cada cambio queda en
      *  la auditoria. Los plazos fijos y prestamos UVA toman de aca
      *  el indice de cada operacion (buscar-indice-uva).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDICES-FILE ASSIGN TO "indices-uva.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IU-FECHA
               FILE STATUS IS INDICES-STATUS.

           SELECT PUBLICACION-FILE ASSIGN TO "uva-bcra.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUBLICACION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INDICES-FILE.
       COPY "indice-uva.cpy".

       FD  PUBLICACION-FILE.
       01  PUB-RENGLON                PIC X(80).

       WORKING-STORAGE SECTION.
       01  INDICES-STATUS             PIC XX.
       01  PUBLICACION-STATUS         PIC XX.
       01  MENU-CHOICE                PIC 9.
           88  IMPORTAR-PUBLICACION VALUE 1.
           88  CARGAR-INDICE        VALUE 2.
           88  LISTAR-INDICES       VALUE 3.
           88  SALIR-PROGRAMA       VALUE 4.
       01  WS-STAFF-USUARIO           PIC X(8).
       01  WS-STAFF-ROL               PIC X(1).
       01  WS-STAFF-AUTORIZADO        PIC 9 VALUE 0.
       01  WS-USUARIO-AUDIT           PIC X(20).
       01  WS-AUD-CBF                 PIC X(6) VALUE "000000".
       01  WS-AUD-CAMPO               PIC X(20).
       01  WS-AUD-VALOR-ANT           PIC X(50).
       01  WS-AUD-VALOR-NUEVO         PIC X(50).

       01  WS-FECHA-INPUT             PIC 9(8).
       01  WS-FECHA-R REDEFINES WS-FECHA-INPUT.
           05  WS-FECHA-AAAA          PIC 9(4).
           05  WS-FECHA-MM            PIC 9(2).
           05  WS-FECHA-DD            PIC 9(2).
       01  WS-VALOR-INPUT             PIC 9(6)V99.
       01  WS-VALOR-ANTERIOR          PIC 9(6)V99.
       01  WS-ORIGEN                  PIC X(1).
       01  WS-VALOR-DISPLAY           PIC Z(5)9.99.
       01  WS-CANT-LISTADOS           PIC 9(4) VALUE 0.

      *    Desarmado de un renglon de la publicacion.
       01  WS-RENGLON-VALIDO          PIC X(1).
       01  WS-TXT-FECHA               PIC X(12).
       01  WS-TXT-VALOR               PIC X(20).
       01  WS-TXT-DD                  PIC X(2).
       01  WS-TXT-MM                  PIC X(2).
       01  WS-TXT-AAAA                PIC X(4).
       01  WS-IDX                     PIC 9(2).
       01  WS-CARACTER                PIC X(1).
       01  WS-DIGITO                  PIC 9(1).
       01  WS-ACUMULADO               PIC 9(9).
       01  WS-DECIMALES               PIC 9(2).
       01  WS-EN-DECIMALES            PIC X(1).

       01  WS-TOTAL-LEIDOS            PIC 9(6) VALUE 0.
       01  WS-TOTAL-ALTAS             PIC 9(6) VALUE 0.
       01  WS-TOTAL-ACTUALIZADOS      PIC 9(6) VALUE 0.
       01  WS-TOTAL-SIN-CAMBIO        PIC 9(6) VALUE 0.
       01  WS-TOTAL-RECHAZADOS        PIC 9(6) VALUE 0.
       01  WS-RESULTADO-GRABAR        PIC X(1).
           88  GRABO-ALTA           VALUE "A".
           88  GRABO-CAMBIO         VALUE "C".
           88  GRABO-SIN-CAMBIO     VALUE "S".
           88  GRABO-ERROR          VALUE "E".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "==========================================".
           DISPLAY "  INDICE UVA".
           DISPLAY "==========================================".
           CALL "autenticar-staff" USING WS-STAFF-USUARIO,
                WS-STAFF-ROL, "S", WS-STAFF-AUTORIZADO
           IF WS-STAFF-AUTORIZADO = 1
               MOVE SPACES TO WS-USUARIO-AUDIT
               MOVE WS-STAFF-USUARIO TO WS-USUARIO-AUDIT
               PERFORM 1000-INICIALIZAR
               PERFORM 2000-MENU UNTIL SALIR-PROGRAMA
               PERFORM 9000-FINALIZAR
           END-IF
           STOP RUN.

       1000-INICIALIZAR.
           OPEN I-O INDICES-FILE
           IF INDICES-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT INDICES-FILE
               CLOSE INDICES-FILE
               OPEN I-O INDICES-FILE
           END-IF.

       2000-MENU.
           DISPLAY "------------------------------------------"
           DISPLAY " 1. Importar publicacion del BCRA"
           DISPLAY " 2. Cargar indice manual"
           DISPLAY " 3. Listar indices"
           DISPLAY " 4. Salir"
           DISPLAY "Opcion: " WITH NO ADVANCING
           ACCEPT MENU-CHOICE
           EVALUATE TRUE
               WHEN IMPORTAR-PUBLICACION
                   PERFORM 3000-IMPORTAR
               WHEN CARGAR-INDICE
                   PERFORM 4000-CARGAR-MANUAL
               WHEN LISTAR-INDICES
                   PERFORM 5000-LISTAR
               WHEN SALIR-PROGRAMA
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

      *****************************************************************
      *  Importacion de uva-bcra.csv. Cada renglon valido se graba con
      *  origen P; al final se deja un unico registro de auditoria con
      *  los totales (los reemplazos de valores ya cargados se auditan
      *  uno por uno).
      *****************************************************************
       3000-IMPORTAR.
           MOVE 0 TO WS-TOTAL-LEIDOS
           MOVE 0 TO WS-TOTAL-ALTAS
           MOVE 0 TO WS-TOTAL-ACTUALIZADOS
           MOVE 0 TO WS-TOTAL-SIN-CAMBIO
           MOVE 0 TO WS-TOTAL-RECHAZADOS
           OPEN INPUT PUBLICACION-FILE
           IF PUBLICACION-STATUS NOT = "00"
               DISPLAY "No hay publicacion del BCRA (uva-bcra.csv)."
           ELSE
               PERFORM UNTIL PUBLICACION-STATUS = "10"
                   READ PUBLICACION-FILE
                       AT END
                           MOVE "10" TO PUBLICACION-STATUS
                       NOT AT END
                           IF PUB-RENGLON NOT = SPACES
                               ADD 1 TO WS-TOTAL-LEIDOS
                               PERFORM 3100-IMPORTAR-RENGLON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PUBLICACION-FILE
               DISPLAY "Renglones leidos:     " WS-TOTAL-LEIDOS
               DISPLAY "Fechas nuevas:        " WS-TOTAL-ALTAS
               DISPLAY "Valores reemplazados: " WS-TOTAL-ACTUALIZADOS
               DISPLAY "Sin cambio:           " WS-TOTAL-SIN-CAMBIO
               DISPLAY "Rechazados:           " WS-TOTAL-RECHAZADOS
               MOVE "IMPORTACION UVA" TO WS-AUD-CAMPO
               MOVE SPACES TO WS-AUD-VALOR-ANT
               MOVE SPACES TO WS-AUD-VALOR-NUEVO
               STRING "Altas " DELIMITED BY SIZE
                      WS-TOTAL-ALTAS DELIMITED BY SIZE
                      " Reempl " DELIMITED BY SIZE
                      WS-TOTAL-ACTUALIZADOS DELIMITED BY SIZE
                      " Rech " DELIMITED BY SIZE
                      WS-TOTAL-RECHAZADOS DELIMITED BY SIZE
                   INTO WS-AUD-VALOR-NUEVO
               PERFORM 8000-AUDITAR
           END-IF.

       3100-IMPORTAR-RENGLON.
           PERFORM 3200-DESARMAR-RENGLON THRU 3200-DESARMAR-FIN
           IF WS-RENGLON-VALIDO NOT = 'S'
               ADD 1 TO WS-TOTAL-RECHAZADOS
           ELSE
               MOVE "P" TO WS-ORIGEN
               PERFORM 6000-GRABAR-INDICE
               EVALUATE TRUE
                   WHEN GRABO-ALTA
                       ADD 1 TO WS-TOTAL-ALTAS
                   WHEN GRABO-CAMBIO
                       ADD 1 TO WS-TOTAL-ACTUALIZADOS
                   WHEN GRABO-SIN-CAMBIO
                       ADD 1 TO WS-TOTAL-SIN-CAMBIO
                   WHEN OTHER
                       ADD 1 TO WS-TOTAL-RECHAZADOS
               END-EVALUATE
           END-IF.

      *    "DD/MM/AAAA;1.234,56" -> WS-FECHA-INPUT y WS-VALOR-INPUT.
      *    El valor se arma digito a digito: se saltean los puntos de
      *    miles y se cuentan los decimales despues de la coma.
       3200-DESARMAR-RENGLON.
           MOVE 'N' TO WS-RENGLON-VALIDO
           MOVE SPACES TO WS-TXT-FECHA
           MOVE SPACES TO WS-TXT-VALOR
           UNSTRING PUB-RENGLON DELIMITED BY ";"
               INTO WS-TXT-FECHA WS-TXT-VALOR
           END-UNSTRING
           MOVE SPACES TO WS-TXT-DD
           MOVE SPACES TO WS-TXT-MM
           MOVE SPACES TO WS-TXT-AAAA
           UNSTRING WS-TXT-FECHA DELIMITED BY "/"
               INTO WS-TXT-DD WS-TXT-MM WS-TXT-AAAA
           END-UNSTRING
           IF WS-TXT-DD NOT NUMERIC OR WS-TXT-MM NOT NUMERIC
              OR WS-TXT-AAAA NOT NUMERIC
               GO TO 3200-DESARMAR-FIN
           END-IF
           MOVE WS-TXT-AAAA TO WS-FECHA-AAAA
           MOVE WS-TXT-MM TO WS-FECHA-MM
           MOVE WS-TXT-DD TO WS-FECHA-DD
           IF WS-FECHA-MM < 1 OR WS-FECHA-MM > 12
              OR WS-FECHA-DD < 1 OR WS-FECHA-DD > 31
              OR WS-FECHA-AAAA < 2016
               GO TO 3200-DESARMAR-FIN
           END-IF

           MOVE 0 TO WS-ACUMULADO
           MOVE 0 TO WS-DECIMALES
           MOVE 'N' TO WS-EN-DECIMALES
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 20
               MOVE WS-TXT-VALOR(WS-IDX:1) TO WS-CARACTER
               EVALUATE TRUE
                   WHEN WS-CARACTER IS NUMERIC
                       MOVE WS-CARACTER TO WS-DIGITO
                       COMPUTE WS-ACUMULADO =
                           WS-ACUMULADO * 10 + WS-DIGITO
                       IF WS-EN-DECIMALES = 'S'
                           ADD 1 TO WS-DECIMALES
                       END-IF
                   WHEN WS-CARACTER = ","
                       MOVE 'S' TO WS-EN-DECIMALES
                   WHEN WS-CARACTER = "." OR WS-CARACTER = SPACE
                       CONTINUE
                   WHEN OTHER
                       GO TO 3200-DESARMAR-FIN
               END-EVALUATE
           END-PERFORM
           IF WS-ACUMULADO = 0 OR WS-DECIMALES > 2
               GO TO 3200-DESARMAR-FIN
           END-IF
           COMPUTE WS-VALOR-INPUT = WS-ACUMULADO / (10 ** WS-DECIMALES)
           MOVE 'S' TO WS-RENGLON-VALIDO.
       3200-DESARMAR-FIN.
           EXIT.

       4000-CARGAR-MANUAL.
           DISPLAY "Fecha (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT WS-FECHA-INPUT
           DISPLAY "Valor del indice UVA: " WITH NO ADVANCING
           ACCEPT WS-VALOR-INPUT
           IF WS-FECHA-MM < 1 OR WS-FECHA-MM > 12
              OR WS-FECHA-DD < 1 OR WS-FECHA-DD > 31
              OR WS-VALOR-INPUT = 0
               DISPLAY "Fecha invalida o valor en cero: no se graba."
           ELSE
               MOVE "M" TO WS-ORIGEN
               PERFORM 6000-GRABAR-INDICE
               EVALUATE TRUE
                   WHEN GRABO-ALTA
                       DISPLAY "Indice cargado."
                   WHEN GRABO-CAMBIO
                       DISPLAY "Indice reemplazado."
                   WHEN GRABO-SIN-CAMBIO
                       DISPLAY "El indice ya tenia ese valor."
                   WHEN OTHER
                       DISPLAY "ERROR al grabar el indice: "
                               INDICES-STATUS
               END-EVALUATE
           END-IF.

       5000-LISTAR.
           MOVE 0 TO WS-CANT-LISTADOS
           DISPLAY "Desde fecha (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT WS-FECHA-INPUT
           MOVE WS-FECHA-INPUT TO IU-FECHA
           START INDICES-FILE KEY IS >= IU-FECHA
               INVALID KEY
                   MOVE "10" TO INDICES-STATUS
               NOT INVALID KEY
                   MOVE "00" TO INDICES-STATUS
           END-START
           PERFORM UNTIL INDICES-STATUS = "10"
               READ INDICES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO INDICES-STATUS
                   NOT AT END
                       ADD 1 TO WS-CANT-LISTADOS
                       MOVE IU-VALOR TO WS-VALOR-DISPLAY
                       DISPLAY IU-FECHA "  " WS-VALOR-DISPLAY
                               "  " IU-ORIGEN " " IU-USUARIO
               END-READ
           END-PERFORM
           DISPLAY "Indices listados: " WS-CANT-LISTADOS
           MOVE "00" TO INDICES-STATUS.

      *    Graba WS-FECHA-INPUT / WS-VALOR-INPUT con WS-ORIGEN. Un
      *    valor distinto del ya cargado se reemplaza y se audita.
       6000-GRABAR-INDICE.
           MOVE WS-FECHA-INPUT TO IU-FECHA
           MOVE 0 TO WS-VALOR-ANTERIOR
           READ INDICES-FILE
               KEY IS IU-FECHA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE IU-VALOR TO WS-VALOR-ANTERIOR
           END-READ
           MOVE WS-FECHA-INPUT TO IU-FECHA
           MOVE WS-VALOR-INPUT TO IU-VALOR
           MOVE WS-ORIGEN TO IU-ORIGEN
           MOVE WS-STAFF-USUARIO TO IU-USUARIO
           EVALUATE TRUE
               WHEN WS-VALOR-ANTERIOR = WS-VALOR-INPUT
                   SET GRABO-SIN-CAMBIO TO TRUE
               WHEN WS-VALOR-ANTERIOR > 0
                   REWRITE IU-RECORD
                       INVALID KEY
                           SET GRABO-ERROR TO TRUE
                       NOT INVALID KEY
                           SET GRABO-CAMBIO TO TRUE
                   END-REWRITE
               WHEN OTHER
                   WRITE IU-RECORD
                       INVALID KEY
                           SET GRABO-ERROR TO TRUE
                       NOT INVALID KEY
                           SET GRABO-ALTA TO TRUE
                   END-WRITE
           END-EVALUATE
           IF GRABO-CAMBIO OR (GRABO-ALTA AND WS-ORIGEN = "M")
               MOVE "INDICE UVA" TO WS-AUD-CAMPO
               MOVE WS-VALOR-ANTERIOR TO WS-VALOR-DISPLAY
               MOVE SPACES TO WS-AUD-VALOR-ANT
               STRING WS-FECHA-INPUT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-VALOR-DISPLAY DELIMITED BY SIZE
                   INTO WS-AUD-VALOR-ANT
               MOVE WS-VALOR-INPUT TO WS-VALOR-DISPLAY
               MOVE SPACES TO WS-AUD-VALOR-NUEVO
               STRING WS-FECHA-INPUT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-VALOR-DISPLAY DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ORIGEN DELIMITED BY SIZE
                   INTO WS-AUD-VALOR-NUEVO
               PERFORM 8000-AUDITAR
           END-IF.

       8000-AUDITAR.
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
                WS-AUD-VALOR-NUEVO, WS-USUARIO-AUDIT.

       9000-FINALIZAR.
           CLOSE INDICES-FILE.
