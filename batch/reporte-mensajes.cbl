       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-MENSAJES.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Completitud del catalogo de mensajes del cajero: junta los
      *  IDs y los idiomas del catalogo base (mensajes-base.cpy) y de
      *  mensajes.dat, y lista cada ID al que le falta el texto en
      *  alguno de los idiomas en uso. Sin traduccion el cajero
      *  muestra el texto castellano, y sin castellano el propio ID.
      *  Cierra con los faltantes por idioma y los totales. Los
      *  textos se cargan con MANTENER-MENSAJES.
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

      *    Textos cargados en mensajes.dat.
       01  WS-TABLA-ARCHIVO.
           05  WS-ARC-DEF OCCURS 3000 TIMES.
               10  WS-ARC-ID          PIC X(7).
               10  WS-ARC-IDIOMA      PIC X(2).
       01  WS-CANT-ARCHIVO            PIC 9(4) VALUE 0.

      *    IDs e idiomas distintos de la base y del archivo.
       01  WS-TABLA-IDS.
           05  WS-ID-DEF OCCURS 3000 TIMES PIC X(7).
       01  WS-CANT-IDS                PIC 9(4) VALUE 0.
       01  WS-TABLA-IDIOMAS.
           05  WS-IDIOMA-DEF OCCURS 20 TIMES.
               10  WS-IDIOMA-COD      PIC X(2).
               10  WS-IDIOMA-FALTAN   PIC 9(5).
       01  WS-CANT-IDIOMAS            PIC 9(2) VALUE 0.

       01  WS-IDX                     PIC 9(4).
       01  WS-IDX-ID                  PIC 9(4).
       01  WS-IDX-IDIOMA              PIC 9(2).
       01  WS-ID-NUEVO                PIC X(7).
       01  WS-IDIOMA-NUEVO            PIC X(2).
       01  WS-ENCONTRADO              PIC X.
       01  WS-ORIGEN                  PIC X(7).
       01  WS-CANT-FALTANTES          PIC 9(6) VALUE 0.
       01  WS-CANT-FALTANTES-FORM     PIC ZZZZZ9.
       01  WS-CANT-FORM               PIC ZZZ9.

       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "mensajes-faltantes".
       01  WS-REP-TITULO              PIC X(40)
                             VALUE "MENSAJES SIN TRADUCCION".
       01  WS-REP-LINEA               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "==========================================".
           DISPLAY "  MENSAJES SIN TRADUCCION".
           DISPLAY "==========================================".
           MOVE "ID de mensaje, idioma faltante y origen del ID"
               TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           PERFORM 1000-CARGAR-BASE
           PERFORM 2000-CARGAR-ARCHIVO
           PERFORM 3000-REVISAR-ID
               VARYING WS-IDX-ID FROM 1 BY 1
               UNTIL WS-IDX-ID > WS-CANT-IDS
           PERFORM 9000-FINALIZAR
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           STOP RUN.

       1000-CARGAR-BASE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > MSG-CANT-BASE
               MOVE MSG-BASE-ID(WS-IDX) TO WS-ID-NUEVO
               MOVE MSG-BASE-IDIOMA(WS-IDX) TO WS-IDIOMA-NUEVO
               PERFORM 1100-AGREGAR-ID
               PERFORM 1200-AGREGAR-IDIOMA
           END-PERFORM.

       1100-AGREGAR-ID.
           MOVE 'N' TO WS-ENCONTRADO
           PERFORM VARYING WS-IDX-ID FROM 1 BY 1
                   UNTIL WS-IDX-ID > WS-CANT-IDS
                      OR WS-ENCONTRADO = 'S'
               IF WS-ID-DEF(WS-IDX-ID) = WS-ID-NUEVO
                   MOVE 'S' TO WS-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-ENCONTRADO = 'N' AND WS-CANT-IDS < 3000
               ADD 1 TO WS-CANT-IDS
               MOVE WS-ID-NUEVO TO WS-ID-DEF(WS-CANT-IDS)
           END-IF.

       1200-AGREGAR-IDIOMA.
           MOVE 'N' TO WS-ENCONTRADO
           PERFORM VARYING WS-IDX-IDIOMA FROM 1 BY 1
                   UNTIL WS-IDX-IDIOMA > WS-CANT-IDIOMAS
                      OR WS-ENCONTRADO = 'S'
               IF WS-IDIOMA-COD(WS-IDX-IDIOMA) = WS-IDIOMA-NUEVO
                   MOVE 'S' TO WS-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-ENCONTRADO = 'N' AND WS-CANT-IDIOMAS < 20
               ADD 1 TO WS-CANT-IDIOMAS
               MOVE WS-IDIOMA-NUEVO TO WS-IDIOMA-COD(WS-CANT-IDIOMAS)
               MOVE 0 TO WS-IDIOMA-FALTAN(WS-CANT-IDIOMAS)
           END-IF.

       2000-CARGAR-ARCHIVO.
           OPEN INPUT MENSAJES-FILE
           IF MENSAJES-STATUS NOT = "00"
               DISPLAY "Sin mensajes.dat: se revisa solo la base."
           ELSE
               PERFORM UNTIL MENSAJES-STATUS NOT = "00"
                   READ MENSAJES-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO MENSAJES-STATUS
                       NOT AT END
                           IF WS-CANT-ARCHIVO < 3000
                               ADD 1 TO WS-CANT-ARCHIVO
                               MOVE MSG-ID
                                   TO WS-ARC-ID(WS-CANT-ARCHIVO)
                               MOVE MSG-IDIOMA
                                   TO WS-ARC-IDIOMA(WS-CANT-ARCHIVO)
                               MOVE MSG-ID TO WS-ID-NUEVO
                               MOVE MSG-IDIOMA TO WS-IDIOMA-NUEVO
                               PERFORM 1100-AGREGAR-ID
                               PERFORM 1200-AGREGAR-IDIOMA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MENSAJES-FILE
           END-IF.

      *    Un ID contra cada idioma en uso: el texto puede estar en
      *    la base o en el archivo.
       3000-REVISAR-ID.
           MOVE "BASE" TO WS-ORIGEN
           MOVE 'N' TO WS-ENCONTRADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > MSG-CANT-BASE
                      OR WS-ENCONTRADO = 'S'
               IF MSG-BASE-ID(WS-IDX) = WS-ID-DEF(WS-IDX-ID)
                   MOVE 'S' TO WS-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-ENCONTRADO = 'N'
               MOVE "ARCHIVO" TO WS-ORIGEN
           END-IF
           PERFORM 3100-REVISAR-IDIOMA
               VARYING WS-IDX-IDIOMA FROM 1 BY 1
               UNTIL WS-IDX-IDIOMA > WS-CANT-IDIOMAS.

       3100-REVISAR-IDIOMA.
           MOVE 'N' TO WS-ENCONTRADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > MSG-CANT-BASE
                      OR WS-ENCONTRADO = 'S'
               IF MSG-BASE-ID(WS-IDX) = WS-ID-DEF(WS-IDX-ID)
                  AND MSG-BASE-IDIOMA(WS-IDX)
                      = WS-IDIOMA-COD(WS-IDX-IDIOMA)
                   MOVE 'S' TO WS-ENCONTRADO
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-ARCHIVO
                      OR WS-ENCONTRADO = 'S'
               IF WS-ARC-ID(WS-IDX) = WS-ID-DEF(WS-IDX-ID)
                  AND WS-ARC-IDIOMA(WS-IDX)
                      = WS-IDIOMA-COD(WS-IDX-IDIOMA)
                   MOVE 'S' TO WS-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-ENCONTRADO = 'N'
               ADD 1 TO WS-CANT-FALTANTES
               ADD 1 TO WS-IDIOMA-FALTAN(WS-IDX-IDIOMA)
               MOVE SPACES TO WS-REP-LINEA
               STRING WS-ID-DEF(WS-IDX-ID) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-IDIOMA-COD(WS-IDX-IDIOMA) DELIMITED BY SIZE
                      "  FALTA   (ID de " DELIMITED BY SIZE
                      WS-ORIGEN DELIMITED BY SPACE
                      ")" DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
           END-IF.

       9000-FINALIZAR.
           PERFORM 9100-RESUMEN-IDIOMA
               VARYING WS-IDX-IDIOMA FROM 1 BY 1
               UNTIL WS-IDX-IDIOMA > WS-CANT-IDIOMAS
           MOVE WS-CANT-IDS TO WS-CANT-FORM
           MOVE SPACES TO WS-REP-LINEA
           STRING "IDs revisados: " DELIMITED BY SIZE
                  WS-CANT-FORM DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE WS-CANT-FALTANTES TO WS-CANT-FALTANTES-FORM
           MOVE SPACES TO WS-REP-LINEA
           STRING "Traducciones faltantes: " DELIMITED BY SIZE
                  WS-CANT-FALTANTES-FORM DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           DISPLAY "Traducciones faltantes: " WS-CANT-FALTANTES-FORM.

       9100-RESUMEN-IDIOMA.
           MOVE WS-IDIOMA-FALTAN(WS-IDX-IDIOMA)
               TO WS-CANT-FALTANTES-FORM
           MOVE SPACES TO WS-REP-LINEA
           STRING "Idioma " DELIMITED BY SIZE
                  WS-IDIOMA-COD(WS-IDX-IDIOMA) DELIMITED BY SIZE
                  ": faltan " DELIMITED BY SIZE
                  WS-CANT-FALTANTES-FORM DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.
