       IDENTIFICATION DIVISION.
       PROGRAM-ID. mensaje-catalogo.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: devuelve los textos del cajero
      *              en el idioma de la sesion. Busca primero en
      *              mensajes.dat (lo que carga operaciones con
      *              MANTENER-MENSAJES, leido una sola vez por unidad
      *              de ejecucion) y despues en el catalogo base
      *              (mensajes-base.cpy); sin texto en el idioma pedido
      *              rige el castellano, y sin ninguno se devuelve el
      *              propio ID para que la falta se vea en pantalla.
      *              LK-ACCION:
      *                "F" fija el idioma de la sesion (LK-IDIOMA;
      *                    en blanco vale "ES")
      *                "L" devuelve el idioma de la sesion
      *                "O" texto del mensaje LK-ID en LK-IDIOMA (en
      *                    blanco, el de la sesion) en LK-TEXTO
      *                "T" traduce LK-TEXTO: si es el texto castellano
      *                    de algun mensaje del catalogo lo reemplaza
      *                    por el del idioma pedido (avisos armados
      *                    por los programas con textos fijos)
      *                "R" vuelve a leer mensajes.dat en la proxima
      *                    consulta
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENSAJES-FILE ASSIGN TO "mensajes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSG-KEY
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MENSAJES-FILE.
       COPY "mensaje.cpy".

       WORKING-STORAGE SECTION.
       COPY "mensajes-base.cpy".
       01  FILE-STATUS                PIC XX.
       01  WS-IDIOMA-SESION           PIC X(2) VALUE "ES".
       01  WS-CARGADO                 PIC X VALUE 'N'.

      *    Copia en memoria de mensajes.dat.
       01  WS-TABLA-ARCHIVO.
           05  WS-ARC-DEF OCCURS 3000 TIMES.
               10  WS-ARC-ID          PIC X(7).
               10  WS-ARC-IDIOMA      PIC X(2).
               10  WS-ARC-TEXTO       PIC X(70).
       01  WS-CANT-ARCHIVO            PIC 9(4) VALUE 0.
       01  WS-MAX-ARCHIVO             PIC 9(4) VALUE 3000.

       01  WS-IDX                     PIC 9(4).
       01  WS-ID-BUSCADO              PIC X(7).
       01  WS-IDIOMA-BUSCADO          PIC X(2).
       01  WS-IDIOMA-PEDIDO           PIC X(2).
       01  WS-TEXTO-ENCONTRADO        PIC X(70).
       01  WS-ENCONTRADO              PIC X.
       01  WS-TEXTO-ORIGEN            PIC X(70).

       LINKAGE SECTION.
       01  LK-ACCION                  PIC X(1).
       01  LK-ID                      PIC X(7).
       01  LK-IDIOMA                  PIC X(2).
       01  LK-TEXTO                   PIC X(70).

       PROCEDURE DIVISION USING LK-ACCION, LK-ID, LK-IDIOMA,
                                 LK-TEXTO.
       MAIN-PARA.
           EVALUATE LK-ACCION
               WHEN "F"
                   IF LK-IDIOMA = SPACES
                       MOVE "ES" TO WS-IDIOMA-SESION
                   ELSE
                       MOVE LK-IDIOMA TO WS-IDIOMA-SESION
                   END-IF
               WHEN "L"
                   MOVE WS-IDIOMA-SESION TO LK-IDIOMA
               WHEN "R"
                   MOVE 'N' TO WS-CARGADO
               WHEN "T"
                   PERFORM TRADUCIR-TEXTO
               WHEN OTHER
                   PERFORM OBTENER-TEXTO
           END-EVALUATE
           GOBACK.

       OBTENER-TEXTO.
           PERFORM CARGAR-ARCHIVO
           IF LK-IDIOMA = SPACES
               MOVE WS-IDIOMA-SESION TO WS-IDIOMA-PEDIDO
           ELSE
               MOVE LK-IDIOMA TO WS-IDIOMA-PEDIDO
           END-IF
           MOVE LK-ID TO WS-ID-BUSCADO
           MOVE WS-IDIOMA-PEDIDO TO WS-IDIOMA-BUSCADO
           PERFORM BUSCAR-MENSAJE
           IF WS-ENCONTRADO = 'N' AND WS-IDIOMA-PEDIDO NOT = "ES"
               MOVE "ES" TO WS-IDIOMA-BUSCADO
               PERFORM BUSCAR-MENSAJE
           END-IF
           IF WS-ENCONTRADO = 'S'
               MOVE WS-TEXTO-ENCONTRADO TO LK-TEXTO
           ELSE
               MOVE LK-ID TO LK-TEXTO
           END-IF.

      *    ID e idioma buscados: primero el archivo, despues la base.
       BUSCAR-MENSAJE.
           MOVE 'N' TO WS-ENCONTRADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-ARCHIVO
                      OR WS-ENCONTRADO = 'S'
               IF WS-ARC-ID(WS-IDX) = WS-ID-BUSCADO
                  AND WS-ARC-IDIOMA(WS-IDX) = WS-IDIOMA-BUSCADO
                   MOVE WS-ARC-TEXTO(WS-IDX) TO WS-TEXTO-ENCONTRADO
                   MOVE 'S' TO WS-ENCONTRADO
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > MSG-CANT-BASE
                      OR WS-ENCONTRADO = 'S'
               IF MSG-BASE-ID(WS-IDX) = WS-ID-BUSCADO
                  AND MSG-BASE-IDIOMA(WS-IDX) = WS-IDIOMA-BUSCADO
                   MOVE MSG-BASE-TEXTO(WS-IDX) TO WS-TEXTO-ENCONTRADO
                   MOVE 'S' TO WS-ENCONTRADO
               END-IF
           END-PERFORM.

      *    Un texto castellano fijo se identifica por igualdad con el
      *    texto ES de un mensaje; el texto queda como esta si el
      *    idioma es castellano o si no hay mensaje que lo contenga.
       TRADUCIR-TEXTO.
           PERFORM CARGAR-ARCHIVO
           IF LK-IDIOMA = SPACES
               MOVE WS-IDIOMA-SESION TO WS-IDIOMA-PEDIDO
           ELSE
               MOVE LK-IDIOMA TO WS-IDIOMA-PEDIDO
           END-IF
           MOVE LK-TEXTO TO WS-TEXTO-ORIGEN
           MOVE SPACES TO WS-ID-BUSCADO
           IF WS-IDIOMA-PEDIDO = "ES" OR LK-TEXTO = SPACES
               MOVE ALL "*" TO WS-ID-BUSCADO
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-ARCHIVO
                      OR WS-ID-BUSCADO NOT = SPACES
               IF WS-ARC-IDIOMA(WS-IDX) = "ES"
                  AND WS-ARC-TEXTO(WS-IDX) = WS-TEXTO-ORIGEN
                   MOVE WS-ARC-ID(WS-IDX) TO WS-ID-BUSCADO
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > MSG-CANT-BASE
                      OR WS-ID-BUSCADO NOT = SPACES
               IF MSG-BASE-IDIOMA(WS-IDX) = "ES"
                  AND MSG-BASE-TEXTO(WS-IDX) = WS-TEXTO-ORIGEN
                   MOVE MSG-BASE-ID(WS-IDX) TO WS-ID-BUSCADO
               END-IF
           END-PERFORM
           IF WS-ID-BUSCADO NOT = SPACES
              AND WS-ID-BUSCADO NOT = ALL "*"
               MOVE WS-IDIOMA-PEDIDO TO WS-IDIOMA-BUSCADO
               PERFORM BUSCAR-MENSAJE
               IF WS-ENCONTRADO = 'S'
                   MOVE WS-TEXTO-ENCONTRADO TO LK-TEXTO
               END-IF
           END-IF.

      *    mensajes.dat se lee una vez; sin archivo rige la base.
       CARGAR-ARCHIVO.
           IF WS-CARGADO = 'N'
               MOVE 'S' TO WS-CARGADO
               MOVE 0 TO WS-CANT-ARCHIVO
               OPEN INPUT MENSAJES-FILE
               IF FILE-STATUS = "00"
                   PERFORM LEER-ARCHIVO
                   CLOSE MENSAJES-FILE
               END-IF
           END-IF.

       LEER-ARCHIVO.
           PERFORM UNTIL FILE-STATUS NOT = "00"
               READ MENSAJES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FILE-STATUS
                   NOT AT END
                       IF WS-CANT-ARCHIVO < WS-MAX-ARCHIVO
                           ADD 1 TO WS-CANT-ARCHIVO
                           MOVE MSG-ID TO WS-ARC-ID(WS-CANT-ARCHIVO)
                           MOVE MSG-IDIOMA
                               TO WS-ARC-IDIOMA(WS-CANT-ARCHIVO)
                           MOVE MSG-TEXTO
                               TO WS-ARC-TEXTO(WS-CANT-ARCHIVO)
                       END-IF
               END-READ
           END-PERFORM.
