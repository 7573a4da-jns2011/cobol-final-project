       IDENTIFICATION DIVISION.
       PROGRAM-ID. preferencia-idioma.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: idioma preferido de la persona
      *              del CBF (cliente-id via buscar-cliente-id),
      *              guardado en el registro GENERAL de
      *              preferencias-notif.dat junto con la ventana de
      *              silencio. LK-ACCION "L" lo lee (sin registro o en
      *              blanco devuelve "ES") y "G" lo graba, conservando
      *              el resto del registro. LK-RESULTADO: 0 ok, 1 la
      *              cuenta no esta vinculada a un cliente-id, 2 error
      *              de archivo.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREFERENCIAS-FILE
               ASSIGN TO "preferencias-notif.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-KEY
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PREFERENCIAS-FILE.
       COPY "preferencia-notif.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX.
       01  WS-CLIENTE-ID           PIC 9(8).
       01  WS-ID-ENCONTRADO        PIC 9.
       01  WS-EXISTE               PIC X.

       LINKAGE SECTION.
       01  LK-ACCION               PIC X(1).
       01  LK-CBF                  PIC 9(6).
       01  LK-IDIOMA               PIC X(2).
       01  LK-RESULTADO            PIC 9.

       PROCEDURE DIVISION USING LK-ACCION, LK-CBF, LK-IDIOMA,
                                 LK-RESULTADO.
       MAIN-PARA.
           MOVE 0 TO LK-RESULTADO
           IF LK-ACCION NOT = "G"
               MOVE "ES" TO LK-IDIOMA
           END-IF

           CALL "buscar-cliente-id" USING LK-CBF, WS-CLIENTE-ID,
                WS-ID-ENCONTRADO
           IF WS-ID-ENCONTRADO NOT = 1
               MOVE 1 TO LK-RESULTADO
               GOBACK
           END-IF

           IF LK-ACCION = "G"
               PERFORM GRABAR-IDIOMA
           ELSE
               PERFORM LEER-IDIOMA
           END-IF
           GOBACK.

       LEER-IDIOMA.
           OPEN INPUT PREFERENCIAS-FILE
           IF FILE-STATUS = "00"
               MOVE WS-CLIENTE-ID TO PRF-CLIENTE-ID
               MOVE "GENERAL" TO PRF-EVENTO
               READ PREFERENCIAS-FILE
                   KEY IS PRF-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRF-IDIOMA NOT = SPACES
                          AND PRF-IDIOMA NOT = LOW-VALUES
                           MOVE PRF-IDIOMA TO LK-IDIOMA
                       END-IF
               END-READ
               CLOSE PREFERENCIAS-FILE
           END-IF.

       GRABAR-IDIOMA.
           OPEN I-O PREFERENCIAS-FILE
           IF FILE-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT PREFERENCIAS-FILE
               CLOSE PREFERENCIAS-FILE
               OPEN I-O PREFERENCIAS-FILE
           END-IF
           IF FILE-STATUS NOT = "00" AND NOT = "05"
               MOVE 2 TO LK-RESULTADO
           ELSE
               MOVE 'S' TO WS-EXISTE
               MOVE WS-CLIENTE-ID TO PRF-CLIENTE-ID
               MOVE "GENERAL" TO PRF-EVENTO
               READ PREFERENCIAS-FILE
                   KEY IS PRF-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-EXISTE
               END-READ
               IF WS-EXISTE = 'N'
      *            Registro GENERAL nuevo: sin ventana de silencio.
                   MOVE WS-CLIENTE-ID TO PRF-CLIENTE-ID
                   MOVE "GENERAL" TO PRF-EVENTO
                   MOVE "S" TO PRF-OPT
                   MOVE 0 TO PRF-UMBRAL
                   MOVE 0 TO PRF-SILENCIO-DESDE
                   MOVE 0 TO PRF-SILENCIO-HASTA
               END-IF
               MOVE LK-IDIOMA TO PRF-IDIOMA
               IF WS-EXISTE = 'S'
                   REWRITE PRF-RECORD
                       INVALID KEY
                           MOVE 2 TO LK-RESULTADO
                   END-REWRITE
               ELSE
                   WRITE PRF-RECORD
                       INVALID KEY
                           MOVE 2 TO LK-RESULTADO
                   END-WRITE
               END-IF
               CLOSE PREFERENCIAS-FILE
           END-IF.
