       IDENTIFICATION DIVISION.
       PROGRAM-ID. registrar-recupero.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: aplica un cobro a un prestamo
      *              castigado. Deja el recupero en
      *              recuperos-castigo.dat (canal, usuario o agencia
      *              y referencia del cobro) y lo suma a
      *              PRE-RECUPERADO del prestamo. No se aplica mas de
      *              lo que queda adeudado (deuda castigada menos lo
      *              ya recuperado). LK-RESULTADO: 0 aplicado,
      *              1 prestamo inexistente o no castigado, 2 importe
      *              mayor al saldo castigado, 3 no se pudo grabar.
      *              Lo usan pagar-prestamo-castigado (cajero y
      *              VENTANILLA) e IMPUTAR-RECUPEROS-AGENCIA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOS-FILE ASSIGN TO "prestamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-KEY
               FILE STATUS IS PRESTAMOS-STATUS.

           SELECT RECUPEROS-FILE ASSIGN TO "recuperos-castigo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCP-KEY
               FILE STATUS IS RECUPEROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESTAMOS-FILE.
       COPY "prestamo.cpy".

       FD  RECUPEROS-FILE.
       COPY "recupero-castigo.cpy".

       WORKING-STORAGE SECTION.
       01  PRESTAMOS-STATUS           PIC XX.
       01  RECUPEROS-STATUS           PIC XX.
       01  WS-SALDO-CASTIGADO         PIC S9(9)V99.

       LINKAGE SECTION.
       01  LK-CBF                  PIC X(6).
       01  LK-TS-PRESTAMO          PIC 9(14).
       01  LK-IMPORTE              PIC S9(9)V99.
       01  LK-MONEDA               PIC X(3).
       01  LK-CANAL                PIC X(1).
       01  LK-USUARIO              PIC X(8).
       01  LK-REFERENCIA           PIC X(20).
       01  LK-RESULTADO            PIC 9.

       PROCEDURE DIVISION USING LK-CBF, LK-TS-PRESTAMO, LK-IMPORTE,
                                 LK-MONEDA, LK-CANAL, LK-USUARIO,
                                 LK-REFERENCIA, LK-RESULTADO.
       MAIN-PARA.
           MOVE 0 TO LK-RESULTADO
           OPEN I-O PRESTAMOS-FILE
           IF PRESTAMOS-STATUS NOT = "00"
               MOVE 1 TO LK-RESULTADO
               GOBACK
           END-IF

           MOVE LK-CBF TO PRE-CBF
           MOVE LK-TS-PRESTAMO TO PRE-TIMESTAMP-ALTA
           READ PRESTAMOS-FILE
               KEY IS PRE-KEY
               INVALID KEY
                   MOVE 1 TO LK-RESULTADO
               NOT INVALID KEY
                   IF NOT PRE-CASTIGADO
                       MOVE 1 TO LK-RESULTADO
                   ELSE
                       COMPUTE WS-SALDO-CASTIGADO =
                           PRE-DEUDA-CASTIGADA - PRE-RECUPERADO
                       IF LK-IMPORTE > WS-SALDO-CASTIGADO
                          OR LK-IMPORTE NOT > 0
                           MOVE 2 TO LK-RESULTADO
                       END-IF
                   END-IF
           END-READ

           IF LK-RESULTADO = 0
               PERFORM GRABAR-RECUPERO
           END-IF
           IF LK-RESULTADO = 0
               ADD LK-IMPORTE TO PRE-RECUPERADO
               REWRITE PRE-RECORD
                   INVALID KEY
                       MOVE 3 TO LK-RESULTADO
               END-REWRITE
           END-IF
           CLOSE PRESTAMOS-FILE
           GOBACK.

       GRABAR-RECUPERO.
           OPEN I-O RECUPEROS-FILE
           IF RECUPEROS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT RECUPEROS-FILE
               CLOSE RECUPEROS-FILE
               OPEN I-O RECUPEROS-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO RCP-TIMESTAMP
           MOVE LK-CBF TO RCP-CBF
           MOVE LK-TS-PRESTAMO TO RCP-TS-PRESTAMO
           MOVE LK-IMPORTE TO RCP-IMPORTE
           MOVE LK-MONEDA TO RCP-MONEDA
           MOVE LK-CANAL TO RCP-CANAL
           MOVE LK-USUARIO TO RCP-USUARIO
           MOVE LK-REFERENCIA TO RCP-REFERENCIA
           WRITE RCP-RECORD
               INVALID KEY
                   MOVE 3 TO LK-RESULTADO
           END-WRITE
           CLOSE RECUPEROS-FILE.
