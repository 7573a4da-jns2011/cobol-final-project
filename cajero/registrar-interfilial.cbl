       IDENTIFICATION DIVISION.
       PROGRAM-ID. registrar-interfilial.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: despues de una operacion de
      *              efectivo por ventanilla ya posteada e imputada a
      *              la caja del cajero humano, compara la sucursal de
      *              esa caja (cajas-cajeros.dat del dia) con la de la
      *              cuenta (CLI-SUCURSAL). Si difieren deja la
      *              operacion en operaciones-interfiliales.dat para
      *              el asiento interfilial nocturno
      *              (ASIENTOS-INTERFILIALES). LK-RESULTADO: 0 misma
      *              sucursal o registrada, 1 no se pudo registrar
      *              (sin caja del dia o sin la cuenta).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAJAS-FILE ASSIGN TO "cajas-cajeros.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAJ-KEY
               FILE STATUS IS CAJAS-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT INTERFILIAL-FILE
               ASSIGN TO "operaciones-interfiliales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OIF-KEY
               FILE STATUS IS INTERFILIAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAJAS-FILE.
       COPY "caja-cajero.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  INTERFILIAL-FILE.
       COPY "operacion-interfilial.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  CAJAS-STATUS               PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  INTERFILIAL-STATUS         PIC XX.
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-SUC-CAJA                PIC 9(3) VALUE 0.
       01  WS-SUC-CUENTA              PIC 9(3) VALUE 0.

       LINKAGE SECTION.
       01  LK-USUARIO              PIC X(8).
       01  LK-CBF                  PIC 9(6).
       01  LK-TIMESTAMP            PIC 9(14).
       01  LK-RESULTADO            PIC 9.

       PROCEDURE DIVISION USING LK-USUARIO, LK-CBF, LK-TIMESTAMP,
                                 LK-RESULTADO.
       MAIN-PARA.
           MOVE 0 TO LK-RESULTADO
           COPY "cargar-rutas.cpy".
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM LEER-SUCURSAL-CAJA
           IF LK-RESULTADO = 0
               PERFORM LEER-SUCURSAL-CUENTA
           END-IF
           IF LK-RESULTADO = 0
              AND WS-SUC-CAJA NOT = WS-SUC-CUENTA
               PERFORM GRABAR-OPERACION
           END-IF
           GOBACK.

       LEER-SUCURSAL-CAJA.
           OPEN INPUT CAJAS-FILE
           IF CAJAS-STATUS NOT = "00"
               MOVE 1 TO LK-RESULTADO
           ELSE
               MOVE LK-USUARIO TO CAJ-USUARIO
               MOVE WS-FECHA-HOY TO CAJ-FECHA
               READ CAJAS-FILE
                   KEY IS CAJ-KEY
                   INVALID KEY
                       MOVE 1 TO LK-RESULTADO
                   NOT INVALID KEY
                       MOVE CAJ-SUCURSAL TO WS-SUC-CAJA
               END-READ
               CLOSE CAJAS-FILE
           END-IF.

       LEER-SUCURSAL-CUENTA.
           OPEN INPUT CUENTAS-FILE
           IF CUENTAS-STATUS NOT = "00"
               MOVE 1 TO LK-RESULTADO
           ELSE
               MOVE LK-CBF TO CLI-CBF
               READ CUENTAS-FILE
                   KEY IS CLI-CBF
                   INVALID KEY
                       MOVE 1 TO LK-RESULTADO
                   NOT INVALID KEY
                       MOVE CLI-SUCURSAL TO WS-SUC-CUENTA
               END-READ
               CLOSE CUENTAS-FILE
           END-IF.

       GRABAR-OPERACION.
           OPEN I-O INTERFILIAL-FILE
           IF INTERFILIAL-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT INTERFILIAL-FILE
               CLOSE INTERFILIAL-FILE
               OPEN I-O INTERFILIAL-FILE
           END-IF
           MOVE LK-CBF TO OIF-CBF
           MOVE LK-TIMESTAMP TO OIF-TIMESTAMP
           MOVE WS-SUC-CAJA TO OIF-SUC-OPERADORA
           MOVE WS-SUC-CUENTA TO OIF-SUC-CUENTA
           MOVE LK-USUARIO TO OIF-USUARIO
           WRITE OIF-RECORD
               INVALID KEY
                   MOVE 1 TO LK-RESULTADO
           END-WRITE
           CLOSE INTERFILIAL-FILE.
