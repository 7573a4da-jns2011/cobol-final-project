       IDENTIFICATION DIVISION.
       PROGRAM-ID. postear-mayor.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: posteo de una pata de asiento
      *              en el libro mayor propio (mayor-saldos.dat, por
      *              cuenta del plan x sucursal x moneda x mes).
      *              Acciones:
      *                "A" abrir mayor-saldos.dat (lo crea si falta)
      *                "P" postear LK-IMPORTE al debe ("D") o al
      *                    haber ("C") de la cuenta en LK-PERIODO
      *                "C" cerrar
      *              Si la cuenta no tiene registro en el mes se crea
      *              con el saldo de cierre de su ultimo mes anterior.
      *              Un posteo en un mes que ya tiene meses
      *              posteriores corrige el saldo inicial de todos
      *              ellos. Importe cero solo abre el registro del mes
      *              (apertura del ejercicio). LK-RESULTADO = 1 bien,
      *              0 si el archivo no esta abierto.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAYOR-FILE ASSIGN TO "mayor-saldos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-KEY
               FILE STATUS IS MAYOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAYOR-FILE.
       COPY "saldo-mayor.cpy".

       WORKING-STORAGE SECTION.
       01  MAYOR-STATUS               PIC XX.
       01  WS-ABIERTO                 PIC X VALUE 'N'.
       01  WS-ARRASTRE                PIC S9(13)V99.
       01  WS-NETO                    PIC S9(13)V99.
       01  WS-FIN-BUSQUEDA            PIC X.

       LINKAGE SECTION.
       01  LK-ACCION               PIC X(1).
       01  LK-CUENTA               PIC X(8).
       01  LK-SUCURSAL             PIC X(3).
       01  LK-MONEDA               PIC X(3).
       01  LK-PERIODO              PIC 9(6).
       01  LK-DEBCRED              PIC X(1).
       01  LK-IMPORTE              PIC 9(13)V99.
       01  LK-RESULTADO            PIC 9.

       PROCEDURE DIVISION USING LK-ACCION, LK-CUENTA, LK-SUCURSAL,
                                 LK-MONEDA, LK-PERIODO, LK-DEBCRED,
                                 LK-IMPORTE, LK-RESULTADO.
       MAIN-PARA.
           MOVE 1 TO LK-RESULTADO
           EVALUATE LK-ACCION
               WHEN "A"
                   PERFORM ABRIR-MAYOR
               WHEN "P"
                   IF WS-ABIERTO = 'S'
                       PERFORM POSTEAR-PATA
                   ELSE
                       MOVE 0 TO LK-RESULTADO
                   END-IF
               WHEN "C"
                   IF WS-ABIERTO = 'S'
                       CLOSE MAYOR-FILE
                       MOVE 'N' TO WS-ABIERTO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       ABRIR-MAYOR.
           OPEN I-O MAYOR-FILE
           IF MAYOR-STATUS NOT = "00"
               OPEN OUTPUT MAYOR-FILE
               CLOSE MAYOR-FILE
               OPEN I-O MAYOR-FILE
           END-IF
           IF MAYOR-STATUS = "00"
               MOVE 'S' TO WS-ABIERTO
           ELSE
               MOVE 0 TO LK-RESULTADO
           END-IF.

       POSTEAR-PATA.
           PERFORM ARMAR-CLAVE
           READ MAYOR-FILE
               KEY IS SM-KEY
               INVALID KEY
                   PERFORM CREAR-MES
           END-READ
           IF LK-DEBCRED = "D"
               ADD LK-IMPORTE TO SM-DEBITOS
               MOVE LK-IMPORTE TO WS-NETO
           ELSE
               ADD LK-IMPORTE TO SM-CREDITOS
               COMPUTE WS-NETO = LK-IMPORTE * -1
           END-IF
           REWRITE SM-RECORD
           IF WS-NETO NOT = 0
               PERFORM PROPAGAR-MESES-POSTERIORES
           END-IF.

       ARMAR-CLAVE.
           MOVE LK-CUENTA TO SM-CUENTA
           MOVE LK-SUCURSAL TO SM-SUCURSAL
           MOVE LK-MONEDA TO SM-MONEDA
           MOVE LK-PERIODO TO SM-PERIODO.

      *    El saldo inicial del mes nuevo es el de cierre del ultimo
      *    mes anterior de la misma cuenta, sucursal y moneda.
       CREAR-MES.
           MOVE 0 TO WS-ARRASTRE
           MOVE 'N' TO WS-FIN-BUSQUEDA
           PERFORM ARMAR-CLAVE
           MOVE 0 TO SM-PERIODO
           START MAYOR-FILE KEY IS >= SM-KEY
               INVALID KEY
                   MOVE 'S' TO WS-FIN-BUSQUEDA
           END-START
           PERFORM UNTIL WS-FIN-BUSQUEDA = 'S'
               READ MAYOR-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-BUSQUEDA
                   NOT AT END
                       IF SM-CUENTA NOT = LK-CUENTA
                          OR SM-SUCURSAL NOT = LK-SUCURSAL
                          OR SM-MONEDA NOT = LK-MONEDA
                          OR SM-PERIODO NOT < LK-PERIODO
                           MOVE 'S' TO WS-FIN-BUSQUEDA
                       ELSE
                           COMPUTE WS-ARRASTRE = SM-SALDO-INICIAL
                               + SM-DEBITOS - SM-CREDITOS
                       END-IF
               END-READ
           END-PERFORM
           PERFORM ARMAR-CLAVE
           MOVE WS-ARRASTRE TO SM-SALDO-INICIAL
           MOVE 0 TO SM-DEBITOS
           MOVE 0 TO SM-CREDITOS
           WRITE SM-RECORD
           PERFORM ARMAR-CLAVE
           READ MAYOR-FILE
               KEY IS SM-KEY
           END-READ.

       PROPAGAR-MESES-POSTERIORES.
           MOVE 'N' TO WS-FIN-BUSQUEDA
           START MAYOR-FILE KEY IS > SM-KEY
               INVALID KEY
                   MOVE 'S' TO WS-FIN-BUSQUEDA
           END-START
           PERFORM UNTIL WS-FIN-BUSQUEDA = 'S'
               READ MAYOR-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-BUSQUEDA
                   NOT AT END
                       IF SM-CUENTA NOT = LK-CUENTA
                          OR SM-SUCURSAL NOT = LK-SUCURSAL
                          OR SM-MONEDA NOT = LK-MONEDA
                           MOVE 'S' TO WS-FIN-BUSQUEDA
                       ELSE
                           ADD WS-NETO TO SM-SALDO-INICIAL
                           REWRITE SM-RECORD
                       END-IF
               END-READ
           END-PERFORM.
