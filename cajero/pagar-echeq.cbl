       IDENTIFICATION DIVISION.
       PROGRAM-ID. pagar-echeq.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: paga un echeq propio contra la
      *              cuenta del librador con los mismos criterios que
      *              COMPENSAR-CHEQUES para el cheque de papel: la
      *              cuenta debe existir, no estar cerrada ni con el
      *              titular fallecido, y el importe no puede superar
      *              el saldo mas CLI-LIMITE-DESCUBIERTO. El debito
      *              sale con codigo "C" y el numero en el memo.
      *              LK-RESULTADO = 0 pagado (LK-TIMESTAMP es el del
      *              debito), 1 rechazado con el motivo en LK-MOTIVO.
      *              Lo usan el deposito en nuestro banco
      *              (operar-echeq) y la camara (COMPENSAR-ECHEQS).
      *  2026-10-15  El rechazo por fondos insuficientes se asienta en
      *              rechazos-cheques.dat (registrar-rechazo-cheque,
      *              causal F) para informarlo y multar al librador.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       COPY "transaccion.cpy".
       01  CUENTAS-STATUS             PIC XX.
       01  WS-CBF-ALFA                PIC X(6).
       01  WS-SALDO-CALCULADO         PIC S9(10)V99.
       01  WS-FONDOS-DISPONIBLES      PIC S9(11)V99.
       01  WS-TIPO-VALOR              PIC X(1) VALUE "E".
       01  WS-CAUSAL                  PIC X(1) VALUE "F".
       01  WS-RESULTADO-RECHAZO       PIC 9.

       LINKAGE SECTION.
       01  LK-CBF                  PIC 9(6).
       01  LK-NUMERO               PIC 9(8).
       01  LK-IMPORTE              PIC 9(9)V99.
       01  LK-RESULTADO            PIC 9.
       01  LK-MOTIVO               PIC X(30).
       01  LK-TIMESTAMP            PIC 9(14).

       PROCEDURE DIVISION USING LK-CBF, LK-NUMERO, LK-IMPORTE,
                                 LK-RESULTADO, LK-MOTIVO,
                                 LK-TIMESTAMP.
       MAIN-PARA.
           MOVE 1 TO LK-RESULTADO
           MOVE SPACES TO LK-MOTIVO
           MOVE 0 TO LK-TIMESTAMP

           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE
           IF CUENTAS-STATUS NOT = "00"
               MOVE "Cuenta inexistente" TO LK-MOTIVO
               GOBACK
           END-IF
           MOVE LK-CBF TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   MOVE "Cuenta inexistente" TO LK-MOTIVO
           END-READ
           CLOSE CUENTAS-FILE

           EVALUATE TRUE
               WHEN LK-MOTIVO NOT = SPACES
                   CONTINUE
               WHEN CLI-CERRADA
                   MOVE "Cuenta cerrada" TO LK-MOTIVO
               WHEN CLI-FALLECIDO-SI
                   MOVE "Titular fallecido" TO LK-MOTIVO
               WHEN OTHER
                   PERFORM VERIFICAR-FONDOS
           END-EVALUATE
           GOBACK.

       VERIFICAR-FONDOS.
           MOVE LK-CBF TO WS-CBF-ALFA
           CALL "leer-saldo" USING WS-CBF-ALFA,
                WS-SALDO-CALCULADO, CLI-MONEDA
           COMPUTE WS-FONDOS-DISPONIBLES =
               WS-SALDO-CALCULADO + CLI-LIMITE-DESCUBIERTO
           IF LK-IMPORTE > WS-FONDOS-DISPONIBLES
               MOVE "Fondos insuficientes" TO LK-MOTIVO
               CALL "registrar-rechazo-cheque" USING LK-CBF,
                    WS-TIPO-VALOR, LK-NUMERO, LK-IMPORTE, WS-CAUSAL,
                    LK-MOTIVO, WS-RESULTADO-RECHAZO
           ELSE
               PERFORM DEBITAR-ECHEQ
           END-IF.

       DEBITAR-ECHEQ.
           MOVE LK-CBF TO P-CBF
           MOVE "C" TO P-DESCRIPCION
           MOVE LK-IMPORTE TO P-IMPORTE
           MOVE CLI-MONEDA TO P-MONEDA
           MOVE 0 TO P-REF-KEY
           MOVE "N" TO P-OVERRIDE
           MOVE SPACES TO P-MEMO
           STRING "ECHEQ NRO " DELIMITED BY SIZE
                  LK-NUMERO DELIMITED BY SIZE
               INTO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO
           IF RESULTADO = 0
               MOVE 0 TO LK-RESULTADO
               MOVE P-TIMESTAMP TO LK-TIMESTAMP
           ELSE
               MOVE "Error al postear debito" TO LK-MOTIVO
           END-IF.
