       IDENTIFICATION DIVISION.
       PROGRAM-ID. registrar-sobre.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: registra el deposito en sobre
      *              del cajero recien acreditado. Retiene el importe
      *              declarado (crear-retencion, sin fecha de
      *              liberacion: solo la verificacion lo levanta) y
      *              graba el sobre pendiente en sobres-deposito.dat
      *              con el timestamp del credito, que es el numero
      *              de sobre que se imprime para el cliente y con el
      *              que la sucursal lo verifica (VERIFICAR-SOBRES).
      *              Si el sobre no se puede grabar la retencion
      *              queda puesta igual (el efectivo sigue sin
      *              verificar) y el llamador lo deja en el journal
      *              para que la sucursal la levante a mano
      *              (MANTENER-RETENCIONES) tras contar el sobre.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOBRES-FILE ASSIGN TO "sobres-deposito.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOBRES-FILE.
       COPY "sobre-deposito.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                       PIC XX.
       01  WS-MOTIVO-RETENCION               PIC X(30)
                             VALUE "Deposito en sobre a verificar".
       01  WS-FECHA-RETENCION                PIC 9(8) VALUE 99991231.
       01  WS-RET-TIMESTAMP                  PIC 9(14).
       01  WS-RET-RESULTADO                  PIC 9.

       LINKAGE SECTION.
       01  LK-CBF                  PIC 9(6).
       01  LK-IMPORTE              PIC S9(9)V99.
       01  LK-MONEDA               PIC X(3).
       01  LK-TIMESTAMP            PIC 9(14).
       01  LK-RESULTADO            PIC 9.

       PROCEDURE DIVISION USING LK-CBF, LK-IMPORTE, LK-MONEDA,
                                 LK-TIMESTAMP, LK-RESULTADO.
       MAIN-PARA.
           MOVE 0 TO LK-RESULTADO

           CALL 'crear-retencion' USING LK-CBF, LK-IMPORTE,
                WS-MOTIVO-RETENCION, WS-FECHA-RETENCION,
                WS-RET-TIMESTAMP, WS-RET-RESULTADO
           IF WS-RET-RESULTADO NOT = 0
               MOVE 1 TO LK-RESULTADO
               GOBACK
           END-IF

           OPEN I-O SOBRES-FILE
           IF FILE-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT SOBRES-FILE
               CLOSE SOBRES-FILE
               OPEN I-O SOBRES-FILE
           END-IF

           MOVE LK-CBF TO SB-CBF
           MOVE LK-TIMESTAMP TO SB-TIMESTAMP
           MOVE LK-IMPORTE TO SB-IMPORTE-DECLARADO
           MOVE LK-MONEDA TO SB-MONEDA
           MOVE WS-RET-TIMESTAMP TO SB-RF-TIMESTAMP
           MOVE 0 TO SB-IMPORTE-VERIFICADO
           MOVE 0 TO SB-DIFERENCIA
           MOVE SPACES TO SB-MOTIVO
           MOVE 0 TO SB-FECHA-VERIFICACION
           MOVE SPACES TO SB-USUARIO-VERIFICA
           SET SB-PENDIENTE TO TRUE

           WRITE SB-RECORD
               INVALID KEY
                   MOVE 1 TO LK-RESULTADO
           END-WRITE
           CLOSE SOBRES-FILE
           GOBACK.
