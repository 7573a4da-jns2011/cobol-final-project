       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTEAR-DIARIO-MAYOR.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Posteo del diario al libro mayor propio: toma el asiento
      *  del dia que entrego EXPORTAR-GL (gl-movimientos.dat) y suma
      *  cada pata al debe o al haber de su cuenta del plan, por
      *  sucursal y moneda, en el mes de la fecha
      *  (mayor-saldos.dat, via postear-mayor). Las patas sin
      *  sucursal (revaluacion, prevision, castigos, recuperos) van
      *  a la sucursal 000. Corre despues de EXPORTAR-GL y antes de
      *  la fecha siguiente. No postea:
      *    - un diario descuadrado o con patas de otra fecha;
      *    - una fecha ya posteada (mayor-posteos.dat, tipo "D");
      *    - una fecha de un ejercicio ya cerrado por
      *      CERRAR-EJERCICIO.
      *  BALANCE-SUMAS-SALDOS lista los saldos por mes.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MOV-FILE ASSIGN TO "gl-movimientos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-MOV-STATUS.

           SELECT POSTEOS-FILE ASSIGN TO "mayor-posteos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MP-KEY
               FILE STATUS IS POSTEOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Mismo layout que gl-movimientos.dat (EXPORTAR-GL).
       FD  GL-MOV-FILE.
       01  GL-MOV-REGISTRO.
           05  GLM-FECHA              PIC 9(8).
           05  GLM-CUENTA             PIC X(8).
           05  GLM-TIPO               PIC X(2).
           05  GLM-DEBCRED            PIC X(1).
           05  GLM-IMPORTE            PIC 9(9)V99.
           05  GLM-MONEDA             PIC X(3).
           05  GLM-REFERENCIA         PIC 9(14).
           05  GLM-SUCURSAL           PIC X(3).

       FD  POSTEOS-FILE.
       COPY "mayor-posteo.cpy".

       WORKING-STORAGE SECTION.
       01  GL-MOV-STATUS              PIC XX.
       01  POSTEOS-STATUS             PIC XX.
       01  WS-SEGUIR                  PIC X VALUE 'S'.
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-FECHA-DIARIO            PIC 9(8) VALUE 0.
       01  WS-FECHA-CIERRE-EJ         PIC 9(8).
       01  WS-OTRA-FECHA              PIC 9(6) VALUE 0.
       01  WS-PATAS                   PIC 9(6) VALUE 0.
       01  WS-TOTAL-DEBITOS           PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-CREDITOS          PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-DISPLAY           PIC Z(12)9.99.

      *    Parametros de postear-mayor.
       01  WS-PM-ACCION               PIC X(1).
       01  WS-PM-CUENTA               PIC X(8).
       01  WS-PM-SUCURSAL             PIC X(3).
       01  WS-PM-MONEDA               PIC X(3).
       01  WS-PM-PERIODO              PIC 9(6).
       01  WS-PM-DEBCRED              PIC X(1).
       01  WS-PM-IMPORTE              PIC 9(13)V99.
       01  WS-PM-RESULTADO            PIC 9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-FIN
           IF WS-SEGUIR = 'S'
               PERFORM 2000-POSTEAR-DIARIO
           END-IF
           PERFORM 9000-FINALIZAR
           STOP RUN.

      *    Primera pasada: el diario tiene que ser de una sola fecha
      *    y cuadrar antes de tocar el mayor.
       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  POSTEO DEL DIARIO AL LIBRO MAYOR".
           DISPLAY "==========================================".
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           OPEN INPUT GL-MOV-FILE
           IF GL-MOV-STATUS NOT = "00"
               DISPLAY "No hay diario del GL (gl-movimientos.dat)."
               MOVE 'N' TO WS-SEGUIR
               GO TO 1000-INICIALIZAR-FIN
           END-IF
           PERFORM UNTIL GL-MOV-STATUS = "10"
               READ GL-MOV-FILE
                   AT END
                       MOVE "10" TO GL-MOV-STATUS
                   NOT AT END
                       PERFORM 1100-CONTROLAR-PATA
               END-READ
           END-PERFORM
           CLOSE GL-MOV-FILE

           IF WS-PATAS = 0
               DISPLAY "El diario esta vacio: nada que postear."
               MOVE 'N' TO WS-SEGUIR
               GO TO 1000-INICIALIZAR-FIN
           END-IF
           DISPLAY "Diario del " WS-FECHA-DIARIO ": " WS-PATAS
                   " patas."
           IF WS-OTRA-FECHA > 0
               DISPLAY "OPERADOR: " WS-OTRA-FECHA " patas de otra"
                       " fecha; el diario NO se postea."
               MOVE 'N' TO WS-SEGUIR
               GO TO 1000-INICIALIZAR-FIN
           END-IF
           IF WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
               DISPLAY "OPERADOR: el diario no cuadra; NO se"
                       " postea."
               MOVE 'N' TO WS-SEGUIR
               GO TO 1000-INICIALIZAR-FIN
           END-IF

           OPEN I-O POSTEOS-FILE
           IF POSTEOS-STATUS NOT = "00"
               OPEN OUTPUT POSTEOS-FILE
               CLOSE POSTEOS-FILE
               OPEN I-O POSTEOS-FILE
           END-IF
           COMPUTE WS-FECHA-CIERRE-EJ =
               WS-FECHA-DIARIO / 10000 * 10000 + 1231
           MOVE WS-FECHA-CIERRE-EJ TO MP-FECHA
           SET MP-CIERRE-EJERCICIO TO TRUE
           READ POSTEOS-FILE
               KEY IS MP-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "OPERADOR: el ejercicio de esa fecha ya"
                           " esta cerrado; NO se postea."
                   MOVE 'N' TO WS-SEGUIR
           END-READ
           IF WS-SEGUIR = 'S'
               MOVE WS-FECHA-DIARIO TO MP-FECHA
               SET MP-DIARIO TO TRUE
               READ POSTEOS-FILE
                   KEY IS MP-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "El diario de esa fecha ya esta"
                               " posteado el " MP-FECHA-PROCESO "."
                       MOVE 'N' TO WS-SEGUIR
               END-READ
           END-IF
           IF WS-SEGUIR NOT = 'S'
               CLOSE POSTEOS-FILE
           END-IF.
       1000-INICIALIZAR-FIN.
           EXIT.

       1100-CONTROLAR-PATA.
           ADD 1 TO WS-PATAS
           IF WS-FECHA-DIARIO = 0
               MOVE GLM-FECHA TO WS-FECHA-DIARIO
           END-IF
           IF GLM-FECHA NOT = WS-FECHA-DIARIO
               ADD 1 TO WS-OTRA-FECHA
           END-IF
           IF GLM-DEBCRED = "D"
               ADD GLM-IMPORTE TO WS-TOTAL-DEBITOS
           ELSE
               ADD GLM-IMPORTE TO WS-TOTAL-CREDITOS
           END-IF.

      *    Segunda pasada: cada pata a su cuenta, sucursal y moneda
      *    del mes; al final la constancia de la fecha posteada.
       2000-POSTEAR-DIARIO.
           MOVE "A" TO WS-PM-ACCION
           CALL "postear-mayor" USING WS-PM-ACCION, WS-PM-CUENTA,
                WS-PM-SUCURSAL, WS-PM-MONEDA, WS-PM-PERIODO,
                WS-PM-DEBCRED, WS-PM-IMPORTE, WS-PM-RESULTADO
           IF WS-PM-RESULTADO NOT = 1
               DISPLAY "No se pudo abrir el libro mayor"
                       " (mayor-saldos.dat)."
               CLOSE POSTEOS-FILE
               MOVE 'N' TO WS-SEGUIR
           ELSE
               OPEN INPUT GL-MOV-FILE
               PERFORM UNTIL GL-MOV-STATUS = "10"
                   READ GL-MOV-FILE
                       AT END
                           MOVE "10" TO GL-MOV-STATUS
                       NOT AT END
                           PERFORM 2100-POSTEAR-PATA
                   END-READ
               END-PERFORM
               CLOSE GL-MOV-FILE
               MOVE "C" TO WS-PM-ACCION
               CALL "postear-mayor" USING WS-PM-ACCION,
                    WS-PM-CUENTA, WS-PM-SUCURSAL, WS-PM-MONEDA,
                    WS-PM-PERIODO, WS-PM-DEBCRED, WS-PM-IMPORTE,
                    WS-PM-RESULTADO

               MOVE WS-FECHA-DIARIO TO MP-FECHA
               SET MP-DIARIO TO TRUE
               MOVE WS-PATAS TO MP-PATAS
               MOVE WS-TOTAL-DEBITOS TO MP-DEBITOS
               MOVE WS-TOTAL-CREDITOS TO MP-CREDITOS
               MOVE WS-FECHA-HOY TO MP-FECHA-PROCESO
               MOVE "BATCH" TO MP-USUARIO
               WRITE MP-RECORD
               CLOSE POSTEOS-FILE
           END-IF.

       2100-POSTEAR-PATA.
           MOVE "P" TO WS-PM-ACCION
           MOVE GLM-CUENTA TO WS-PM-CUENTA
           MOVE GLM-SUCURSAL TO WS-PM-SUCURSAL
           IF WS-PM-SUCURSAL = SPACES
               MOVE "000" TO WS-PM-SUCURSAL
           END-IF
           MOVE GLM-MONEDA TO WS-PM-MONEDA
           MOVE GLM-FECHA(1:6) TO WS-PM-PERIODO
           MOVE GLM-DEBCRED TO WS-PM-DEBCRED
           MOVE GLM-IMPORTE TO WS-PM-IMPORTE
           CALL "postear-mayor" USING WS-PM-ACCION, WS-PM-CUENTA,
                WS-PM-SUCURSAL, WS-PM-MONEDA, WS-PM-PERIODO,
                WS-PM-DEBCRED, WS-PM-IMPORTE, WS-PM-RESULTADO.

       9000-FINALIZAR.
           DISPLAY "------------------------------------------".
           IF WS-SEGUIR = 'S'
               DISPLAY "Diario posteado: " WS-FECHA-DIARIO
           ELSE
               DISPLAY "No se posteo nada."
           END-IF
           MOVE WS-TOTAL-DEBITOS TO WS-TOTAL-DISPLAY
           DISPLAY "Total debitos:  $ " WS-TOTAL-DISPLAY.
           MOVE WS-TOTAL-CREDITOS TO WS-TOTAL-DISPLAY
           DISPLAY "Total creditos: $ " WS-TOTAL-DISPLAY.
           DISPLAY "==========================================".
