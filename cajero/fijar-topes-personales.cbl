       IDENTIFICATION DIVISION.
       PROGRAM-ID. fijar-topes-personales.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: aplica un cambio de topes
      *              personales de extraccion del CBF con las reglas
      *              que tenia gestionar-topes, para que rijan igual
      *              desde el cajero y desde home banking
      *              (INGRESAR-HOME-BANKING). Ningun tope supera el
      *              maximo del banco; una BAJA rige al instante y
      *              una SUBA queda pendiente 24 horas
      *              (TP-FECHA-VIGENCIA) con aviso al cliente por
      *              encolar-notificacion. LK-RESULTADO: 0 aplicado,
      *              1 suba pendiente (LK-FECHA-VIGENCIA), 2 tope por
      *              operacion sobre el maximo del banco, 3 tope
      *              diario sobre el maximo del banco, 9 error al
      *              grabar.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOPES-FILE ASSIGN TO "topes-personales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-CBF
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TOPES-FILE.
       COPY "tope-personal.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                PIC XX.
       01  WS-TOPE-EXT-BANCO          PIC 9(6).
       01  WS-TOPE-DIARIO-BANCO       PIC 9(7).
       01  WS-CBF-SUPERVISOR          PIC 9(6).
       01  WS-CANT-1000               PIC 9(5).
       01  WS-CANT-500                PIC 9(5).
       01  WS-CANT-200                PIC 9(5).
       01  WS-CANT-100                PIC 9(5).
       01  WS-EMAIL-OPS               PIC X(50).

       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-DIAS-HOY                PIC 9(7).
       01  WS-HAY-REGISTRO            PIC X VALUE 'N'.
       01  WS-HAY-SUBA                PIC X VALUE 'N'.

       01  WS-NOTIF-EVENTO            PIC X(20).
       01  WS-NOTIF-ASUNTO            PIC X(60).
       01  WS-NOTIF-CUERPO            PIC X(80).
       01  WS-NOTIF-RESULTADO         PIC 9.
       01  WS-NOTIF-CBF               PIC 9(6).

       LINKAGE SECTION.
       01  LK-CBF                  PIC X(6).
       01  LK-EMAIL                PIC X(50).
       01  LK-TOPE-OPERACION       PIC 9(6).
       01  LK-TOPE-DIARIO          PIC 9(7).
       01  LK-RESULTADO            PIC 9.
       01  LK-FECHA-VIGENCIA       PIC 9(8).

       PROCEDURE DIVISION USING LK-CBF, LK-EMAIL, LK-TOPE-OPERACION,
                                 LK-TOPE-DIARIO, LK-RESULTADO,
                                 LK-FECHA-VIGENCIA.
       MAIN-PARA.
           MOVE 0 TO LK-RESULTADO
           MOVE 0 TO LK-FECHA-VIGENCIA
           CALL 'leer-parametros' USING WS-TOPE-EXT-BANCO,
                WS-TOPE-DIARIO-BANCO, WS-CBF-SUPERVISOR,
                WS-CANT-1000, WS-CANT-500, WS-CANT-200,
                WS-CANT-100, WS-EMAIL-OPS

           EVALUATE TRUE
               WHEN LK-TOPE-OPERACION > WS-TOPE-EXT-BANCO
                   MOVE 2 TO LK-RESULTADO
                   GOBACK
               WHEN LK-TOPE-DIARIO > WS-TOPE-DIARIO-BANCO
                   MOVE 3 TO LK-RESULTADO
                   GOBACK
           END-EVALUATE

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)

           OPEN I-O TOPES-FILE
           IF FILE-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT TOPES-FILE
               CLOSE TOPES-FILE
               OPEN I-O TOPES-FILE
           END-IF

           PERFORM LEER-REGISTRO
           PERFORM APLICAR-CAMBIOS

           CLOSE TOPES-FILE
           GOBACK.

       LEER-REGISTRO.
           MOVE 'N' TO WS-HAY-REGISTRO
           MOVE LK-CBF TO TP-CBF
           READ TOPES-FILE
               KEY IS TP-CBF
               INVALID KEY
                   MOVE LK-CBF TO TP-CBF
                   MOVE 0 TO TP-TOPE-OPERACION
                   MOVE 0 TO TP-TOPE-DIARIO
                   MOVE 0 TO TP-TOPE-OPER-PEND
                   MOVE 0 TO TP-TOPE-DIA-PEND
                   MOVE 0 TO TP-FECHA-VIGENCIA
                   MOVE SPACE TO TP-PEND-OPER
                   MOVE SPACE TO TP-PEND-DIA
               NOT INVALID KEY
                   MOVE 'S' TO WS-HAY-REGISTRO
           END-READ.

      *    Una baja (o un tope nuevo donde no habia) rige ya; una
      *    suba queda pendiente 24 horas. "Sin tope propio" (cero)
      *    equivale a volver al maximo del banco, o sea una suba.
       APLICAR-CAMBIOS.
           MOVE 'N' TO WS-HAY-SUBA

           IF LK-TOPE-OPERACION NOT = TP-TOPE-OPERACION
               IF TP-TOPE-OPERACION = 0
                  OR (LK-TOPE-OPERACION NOT = 0
                      AND LK-TOPE-OPERACION < TP-TOPE-OPERACION)
                   MOVE LK-TOPE-OPERACION TO TP-TOPE-OPERACION
               ELSE
      *            El pendiente puede ser cero (quitar el tope
      *            propio): la marca TP-PEND-OPER es la que dice
      *            que hay suba, no el valor.
                   MOVE LK-TOPE-OPERACION TO TP-TOPE-OPER-PEND
                   SET TP-PEND-OPER-SI TO TRUE
                   MOVE 'S' TO WS-HAY-SUBA
               END-IF
           END-IF

           IF LK-TOPE-DIARIO NOT = TP-TOPE-DIARIO
               IF TP-TOPE-DIARIO = 0
                  OR (LK-TOPE-DIARIO NOT = 0
                      AND LK-TOPE-DIARIO < TP-TOPE-DIARIO)
                   MOVE LK-TOPE-DIARIO TO TP-TOPE-DIARIO
               ELSE
                   MOVE LK-TOPE-DIARIO TO TP-TOPE-DIA-PEND
                   SET TP-PEND-DIA-SI TO TRUE
                   MOVE 'S' TO WS-HAY-SUBA
               END-IF
           END-IF

           IF WS-HAY-SUBA = 'S'
               COMPUTE TP-FECHA-VIGENCIA =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-HOY + 1)
               PERFORM AVISAR-SUBA
           END-IF

           PERFORM GRABAR-REGISTRO
           IF LK-RESULTADO = 0 AND WS-HAY-SUBA = 'S'
               MOVE 1 TO LK-RESULTADO
               MOVE TP-FECHA-VIGENCIA TO LK-FECHA-VIGENCIA
           END-IF.

       GRABAR-REGISTRO.
           IF WS-HAY-REGISTRO = 'S'
               REWRITE TP-RECORD
                   INVALID KEY
                       MOVE 9 TO LK-RESULTADO
               END-REWRITE
           ELSE
               WRITE TP-RECORD
                   INVALID KEY
                       MOVE 9 TO LK-RESULTADO
               END-WRITE
           END-IF.

       AVISAR-SUBA.
           MOVE "SUBA-TOPE" TO WS-NOTIF-EVENTO
           MOVE LK-CBF TO WS-NOTIF-CBF
           MOVE "Pedido de suba de tope de extraccion"
               TO WS-NOTIF-ASUNTO
           MOVE "Se pidio subir su tope; rige en 24 hs. Si no fue ust"
               TO WS-NOTIF-CUERPO
           CALL 'encolar-notificacion' USING WS-NOTIF-CBF,
                WS-NOTIF-EVENTO, LK-EMAIL, WS-NOTIF-ASUNTO,
                WS-NOTIF-CUERPO, WS-NOTIF-RESULTADO.
