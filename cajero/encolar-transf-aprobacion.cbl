      *              del beneficiario declarado (LK-NOMBRE-DESTINO),
      *              para que el chequeo de lista de vigilancia rija
      *              tambien al aprobarse la orden diferida.
      *  2026-10-15  La orden encolada guarda el canal por el que entro
      *              (TA-CANAL, segun canal-operacion) para postearse
      *              con el mismo al aprobarse.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       WORKING-STORAGE SECTION.
       01  FILE-STATUS                PIC XX.
       01  PARAMETROS-STATUS          PIC XX.
       01  WS-CANAL-ACCION            PIC X(1) VALUE "L".

       LINKAGE SECTION.
       01  LK-SOLO-UMBRAL          PIC X(1).
           MOVE LK-BANCO-DESTINO TO TA-BANCO-DESTINO
           MOVE LK-CUENTA-EXTERNA TO TA-CUENTA-EXTERNA
           MOVE LK-NOMBRE-DESTINO TO TA-NOMBRE-DESTINO
           CALL "canal-operacion" USING WS-CANAL-ACCION, TA-CANAL
           MOVE SPACES TO TA-USUARIO-REVISA
           SET TA-PENDIENTE TO TRUE
           WRITE TA-RECORD
