       IDENTIFICATION DIVISION.
       PROGRAM-ID. imprimir-recibo.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  El recibo lleva, despues del codigo de operacion,
      *              su descripcion tomada del catalogo de mensajes
      *              (mensaje-catalogo, ID REC-<codigo>) en el idioma
      *              que eligio el cliente en el cajero; fuera del
      *              cajero sale en castellano.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CU-ALIAS           PIC X(20).
       01  WS-CU-ENCONTRADA      PIC 9.
       01  WS-CLAVE-TEXTO        PIC X(22).
       01  WS-MSG-ACCION         PIC X(1) VALUE "O".
       01  WS-MSG-ID             PIC X(7).
       01  WS-MSG-IDIOMA         PIC X(2) VALUE SPACES.
       01  WS-DESC-TEXTO         PIC X(70).

       LINKAGE SECTION.
       01  LK-CBF                PIC 9(6).
               MOVE WS-CU-CLAVE TO WS-CLAVE-TEXTO
           END-IF

      *    Descripcion de la operacion en el idioma de la sesion.
           MOVE SPACES TO WS-MSG-ID
           STRING "REC-" DELIMITED BY SIZE
                  LK-DESCRIPCION DELIMITED BY SIZE
               INTO WS-MSG-ID
           MOVE SPACES TO WS-DESC-TEXTO
           CALL "mensaje-catalogo" USING WS-MSG-ACCION, WS-MSG-ID,
                WS-MSG-IDIOMA, WS-DESC-TEXTO
           IF WS-DESC-TEXTO = WS-MSG-ID
               MOVE SPACES TO WS-DESC-TEXTO
           END-IF

           OPEN EXTEND RECIBOS-FILE
           IF FILE-STATUS NOT = "00"
               OPEN OUTPUT RECIBOS-FILE
                  ";" DELIMITED BY SIZE
                  LK-DESCRIPCION DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-DESC-TEXTO DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  WS-IMPORTE-FOR DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-SALDO-FOR DELIMITED BY SIZE
