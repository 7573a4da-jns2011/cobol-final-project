      *  exceden la retencion configurada (PARM-GENERACIONES, 7 por
      *  defecto). Corre como ultimo paso del proceso nocturno;
      *  RESTAURAR-BACKUP repone una generacion completa del catalogo.
      *  El timestamp de cada generacion en el catalogo marca el
      *  inicio de la copia: desde ahi RECUPERAR-BITACORA reaplica la
      *  bitacora de imagenes posteriores despues de una restauracion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  CAT-TIPO               PIC X(1).
               88  CAT-GENERACION     VALUE "B".
               88  CAT-RESTAURACION   VALUE "R".
               88  CAT-RECUPERACION   VALUE "F".
           05  CAT-FECHA              PIC 9(8).
           05  CAT-TIMESTAMP          PIC 9(14).

       01  WS-GENERACIONES-RETENER    PIC 9(2) VALUE 7.
       01  WS-COMANDO                 PIC X(250).
       01  WS-FECHA-TEXTO             PIC X(8).
       01  WS-TIMESTAMP-COPIA         PIC 9(14).

      *    Generaciones leidas del catalogo (a lo sumo 99 vigentes).
       01  WS-CANT-GENERACIONES       PIC 9(2) VALUE 0.
           END-IF
           CALL "SYSTEM" USING "mkdir -p backups".

      *    El timestamp de la generacion se toma ANTES de copiar: lo
      *    que se grabe durante la copia puede o no haber entrado al
      *    backup, y RECUPERAR-BITACORA lo reaplica igual (reaplicar
      *    una imagen posterior dos veces deja el mismo registro).
       2000-COPIAR-ARCHIVOS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP-COPIA
           PERFORM VARYING WS-IDX-ARCH FROM 1 BY 1
                   UNTIL WS-IDX-ARCH > 6
               EVALUATE WS-IDX-ARCH
           END-IF
           SET CAT-GENERACION TO TRUE
           MOVE WS-FECHA-HOY TO CAT-FECHA
           MOVE WS-TIMESTAMP-COPIA TO CAT-TIMESTAMP
           WRITE CATALOGO-REGISTRO
           CLOSE CATALOGO-FILE.

      *    Poda: se releen las generaciones del catalogo y, si hay
      *    mas que la retencion, se borran los archivos de las mas
      *    viejas y se reescribe el catalogo sin esas entradas (los
      *    eventos de restauracion y de recuperacion desde la
      *    bitacora se conservan siempre).
       4000-PODAR-GENERACIONES.
           MOVE 0 TO WS-CANT-GENERACIONES
           OPEN INPUT CATALOGO-FILE
                   AT END
                       MOVE "10" TO CATALOGO-STATUS
                   NOT AT END
                       IF CAT-RESTAURACION OR CAT-RECUPERACION
                          OR CAT-FECHA > WS-GEN-FECHA(WS-CORTE-GEN)
                           MOVE CATALOGO-REGISTRO
                               TO CATALOGO-REGISTRO-NUEVO
