       IDENTIFICATION DIVISION.
       PROGRAM-ID. atender-autorizaciones-menor.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: atencion de los pedidos de
      *              autorizacion de las cuentas de menores a cargo
      *              del tutor, mostrada por el cajero apenas inicia
      *              la sesion (como atender-cobros). Por cada pedido
      *              pendiente el tutor aprueba o rechaza; aprobar no
      *              postea nada: habilita al menor a repetir la
      *              operacion (controlar-operacion-menor consume la
      *              aprobacion). Ambos desenlaces se avisan al menor
      *              via encolar-notificacion y quedan en el journal
      *              de la sesion del tutor.
      *  2026-10-15  Los textos de pantalla salen del catalogo de
      *              mensajes (mensaje-catalogo) en el idioma de la
      *              sesion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTORIZACIONES-FILE
               ASSIGN TO "autorizaciones-menor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-KEY
               ALTERNATE RECORD KEY IS AM-CBF-MENOR
                     WITH DUPLICATES
               FILE STATUS IS AUTORIZACIONES-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTORIZACIONES-FILE.
       COPY "autorizacion-menor.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  AUTORIZACIONES-STATUS      PIC XX.
       01  CUENTAS-STATUS             PIC XX.

       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-OPCION                  PIC X.
       01  WS-IMPORTE-DISPLAY         PIC Z(8)9.99.

       01  WS-EMAIL-MENOR             PIC X(50).
       01  WS-NOTIF-EVENTO            PIC X(20).
       01  WS-NOTIF-ASUNTO            PIC X(60).
       01  WS-NOTIF-CUERPO            PIC X(80).
       01  WS-NOTIF-RESULTADO         PIC 9.
       01  WS-NOTIF-CBF               PIC 9(6).

       01  WS-JRN-CBF                 PIC X(6).
       01  WS-JRN-EVENTO              PIC X(20).
       01  WS-JRN-DETALLE             PIC X(60).

      *    Textos de pantalla del catalogo de mensajes
      *    (mensaje-catalogo) en el idioma de la sesion del cajero.
       01  WS-MSG-ACCION              PIC X(1).
       01  WS-MSG-ID                  PIC X(7).
       01  WS-MSG-IDIOMA              PIC X(2) VALUE SPACES.
       01  WS-MSG-TEXTO               PIC X(70).
       01  WS-MSG-TEXTO-AUX           PIC X(70).

       LINKAGE SECTION.
       01  LK-CBF                  PIC 9(6).

       PROCEDURE DIVISION USING LK-CBF.
       0000-MAINLINE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COPY "cargar-rutas.cpy".
           MOVE LK-CBF TO WS-JRN-CBF
           OPEN I-O AUTORIZACIONES-FILE
           IF AUTORIZACIONES-STATUS = "00"
               PERFORM 2000-RECORRER-PENDIENTES
               CLOSE AUTORIZACIONES-FILE
           END-IF
           GOBACK.

       2000-RECORRER-PENDIENTES.
           MOVE LK-CBF TO AM-TUTOR-CBF
           MOVE LOW-VALUES TO AM-TIMESTAMP
           START AUTORIZACIONES-FILE KEY IS >= AM-KEY
               INVALID KEY
                   MOVE "10" TO AUTORIZACIONES-STATUS
           END-START
           PERFORM UNTIL AUTORIZACIONES-STATUS = "10"
               READ AUTORIZACIONES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO AUTORIZACIONES-STATUS
                   NOT AT END
                       IF AM-TUTOR-CBF NOT = LK-CBF
                           MOVE "10" TO AUTORIZACIONES-STATUS
                       ELSE
                           IF AM-PENDIENTE
                               PERFORM 2100-ATENDER-PEDIDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2100-ATENDER-PEDIDO.
           MOVE AM-IMPORTE TO WS-IMPORTE-DISPLAY
           DISPLAY "--------------------------------------------"
           MOVE "CAJ0765" TO WS-MSG-ID
           PERFORM 9100-OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " " AM-CBF-MENOR
           IF AM-EXTRACCION
               MOVE "CAJ0766" TO WS-MSG-ID
               PERFORM 9100-OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       WS-IMPORTE-DISPLAY
           ELSE
               IF AM-CBF-DESTINO = 0
                   MOVE "CAJ0767" TO WS-MSG-ID
                   PERFORM 9100-OBTENER-MENSAJE
                   DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                           WS-IMPORTE-DISPLAY
               ELSE
                   MOVE "CAJ0768" TO WS-MSG-ID
                   PERFORM 9100-OBTENER-MENSAJE
                   MOVE WS-MSG-TEXTO TO WS-MSG-TEXTO-AUX
                   MOVE "CAJ0769" TO WS-MSG-ID
                   PERFORM 9100-OBTENER-MENSAJE
                   DISPLAY FUNCTION TRIM(WS-MSG-TEXTO-AUX TRAILING) " "
                           WS-IMPORTE-DISPLAY
                           FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                           AM-CBF-DESTINO
               END-IF
           END-IF
           MOVE "CAJ0770" TO WS-MSG-ID
           PERFORM 9100-OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   AM-TIMESTAMP(1:8)
           MOVE "CAJ0771" TO WS-MSG-ID
           PERFORM 9300-MOSTRAR-PREGUNTA
           ACCEPT WS-OPCION
           PERFORM 9400-NORMALIZAR-CONFIRMACION
           EVALUATE WS-OPCION
               WHEN "S"
               WHEN "s"
                   PERFORM 3000-APROBAR
               WHEN "N"
               WHEN "n"
                   PERFORM 4000-RECHAZAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3000-APROBAR.
           SET AM-APROBADA TO TRUE
           MOVE WS-FECHA-HOY TO AM-FECHA-RESOLUCION
           REWRITE AM-RECORD
           MOVE "CAJ0772" TO WS-MSG-ID
           PERFORM 9200-MOSTRAR-MENSAJE
           MOVE "APRUEBA OP MENOR" TO WS-JRN-EVENTO
           PERFORM 8100-ANOTAR-JOURNAL
           MOVE "AUTORIZ-MENOR-OK" TO WS-NOTIF-EVENTO
           MOVE "Su tutor autorizo la operacion"
               TO WS-NOTIF-ASUNTO
           MOVE "Ya puede repetir la operacion pedida."
               TO WS-NOTIF-CUERPO
           PERFORM 8000-NOTIFICAR-MENOR.

       4000-RECHAZAR.
           SET AM-RECHAZADA TO TRUE
           MOVE WS-FECHA-HOY TO AM-FECHA-RESOLUCION
           REWRITE AM-RECORD
           MOVE "CAJ0773" TO WS-MSG-ID
           PERFORM 9200-MOSTRAR-MENSAJE
           MOVE "RECHAZA OP MENOR" TO WS-JRN-EVENTO
           PERFORM 8100-ANOTAR-JOURNAL
           MOVE "AUTORIZ-MENOR-NO" TO WS-NOTIF-EVENTO
           MOVE "Su tutor rechazo la operacion"
               TO WS-NOTIF-ASUNTO
           MOVE "La operacion pedida no fue autorizada."
               TO WS-NOTIF-CUERPO
           PERFORM 8000-NOTIFICAR-MENOR.

       8000-NOTIFICAR-MENOR.
           MOVE SPACES TO WS-EMAIL-MENOR
           OPEN INPUT CUENTAS-FILE
           IF CUENTAS-STATUS = "00"
               MOVE AM-CBF-MENOR TO CLI-CBF
               READ CUENTAS-FILE
                   KEY IS CLI-CBF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-EMAIL TO WS-EMAIL-MENOR
               END-READ
               CLOSE CUENTAS-FILE
           END-IF
           MOVE AM-CBF-MENOR TO WS-NOTIF-CBF
           CALL "encolar-notificacion" USING WS-NOTIF-CBF,
                WS-NOTIF-EVENTO, WS-EMAIL-MENOR,
                WS-NOTIF-ASUNTO, WS-NOTIF-CUERPO,
                WS-NOTIF-RESULTADO.

       8100-ANOTAR-JOURNAL.
           MOVE SPACES TO WS-JRN-DETALLE
           STRING "Menor " DELIMITED BY SIZE
                  AM-CBF-MENOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AM-TIPO DELIMITED BY SIZE
                  " $" DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                  " TS " DELIMITED BY SIZE
                  AM-TIMESTAMP DELIMITED BY SIZE
               INTO WS-JRN-DETALLE
           CALL "registrar-journal" USING WS-JRN-CBF,
                WS-JRN-EVENTO, WS-JRN-DETALLE.

       9100-OBTENER-MENSAJE.
           MOVE "O" TO WS-MSG-ACCION
           MOVE SPACES TO WS-MSG-TEXTO
           CALL 'mensaje-catalogo' USING WS-MSG-ACCION, WS-MSG-ID,
                WS-MSG-IDIOMA, WS-MSG-TEXTO.

       9200-MOSTRAR-MENSAJE.
           PERFORM 9100-OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING).

      *    Pregunta: el cursor queda en la misma linea para el ACCEPT.
       9300-MOSTRAR-PREGUNTA.
           PERFORM 9100-OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
               WITH NO ADVANCING.

      *    En ingles la confirmacion se contesta Y: se lleva a la S
      *    que esperan los controles de la pantalla.
       9400-NORMALIZAR-CONFIRMACION.
           IF WS-OPCION = "Y" OR WS-OPCION = "y"
               MOVE "S" TO WS-OPCION
           END-IF.
