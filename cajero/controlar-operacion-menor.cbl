       IDENTIFICATION DIVISION.
       PROGRAM-ID. controlar-operacion-menor.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: control de una extraccion
      *              ("E") o transferencia ("T") de la cuenta de un
      *              menor (menores.dat) antes de postearla, desde el
      *              cajero (canal "C") o la ventanilla ("V"):
      *                - cuenta comun: LK-RESULTADO = 0, sin control;
      *                - extraccion que con lo ya extraido en el mes
      *                  no pasa PARM-TOPE-MENOR-MES: 0;
      *                - si el tutor ya aprobo una operacion del mismo
      *                  tipo, por ese importe o mas y (transferencia)
      *                  al mismo destino, se consume la aprobacion
      *                  (AM-UTILIZADA) y sigue: 0;
      *                - si ya hay un pedido igual esperando al tutor:
      *                  2, no se duplica;
      *                - en otro caso se graba el pedido pendiente en
      *                  autorizaciones-menor.dat, se avisa al tutor
      *                  por correo (encolar-notificacion) y queda en
      *                  el journal: 1. La operacion no se postea;
      *                  el menor la repite una vez aprobada.
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

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTORIZACIONES-FILE.
       COPY "autorizacion-menor.cpy".

       FD  PARAMETROS-FILE.
           COPY "parametros.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  AUTORIZACIONES-STATUS      PIC XX.
       01  PARAMETROS-STATUS          PIC XX.
       01  CUENTAS-STATUS             PIC XX.

       01  WS-ES-MENOR                PIC 9.
       01  WS-TUTOR-CBF               PIC 9(6).
       01  WS-CBF                     PIC 9(6).
       01  WS-TOPE-MES                PIC 9(7).
       01  WS-EXTRAIDO-MES            PIC S9(10)V99.
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-APROBADA                PIC 9.
       01  WS-PENDIENTE               PIC 9.
       01  WS-FIN-BUSQUEDA            PIC 9.
       01  WS-GRABADA                 PIC 9.
       01  WS-IMPORTE-FORM            PIC Z(8)9.99.

       01  WS-EMAIL-TUTOR             PIC X(50).
       01  WS-NOTIF-EVENTO            PIC X(20).
       01  WS-NOTIF-ASUNTO            PIC X(60).
       01  WS-NOTIF-CUERPO            PIC X(80).
       01  WS-NOTIF-RESULTADO         PIC 9.
       01  WS-JRN-EVENTO              PIC X(20).
       01  WS-JRN-DETALLE             PIC X(60).

       LINKAGE SECTION.
       01  LK-CBF                  PIC X(6).
       01  LK-TIPO                 PIC X(1).
       01  LK-IMPORTE              PIC S9(9)V99.
       01  LK-CBF-DESTINO          PIC 9(6).
       01  LK-CANAL                PIC X(1).
       01  LK-RESULTADO            PIC 9.

       PROCEDURE DIVISION USING LK-CBF, LK-TIPO, LK-IMPORTE,
                                 LK-CBF-DESTINO, LK-CANAL,
                                 LK-RESULTADO.
       0000-MAINLINE.
           MOVE 0 TO LK-RESULTADO
           CALL "verificar-menor" USING LK-CBF, WS-ES-MENOR,
                WS-TUTOR-CBF
           IF WS-ES-MENOR NOT = 1
               GOBACK
           END-IF
           MOVE LK-CBF TO WS-CBF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

           IF LK-TIPO = "E"
               PERFORM 1000-LEER-TOPE
               CALL "obtener-extraido-mes" USING LK-CBF,
                    WS-EXTRAIDO-MES
               IF WS-EXTRAIDO-MES + LK-IMPORTE <= WS-TOPE-MES
                   GOBACK
               END-IF
           END-IF

           OPEN I-O AUTORIZACIONES-FILE
           IF AUTORIZACIONES-STATUS = "35"
               OPEN OUTPUT AUTORIZACIONES-FILE
               CLOSE AUTORIZACIONES-FILE
               OPEN I-O AUTORIZACIONES-FILE
           END-IF
           IF AUTORIZACIONES-STATUS NOT = "00"
      *        Sin el archivo de autorizaciones no hay forma de pedir
      *        la aprobacion: la operacion queda retenida.
               MOVE 2 TO LK-RESULTADO
               GOBACK
           END-IF

           PERFORM 2000-BUSCAR-AUTORIZACION
           EVALUATE TRUE
               WHEN WS-APROBADA = 1
                   MOVE 0 TO LK-RESULTADO
               WHEN WS-PENDIENTE = 1
                   MOVE 2 TO LK-RESULTADO
               WHEN OTHER
                   PERFORM 3000-PEDIR-AUTORIZACION
           END-EVALUATE
           CLOSE AUTORIZACIONES-FILE
           GOBACK.

       1000-LEER-TOPE.
           MOVE 50000 TO WS-TOPE-MES
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-TOPE-MENOR-MES IS NUMERIC
                          AND PARM-TOPE-MENOR-MES > 0
                           MOVE PARM-TOPE-MENOR-MES TO WS-TOPE-MES
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF.

      *    Recorre las autorizaciones del menor por la clave
      *    alternativa. Una aprobada que cubre la operacion se
      *    consume en el acto; si no hay, se mira si ya hay un pedido
      *    igual esperando al tutor.
       2000-BUSCAR-AUTORIZACION.
           MOVE 0 TO WS-APROBADA
           MOVE 0 TO WS-PENDIENTE
           MOVE 0 TO WS-FIN-BUSQUEDA
           MOVE WS-CBF TO AM-CBF-MENOR
           START AUTORIZACIONES-FILE KEY IS = AM-CBF-MENOR
               INVALID KEY
                   MOVE 1 TO WS-FIN-BUSQUEDA
           END-START
           PERFORM UNTIL WS-FIN-BUSQUEDA = 1
               READ AUTORIZACIONES-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FIN-BUSQUEDA
                   NOT AT END
                       IF AM-CBF-MENOR NOT = WS-CBF
                           MOVE 1 TO WS-FIN-BUSQUEDA
                       ELSE
                           PERFORM 2100-EVALUAR-AUTORIZACION
                       END-IF
               END-READ
           END-PERFORM.

       2100-EVALUAR-AUTORIZACION.
           IF AM-TIPO = LK-TIPO
              AND AM-IMPORTE >= LK-IMPORTE
              AND (LK-TIPO = "E" OR AM-CBF-DESTINO = LK-CBF-DESTINO)
               IF AM-APROBADA
                   SET AM-UTILIZADA TO TRUE
                   MOVE WS-FECHA-HOY TO AM-FECHA-RESOLUCION
                   REWRITE AM-RECORD
                   MOVE 1 TO WS-APROBADA
                   MOVE 1 TO WS-FIN-BUSQUEDA
                   MOVE "USA AUTORIZ TUTOR" TO WS-JRN-EVENTO
                   PERFORM 8100-ANOTAR-JOURNAL
               ELSE
                   IF AM-PENDIENTE AND AM-IMPORTE = LK-IMPORTE
                       MOVE 1 TO WS-PENDIENTE
                   END-IF
               END-IF
           END-IF.

       3000-PEDIR-AUTORIZACION.
           INITIALIZE AM-RECORD
           MOVE WS-TUTOR-CBF TO AM-TUTOR-CBF
           MOVE FUNCTION CURRENT-DATE(1:14) TO AM-TIMESTAMP
           MOVE WS-CBF TO AM-CBF-MENOR
           MOVE LK-TIPO TO AM-TIPO
           MOVE LK-IMPORTE TO AM-IMPORTE
           IF LK-TIPO = "T"
               MOVE LK-CBF-DESTINO TO AM-CBF-DESTINO
           END-IF
           MOVE LK-CANAL TO AM-CANAL
           SET AM-PENDIENTE TO TRUE
           MOVE 0 TO WS-GRABADA
           WRITE AM-RECORD
               INVALID KEY
      *            Dos pedidos del mismo tutor en el mismo segundo:
      *            se corre el segundo del timestamp.
                   ADD 1 TO AM-TIMESTAMP
                   WRITE AM-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO WS-GRABADA
                   END-WRITE
               NOT INVALID KEY
                   MOVE 1 TO WS-GRABADA
           END-WRITE
           IF WS-GRABADA NOT = 1
               MOVE 2 TO LK-RESULTADO
           ELSE
               MOVE 1 TO LK-RESULTADO
               MOVE "PEDIDO AUTORIZ TUTOR" TO WS-JRN-EVENTO
               PERFORM 8100-ANOTAR-JOURNAL
               PERFORM 8000-NOTIFICAR-TUTOR
           END-IF.

       8000-NOTIFICAR-TUTOR.
           MOVE SPACES TO WS-EMAIL-TUTOR
           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE
           IF CUENTAS-STATUS = "00"
               MOVE WS-TUTOR-CBF TO CLI-CBF
               READ CUENTAS-FILE
                   KEY IS CLI-CBF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-EMAIL TO WS-EMAIL-TUTOR
               END-READ
               CLOSE CUENTAS-FILE
           END-IF
           MOVE LK-IMPORTE TO WS-IMPORTE-FORM
           MOVE "AUTORIZ-MENOR" TO WS-NOTIF-EVENTO
           MOVE SPACES TO WS-NOTIF-ASUNTO
           STRING "La cuenta " DELIMITED BY SIZE
                  WS-CBF DELIMITED BY SIZE
                  " pide su autorizacion" DELIMITED BY SIZE
               INTO WS-NOTIF-ASUNTO
           MOVE SPACES TO WS-NOTIF-CUERPO
           IF LK-TIPO = "E"
               STRING "Extraccion por $ " DELIMITED BY SIZE
                      WS-IMPORTE-FORM DELIMITED BY SIZE
                      ". Resuelvala al ingresar al cajero."
                          DELIMITED BY SIZE
                   INTO WS-NOTIF-CUERPO
           ELSE
               STRING "Transferencia por $ " DELIMITED BY SIZE
                      WS-IMPORTE-FORM DELIMITED BY SIZE
                      ". Resuelvala al ingresar al cajero."
                          DELIMITED BY SIZE
                   INTO WS-NOTIF-CUERPO
           END-IF
           CALL "encolar-notificacion" USING WS-TUTOR-CBF,
                WS-NOTIF-EVENTO, WS-EMAIL-TUTOR,
                WS-NOTIF-ASUNTO, WS-NOTIF-CUERPO,
                WS-NOTIF-RESULTADO.

       8100-ANOTAR-JOURNAL.
           MOVE LK-IMPORTE TO WS-IMPORTE-FORM
           MOVE SPACES TO WS-JRN-DETALLE
           STRING LK-TIPO DELIMITED BY SIZE
                  " $" DELIMITED BY SIZE
                  WS-IMPORTE-FORM DELIMITED BY SIZE
                  " tutor " DELIMITED BY SIZE
                  WS-TUTOR-CBF DELIMITED BY SIZE
                  " dest " DELIMITED BY SIZE
                  AM-CBF-DESTINO DELIMITED BY SIZE
                  " canal " DELIMITED BY SIZE
                  LK-CANAL DELIMITED BY SIZE
               INTO WS-JRN-DETALLE
           CALL "registrar-journal" USING LK-CBF,
                WS-JRN-EVENTO, WS-JRN-DETALLE.
