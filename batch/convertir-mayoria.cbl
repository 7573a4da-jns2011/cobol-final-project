       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTIR-MAYORIA.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Conversion de cuentas de menores: paso nocturno que recorre
      *  menores.dat y pasa a comun (MN-CONVERTIDA) toda cuenta
      *  vigente cuyo titular ya cumplio 18 anios segun la fecha de
      *  nacimiento de su maestro de identidad (si no la tiene, la
      *  fecha de mayoria calculada al registrarla). Se avisa al
      *  titular y al tutor via encolar-notificacion, se quita el
      *  tutor de la cuenta y se dan por vencidos los pedidos de
      *  autorizacion del menor que seguian pendientes o aprobados
      *  sin usar. Ademas vence los pedidos pendientes que el tutor
      *  no respondio en PARM-DIAS-EXPIRA-COLA dias. Cada conversion
      *  queda en el journal del cajero y en el journal de eventos de
      *  seguridad.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENORES-FILE ASSIGN TO "menores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CBF
               FILE STATUS IS MENORES-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  MENORES-FILE.
       COPY "menor.cpy".

       FD  AUTORIZACIONES-FILE.
       COPY "autorizacion-menor.cpy".

       FD  PARAMETROS-FILE.
           COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       01  MENORES-STATUS             PIC XX.
       01  AUTORIZACIONES-STATUS      PIC XX.
       01  PARAMETROS-STATUS          PIC XX.
       01  WS-AUTORIZ-ABIERTO         PIC X VALUE 'N'.
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-DIAS-EXPIRA             PIC 9(2) VALUE 7.
       01  WS-DIAS-HOY                PIC 9(7).
       01  WS-DIAS-ITEM               PIC 9(7).
       01  WS-TS-FECHA                PIC 9(8).
       01  WS-FIN-BUSQUEDA            PIC 9.
       01  WS-ES-MAYOR                PIC X.
       01  WS-TUTOR-CBF               PIC 9(6).
       01  WS-TOTAL-CONVERTIDAS       PIC 9(6) VALUE 0.
       01  WS-TOTAL-AUTORIZ-VENC      PIC 9(6) VALUE 0.
       COPY "cliente.cpy".

       01  WS-TIPO-DOC                PIC X(3).
       01  WS-NRO-DOC                 PIC X(11).
       01  WS-DOMICILIO               PIC X(50).
       01  WS-TELEFONO                PIC X(15).
       01  WS-FECHA-NAC               PIC 9(8).
       01  WS-DC-ENCONTRADO           PIC 9.

       01  WS-NOTIF-CBF               PIC 9(6).
       01  WS-NOTIF-EMAIL             PIC X(50).
       01  WS-NOTIF-EVENTO            PIC X(20).
       01  WS-NOTIF-ASUNTO            PIC X(60).
       01  WS-NOTIF-CUERPO            PIC X(80).
       01  WS-NOTIF-RESULTADO         PIC 9.

       01  WS-CBF-JRN                 PIC X(6).
       01  WS-JRN-EVENTO              PIC X(20).
       01  WS-JRN-DETALLE             PIC X(60).
       01  WS-SEG-DETALLE             PIC X(40).

       LINKAGE SECTION.
       01  LK-RESULTADO-BATCH         PIC 9.
           88  LK-BATCH-OK                VALUE 0.

       PROCEDURE DIVISION USING LK-RESULTADO-BATCH.
       0000-MAINLINE.
           MOVE 0 TO LK-RESULTADO-BATCH
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-CONVERTIR
           PERFORM 3000-VENCER-PEDIDOS
           PERFORM 9000-FINALIZAR
           GOBACK.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  CONVERSION DE CUENTAS DE MENORES".
           DISPLAY "==========================================".
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
           PERFORM 1100-LEER-PLAZO
           OPEN I-O AUTORIZACIONES-FILE
           IF AUTORIZACIONES-STATUS = "00"
               MOVE 'S' TO WS-AUTORIZ-ABIERTO
           END-IF
           OPEN I-O MENORES-FILE
           IF MENORES-STATUS NOT = "00"
               DISPLAY "No hay cuentas de menores registradas."
               MOVE "10" TO MENORES-STATUS
           ELSE
               MOVE LOW-VALUES TO MN-CBF
               START MENORES-FILE KEY IS >= MN-CBF
                   INVALID KEY
                       MOVE "10" TO MENORES-STATUS
               END-START
           END-IF.

       1100-LEER-PLAZO.
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DIAS-EXPIRA-COLA IS NUMERIC
                          AND PARM-DIAS-EXPIRA-COLA > 0
                           MOVE PARM-DIAS-EXPIRA-COLA
                               TO WS-DIAS-EXPIRA
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF.

       2000-CONVERTIR.
           PERFORM UNTIL MENORES-STATUS = "10"
               READ MENORES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO MENORES-STATUS
                   NOT AT END
                       IF MN-VIGENTE
                           PERFORM 2100-EVALUAR-MENOR
                       END-IF
               END-READ
           END-PERFORM.

       2100-EVALUAR-MENOR.
           MOVE 'N' TO WS-ES-MAYOR
           CALL "leer-datos-cliente" USING MN-CLIENTE-ID,
                WS-TIPO-DOC, WS-NRO-DOC, WS-DOMICILIO, WS-TELEFONO,
                WS-FECHA-NAC, WS-DC-ENCONTRADO
           IF WS-DC-ENCONTRADO = 1 AND WS-FECHA-NAC > 0
               IF WS-FECHA-NAC < WS-FECHA-HOY
                  AND WS-FECHA-HOY - WS-FECHA-NAC >= 180000
                   MOVE 'S' TO WS-ES-MAYOR
               END-IF
           ELSE
               IF MN-FECHA-MAYORIA <= WS-FECHA-HOY
                   MOVE 'S' TO WS-ES-MAYOR
               END-IF
           END-IF
           IF WS-ES-MAYOR = 'S'
               PERFORM 2200-CONVERTIR-CUENTA
           END-IF.

       2200-CONVERTIR-CUENTA.
           MOVE MN-TUTOR-CBF TO WS-TUTOR-CBF
           SET MN-CONVERTIDA TO TRUE
           MOVE WS-FECHA-HOY TO MN-FECHA-CONVERSION
           MOVE 0 TO MN-TUTOR-CBF
           MOVE 0 TO MN-TUTOR-ID
           MOVE SPACES TO MN-VINCULO
           REWRITE MN-RECORD
           ADD 1 TO WS-TOTAL-CONVERTIDAS

           MOVE MN-CBF TO WS-CBF-JRN
           MOVE "CUENTA A MAYORIA" TO WS-JRN-EVENTO
           MOVE SPACES TO WS-JRN-DETALLE
           STRING "Nacido " DELIMITED BY SIZE
                  MN-FECHA-NAC DELIMITED BY SIZE
                  " ex tutor " DELIMITED BY SIZE
                  WS-TUTOR-CBF DELIMITED BY SIZE
               INTO WS-JRN-DETALLE
           CALL 'registrar-journal' USING WS-CBF-JRN,
                WS-JRN-EVENTO, WS-JRN-DETALLE
           MOVE WS-JRN-DETALLE(1:40) TO WS-SEG-DETALLE
           CALL 'registrar-evento-seg' USING WS-CBF-JRN,
                WS-JRN-EVENTO, WS-SEG-DETALLE
           DISPLAY "CBF " MN-CBF "  nacido " MN-FECHA-NAC
                   "  ex tutor " WS-TUTOR-CBF "  CONVERTIDA"

           MOVE MN-CBF TO WS-NOTIF-CBF
           MOVE "MAYORIA-EDAD" TO WS-NOTIF-EVENTO
           MOVE "Su cuenta paso a ser una cuenta comun"
               TO WS-NOTIF-ASUNTO
           MOVE "Cumplio 18 anios: ya opera sin autorizacion del tutor."
               TO WS-NOTIF-CUERPO
           PERFORM 8000-NOTIFICAR
           IF WS-TUTOR-CBF > 0
               MOVE WS-TUTOR-CBF TO WS-NOTIF-CBF
               MOVE "MAYORIA-EDAD-TUTOR" TO WS-NOTIF-EVENTO
               MOVE SPACES TO WS-NOTIF-ASUNTO
               STRING "La cuenta " DELIMITED BY SIZE
                      MN-CBF DELIMITED BY SIZE
                      " ya no esta a su cargo" DELIMITED BY SIZE
                   INTO WS-NOTIF-ASUNTO
               MOVE "El titular cumplio 18 anios; la cuenta es comun."
                   TO WS-NOTIF-CUERPO
               PERFORM 8000-NOTIFICAR
           END-IF
           PERFORM 2300-VENCER-AUTORIZ-MENOR.

      *    Lo que el tutor aprobo y el menor no uso, o lo que quedo
      *    sin responder, ya no tiene sentido: se da por vencido.
       2300-VENCER-AUTORIZ-MENOR.
           IF WS-AUTORIZ-ABIERTO = 'S'
               MOVE 0 TO WS-FIN-BUSQUEDA
               MOVE MN-CBF TO AM-CBF-MENOR
               START AUTORIZACIONES-FILE KEY IS = AM-CBF-MENOR
                   INVALID KEY
                       MOVE 1 TO WS-FIN-BUSQUEDA
               END-START
               PERFORM UNTIL WS-FIN-BUSQUEDA = 1
                   READ AUTORIZACIONES-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-FIN-BUSQUEDA
                       NOT AT END
                           IF AM-CBF-MENOR NOT = MN-CBF
                               MOVE 1 TO WS-FIN-BUSQUEDA
                           ELSE
                               IF AM-PENDIENTE OR AM-APROBADA
                                   SET AM-VENCIDA TO TRUE
                                   MOVE WS-FECHA-HOY
                                       TO AM-FECHA-RESOLUCION
                                   REWRITE AM-RECORD
                                   ADD 1 TO WS-TOTAL-AUTORIZ-VENC
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       3000-VENCER-PEDIDOS.
           IF WS-AUTORIZ-ABIERTO NOT = 'S'
               MOVE "10" TO AUTORIZACIONES-STATUS
           ELSE
               MOVE LOW-VALUES TO AM-KEY
               START AUTORIZACIONES-FILE KEY IS >= AM-KEY
                   INVALID KEY
                       MOVE "10" TO AUTORIZACIONES-STATUS
               END-START
           END-IF
           PERFORM UNTIL AUTORIZACIONES-STATUS = "10"
               READ AUTORIZACIONES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO AUTORIZACIONES-STATUS
                   NOT AT END
                       IF AM-PENDIENTE
                           PERFORM 3100-EVALUAR-PEDIDO
                       END-IF
               END-READ
           END-PERFORM.

       3100-EVALUAR-PEDIDO.
           MOVE AM-TIMESTAMP(1:8) TO WS-TS-FECHA
           COMPUTE WS-DIAS-ITEM =
               FUNCTION INTEGER-OF-DATE(WS-TS-FECHA)
           IF WS-DIAS-HOY - WS-DIAS-ITEM >= WS-DIAS-EXPIRA
               SET AM-VENCIDA TO TRUE
               MOVE WS-FECHA-HOY TO AM-FECHA-RESOLUCION
               REWRITE AM-RECORD
               ADD 1 TO WS-TOTAL-AUTORIZ-VENC
               MOVE AM-CBF-MENOR TO WS-CBF-JRN
               MOVE "AUTORIZ MENOR VENC" TO WS-JRN-EVENTO
               MOVE SPACES TO WS-JRN-DETALLE
               STRING "Tutor " DELIMITED BY SIZE
                      AM-TUTOR-CBF DELIMITED BY SIZE
                      " TS " DELIMITED BY SIZE
                      AM-TIMESTAMP DELIMITED BY SIZE
                      " sin respuesta" DELIMITED BY SIZE
                   INTO WS-JRN-DETALLE
               CALL 'registrar-journal' USING WS-CBF-JRN,
                    WS-JRN-EVENTO, WS-JRN-DETALLE
           END-IF.

       8000-NOTIFICAR.
           MOVE SPACES TO WS-NOTIF-EMAIL
           MOVE WS-NOTIF-CBF TO P-CBF OF CLIENTE
           CALL 'buscar-cliente' USING CLIENTE
           IF P-CBF OF CLIENTE NOT = "000000"
               MOVE P-EMAIL TO WS-NOTIF-EMAIL
           END-IF
           CALL 'encolar-notificacion' USING WS-NOTIF-CBF,
                WS-NOTIF-EVENTO, WS-NOTIF-EMAIL,
                WS-NOTIF-ASUNTO, WS-NOTIF-CUERPO,
                WS-NOTIF-RESULTADO.

       9000-FINALIZAR.
           IF WS-AUTORIZ-ABIERTO = 'S'
               CLOSE AUTORIZACIONES-FILE
           END-IF
           CLOSE MENORES-FILE
           DISPLAY "------------------------------------------".
           DISPLAY "Cuentas convertidas:      " WS-TOTAL-CONVERTIDAS.
           DISPLAY "Autorizaciones vencidas:  " WS-TOTAL-AUTORIZ-VENC.
           DISPLAY "==========================================".
