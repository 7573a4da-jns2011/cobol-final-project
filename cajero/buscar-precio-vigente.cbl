       IDENTIFICATION DIVISION.
       PROGRAM-ID. buscar-precio-vigente.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: precio que rige para un CBF en
      *              una fecha, para un producto de
      *              COMISION-MANTENIMIENTO (PA, PE o CE, ver
      *              cambio-precio.cpy) y un paquete. LK-IMPORTE llega
      *              con el precio del maestro y vuelve con el que
      *              corresponde a la cuenta: si hay cambios
      *              programados se parte del precio anterior al
      *              primero y se recorren en orden; una rebaja rige
      *              para todos desde su vigencia, un aumento solo
      *              desde la fecha de aplicacion de la constancia de
      *              aviso entregado de esa cuenta (avisos-precio.dat).
      *              Sin aviso entregado sigue el precio anterior.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMBIOS-FILE ASSIGN TO "cambios-precio.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-NUMERO
               FILE STATUS IS FILE-STATUS.

           SELECT AVISOS-FILE ASSIGN TO "avisos-precio.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVP-KEY
               FILE STATUS IS AVISOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMBIOS-FILE.
       COPY "cambio-precio.cpy".

       FD  AVISOS-FILE.
       COPY "aviso-precio.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                PIC XX.
       01  AVISOS-STATUS              PIC XX.
       01  WS-HAY-AVISOS              PIC X.
       01  WS-PRIMER-CAMBIO           PIC X.

       LINKAGE SECTION.
       01  LK-CBF                     PIC 9(6).
       01  LK-PRODUCTO                PIC X(2).
       01  LK-PAQUETE                 PIC 9(3).
       01  LK-FECHA                   PIC 9(8).
       01  LK-IMPORTE                 PIC 9(7)V99.

       PROCEDURE DIVISION USING LK-CBF, LK-PRODUCTO, LK-PAQUETE,
                                 LK-FECHA, LK-IMPORTE.
       MAIN-PARA.
           OPEN INPUT CAMBIOS-FILE
           IF FILE-STATUS NOT = "00"
      *        Sin cambios programados rige el maestro.
               GOBACK
           END-IF
           MOVE 'S' TO WS-HAY-AVISOS
           OPEN INPUT AVISOS-FILE
           IF AVISOS-STATUS NOT = "00"
               MOVE 'N' TO WS-HAY-AVISOS
           END-IF

           MOVE 'S' TO WS-PRIMER-CAMBIO
           MOVE 0 TO CP-NUMERO
           START CAMBIOS-FILE KEY IS >= CP-NUMERO
               INVALID KEY
                   MOVE "10" TO FILE-STATUS
           END-START
           PERFORM UNTIL FILE-STATUS = "10"
               READ CAMBIOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FILE-STATUS
                   NOT AT END
                       IF CP-PRODUCTO = LK-PRODUCTO
                          AND CP-PAQUETE = LK-PAQUETE
                          AND NOT CP-ANULADO
                           PERFORM APLICAR-CAMBIO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CAMBIOS-FILE
           IF WS-HAY-AVISOS = 'S'
               CLOSE AVISOS-FILE
           END-IF
           GOBACK.

      *    Los cambios de un producto se encadenan: cada uno parte
      *    del nuevo del anterior, asi que el primero trae el precio
      *    que regia antes de cualquier cambio programado.
       APLICAR-CAMBIO.
           IF WS-PRIMER-CAMBIO = 'S'
               MOVE CP-IMPORTE-ANTERIOR TO LK-IMPORTE
               MOVE 'N' TO WS-PRIMER-CAMBIO
           END-IF
           IF CP-FECHA-VIGENCIA <= LK-FECHA
               IF CP-IMPORTE-NUEVO < CP-IMPORTE-ANTERIOR
      *            Rebaja: rige para todos, pero nunca sube a quien
      *            todavia paga menos por no haber sido avisado de un
      *            aumento anterior.
                   IF CP-IMPORTE-NUEVO < LK-IMPORTE
                       MOVE CP-IMPORTE-NUEVO TO LK-IMPORTE
                   END-IF
               ELSE
                   IF WS-HAY-AVISOS = 'S'
                       PERFORM VERIFICAR-AVISO
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-AVISO.
           MOVE CP-NUMERO TO AVP-NUMERO
           MOVE LK-CBF TO AVP-CBF
           READ AVISOS-FILE
               KEY IS AVP-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AVP-NOTIFICADO
                      AND AVP-FECHA-APLICA <= LK-FECHA
                       MOVE CP-IMPORTE-NUEVO TO LK-IMPORTE
                   END-IF
           END-READ.
