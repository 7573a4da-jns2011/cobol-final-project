       IDENTIFICATION DIVISION.
       PROGRAM-ID. aplicar-canje-abono.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: bonificacion del abono del
      *              paquete de un CBF y periodo canjeada por puntos
      *              en el cajero (canjear-puntos, canje "A" en
      *              puntos-movimientos.dat). LK-ACCION "C" consulta:
      *              LK-ENCONTRADO = 1 si hay una bonificacion
      *              pendiente para el periodo. "A" la marca aplicada,
      *              una vez que COMISION-MANTENIMIENTO dejo de debitar
      *              el abono; desde ahi ACUMULAR-PUNTOS ya no la
      *              reintegra.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUNTOS-FILE ASSIGN TO "puntos-movimientos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTM-KEY
               ALTERNATE RECORD KEY IS PTM-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PUNTOS-FILE.
       COPY "movimiento-puntos.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                PIC XX.

       LINKAGE SECTION.
       01  LK-ACCION               PIC X(1).
       01  LK-CBF                  PIC 9(6).
       01  LK-PERIODO              PIC 9(6).
       01  LK-ENCONTRADO           PIC 9.

       PROCEDURE DIVISION USING LK-ACCION, LK-CBF, LK-PERIODO,
                                 LK-ENCONTRADO.
       MAIN-PARA.
           MOVE 0 TO LK-ENCONTRADO
           IF LK-ACCION = "A"
               OPEN I-O PUNTOS-FILE
           ELSE
               OPEN INPUT PUNTOS-FILE
           END-IF
           IF FILE-STATUS NOT = "00"
      *        Sin libro de puntos no hay canjes.
               GOBACK
           END-IF

           MOVE SPACES TO PTM-KEY
           SET PTM-CANJE TO TRUE
           STRING "A" DELIMITED BY SIZE
                  LK-CBF DELIMITED BY SIZE
                  LK-PERIODO DELIMITED BY SIZE
               INTO PTM-REFERENCIA
           READ PUNTOS-FILE
               KEY IS PTM-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PTM-BONIF-PENDIENTE
                       MOVE 1 TO LK-ENCONTRADO
                       IF LK-ACCION = "A"
                           SET PTM-BONIF-APLICADA TO TRUE
                           REWRITE PTM-RECORD
                               INVALID KEY
                                   MOVE 0 TO LK-ENCONTRADO
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ

           CLOSE PUNTOS-FILE
           GOBACK.
