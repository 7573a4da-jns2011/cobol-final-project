      *  alertas; el detalle va despues. Se spoolea en una pagina
      *  via escribir-reporte y el resumen llega a operaciones con
      *  el correo de la corrida.
      *
      *  MODIFICACIONES
      *  2026-10-15  Depositos en sobre del cajero sin verificar: la
      *              cola va al detalle y los sobres con mas de
      *              PARM-DIAS-SOBRE dias salen como alerta con su
      *              importe.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS OI-KEY
               FILE STATUS IS ORDENES-STATUS.

           SELECT SOBRES-FILE ASSIGN TO "sobres-deposito.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               FILE STATUS IS SOBRES-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

           SELECT TOTALES-FILE ASSIGN TO "totales-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOTALES-STATUS.
       FD  ORDENES-FILE.
       COPY "orden-interbancaria.cpy".

       FD  SOBRES-FILE.
       COPY "sobre-deposito.cpy".

       FD  PARAMETROS-FILE.
       COPY "parametros.cpy".

       FD  TOTALES-FILE.
       01  TOTALES-REGISTRO.
           05  TC-FECHA               PIC 9(8).
       01  TOTALES-STATUS             PIC XX.
       01  CATALOGO-STATUS            PIC XX.
       01  MANIFIESTO-STATUS          PIC XX.
       01  SOBRES-STATUS              PIC XX.
       01  PARAMETROS-STATUS          PIC XX.

       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-DIAS-HOY                PIC 9(7).
       01  WS-DIAS-ITEM               PIC 9(7).
       01  WS-EDAD-DIAS               PIC 9(4).
       01  WS-EDAD-ALERTA             PIC 9(2) VALUE 2.
       01  WS-DIAS-SOBRE              PIC 9(3) VALUE 2.
       01  WS-SOBRES-VIEJOS           PIC 9(6) VALUE 0.
       01  WS-IMPORTE-SOBRES          PIC S9(12)V99 VALUE 0.

      *    Una entrada de cola generica: nombre, pendientes y
      *    antiguedad del item mas viejo.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-CORRIDA-NOCTURNA
           PERFORM 3000-COLAS-PENDIENTES
           PERFORM 3500-SOBRES-SIN-VERIFICAR
           PERFORM 4000-TOTALES-CONTROL
           PERFORM 5000-BACKUPS
           PERFORM 6000-MANIFIESTO
           END-IF
           PERFORM 7400-INFORMAR-COLA.

      *    Depositos en sobre del cajero sin verificar: la cola va
      *    al detalle como las demas, y los sobres con mas de
      *    PARM-DIAS-SOBRE dias (fondos del cliente retenidos y
      *    efectivo sin contar) salen como alerta con su importe.
       3500-SOBRES-SIN-VERIFICAR.
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DIAS-SOBRE IS NUMERIC
                          AND PARM-DIAS-SOBRE > 0
                           MOVE PARM-DIAS-SOBRE TO WS-DIAS-SOBRE
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF

           MOVE "Sobres sin verificar" TO WS-COLA-NOMBRE
           MOVE 0 TO WS-COLA-CANT
           MOVE 0 TO WS-COLA-MAS-VIEJO
           OPEN INPUT SOBRES-FILE
           IF SOBRES-STATUS = "00"
               MOVE LOW-VALUES TO SB-KEY
               START SOBRES-FILE KEY IS >= SB-KEY
                   INVALID KEY
                       MOVE "10" TO SOBRES-STATUS
               END-START
               PERFORM UNTIL SOBRES-STATUS = "10"
                   READ SOBRES-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO SOBRES-STATUS
                       NOT AT END
                           IF SB-PENDIENTE
                               ADD 1 TO WS-COLA-CANT
                               MOVE SB-TIMESTAMP(1:8)
                                   TO WS-TS-FECHA
                               PERFORM 7300-MAS-VIEJO
                               PERFORM 3510-EDAD-SOBRE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOBRES-FILE
           END-IF
           MOVE 0 TO WS-EDAD-DIAS
           IF WS-COLA-CANT > 0
               COMPUTE WS-DIAS-ITEM =
                   FUNCTION INTEGER-OF-DATE(WS-COLA-MAS-VIEJO)
               COMPUTE WS-EDAD-DIAS = WS-DIAS-HOY - WS-DIAS-ITEM
           END-IF
           MOVE SPACES TO WS-LINEA
           STRING WS-COLA-NOMBRE DELIMITED BY SIZE
                  " pendientes " DELIMITED BY SIZE
                  WS-COLA-CANT DELIMITED BY SIZE
                  " mas viejo " DELIMITED BY SIZE
                  WS-EDAD-DIAS DELIMITED BY SIZE
                  " dias" DELIMITED BY SIZE
               INTO WS-LINEA
           PERFORM 7200-AGREGAR-DETALLE
           IF WS-SOBRES-VIEJOS > 0
               MOVE WS-IMPORTE-SOBRES TO WS-TOTAL-DISPLAY
               MOVE SPACES TO WS-LINEA
               STRING "Sobres sin verificar de mas de "
                      DELIMITED BY SIZE
                      WS-DIAS-SOBRE DELIMITED BY SIZE
                      " dias: " DELIMITED BY SIZE
                      WS-SOBRES-VIEJOS DELIMITED BY SIZE
                      " por $ " DELIMITED BY SIZE
                      WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINEA
               PERFORM 7100-AGREGAR-ALERTA
           END-IF.

       3510-EDAD-SOBRE.
           COMPUTE WS-DIAS-ITEM =
               FUNCTION INTEGER-OF-DATE(WS-TS-FECHA)
           IF WS-DIAS-HOY - WS-DIAS-ITEM > WS-DIAS-SOBRE
               ADD 1 TO WS-SOBRES-VIEJOS
               ADD SB-IMPORTE-DECLARADO TO WS-IMPORTE-SOBRES
           END-IF.

      *    Totales de control del ultimo cierre (la ultima linea de
      *    totales-control.dat).
       4000-TOTALES-CONTROL.
