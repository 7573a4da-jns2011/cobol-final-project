       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARMAR-PARTICIONES.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Plan de particiones de un batch pesado para la fecha de
      *  negocio: reparte los CBF de cuentas.dat en LK-PARTICIONES
      *  rangos contiguos con la misma cantidad de cuentas (la
      *  primera arranca en 000000 y la ultima llega a 999999, asi
      *  ninguna cuenta queda afuera) y los deja en
      *  plan-particiones.dat (ver particion.cpy), de donde cada
      *  particion lanzada por PROCESO-NOCTURNO toma su rango (ver
      *  CORRER-PARTICION).
      *  Si el paso ya tiene plan para la fecha (re-corrida despues
      *  de una particion fallida) se conserva ese plan aunque el
      *  parametro haya cambiado: los rangos tienen que ser los
      *  mismos para que las particiones ya completas no se
      *  repitan y la fallida retome desde su checkpoint. En
      *  LK-PARTICIONES se devuelve la cantidad del plan vigente.
      *  Al armar un plan nuevo se descartan los planes de otras
      *  fechas y los checkpoints viejos del paso.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT PLAN-FILE ASSIGN TO "plan-particiones.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-STATUS.

           SELECT PLAN-NUEVO-FILE ASSIGN TO "plan-particiones.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NUEVO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  PLAN-FILE.
       COPY "particion.cpy".

       FD  PLAN-NUEVO-FILE.
       01  PLAN-NUEVO-LINEA           PIC X(44).

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  CUENTAS-STATUS             PIC XX.
       01  PLAN-STATUS                PIC XX.
       01  NUEVO-STATUS               PIC XX.
       01  WS-PLAN-VIGENTE            PIC X VALUE 'N'.
       01  WS-TOTAL-VIGENTE           PIC 9(2) VALUE 0.
       01  WS-CANT-CUENTAS            PIC 9(7) VALUE 0.
       01  WS-POR-PARTICION           PIC 9(7) VALUE 0.
       01  WS-LEIDAS                  PIC 9(7) VALUE 0.
       01  WS-NUMERO                  PIC 9(2) VALUE 0.
       01  WS-DESDE                   PIC 9(6) VALUE 0.
       01  WS-PARTICIONES             PIC 9(2).
       01  WS-COMANDO                 PIC X(200).
      *    Registro del plan que se esta armando (el FD de
      *    plan-particiones.dat se usa para copiar las otras lineas).
       01  WS-PLAN-REGISTRO.
           05  WS-PLAN-FECHA          PIC 9(8).
           05  WS-PLAN-PASO           PIC X(20).
           05  WS-PLAN-NUMERO         PIC 9(2).
           05  WS-PLAN-TOTAL          PIC 9(2).
           05  WS-PLAN-DESDE          PIC 9(6).
           05  WS-PLAN-HASTA          PIC 9(6).

       LINKAGE SECTION.
       01  LK-FECHA                   PIC 9(8).
       01  LK-PASO                    PIC X(20).
       01  LK-PARTICIONES             PIC 9(2).
       01  LK-RESULTADO-BATCH         PIC 9.
           88  LK-BATCH-OK                VALUE 0.

       PROCEDURE DIVISION USING LK-FECHA, LK-PASO, LK-PARTICIONES,
                                 LK-RESULTADO-BATCH.
       0000-MAINLINE.
           MOVE 0 TO LK-RESULTADO-BATCH
           MOVE LK-PARTICIONES TO WS-PARTICIONES
           PERFORM 1000-COPIAR-PLAN
           IF WS-PLAN-VIGENTE = 'S'
               CLOSE PLAN-NUEVO-FILE
               CALL "SYSTEM" USING "rm -f plan-particiones.tmp"
               IF WS-TOTAL-VIGENTE NOT = LK-PARTICIONES
                   DISPLAY "   Se conserva el plan del dia en "
                           WS-TOTAL-VIGENTE " particiones."
               END-IF
               MOVE WS-TOTAL-VIGENTE TO LK-PARTICIONES
           ELSE
               PERFORM 2000-CONTAR-CUENTAS
               IF LK-BATCH-OK
                   PERFORM 3000-ARMAR-RANGOS
               END-IF
               CLOSE PLAN-NUEVO-FILE
               IF LK-BATCH-OK
                   CALL "SYSTEM" USING
                       "mv plan-particiones.tmp plan-particiones.dat"
                   PERFORM 4000-DESCARTAR-CHECKPOINTS
                   MOVE WS-PARTICIONES TO LK-PARTICIONES
               END-IF
           END-IF
           GOBACK.

      *    Las lineas de la misma fecha de otros pasos pasan al plan
      *    nuevo; las de otras fechas se descartan. Si el paso ya
      *    tiene plan para la fecha, ese plan queda vigente.
       1000-COPIAR-PLAN.
           OPEN OUTPUT PLAN-NUEVO-FILE
           OPEN INPUT PLAN-FILE
           IF PLAN-STATUS = "00"
               PERFORM UNTIL PLAN-STATUS = "10"
                   READ PLAN-FILE
                       AT END
                           MOVE "10" TO PLAN-STATUS
                       NOT AT END
                           IF PART-FECHA = LK-FECHA
                               IF PART-PASO = LK-PASO
                                   MOVE 'S' TO WS-PLAN-VIGENTE
                                   MOVE PART-TOTAL TO WS-TOTAL-VIGENTE
                               ELSE
                                   MOVE PART-REGISTRO
                                       TO PLAN-NUEVO-LINEA
                                   WRITE PLAN-NUEVO-LINEA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAN-FILE
           END-IF.

       2000-CONTAR-CUENTAS.
           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE
           IF CUENTAS-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR ARCHIVO. STATUS=" CUENTAS-STATUS
               MOVE 1 TO LK-RESULTADO-BATCH
           ELSE
               PERFORM UNTIL CUENTAS-STATUS = "10"
                   READ CUENTAS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO CUENTAS-STATUS
                       NOT AT END
                           ADD 1 TO WS-CANT-CUENTAS
                   END-READ
               END-PERFORM
               CLOSE CUENTAS-FILE
           END-IF
      *    No se arman mas particiones que cuentas.
           IF WS-CANT-CUENTAS < WS-PARTICIONES
               MOVE WS-CANT-CUENTAS TO WS-PARTICIONES
           END-IF
           IF WS-PARTICIONES = 0
               MOVE 1 TO WS-PARTICIONES
           END-IF
           COMPUTE WS-POR-PARTICION =
               (WS-CANT-CUENTAS + WS-PARTICIONES - 1) / WS-PARTICIONES
      *    Con el redondeo hacia arriba pueden alcanzar menos rangos
      *    que los pedidos (5 cuentas en 4 particiones son 3 rangos
      *    de 2): el total del plan es el de rangos que se arman.
           IF WS-POR-PARTICION > 0
               COMPUTE WS-PARTICIONES =
                   (WS-CANT-CUENTAS + WS-POR-PARTICION - 1)
                       / WS-POR-PARTICION
           END-IF.

      *    Cada WS-POR-PARTICION cuentas se corta un rango: el
      *    anterior termina en el CBF previo al primero del nuevo.
       3000-ARMAR-RANGOS.
           MOVE 1 TO WS-NUMERO
           MOVE 0 TO WS-DESDE
           MOVE 0 TO WS-LEIDAS
           OPEN INPUT CUENTAS-FILE
           IF CUENTAS-STATUS = "00"
               PERFORM UNTIL CUENTAS-STATUS = "10"
                   READ CUENTAS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO CUENTAS-STATUS
                       NOT AT END
                           ADD 1 TO WS-LEIDAS
                           IF WS-LEIDAS > WS-POR-PARTICION * WS-NUMERO
                              AND WS-NUMERO < WS-PARTICIONES
                               COMPUTE WS-PLAN-HASTA = CLI-CBF - 1
                               PERFORM 3100-GRABAR-RANGO
                               ADD 1 TO WS-NUMERO
                               MOVE CLI-CBF TO WS-DESDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUENTAS-FILE
           END-IF
           MOVE 999999 TO WS-PLAN-HASTA
           PERFORM 3100-GRABAR-RANGO.

       3100-GRABAR-RANGO.
           MOVE LK-FECHA TO WS-PLAN-FECHA
           MOVE LK-PASO TO WS-PLAN-PASO
           MOVE WS-NUMERO TO WS-PLAN-NUMERO
           MOVE WS-PARTICIONES TO WS-PLAN-TOTAL
           MOVE WS-DESDE TO WS-PLAN-DESDE
           MOVE WS-PLAN-REGISTRO TO PLAN-NUEVO-LINEA
           WRITE PLAN-NUEVO-LINEA
           DISPLAY "   Particion " WS-NUMERO ": CBF " WS-PLAN-DESDE
                   " a " WS-PLAN-HASTA.

       4000-DESCARTAR-CHECKPOINTS.
           MOVE SPACES TO WS-COMANDO
           STRING "rm -f particion-" DELIMITED BY SIZE
                  FUNCTION TRIM(LK-PASO) DELIMITED BY SIZE
                  "-*.dat" DELIMITED BY SIZE
               INTO WS-COMANDO
           CALL "SYSTEM" USING WS-COMANDO.
