       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-TRASLADOS.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Traslado de una cuenta entre sucursales: un supervisor
      *  autenticado programa el pase de un CBF a otra sucursal
      *  activa (buscar-sucursal) con su fecha efectiva, la fecha
      *  contable con cuyo cierre la cuenta pasa a la sucursal nueva
      *  (hoy o posterior). El traslado queda pendiente en
      *  traslados-cuentas.dat y lo ejecuta el paso nocturno
      *  TRASLADAR-CUENTAS: cambia la sucursal de la cuenta y asienta
      *  el pase de su saldo, prestamos y plazos fijos entre las dos
      *  sucursales. Mientras esta pendiente se puede anular. Una
      *  cuenta cerrada no se traslada y cada cuenta tiene a lo sumo
      *  un traslado pendiente. Tambien muestra la historia de
      *  traslados de la cuenta. Alta y anulacion quedan en la
      *  auditoria.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT TRASLADOS-FILE ASSIGN TO "traslados-cuentas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRC-KEY
               FILE STATUS IS TRASLADOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  TRASLADOS-FILE.
       COPY "traslado-cuenta.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  CUENTAS-STATUS             PIC XX.
       01  TRASLADOS-STATUS           PIC XX.

       01  WS-STAFF-USUARIO           PIC X(8).
       01  WS-STAFF-ROL               PIC X(1).
       01  WS-STAFF-AUTORIZADO        PIC 9 VALUE 0.
       01  WS-USUARIO-AUDIT           PIC X(20).
       01  WS-CBF-INPUT               PIC 9(6).
       01  WS-OPCION                  PIC X.
       01  WS-FIN                     PIC X VALUE 'N'.
       01  WS-FIN-HISTORIA            PIC X.
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-SUC-DESTINO             PIC 9(3).
       01  WS-SUC-NOMBRE              PIC X(30).
       01  WS-SUC-ENCONTRADA          PIC 9.
       01  WS-FECHA-EFECTIVA.
           05  WS-EFE-ANIO            PIC 9(4).
           05  WS-EFE-MES             PIC 9(2).
           05  WS-EFE-DIA             PIC 9(2).
       01  WS-FECHA-EFECTIVA-NUM REDEFINES WS-FECHA-EFECTIVA
                                      PIC 9(8).
       01  WS-HAY-PENDIENTE           PIC X.
       01  WS-TS-PENDIENTE            PIC 9(14).
       01  WS-CANT-HISTORIA           PIC 9(3).
       01  WS-ESTADO-DISPLAY          PIC X(10).
       01  WS-AUD-CAMPO               PIC X(20)
                                      VALUE "TRASLADO SUCURSAL".
       01  WS-AUD-VALOR-ANT           PIC X(50).
       01  WS-AUD-VALOR-NUEVO         PIC X(50).
       01  WS-AUD-CBF                 PIC X(6).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "==========================================".
           DISPLAY "  TRASLADO DE CUENTAS ENTRE SUCURSALES".
           DISPLAY "==========================================".
           COPY "cargar-rutas.cpy".
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           CALL "autenticar-staff" USING WS-STAFF-USUARIO,
                WS-STAFF-ROL, "S", WS-STAFF-AUTORIZADO
           IF WS-STAFF-AUTORIZADO = 1
               MOVE SPACES TO WS-USUARIO-AUDIT
               MOVE WS-STAFF-USUARIO TO WS-USUARIO-AUDIT
               OPEN INPUT CUENTAS-FILE
               OPEN I-O TRASLADOS-FILE
               IF TRASLADOS-STATUS NOT = "00"
                   OPEN OUTPUT TRASLADOS-FILE
                   CLOSE TRASLADOS-FILE
                   OPEN I-O TRASLADOS-FILE
               END-IF
               IF CUENTAS-STATUS = "00"
                   PERFORM 2000-GESTIONAR UNTIL WS-FIN = 'S'
                   CLOSE CUENTAS-FILE
               ELSE
                   DISPLAY "No se pudo abrir el maestro de cuentas."
               END-IF
               CLOSE TRASLADOS-FILE
           END-IF
           STOP RUN.

       2000-GESTIONAR.
           DISPLAY "CBF de la cuenta (0 para salir): "
               WITH NO ADVANCING
           ACCEPT WS-CBF-INPUT
           IF WS-CBF-INPUT = 0
               MOVE 'S' TO WS-FIN
           ELSE
               MOVE WS-CBF-INPUT TO CLI-CBF
               READ CUENTAS-FILE
                   KEY IS CLI-CBF
                   INVALID KEY
                       DISPLAY "No existe una cuenta con ese CBF."
                   NOT INVALID KEY
                       PERFORM 2100-OPERAR
               END-READ
           END-IF.

       2100-OPERAR.
           DISPLAY "Titular: " CLI-NOMBRE
           DISPLAY "Sucursal actual: " CLI-SUCURSAL
           PERFORM 2500-LISTAR-HISTORIA
           IF WS-HAY-PENDIENTE = 'S'
               DISPLAY "Anular el traslado pendiente? (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-OPCION
               IF WS-OPCION = "S" OR WS-OPCION = "s"
                   PERFORM 2300-ANULAR-TRASLADO
               END-IF
           ELSE
               IF CLI-CERRADA
                   DISPLAY "La cuenta esta cerrada: no se traslada."
               ELSE
                   DISPLAY "Programar un traslado? (S/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-OPCION
                   IF WS-OPCION = "S" OR WS-OPCION = "s"
                       PERFORM 2200-PROGRAMAR-TRASLADO
                          THRU 2200-PROGRAMAR-TRASLADO-FIN
                   END-IF
               END-IF
           END-IF.

       2200-PROGRAMAR-TRASLADO.
           DISPLAY "Sucursal destino: " WITH NO ADVANCING
           ACCEPT WS-SUC-DESTINO
           IF WS-SUC-DESTINO = CLI-SUCURSAL
               DISPLAY "La cuenta ya es de esa sucursal."
               GO TO 2200-PROGRAMAR-TRASLADO-FIN
           END-IF
           CALL "buscar-sucursal" USING WS-SUC-DESTINO,
                WS-SUC-NOMBRE, WS-SUC-ENCONTRADA
           IF WS-SUC-ENCONTRADA NOT = 1
               DISPLAY "La sucursal no existe o esta de baja."
               GO TO 2200-PROGRAMAR-TRASLADO-FIN
           END-IF
           DISPLAY "Sucursal " WS-SUC-DESTINO " - " WS-SUC-NOMBRE
           DISPLAY "Fecha efectiva AAAAMMDD (0 = hoy): "
               WITH NO ADVANCING
           ACCEPT WS-FECHA-EFECTIVA-NUM
           IF WS-FECHA-EFECTIVA-NUM = 0
               MOVE WS-FECHA-HOY TO WS-FECHA-EFECTIVA-NUM
           END-IF
           IF WS-EFE-MES < 1 OR WS-EFE-MES > 12
              OR WS-EFE-DIA < 1 OR WS-EFE-DIA > 31
               DISPLAY "Fecha invalida."
               GO TO 2200-PROGRAMAR-TRASLADO-FIN
           END-IF
           IF WS-FECHA-EFECTIVA-NUM < WS-FECHA-HOY
               DISPLAY "La fecha efectiva no puede ser anterior a"
                       " hoy."
               GO TO 2200-PROGRAMAR-TRASLADO-FIN
           END-IF

           MOVE WS-CBF-INPUT TO TRC-CBF
           MOVE FUNCTION CURRENT-DATE(1:14) TO TRC-TIMESTAMP
           MOVE CLI-SUCURSAL TO TRC-SUC-ORIGEN
           MOVE WS-SUC-DESTINO TO TRC-SUC-DESTINO
           MOVE WS-FECHA-EFECTIVA-NUM TO TRC-FECHA-EFECTIVA
           SET TRC-PENDIENTE TO TRUE
           MOVE WS-USUARIO-AUDIT TO TRC-USUARIO
           MOVE 0 TO TRC-FECHA-EJECUCION
           MOVE CLI-MONEDA TO TRC-MONEDA
           MOVE 0 TO TRC-SALDO
           MOVE 0 TO TRC-CANT-PRESTAMOS
           MOVE 0 TO TRC-CAPITAL-PRESTAMOS
           MOVE 0 TO TRC-CANT-PLAZOS
           MOVE 0 TO TRC-CAPITAL-PLAZOS
           MOVE 0 TO TRC-CANT-CHEQUERAS
           MOVE 0 TO TRC-CANT-CAJAS
           WRITE TRC-RECORD
               INVALID KEY
                   DISPLAY "No se pudo registrar el traslado."
                   GO TO 2200-PROGRAMAR-TRASLADO-FIN
           END-WRITE

           MOVE WS-CBF-INPUT TO WS-AUD-CBF
           MOVE SPACES TO WS-AUD-VALOR-ANT
           STRING "Sucursal " DELIMITED BY SIZE
                  CLI-SUCURSAL DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANT
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING "Traslado a " DELIMITED BY SIZE
                  WS-SUC-DESTINO DELIMITED BY SIZE
                  " efectivo " DELIMITED BY SIZE
                  WS-FECHA-EFECTIVA-NUM DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
                WS-AUD-VALOR-NUEVO, WS-USUARIO-AUDIT
           DISPLAY "Traslado programado: lo ejecuta el cierre del "
                   WS-FECHA-EFECTIVA-NUM ".".
       2200-PROGRAMAR-TRASLADO-FIN.
           EXIT.

       2300-ANULAR-TRASLADO.
           MOVE WS-CBF-INPUT TO TRC-CBF
           MOVE WS-TS-PENDIENTE TO TRC-TIMESTAMP
           READ TRASLADOS-FILE
               KEY IS TRC-KEY
               INVALID KEY
                   DISPLAY "No se encontro el traslado."
               NOT INVALID KEY
                   SET TRC-ANULADO TO TRUE
                   REWRITE TRC-RECORD
                   MOVE WS-CBF-INPUT TO WS-AUD-CBF
                   MOVE SPACES TO WS-AUD-VALOR-ANT
                   STRING "Traslado a " DELIMITED BY SIZE
                          TRC-SUC-DESTINO DELIMITED BY SIZE
                          " efectivo " DELIMITED BY SIZE
                          TRC-FECHA-EFECTIVA DELIMITED BY SIZE
                       INTO WS-AUD-VALOR-ANT
                   MOVE "Traslado anulado" TO WS-AUD-VALOR-NUEVO
                   CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                        WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
                        WS-AUD-VALOR-NUEVO, WS-USUARIO-AUDIT
                   DISPLAY "Traslado anulado."
           END-READ.

      *    Historia de traslados de la cuenta; de paso detecta el
      *    pendiente, si lo hay.
       2500-LISTAR-HISTORIA.
           MOVE 'N' TO WS-HAY-PENDIENTE
           MOVE 0 TO WS-CANT-HISTORIA
           MOVE 'N' TO WS-FIN-HISTORIA
           MOVE WS-CBF-INPUT TO TRC-CBF
           MOVE 0 TO TRC-TIMESTAMP
           START TRASLADOS-FILE KEY IS >= TRC-KEY
               INVALID KEY
                   MOVE 'S' TO WS-FIN-HISTORIA
           END-START
           PERFORM UNTIL WS-FIN-HISTORIA = 'S'
               READ TRASLADOS-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-HISTORIA
                   NOT AT END
                       IF TRC-CBF NOT = WS-CBF-INPUT
                           MOVE 'S' TO WS-FIN-HISTORIA
                       ELSE
                           PERFORM 2510-MOSTRAR-TRASLADO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CANT-HISTORIA = 0
               DISPLAY "Sin traslados registrados."
           END-IF.

       2510-MOSTRAR-TRASLADO.
           ADD 1 TO WS-CANT-HISTORIA
           EVALUATE TRUE
               WHEN TRC-PENDIENTE
                   MOVE "PENDIENTE" TO WS-ESTADO-DISPLAY
                   MOVE 'S' TO WS-HAY-PENDIENTE
                   MOVE TRC-TIMESTAMP TO WS-TS-PENDIENTE
               WHEN TRC-EJECUTADO
                   MOVE "EJECUTADO" TO WS-ESTADO-DISPLAY
               WHEN OTHER
                   MOVE "ANULADO" TO WS-ESTADO-DISPLAY
           END-EVALUATE
           DISPLAY "  " TRC-FECHA-EFECTIVA " suc " TRC-SUC-ORIGEN
                   " -> " TRC-SUC-DESTINO " " WS-ESTADO-DISPLAY
                   " " TRC-USUARIO
           IF TRC-EJECUTADO
               DISPLAY "    ejecutado " TRC-FECHA-EJECUCION
                       ": " TRC-CANT-PRESTAMOS " prestamos, "
                       TRC-CANT-PLAZOS " plazos fijos, "
                       TRC-CANT-CHEQUERAS " chequeras, "
                       TRC-CANT-CAJAS " cajas"
           END-IF.
