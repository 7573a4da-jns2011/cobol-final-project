       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-REGLAS-PUNTOS.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Tabla de reglas del programa de puntos por fidelidad
      *  (reglas-puntos.dat, ver regla-puntos.cpy), pantalla del
      *  supervisor (autenticar-staff, rol supervisor):
      *    - alta o modificacion de la regla de una actividad
      *      (haberes, servicios, plazo fijo, cuota al dia, compra
      *      con debito, consumo con credito): puntos fijos, puntos
      *      por tramo de importe, tope por actividad y fecha desde
      *      la que la actividad suma;
      *    - suspension y reactivacion de una regla (suspendida no
      *      suma; lo ya acreditado no se toca);
      *    - listado de la tabla.
      *  ACUMULAR-PUNTOS aplica la tabla en la corrida nocturna.
      *  Cada cambio queda en la auditoria con el usuario que lo
      *  hizo.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGLAS-FILE ASSIGN TO "reglas-puntos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGP-ACTIVIDAD
               FILE STATUS IS REGLAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGLAS-FILE.
       COPY "regla-puntos.cpy".

       WORKING-STORAGE SECTION.
       01  REGLAS-STATUS              PIC XX.

       01  WS-STAFF-USUARIO           PIC X(8).
       01  WS-STAFF-ROL               PIC X(1).
       01  WS-STAFF-AUTORIZADO        PIC 9 VALUE 0.
       01  WS-USUARIO-AUDIT           PIC X(20).
       01  WS-AUD-CBF                 PIC X(6) VALUE "000000".
       01  WS-AUD-CAMPO               PIC X(20).
       01  WS-AUD-VALOR-ANT           PIC X(50).
       01  WS-AUD-VALOR-NUEVO         PIC X(50).

       01  MENU-CHOICE                PIC 9.
           88  ALTA-REGLA             VALUE 1.
           88  SUSPENDER-REGLA        VALUE 2.
           88  LISTAR-REGLAS          VALUE 3.
           88  SALIR-PROGRAMA         VALUE 4.

       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-ACTIVIDAD-INPUT         PIC X(2).
       01  WS-DESCRIPCION-INPUT       PIC X(30).
       01  WS-FIJOS-INPUT             PIC 9(5).
       01  WS-TRAMO-INPUT             PIC 9(5).
       01  WS-IMPORTE-TRAMO-INPUT     PIC 9(7)V99.
       01  WS-TOPE-INPUT              PIC 9(7).
       01  WS-FECHA-INPUT             PIC 9(8).
       01  WS-FECHA-INPUT-R REDEFINES WS-FECHA-INPUT.
           05  WS-FEC-ANIO            PIC 9(4).
           05  WS-FEC-MES             PIC 9(2).
           05  WS-FEC-DIA             PIC 9(2).
       01  WS-DATOS-OK                PIC X.
       01  WS-ES-ALTA                 PIC X.
       01  WS-OPCION-CONF             PIC X.
       01  WS-CANT-LISTADAS           PIC 9(2).
       01  WS-ESTADO-DISPLAY          PIC X(10).
       01  WS-IMPORTE-DISPLAY         PIC Z(6)9.99.
       01  WS-REGLA-DISPLAY           PIC X(50).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "==========================================".
           DISPLAY "  REGLAS DEL PROGRAMA DE PUNTOS".
           DISPLAY "==========================================".
           CALL "autenticar-staff" USING WS-STAFF-USUARIO,
                WS-STAFF-ROL, "S", WS-STAFF-AUTORIZADO
           IF WS-STAFF-AUTORIZADO = 1
               MOVE SPACES TO WS-USUARIO-AUDIT
               MOVE WS-STAFF-USUARIO TO WS-USUARIO-AUDIT
               PERFORM 1000-INICIALIZAR
               PERFORM 2000-MENU UNTIL SALIR-PROGRAMA
               CLOSE REGLAS-FILE
           END-IF
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           OPEN I-O REGLAS-FILE
           IF REGLAS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT REGLAS-FILE
               CLOSE REGLAS-FILE
               OPEN I-O REGLAS-FILE
           END-IF.

       2000-MENU.
           DISPLAY "------------------------------------------"
           DISPLAY " 1. Alta / modificacion de una regla"
           DISPLAY " 2. Suspender / reactivar una regla"
           DISPLAY " 3. Listar reglas"
           DISPLAY " 4. Salir"
           DISPLAY "Opcion: " WITH NO ADVANCING
           ACCEPT MENU-CHOICE
           EVALUATE TRUE
               WHEN ALTA-REGLA
                   PERFORM 3000-ALTA-REGLA THRU 3000-ALTA-REGLA-FIN
               WHEN SUSPENDER-REGLA
                   PERFORM 4000-SUSPENDER THRU 4000-SUSPENDER-FIN
               WHEN LISTAR-REGLAS
                   PERFORM 5000-LISTAR
               WHEN SALIR-PROGRAMA
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

       2900-PEDIR-ACTIVIDAD.
           DISPLAY "Actividad: HA haberes, SV pago de servicios,"
                   " PF plazo fijo,"
           DISPLAY "           CU cuota al dia, TD compra debito,"
                   " TC consumo credito: " WITH NO ADVANCING
           ACCEPT WS-ACTIVIDAD-INPUT
           MOVE FUNCTION UPPER-CASE(WS-ACTIVIDAD-INPUT)
               TO WS-ACTIVIDAD-INPUT
           MOVE 'S' TO WS-DATOS-OK
           MOVE WS-ACTIVIDAD-INPUT TO RGP-ACTIVIDAD
           IF NOT RGP-ACTIVIDAD-VALIDA
               DISPLAY "Actividad invalida."
               MOVE 'N' TO WS-DATOS-OK
           END-IF.

       2960-PEDIR-FECHA.
           ACCEPT WS-FECHA-INPUT
           MOVE 'S' TO WS-DATOS-OK
           IF WS-FECHA-INPUT NOT = 0
               IF WS-FEC-ANIO < 1900
                  OR WS-FEC-MES < 1 OR WS-FEC-MES > 12
                  OR WS-FEC-DIA < 1 OR WS-FEC-DIA > 31
                   DISPLAY "Fecha invalida (AAAAMMDD)."
                   MOVE 'N' TO WS-DATOS-OK
               END-IF
           END-IF.

      *    Resumen de la regla en memoria para la auditoria.
       2980-ARMAR-RESUMEN.
           MOVE RGP-IMPORTE-TRAMO TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REGLA-DISPLAY
           STRING RGP-ESTADO DELIMITED BY SIZE
                  " F" DELIMITED BY SIZE
                  RGP-PUNTOS-FIJOS DELIMITED BY SIZE
                  " T" DELIMITED BY SIZE
                  RGP-PUNTOS-TRAMO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                  " MAX" DELIMITED BY SIZE
                  RGP-TOPE-PUNTOS DELIMITED BY SIZE
                  " D" DELIMITED BY SIZE
                  RGP-FECHA-DESDE DELIMITED BY SIZE
               INTO WS-REGLA-DISPLAY.

      *****************************************************************
      *  Alta o modificacion
      *****************************************************************
       3000-ALTA-REGLA.
           PERFORM 2900-PEDIR-ACTIVIDAD
           IF WS-DATOS-OK = 'N'
               GO TO 3000-ALTA-REGLA-FIN
           END-IF
           MOVE 'S' TO WS-ES-ALTA
           MOVE SPACES TO WS-AUD-VALOR-ANT
           READ REGLAS-FILE
               KEY IS RGP-ACTIVIDAD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-ES-ALTA
                   PERFORM 2980-ARMAR-RESUMEN
                   MOVE WS-REGLA-DISPLAY TO WS-AUD-VALOR-ANT
                   DISPLAY "Regla existente: " RGP-DESCRIPCION
                   DISPLAY "  " WS-REGLA-DISPLAY
                   DISPLAY "Se modifica."
           END-READ

           DISPLAY "Descripcion: " WITH NO ADVANCING
           ACCEPT WS-DESCRIPCION-INPUT
           IF WS-DESCRIPCION-INPUT = SPACES
               DISPLAY "La descripcion es obligatoria."
               GO TO 3000-ALTA-REGLA-FIN
           END-IF
           DISPLAY "Puntos fijos por actividad: " WITH NO ADVANCING
           ACCEPT WS-FIJOS-INPUT
           DISPLAY "Puntos por tramo de importe (0 = no suma por"
                   " importe): " WITH NO ADVANCING
           ACCEPT WS-TRAMO-INPUT
           MOVE 0 TO WS-IMPORTE-TRAMO-INPUT
           IF WS-TRAMO-INPUT > 0
               DISPLAY "Importe del tramo en pesos: $ "
                   WITH NO ADVANCING
               ACCEPT WS-IMPORTE-TRAMO-INPUT
               IF WS-IMPORTE-TRAMO-INPUT = 0
                   DISPLAY "El tramo debe ser mayor a cero."
                   GO TO 3000-ALTA-REGLA-FIN
               END-IF
           END-IF
           IF WS-FIJOS-INPUT = 0 AND WS-TRAMO-INPUT = 0
               DISPLAY "La regla no otorga puntos: use suspender."
               GO TO 3000-ALTA-REGLA-FIN
           END-IF
           DISPLAY "Tope de puntos por actividad (0 = sin tope): "
               WITH NO ADVANCING
           ACCEPT WS-TOPE-INPUT
           DISPLAY "Suma la actividad desde (AAAAMMDD, 0 = hoy): "
               WITH NO ADVANCING
           PERFORM 2960-PEDIR-FECHA
           IF WS-DATOS-OK = 'N'
               GO TO 3000-ALTA-REGLA-FIN
           END-IF
           IF WS-FECHA-INPUT = 0
               MOVE WS-FECHA-HOY TO WS-FECHA-INPUT
           END-IF
           IF WS-FECHA-INPUT < WS-FECHA-HOY
               DISPLAY "Atencion: la actividad desde esa fecha que"
                       " siga en los archivos suma en la proxima"
                       " corrida."
           END-IF

           DISPLAY "Confirma la regla? (S/N): " WITH NO ADVANCING
           ACCEPT WS-OPCION-CONF
           IF WS-OPCION-CONF NOT = "S" AND WS-OPCION-CONF NOT = "s"
               DISPLAY "Operacion cancelada."
               GO TO 3000-ALTA-REGLA-FIN
           END-IF

           MOVE WS-ACTIVIDAD-INPUT TO RGP-ACTIVIDAD
           MOVE WS-DESCRIPCION-INPUT TO RGP-DESCRIPCION
           MOVE WS-FIJOS-INPUT TO RGP-PUNTOS-FIJOS
           MOVE WS-TRAMO-INPUT TO RGP-PUNTOS-TRAMO
           MOVE WS-IMPORTE-TRAMO-INPUT TO RGP-IMPORTE-TRAMO
           MOVE WS-TOPE-INPUT TO RGP-TOPE-PUNTOS
           MOVE WS-FECHA-INPUT TO RGP-FECHA-DESDE
           SET RGP-ACTIVA TO TRUE
           MOVE WS-STAFF-USUARIO TO RGP-USUARIO
           MOVE WS-FECHA-HOY TO RGP-FECHA-MODIF
           IF WS-ES-ALTA = 'S'
               WRITE RGP-RECORD
                   INVALID KEY
                       DISPLAY "ERROR al grabar la regla."
                       GO TO 3000-ALTA-REGLA-FIN
               END-WRITE
           ELSE
               REWRITE RGP-RECORD
                   INVALID KEY
                       DISPLAY "ERROR al grabar la regla."
                       GO TO 3000-ALTA-REGLA-FIN
               END-REWRITE
           END-IF
           PERFORM 2980-ARMAR-RESUMEN
           MOVE WS-REGLA-DISPLAY TO WS-AUD-VALOR-NUEVO
           PERFORM 7000-AUDITAR
           DISPLAY "Regla " RGP-ACTIVIDAD " grabada.".
       3000-ALTA-REGLA-FIN.
           EXIT.

      *****************************************************************
      *  Suspension / reactivacion
      *****************************************************************
       4000-SUSPENDER.
           PERFORM 2900-PEDIR-ACTIVIDAD
           IF WS-DATOS-OK = 'N'
               GO TO 4000-SUSPENDER-FIN
           END-IF
           READ REGLAS-FILE
               KEY IS RGP-ACTIVIDAD
               INVALID KEY
                   DISPLAY "No hay regla cargada para esa actividad."
                   GO TO 4000-SUSPENDER-FIN
           END-READ
           PERFORM 2980-ARMAR-RESUMEN
           MOVE WS-REGLA-DISPLAY TO WS-AUD-VALOR-ANT
           IF RGP-ACTIVA
               DISPLAY "Regla activa: se suspende. Confirma? (S/N): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Regla suspendida: se reactiva. Confirma?"
                       " (S/N): " WITH NO ADVANCING
           END-IF
           ACCEPT WS-OPCION-CONF
           IF WS-OPCION-CONF NOT = "S" AND WS-OPCION-CONF NOT = "s"
               DISPLAY "Operacion cancelada."
               GO TO 4000-SUSPENDER-FIN
           END-IF
           IF RGP-ACTIVA
               SET RGP-SUSPENDIDA TO TRUE
           ELSE
               SET RGP-ACTIVA TO TRUE
           END-IF
           MOVE WS-STAFF-USUARIO TO RGP-USUARIO
           MOVE WS-FECHA-HOY TO RGP-FECHA-MODIF
           REWRITE RGP-RECORD
               INVALID KEY
                   DISPLAY "ERROR al grabar la regla."
                   GO TO 4000-SUSPENDER-FIN
           END-REWRITE
           PERFORM 2980-ARMAR-RESUMEN
           MOVE WS-REGLA-DISPLAY TO WS-AUD-VALOR-NUEVO
           PERFORM 7000-AUDITAR
           IF RGP-ACTIVA
               DISPLAY "Regla " RGP-ACTIVIDAD " reactivada."
           ELSE
               DISPLAY "Regla " RGP-ACTIVIDAD " suspendida."
           END-IF.
       4000-SUSPENDER-FIN.
           EXIT.

      *****************************************************************
      *  Listado
      *****************************************************************
       5000-LISTAR.
           MOVE 0 TO WS-CANT-LISTADAS
           MOVE LOW-VALUES TO RGP-ACTIVIDAD
           START REGLAS-FILE KEY IS >= RGP-ACTIVIDAD
               INVALID KEY
                   MOVE "10" TO REGLAS-STATUS
           END-START
           PERFORM UNTIL REGLAS-STATUS = "10"
               READ REGLAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO REGLAS-STATUS
                   NOT AT END
                       PERFORM 5100-MOSTRAR-REGLA
               END-READ
           END-PERFORM
           MOVE "00" TO REGLAS-STATUS
           IF WS-CANT-LISTADAS = 0
               DISPLAY "No hay reglas cargadas."
           END-IF.

       5100-MOSTRAR-REGLA.
           ADD 1 TO WS-CANT-LISTADAS
           IF RGP-ACTIVA
               MOVE "ACTIVA" TO WS-ESTADO-DISPLAY
           ELSE
               MOVE "SUSPENDIDA" TO WS-ESTADO-DISPLAY
           END-IF
           MOVE RGP-IMPORTE-TRAMO TO WS-IMPORTE-DISPLAY
           DISPLAY RGP-ACTIVIDAD " " RGP-DESCRIPCION " "
                   WS-ESTADO-DISPLAY
           DISPLAY "   Fijos " RGP-PUNTOS-FIJOS "  Por tramo "
                   RGP-PUNTOS-TRAMO " cada $ " WS-IMPORTE-DISPLAY
                   "  Tope " RGP-TOPE-PUNTOS
           DISPLAY "   Desde " RGP-FECHA-DESDE "  Modif. "
                   RGP-FECHA-MODIF " " RGP-USUARIO.

       7000-AUDITAR.
           MOVE SPACES TO WS-AUD-CAMPO
           STRING "REGLA PUNTOS " DELIMITED BY SIZE
                  RGP-ACTIVIDAD DELIMITED BY SIZE
               INTO WS-AUD-CAMPO
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                WS-AUD-CAMPO, WS-AUD-VALOR-ANT, WS-AUD-VALOR-NUEVO,
                WS-USUARIO-AUDIT.
