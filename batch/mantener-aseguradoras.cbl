       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-ASEGURADORAS.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Seguro de vida sobre saldo deudor de los prestamos: alta y
      *  modificacion de las aseguradoras (aseguradoras.dat: nombre,
      *  CUIT, porcentaje mensual de la prima sobre el capital
      *  adeudado, activa/baja), listado, y gestion de los siniestros
      *  que MANTENER-FALLECIMIENTO abre al registrar el fallecimiento
      *  de un deudor (siniestros-seguro.dat):
      *    - pago: la aseguradora cancela el saldo reclamado; el
      *      prestamo queda PRE-CANCELADO-SEGURO y sus cuotas impagas
      *      CUO-CUBIERTA-SEGURO, sin movimiento en la cuenta del
      *      titular (el pago entra por la cuenta de la aseguradora
      *      en el GL). Solo se acepta el pago total del reclamo;
      *    - rechazo: el prestamo vuelve a cobrarse por COBRAR-CUOTAS
      *      y su saldo queda a cargo de la sucesion.
      *  El cambio de la prima rige para las cuotas que se cobren
      *  desde ese momento. Solo supervisor; cada cambio queda en la
      *  auditoria.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASEGURADORAS-FILE ASSIGN TO "aseguradoras.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-CODIGO
               FILE STATUS IS ASEGURADORAS-STATUS.

           SELECT SINIESTROS-FILE ASSIGN TO "siniestros-seguro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-KEY
               FILE STATUS IS SINIESTROS-STATUS.

           SELECT PRESTAMOS-FILE ASSIGN TO "prestamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-KEY
               FILE STATUS IS PRESTAMOS-STATUS.

           SELECT CUOTAS-FILE ASSIGN TO "cuotas-prestamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-KEY
               FILE STATUS IS CUOTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASEGURADORAS-FILE.
       COPY "aseguradora.cpy".

       FD  SINIESTROS-FILE.
       COPY "siniestro-seguro.cpy".

       FD  PRESTAMOS-FILE.
       COPY "prestamo.cpy".

       FD  CUOTAS-FILE.
       COPY "cuota-prestamo.cpy".

       WORKING-STORAGE SECTION.
       01  ASEGURADORAS-STATUS        PIC XX.
       01  SINIESTROS-STATUS          PIC XX.
       01  PRESTAMOS-STATUS           PIC XX.
       01  CUOTAS-STATUS              PIC XX.
       01  MENU-CHOICE                PIC 9.
           88  ALTA-ASEGURADORA     VALUE 1.
           88  MODIFICAR-ASEGURADORA VALUE 2.
           88  LISTAR-ASEGURADORAS  VALUE 3.
           88  LISTAR-SINIESTROS    VALUE 4.
           88  PAGAR-SINIESTRO      VALUE 5.
           88  RECHAZAR-SINIESTRO   VALUE 6.
           88  SALIR-PROGRAMA       VALUE 7.
       01  WS-STAFF-USUARIO           PIC X(8).
       01  WS-STAFF-ROL               PIC X(1).
       01  WS-STAFF-AUTORIZADO        PIC 9 VALUE 0.
       01  WS-USUARIO-AUDIT           PIC X(20).
       01  WS-AUD-CBF                 PIC X(6) VALUE "000000".
       01  WS-AUD-CAMPO               PIC X(20).
       01  WS-AUD-VALOR-ANT           PIC X(50).
       01  WS-AUD-VALOR-NUEVO         PIC X(50).

       01  WS-CODIGO-INPUT            PIC X(4).
       01  WS-NOMBRE-INPUT            PIC X(30).
       01  WS-CUIT-INPUT              PIC X(11).
       01  WS-TASA-INPUT              PIC 9(1)V9(4).
       01  WS-ESTADO-INPUT            PIC X(1).
       01  WS-CBF-INPUT               PIC 9(6).
       01  WS-TS-INPUT                PIC 9(14).
       01  WS-IMPORTE-INPUT           PIC 9(9)V99.
       01  WS-MOTIVO-INPUT            PIC X(30).
       01  WS-OPCION-CONF             PIC X.
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-SINIESTRO-OK            PIC X VALUE 'N'.
       01  WS-RECLAMADO               PIC S9(9)V99.
       01  WS-CUOTAS-CUBIERTAS        PIC 9(3).
       01  WS-TASA-DISPLAY            PIC 9.9999.
       01  WS-IMPORTE-DISPLAY         PIC -Z(8)9.99.
       01  WS-CANT-LISTADOS           PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "==========================================".
           DISPLAY "  SEGURO DE VIDA SOBRE SALDO DEUDOR".
           DISPLAY "==========================================".
           CALL "autenticar-staff" USING WS-STAFF-USUARIO,
                WS-STAFF-ROL, "S", WS-STAFF-AUTORIZADO
           IF WS-STAFF-AUTORIZADO = 1
               MOVE SPACES TO WS-USUARIO-AUDIT
               MOVE WS-STAFF-USUARIO TO WS-USUARIO-AUDIT
               PERFORM 1000-INICIALIZAR
               PERFORM 2000-MENU UNTIL SALIR-PROGRAMA
               PERFORM 9000-FINALIZAR
           END-IF
           STOP RUN.

       1000-INICIALIZAR.
           OPEN I-O ASEGURADORAS-FILE
           IF ASEGURADORAS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT ASEGURADORAS-FILE
               CLOSE ASEGURADORAS-FILE
               OPEN I-O ASEGURADORAS-FILE
           END-IF
           OPEN I-O SINIESTROS-FILE
           IF SINIESTROS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT SINIESTROS-FILE
               CLOSE SINIESTROS-FILE
               OPEN I-O SINIESTROS-FILE
           END-IF
           OPEN I-O PRESTAMOS-FILE
           OPEN I-O CUOTAS-FILE.

       2000-MENU.
           DISPLAY "------------------------------------------"
           DISPLAY " 1. Alta de aseguradora"
           DISPLAY " 2. Modificar aseguradora"
           DISPLAY " 3. Listar aseguradoras"
           DISPLAY " 4. Listar siniestros abiertos"
           DISPLAY " 5. Registrar pago de siniestro"
           DISPLAY " 6. Registrar rechazo de siniestro"
           DISPLAY " 7. Salir"
           DISPLAY "Opcion: " WITH NO ADVANCING
           ACCEPT MENU-CHOICE
           EVALUATE TRUE
               WHEN ALTA-ASEGURADORA
                   PERFORM 3000-ALTA
               WHEN MODIFICAR-ASEGURADORA
                   PERFORM 4000-MODIFICAR
               WHEN LISTAR-ASEGURADORAS
                   PERFORM 5000-LISTAR
               WHEN LISTAR-SINIESTROS
                   PERFORM 6000-LISTAR-SINIESTROS
               WHEN PAGAR-SINIESTRO
                   PERFORM 7000-PAGAR-SINIESTRO
                       THRU 7000-PAGAR-SINIESTRO-FIN
               WHEN RECHAZAR-SINIESTRO
                   PERFORM 7500-RECHAZAR-SINIESTRO
                       THRU 7500-RECHAZAR-SINIESTRO-FIN
               WHEN SALIR-PROGRAMA
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

       3000-ALTA.
           DISPLAY "Codigo de la aseguradora (4): " WITH NO ADVANCING
           ACCEPT WS-CODIGO-INPUT
           IF WS-CODIGO-INPUT = SPACES
               DISPLAY "Codigo obligatorio."
           ELSE
               MOVE WS-CODIGO-INPUT TO ASG-CODIGO
               READ ASEGURADORAS-FILE
                   KEY IS ASG-CODIGO
                   INVALID KEY
                       PERFORM 3100-DATOS-ALTA
                   NOT INVALID KEY
                       DISPLAY "La aseguradora ya existe: use"
                               " modificar."
               END-READ
           END-IF.

       3100-DATOS-ALTA.
           DISPLAY "Nombre: " WITH NO ADVANCING
           ACCEPT WS-NOMBRE-INPUT
           DISPLAY "CUIT (11 digitos): " WITH NO ADVANCING
           ACCEPT WS-CUIT-INPUT
           DISPLAY "Prima mensual sobre saldo (%, ej 0.0450): "
               WITH NO ADVANCING
           ACCEPT WS-TASA-INPUT
           IF WS-NOMBRE-INPUT = SPACES
              OR WS-CUIT-INPUT IS NOT NUMERIC
              OR WS-TASA-INPUT = 0
               DISPLAY "Nombre, CUIT numerico y prima mayor a cero"
                       " son obligatorios: no se graba."
           ELSE
               MOVE WS-CODIGO-INPUT TO ASG-CODIGO
               MOVE WS-NOMBRE-INPUT TO ASG-NOMBRE
               MOVE WS-CUIT-INPUT TO ASG-CUIT
               MOVE WS-TASA-INPUT TO ASG-TASA-PRIMA
               SET ASG-ACTIVA TO TRUE
               WRITE ASG-RECORD
                   INVALID KEY
                       DISPLAY "ERROR al grabar la aseguradora: "
                               ASEGURADORAS-STATUS
                   NOT INVALID KEY
                       DISPLAY "Aseguradora " ASG-CODIGO
                               " dada de alta."
                       MOVE "ALTA ASEGURADORA" TO WS-AUD-CAMPO
                       MOVE ASG-TASA-PRIMA TO WS-TASA-DISPLAY
                       MOVE SPACES TO WS-AUD-VALOR-ANT
                       MOVE SPACES TO WS-AUD-VALOR-NUEVO
                       STRING ASG-CODIGO DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-TASA-DISPLAY DELIMITED BY SIZE
                              "% " DELIMITED BY SIZE
                              ASG-NOMBRE DELIMITED BY SIZE
                           INTO WS-AUD-VALOR-NUEVO
                       PERFORM 8000-AUDITAR
               END-WRITE
           END-IF.

      *    El CUIT no se modifica: identifica a la compania en las
      *    remesas ya enviadas.
       4000-MODIFICAR.
           DISPLAY "Codigo de la aseguradora: " WITH NO ADVANCING
           ACCEPT WS-CODIGO-INPUT
           MOVE WS-CODIGO-INPUT TO ASG-CODIGO
           READ ASEGURADORAS-FILE
               KEY IS ASG-CODIGO
               INVALID KEY
                   DISPLAY "Aseguradora inexistente."
               NOT INVALID KEY
                   PERFORM 4100-DATOS-MODIFICACION
           END-READ.

       4100-DATOS-MODIFICACION.
           MOVE ASG-TASA-PRIMA TO WS-TASA-DISPLAY
           DISPLAY "Aseguradora: " ASG-CODIGO " " ASG-NOMBRE
                   " CUIT " ASG-CUIT
           DISPLAY "Prima: " WS-TASA-DISPLAY " %  Estado: " ASG-ESTADO
           MOVE SPACES TO WS-AUD-VALOR-ANT
           STRING "Prima " DELIMITED BY SIZE
                  WS-TASA-DISPLAY DELIMITED BY SIZE
                  " Estado " DELIMITED BY SIZE
                  ASG-ESTADO DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANT
           DISPLAY "Nuevo nombre (ENTER = sin cambio): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-NOMBRE-INPUT
           ACCEPT WS-NOMBRE-INPUT
           DISPLAY "Nueva prima mensual (%): " WITH NO ADVANCING
           ACCEPT WS-TASA-INPUT
           DISPLAY "Estado (A activa / B baja): " WITH NO ADVANCING
           ACCEPT WS-ESTADO-INPUT
           IF (WS-ESTADO-INPUT NOT = "A" AND WS-ESTADO-INPUT NOT = "B")
              OR WS-TASA-INPUT = 0
               DISPLAY "Estado invalido o prima en cero: no se graba."
           ELSE
               IF WS-NOMBRE-INPUT NOT = SPACES
                   MOVE WS-NOMBRE-INPUT TO ASG-NOMBRE
               END-IF
               MOVE WS-TASA-INPUT TO ASG-TASA-PRIMA
               MOVE WS-ESTADO-INPUT TO ASG-ESTADO
               REWRITE ASG-RECORD
                   INVALID KEY
                       DISPLAY "ERROR al grabar la aseguradora: "
                               ASEGURADORAS-STATUS
                   NOT INVALID KEY
                       DISPLAY "Aseguradora actualizada."
                       MOVE "MODIF ASEGURADORA" TO WS-AUD-CAMPO
                       MOVE ASG-TASA-PRIMA TO WS-TASA-DISPLAY
                       MOVE SPACES TO WS-AUD-VALOR-NUEVO
                       STRING "Prima " DELIMITED BY SIZE
                              WS-TASA-DISPLAY DELIMITED BY SIZE
                              " Estado " DELIMITED BY SIZE
                              ASG-ESTADO DELIMITED BY SIZE
                           INTO WS-AUD-VALOR-NUEVO
                       PERFORM 8000-AUDITAR
               END-REWRITE
           END-IF.

       5000-LISTAR.
           MOVE 0 TO WS-CANT-LISTADOS
           MOVE LOW-VALUES TO ASG-CODIGO
           START ASEGURADORAS-FILE KEY IS >= ASG-CODIGO
               INVALID KEY
                   MOVE "10" TO ASEGURADORAS-STATUS
               NOT INVALID KEY
                   MOVE "00" TO ASEGURADORAS-STATUS
           END-START
           PERFORM UNTIL ASEGURADORAS-STATUS = "10"
               READ ASEGURADORAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO ASEGURADORAS-STATUS
                   NOT AT END
                       ADD 1 TO WS-CANT-LISTADOS
                       MOVE ASG-TASA-PRIMA TO WS-TASA-DISPLAY
                       DISPLAY ASG-CODIGO " " ASG-NOMBRE
                               " CUIT " ASG-CUIT
                               "  Prima " WS-TASA-DISPLAY " %"
                               "  " ASG-ESTADO
               END-READ
           END-PERFORM
           DISPLAY "Aseguradoras listadas: " WS-CANT-LISTADOS
           MOVE "00" TO ASEGURADORAS-STATUS.

       6000-LISTAR-SINIESTROS.
           MOVE 0 TO WS-CANT-LISTADOS
           MOVE LOW-VALUES TO SIN-KEY
           START SINIESTROS-FILE KEY IS >= SIN-KEY
               INVALID KEY
                   MOVE "10" TO SINIESTROS-STATUS
               NOT INVALID KEY
                   MOVE "00" TO SINIESTROS-STATUS
           END-START
           PERFORM UNTIL SINIESTROS-STATUS = "10"
               READ SINIESTROS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO SINIESTROS-STATUS
                   NOT AT END
                       IF SIN-ABIERTO
                           ADD 1 TO WS-CANT-LISTADOS
                           COMPUTE WS-RECLAMADO =
                               SIN-SALDO-CAPITAL + SIN-SALDO-INTERES
                           MOVE WS-RECLAMADO TO WS-IMPORTE-DISPLAY
                           DISPLAY SIN-ASEGURADORA " CBF " SIN-CBF
                                   " prestamo " SIN-TS-PREST
                                   " desde " SIN-FECHA-APERTURA
                           DISPLAY "     Acta " SIN-ACTA
                                   "  Reclamado $ " WS-IMPORTE-DISPLAY
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Siniestros abiertos: " WS-CANT-LISTADOS
           MOVE "00" TO SINIESTROS-STATUS.

      *    Pide CBF y prestamo y deja SIN-RECORD leido; WS-SINIESTRO-OK
      *    queda en 'S' solo si el siniestro existe y esta abierto.
       6500-UBICAR-SINIESTRO.
           MOVE 'N' TO WS-SINIESTRO-OK
           DISPLAY "CBF del titular: " WITH NO ADVANCING
           ACCEPT WS-CBF-INPUT
           DISPLAY "Timestamp del prestamo: " WITH NO ADVANCING
           ACCEPT WS-TS-INPUT
           MOVE WS-CBF-INPUT TO SIN-CBF
           MOVE WS-TS-INPUT TO SIN-TS-PREST
           READ SINIESTROS-FILE
               KEY IS SIN-KEY
               INVALID KEY
                   DISPLAY "No hay siniestro para ese prestamo."
               NOT INVALID KEY
                   IF SIN-ABIERTO
                       MOVE 'S' TO WS-SINIESTRO-OK
                   ELSE
                       DISPLAY "El siniestro no esta abierto (estado "
                               SIN-ESTADO ")."
                   END-IF
           END-READ
           IF WS-SINIESTRO-OK = 'S'
               COMPUTE WS-RECLAMADO =
                   SIN-SALDO-CAPITAL + SIN-SALDO-INTERES
               MOVE WS-RECLAMADO TO WS-IMPORTE-DISPLAY
               DISPLAY "Aseguradora " SIN-ASEGURADORA
                       "  abierto el " SIN-FECHA-APERTURA
                       "  acta " SIN-ACTA
               DISPLAY "Saldo reclamado: $ " WS-IMPORTE-DISPLAY
           END-IF.

      *    Pago total del reclamo: el prestamo se cancela por seguro.
       7000-PAGAR-SINIESTRO.
           PERFORM 6500-UBICAR-SINIESTRO
           IF WS-SINIESTRO-OK NOT = 'S'
               GO TO 7000-PAGAR-SINIESTRO-FIN
           END-IF
           DISPLAY "Importe pagado por la aseguradora: $ "
               WITH NO ADVANCING
           ACCEPT WS-IMPORTE-INPUT
           IF WS-IMPORTE-INPUT < WS-RECLAMADO
               DISPLAY "Solo se registra el pago total del saldo"
                       " reclamado."
               GO TO 7000-PAGAR-SINIESTRO-FIN
           END-IF
           DISPLAY "Confirma la cancelacion del prestamo por el"
                   " seguro? (S/N): " WITH NO ADVANCING
           ACCEPT WS-OPCION-CONF
           IF WS-OPCION-CONF NOT = "S" AND WS-OPCION-CONF NOT = "s"
               DISPLAY "Operacion cancelada."
               GO TO 7000-PAGAR-SINIESTRO-FIN
           END-IF
           MOVE SIN-CBF TO PRE-CBF
           MOVE SIN-TS-PREST TO PRE-TIMESTAMP-ALTA
           READ PRESTAMOS-FILE
               KEY IS PRE-KEY
               INVALID KEY
                   DISPLAY "No existe el prestamo del siniestro."
                   GO TO 7000-PAGAR-SINIESTRO-FIN
           END-READ
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 7100-CUBRIR-CUOTAS
           SET PRE-CANCELADO-SEGURO TO TRUE
           SET PRE-SINIESTRO-PAGADO TO TRUE
           REWRITE PRE-RECORD
           SET SIN-PAGADO TO TRUE
           MOVE WS-FECHA-HOY TO SIN-FECHA-CIERRE
           MOVE WS-IMPORTE-INPUT TO SIN-IMPORTE-PAGADO
           MOVE WS-STAFF-USUARIO TO SIN-USUARIO
           REWRITE SIN-RECORD
           DISPLAY "Siniestro pagado: prestamo cancelado por seguro ("
                   WS-CUOTAS-CUBIERTAS " cuotas cubiertas)."
           MOVE SIN-CBF TO WS-AUD-CBF
           MOVE "SINIESTRO SEGURO" TO WS-AUD-CAMPO
           MOVE SPACES TO WS-AUD-VALOR-ANT
           STRING "Abierto prestamo " DELIMITED BY SIZE
                  SIN-TS-PREST DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANT
           MOVE WS-IMPORTE-INPUT TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING "Pagado " DELIMITED BY SIZE
                  SIN-ASEGURADORA DELIMITED BY SIZE
                  " $ " DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           PERFORM 8000-AUDITAR
           MOVE "000000" TO WS-AUD-CBF.
       7000-PAGAR-SINIESTRO-FIN.
           EXIT.

       7100-CUBRIR-CUOTAS.
           MOVE 0 TO WS-CUOTAS-CUBIERTAS
           MOVE SIN-CBF TO CUO-CBF
           MOVE SIN-TS-PREST TO CUO-TIMESTAMP-PREST
           MOVE 0 TO CUO-NUMERO
           START CUOTAS-FILE KEY IS >= CUO-KEY
               INVALID KEY
                   MOVE "10" TO CUOTAS-STATUS
               NOT INVALID KEY
                   MOVE "00" TO CUOTAS-STATUS
           END-START
           PERFORM UNTIL CUOTAS-STATUS = "10"
               READ CUOTAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO CUOTAS-STATUS
                   NOT AT END
                       IF CUO-CBF NOT = SIN-CBF
                          OR CUO-TIMESTAMP-PREST NOT = SIN-TS-PREST
                           MOVE "10" TO CUOTAS-STATUS
                       ELSE
                           IF CUO-PENDIENTE OR CUO-EN-MORA
                               SET CUO-CUBIERTA-SEGURO TO TRUE
                               REWRITE CUO-RECORD
                               ADD 1 TO WS-CUOTAS-CUBIERTAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Rechazo: el prestamo vuelve a la cobranza normal y su saldo
      *    queda a cargo de la sucesion.
       7500-RECHAZAR-SINIESTRO.
           PERFORM 6500-UBICAR-SINIESTRO
           IF WS-SINIESTRO-OK NOT = 'S'
               GO TO 7500-RECHAZAR-SINIESTRO-FIN
           END-IF
           DISPLAY "Motivo del rechazo: " WITH NO ADVANCING
           MOVE SPACES TO WS-MOTIVO-INPUT
           ACCEPT WS-MOTIVO-INPUT
           IF WS-MOTIVO-INPUT = SPACES
               DISPLAY "El motivo es obligatorio."
               GO TO 7500-RECHAZAR-SINIESTRO-FIN
           END-IF
           MOVE SIN-CBF TO PRE-CBF
           MOVE SIN-TS-PREST TO PRE-TIMESTAMP-ALTA
           READ PRESTAMOS-FILE
               KEY IS PRE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "R" TO PRE-SINIESTRO
                   REWRITE PRE-RECORD
           END-READ
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           SET SIN-RECHAZADO TO TRUE
           MOVE WS-FECHA-HOY TO SIN-FECHA-CIERRE
           MOVE 0 TO SIN-IMPORTE-PAGADO
           MOVE WS-STAFF-USUARIO TO SIN-USUARIO
           REWRITE SIN-RECORD
           DISPLAY "Siniestro rechazado: el prestamo vuelve a"
                   " cobrarse."
           MOVE SIN-CBF TO WS-AUD-CBF
           MOVE "SINIESTRO SEGURO" TO WS-AUD-CAMPO
           MOVE SPACES TO WS-AUD-VALOR-ANT
           STRING "Abierto prestamo " DELIMITED BY SIZE
                  SIN-TS-PREST DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANT
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING "Rechazado " DELIMITED BY SIZE
                  WS-MOTIVO-INPUT DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           PERFORM 8000-AUDITAR
           MOVE "000000" TO WS-AUD-CBF.
       7500-RECHAZAR-SINIESTRO-FIN.
           EXIT.

       8000-AUDITAR.
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
                WS-AUD-VALOR-NUEVO, WS-USUARIO-AUDIT.

       9000-FINALIZAR.
           CLOSE ASEGURADORAS-FILE
           CLOSE SINIESTROS-FILE
           CLOSE PRESTAMOS-FILE
           CLOSE CUOTAS-FILE.
