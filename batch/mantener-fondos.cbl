       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-FONDOS.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Mantenimiento de los fondos comunes de inversion que el banco
      *  distribuye (fondos.dat): alta y modificacion del fondo
      *  (nombre, sociedad gerente, moneda, plazo de rescate en dias
      *  habiles, suscripcion minima, activo/suspendido), carga del
      *  valor diario de la cuotaparte que informa la sociedad gerente
      *  (valores-cuotaparte.dat) y listado de fondos con su ultimo
      *  valor. Las ordenes del dia se valuan en el proceso nocturno
      *  (VALUAR-ORDENES-FCI) al valor de la fecha de la orden, por lo
      *  que el valor debe cargarse antes de la corrida. Solo
      *  supervisor; cada cambio queda en la auditoria.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FONDOS-FILE ASSIGN TO "fondos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-CODIGO
               FILE STATUS IS FONDOS-STATUS.

           SELECT VALORES-FILE ASSIGN TO "valores-cuotaparte.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VC-KEY
               FILE STATUS IS VALORES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FONDOS-FILE.
       COPY "fondo-comun.cpy".

       FD  VALORES-FILE.
       COPY "valor-cuotaparte.cpy".

       WORKING-STORAGE SECTION.
       01  FONDOS-STATUS              PIC XX.
       01  VALORES-STATUS             PIC XX.
       01  MENU-CHOICE                PIC 9.
           88  ALTA-FONDO           VALUE 1.
           88  MODIFICAR-FONDO      VALUE 2.
           88  CARGAR-VALOR         VALUE 3.
           88  LISTAR-FONDOS        VALUE 4.
           88  SALIR-PROGRAMA       VALUE 5.
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
       01  WS-GERENTE-INPUT           PIC X(30).
       01  WS-MONEDA-INPUT            PIC X(3).
       01  WS-PLAZO-INPUT             PIC 9(2).
       01  WS-MINIMO-INPUT            PIC 9(9)V99.
       01  WS-ESTADO-INPUT            PIC X(1).
       01  WS-FECHA-INPUT             PIC 9(8).
       01  WS-VALOR-INPUT             PIC 9(5)V9(6).
       01  WS-VALOR-ANTERIOR          PIC 9(5)V9(6).
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-FECHA-VALOR             PIC 9(8).
       01  WS-VALOR-ENCONTRADO        PIC 9.
       01  WS-VALOR-DISPLAY           PIC Z(4)9.999999.
       01  WS-MINIMO-DISPLAY          PIC Z(8)9.99.
       01  WS-CANT-LISTADOS           PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "==========================================".
           DISPLAY "  FONDOS COMUNES DE INVERSION".
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
           OPEN I-O FONDOS-FILE
           IF FONDOS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT FONDOS-FILE
               CLOSE FONDOS-FILE
               OPEN I-O FONDOS-FILE
           END-IF
           OPEN I-O VALORES-FILE
           IF VALORES-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT VALORES-FILE
               CLOSE VALORES-FILE
               OPEN I-O VALORES-FILE
           END-IF.

       2000-MENU.
           DISPLAY "------------------------------------------"
           DISPLAY " 1. Alta de fondo"
           DISPLAY " 2. Modificar fondo"
           DISPLAY " 3. Cargar valor de cuotaparte"
           DISPLAY " 4. Listar fondos"
           DISPLAY " 5. Salir"
           DISPLAY "Opcion: " WITH NO ADVANCING
           ACCEPT MENU-CHOICE
           EVALUATE TRUE
               WHEN ALTA-FONDO
                   PERFORM 3000-ALTA
               WHEN MODIFICAR-FONDO
                   PERFORM 4000-MODIFICAR
               WHEN CARGAR-VALOR
                   PERFORM 5000-CARGAR-VALOR
               WHEN LISTAR-FONDOS
                   PERFORM 6000-LISTAR
               WHEN SALIR-PROGRAMA
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

       3000-ALTA.
           DISPLAY "Codigo del fondo (4): " WITH NO ADVANCING
           ACCEPT WS-CODIGO-INPUT
           IF WS-CODIGO-INPUT = SPACES
               DISPLAY "Codigo obligatorio."
           ELSE
               MOVE WS-CODIGO-INPUT TO FC-CODIGO
               READ FONDOS-FILE
                   KEY IS FC-CODIGO
                   INVALID KEY
                       PERFORM 3100-DATOS-ALTA
                   NOT INVALID KEY
                       DISPLAY "El fondo ya existe: use modificar."
               END-READ
           END-IF.

       3100-DATOS-ALTA.
           DISPLAY "Nombre: " WITH NO ADVANCING
           ACCEPT WS-NOMBRE-INPUT
           DISPLAY "Sociedad gerente: " WITH NO ADVANCING
           ACCEPT WS-GERENTE-INPUT
           DISPLAY "Moneda (ARS/USD): " WITH NO ADVANCING
           ACCEPT WS-MONEDA-INPUT
           DISPLAY "Plazo de rescate (dias habiles): "
               WITH NO ADVANCING
           ACCEPT WS-PLAZO-INPUT
           DISPLAY "Suscripcion minima: " WITH NO ADVANCING
           ACCEPT WS-MINIMO-INPUT
           IF WS-NOMBRE-INPUT = SPACES
              OR (WS-MONEDA-INPUT NOT = "ARS"
                  AND WS-MONEDA-INPUT NOT = "USD")
               DISPLAY "Nombre obligatorio y moneda ARS o USD:"
                       " no se graba."
           ELSE
               MOVE WS-CODIGO-INPUT TO FC-CODIGO
               MOVE WS-NOMBRE-INPUT TO FC-NOMBRE
               MOVE WS-GERENTE-INPUT TO FC-SOCIEDAD-GERENTE
               MOVE WS-MONEDA-INPUT TO FC-MONEDA
               MOVE WS-PLAZO-INPUT TO FC-PLAZO-RESCATE
               MOVE WS-MINIMO-INPUT TO FC-MINIMO-SUSCRIPCION
               SET FC-ACTIVO TO TRUE
               WRITE FC-RECORD
                   INVALID KEY
                       DISPLAY "ERROR al grabar el fondo: "
                               FONDOS-STATUS
                   NOT INVALID KEY
                       DISPLAY "Fondo " FC-CODIGO " dado de alta."
                       MOVE "ALTA FONDO" TO WS-AUD-CAMPO
                       MOVE SPACES TO WS-AUD-VALOR-ANT
                       MOVE SPACES TO WS-AUD-VALOR-NUEVO
                       STRING FC-CODIGO DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FC-MONEDA DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FC-NOMBRE DELIMITED BY SIZE
                           INTO WS-AUD-VALOR-NUEVO
                       PERFORM 8000-AUDITAR
               END-WRITE
           END-IF.

      *    La moneda no se modifica: las tenencias y las ordenes ya
      *    cargadas estan expresadas en ella.
       4000-MODIFICAR.
           DISPLAY "Codigo del fondo: " WITH NO ADVANCING
           ACCEPT WS-CODIGO-INPUT
           MOVE WS-CODIGO-INPUT TO FC-CODIGO
           READ FONDOS-FILE
               KEY IS FC-CODIGO
               INVALID KEY
                   DISPLAY "Fondo inexistente."
               NOT INVALID KEY
                   PERFORM 4100-DATOS-MODIFICACION
           END-READ.

       4100-DATOS-MODIFICACION.
           MOVE FC-MINIMO-SUSCRIPCION TO WS-MINIMO-DISPLAY
           DISPLAY "Fondo: " FC-CODIGO " " FC-NOMBRE " " FC-MONEDA
           DISPLAY "Plazo rescate: " FC-PLAZO-RESCATE
                   "  Minimo: " WS-MINIMO-DISPLAY
                   "  Estado: " FC-ESTADO
           MOVE SPACES TO WS-AUD-VALOR-ANT
           STRING "Plazo " DELIMITED BY SIZE
                  FC-PLAZO-RESCATE DELIMITED BY SIZE
                  " Minimo " DELIMITED BY SIZE
                  WS-MINIMO-DISPLAY DELIMITED BY SIZE
                  " Estado " DELIMITED BY SIZE
                  FC-ESTADO DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANT
           DISPLAY "Nuevo nombre (ENTER = sin cambio): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-NOMBRE-INPUT
           ACCEPT WS-NOMBRE-INPUT
           DISPLAY "Nuevo plazo de rescate (dias habiles): "
               WITH NO ADVANCING
           ACCEPT WS-PLAZO-INPUT
           DISPLAY "Nueva suscripcion minima: " WITH NO ADVANCING
           ACCEPT WS-MINIMO-INPUT
           DISPLAY "Estado (A activo / S suspendido): "
               WITH NO ADVANCING
           ACCEPT WS-ESTADO-INPUT
           IF WS-ESTADO-INPUT NOT = "A" AND WS-ESTADO-INPUT NOT = "S"
               DISPLAY "Estado invalido: no se graba."
           ELSE
               IF WS-NOMBRE-INPUT NOT = SPACES
                   MOVE WS-NOMBRE-INPUT TO FC-NOMBRE
               END-IF
               MOVE WS-PLAZO-INPUT TO FC-PLAZO-RESCATE
               MOVE WS-MINIMO-INPUT TO FC-MINIMO-SUSCRIPCION
               MOVE WS-ESTADO-INPUT TO FC-ESTADO
               REWRITE FC-RECORD
                   INVALID KEY
                       DISPLAY "ERROR al grabar el fondo: "
                               FONDOS-STATUS
                   NOT INVALID KEY
                       DISPLAY "Fondo actualizado."
                       MOVE "MODIF FONDO" TO WS-AUD-CAMPO
                       MOVE FC-MINIMO-SUSCRIPCION TO WS-MINIMO-DISPLAY
                       MOVE SPACES TO WS-AUD-VALOR-NUEVO
                       STRING "Plazo " DELIMITED BY SIZE
                              FC-PLAZO-RESCATE DELIMITED BY SIZE
                              " Minimo " DELIMITED BY SIZE
                              WS-MINIMO-DISPLAY DELIMITED BY SIZE
                              " Estado " DELIMITED BY SIZE
                              FC-ESTADO DELIMITED BY SIZE
                           INTO WS-AUD-VALOR-NUEVO
                       PERFORM 8000-AUDITAR
               END-REWRITE
           END-IF.

      *    Un valor ya cargado para la fecha se reemplaza (correccion
      *    de la sociedad gerente) siempre que la corrida nocturna no
      *    haya valuado todavia las ordenes de ese dia.
       5000-CARGAR-VALOR.
           DISPLAY "Codigo del fondo: " WITH NO ADVANCING
           ACCEPT WS-CODIGO-INPUT
           MOVE WS-CODIGO-INPUT TO FC-CODIGO
           READ FONDOS-FILE
               KEY IS FC-CODIGO
               INVALID KEY
                   DISPLAY "Fondo inexistente."
               NOT INVALID KEY
                   PERFORM 5100-DATOS-VALOR
           END-READ.

       5100-DATOS-VALOR.
           DISPLAY "Fecha (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT WS-FECHA-INPUT
           DISPLAY "Valor de la cuotaparte: " WITH NO ADVANCING
           ACCEPT WS-VALOR-INPUT
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           IF WS-FECHA-INPUT = 0 OR WS-VALOR-INPUT = 0
               DISPLAY "Fecha y valor deben ser mayores a cero."
           ELSE
           IF WS-FECHA-INPUT > WS-FECHA-HOY
               DISPLAY "No se cargan valores de fechas futuras."
           ELSE
               MOVE FC-CODIGO TO VC-FONDO
               MOVE WS-FECHA-INPUT TO VC-FECHA
               MOVE 0 TO WS-VALOR-ANTERIOR
               READ VALORES-FILE
                   KEY IS VC-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VC-VALOR TO WS-VALOR-ANTERIOR
               END-READ
               MOVE FC-CODIGO TO VC-FONDO
               MOVE WS-FECHA-INPUT TO VC-FECHA
               MOVE WS-VALOR-INPUT TO VC-VALOR
               MOVE WS-STAFF-USUARIO TO VC-USUARIO
               IF WS-VALOR-ANTERIOR > 0
                   REWRITE VC-RECORD
                   DISPLAY "Valor reemplazado."
               ELSE
                   WRITE VC-RECORD
                   DISPLAY "Valor cargado."
               END-IF
               MOVE "VALOR CUOTAPARTE" TO WS-AUD-CAMPO
               MOVE WS-VALOR-ANTERIOR TO WS-VALOR-DISPLAY
               MOVE SPACES TO WS-AUD-VALOR-ANT
               STRING FC-CODIGO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-FECHA-INPUT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-VALOR-DISPLAY DELIMITED BY SIZE
                   INTO WS-AUD-VALOR-ANT
               MOVE WS-VALOR-INPUT TO WS-VALOR-DISPLAY
               MOVE SPACES TO WS-AUD-VALOR-NUEVO
               STRING FC-CODIGO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-FECHA-INPUT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-VALOR-DISPLAY DELIMITED BY SIZE
                   INTO WS-AUD-VALOR-NUEVO
               PERFORM 8000-AUDITAR
           END-IF
           END-IF.

      *    El ultimo valor sale de buscar-valor-cuotaparte, que abre
      *    el archivo por su cuenta: se cierra mientras se lista.
       6000-LISTAR.
           MOVE 0 TO WS-CANT-LISTADOS
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           CLOSE VALORES-FILE
           MOVE LOW-VALUES TO FC-CODIGO
           START FONDOS-FILE KEY IS >= FC-CODIGO
               INVALID KEY
                   MOVE "10" TO FONDOS-STATUS
               NOT INVALID KEY
                   MOVE "00" TO FONDOS-STATUS
           END-START
           PERFORM UNTIL FONDOS-STATUS = "10"
               READ FONDOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FONDOS-STATUS
                   NOT AT END
                       ADD 1 TO WS-CANT-LISTADOS
                       CALL "buscar-valor-cuotaparte" USING FC-CODIGO,
                            WS-FECHA-HOY, WS-VALOR-INPUT,
                            WS-FECHA-VALOR, WS-VALOR-ENCONTRADO
                       MOVE WS-VALOR-INPUT TO WS-VALOR-DISPLAY
                       MOVE FC-MINIMO-SUSCRIPCION TO WS-MINIMO-DISPLAY
                       DISPLAY FC-CODIGO " " FC-NOMBRE " " FC-MONEDA
                               " " FC-ESTADO
                       DISPLAY "     Gerente: " FC-SOCIEDAD-GERENTE
                       IF WS-VALOR-ENCONTRADO = 1
                           DISPLAY "     Plazo " FC-PLAZO-RESCATE
                                   "  Minimo " WS-MINIMO-DISPLAY
                                   "  Valor " WS-VALOR-DISPLAY
                                   " al " WS-FECHA-VALOR
                       ELSE
                           DISPLAY "     Plazo " FC-PLAZO-RESCATE
                                   "  Minimo " WS-MINIMO-DISPLAY
                                   "  SIN VALOR CARGADO"
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Fondos listados: " WS-CANT-LISTADOS
           MOVE "00" TO FONDOS-STATUS
           OPEN I-O VALORES-FILE.

       8000-AUDITAR.
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
                WS-AUD-VALOR-NUEVO, WS-USUARIO-AUDIT.

       9000-FINALIZAR.
           CLOSE FONDOS-FILE
           CLOSE VALORES-FILE.
