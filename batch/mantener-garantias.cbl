       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-GARANTIAS.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Registro de garantias de prestamos (garantias.dat): pantalla
      *  de back-office (staff autenticado via autenticar-staff) para
      *  dar de alta, consultar, retasar y liberar las garantias que
      *  respaldan un prestamo:
      *    - hipoteca y prenda automotor, con valor de tasacion,
      *      fecha de tasacion, moneda y vencimiento del seguro;
      *    - plazo fijo prendado: el certificado tiene que estar
      *      vigente y libre; queda marcado con la garantia
      *      (PF-GARANTIA-ID) y mientras el prestamo siga abierto no
      *      se precancela ni se paga al vencimiento
      *      (prenda-plazo-fijo);
      *    - garante: persona que responde por la deuda, sin valor
      *      computable.
      *  La consulta muestra la cobertura computable del prestamo a
      *  hoy (calcular-cobertura). Liberar una garantia de un
      *  prestamo todavia abierto requiere un supervisor autenticado
      *  en el momento. Cada alta, retasacion y liberacion queda en
      *  la auditoria.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GARANTIAS-FILE ASSIGN TO "garantias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAR-ID
               ALTERNATE RECORD KEY IS GAR-PRESTAMO
                   WITH DUPLICATES
               FILE STATUS IS GARANTIAS-STATUS.

           SELECT PRESTAMOS-FILE ASSIGN TO "prestamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-KEY
               FILE STATUS IS PRESTAMOS-STATUS.

           SELECT PLAZOS-FILE ASSIGN TO "plazos-fijos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-KEY
               FILE STATUS IS PLAZOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GARANTIAS-FILE.
       COPY "garantia.cpy".

       FD  PRESTAMOS-FILE.
       COPY "prestamo.cpy".

       FD  PLAZOS-FILE.
       COPY "plazo-fijo.cpy".

       WORKING-STORAGE SECTION.
       COPY "cliente.cpy".
       01  GARANTIAS-STATUS           PIC XX.
       01  PRESTAMOS-STATUS           PIC XX.
       01  PLAZOS-STATUS              PIC XX.
       01  WS-SEGUIR                  PIC X VALUE 'S'.

       01  WS-STAFF-USUARIO           PIC X(8).
       01  WS-STAFF-ROL               PIC X(1).
       01  WS-STAFF-AUTORIZADO        PIC 9 VALUE 0.
       01  WS-SUPERVISOR              PIC X(8) VALUE SPACES.
       01  WS-SUPERV-ROL              PIC X(1).
       01  WS-SUPERV-AUTORIZADO       PIC 9 VALUE 0.
       01  WS-USUARIO-AUDIT           PIC X(20).
       01  WS-AUD-CBF                 PIC X(6).
       01  WS-AUD-CAMPO               PIC X(20).
       01  WS-AUD-VALOR-ANT           PIC X(50).
       01  WS-AUD-VALOR-NUEVO         PIC X(50).

       01  MENU-CHOICE                PIC 9.
           88  ALTA-GARANTIA          VALUE 1.
           88  CONSULTAR-GARANTIAS    VALUE 2.
           88  RETASAR-GARANTIA       VALUE 3.
           88  LIBERAR-GARANTIA       VALUE 4.
           88  SALIR-PROGRAMA         VALUE 5.

       01  WS-CBF-INPUT               PIC 9(6).
       01  WS-PREST-TS-INPUT          PIC 9(14).
       01  WS-GAR-ID-INPUT            PIC 9(14).
       01  WS-TIPO-INPUT              PIC X(1).
       01  WS-DESCRIPCION-INPUT       PIC X(40).
       01  WS-VALOR-INPUT             PIC 9(9)V99.
       01  WS-MONEDA-INPUT            PIC X(3).
       01  WS-PF-CBF-INPUT            PIC 9(6).
       01  WS-PF-TS-INPUT             PIC 9(14).
       01  WS-FECHA-INPUT             PIC 9(8).
       01  WS-FECHA-INPUT-GRP REDEFINES WS-FECHA-INPUT.
           05  WS-FEC-ANIO            PIC 9(4).
           05  WS-FEC-MES             PIC 9(2).
           05  WS-FEC-DIA             PIC 9(2).
       01  WS-FECHA-TASACION          PIC 9(8).
       01  WS-VTO-SEGURO              PIC 9(8).
       01  WS-DATOS-OK                PIC X(1).
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-MONEDA-PRESTAMO         PIC X(3).
       01  WS-PRESTAMO-ABIERTO        PIC X(1).

       01  WS-PRENDADO                PIC 9.
       01  WS-PF-TS-NULO              PIC 9(14) VALUE 0.
       01  WS-COBERTURA               PIC S9(11)V99.
       01  WS-CANT-GARANTIAS          PIC 9(3).
       01  WS-TASACION-VENCIDA        PIC 9(3).
       01  WS-SEGURO-VENCIDO          PIC 9(3).
       01  WS-CANT-LISTADAS           PIC 9(3).
       01  WS-IMPORTE-DISPLAY         PIC -Z(10).99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "==========================================".
           DISPLAY "  GARANTIAS DE PRESTAMOS".
           DISPLAY "==========================================".
           CALL "autenticar-staff" USING WS-STAFF-USUARIO,
                WS-STAFF-ROL, "C", WS-STAFF-AUTORIZADO
           IF WS-STAFF-AUTORIZADO = 1
               PERFORM 1000-INICIALIZAR
               IF WS-SEGUIR = 'S'
                   PERFORM 2000-MENU UNTIL SALIR-PROGRAMA
                   CLOSE GARANTIAS-FILE
                   CLOSE PRESTAMOS-FILE
                   IF PLAZOS-STATUS = "00"
                       CLOSE PLAZOS-FILE
                   END-IF
               END-IF
           END-IF
           STOP RUN.

       1000-INICIALIZAR.
           MOVE SPACES TO WS-USUARIO-AUDIT
           MOVE WS-STAFF-USUARIO TO WS-USUARIO-AUDIT
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           OPEN INPUT PRESTAMOS-FILE
           IF PRESTAMOS-STATUS NOT = "00"
               DISPLAY "No hay prestamos registrados."
               MOVE 'N' TO WS-SEGUIR
           ELSE
               OPEN I-O GARANTIAS-FILE
               IF GARANTIAS-STATUS NOT = "00" AND NOT = "05"
                   OPEN OUTPUT GARANTIAS-FILE
                   CLOSE GARANTIAS-FILE
                   OPEN I-O GARANTIAS-FILE
               END-IF
      *        Sin plazos fijos registrados no se puede prendar
      *        ninguno, pero el resto del registro funciona igual.
               OPEN I-O PLAZOS-FILE
           END-IF.

       2000-MENU.
           DISPLAY "------------------------------------------"
           DISPLAY " 1. Alta de garantia"
           DISPLAY " 2. Consultar garantias de un prestamo"
           DISPLAY " 3. Retasar garantia / renovar seguro"
           DISPLAY " 4. Liberar garantia"
           DISPLAY " 5. Salir"
           DISPLAY "Opcion: " WITH NO ADVANCING
           ACCEPT MENU-CHOICE
           EVALUATE TRUE
               WHEN ALTA-GARANTIA
                   PERFORM 3000-ALTA THRU 3000-ALTA-FIN
               WHEN CONSULTAR-GARANTIAS
                   PERFORM 4000-CONSULTAR THRU 4000-CONSULTAR-FIN
               WHEN RETASAR-GARANTIA
                   PERFORM 5000-RETASAR THRU 5000-RETASAR-FIN
               WHEN LIBERAR-GARANTIA
                   PERFORM 6000-LIBERAR THRU 6000-LIBERAR-FIN
               WHEN SALIR-PROGRAMA
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

      *    Prestamo de la garantia: CBF y timestamp de alta. Deja
      *    WS-PRESTAMO-ABIERTO en "S" si esta vigente, en mora o
      *    castigado (la deuda sigue reclamable) y la moneda de la
      *    cuenta en WS-MONEDA-PRESTAMO.
       2900-PEDIR-PRESTAMO.
           MOVE 'N' TO WS-PRESTAMO-ABIERTO
           DISPLAY "CBF de la cuenta del prestamo: "
               WITH NO ADVANCING
           ACCEPT WS-CBF-INPUT
           DISPLAY "Timestamp del prestamo: " WITH NO ADVANCING
           ACCEPT WS-PREST-TS-INPUT
           MOVE WS-CBF-INPUT TO PRE-CBF
           MOVE WS-PREST-TS-INPUT TO PRE-TIMESTAMP-ALTA
           PERFORM 2950-LEER-PRESTAMO.

       2950-LEER-PRESTAMO.
           MOVE 'N' TO WS-PRESTAMO-ABIERTO
           MOVE "ARS" TO WS-MONEDA-PRESTAMO
           READ PRESTAMOS-FILE
               KEY IS PRE-KEY
               INVALID KEY
                   MOVE "23" TO PRESTAMOS-STATUS
               NOT INVALID KEY
                   IF PRE-VIGENTE OR PRE-EN-MORA OR PRE-CASTIGADO
                       MOVE 'S' TO WS-PRESTAMO-ABIERTO
                   END-IF
                   MOVE PRE-CBF TO P-CBF OF CLIENTE
                   CALL 'buscar-cliente' USING CLIENTE
                   IF P-MONEDA-USD OF CLIENTE
                       MOVE "USD" TO WS-MONEDA-PRESTAMO
                   END-IF
           END-READ.

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

       3000-ALTA.
           PERFORM 2900-PEDIR-PRESTAMO
           IF PRESTAMOS-STATUS NOT = "00"
               DISPLAY "No existe ese prestamo."
               MOVE "00" TO PRESTAMOS-STATUS
               GO TO 3000-ALTA-FIN
           END-IF
           IF WS-PRESTAMO-ABIERTO = 'N'
               DISPLAY "El prestamo no esta abierto (estado "
                       PRE-ESTADO ")."
               GO TO 3000-ALTA-FIN
           END-IF
           DISPLAY "Tipo (H hipoteca, A prenda automotor,"
                   " F plazo fijo, G garante): " WITH NO ADVANCING
           ACCEPT WS-TIPO-INPUT
           INITIALIZE GAR-RECORD
           MOVE WS-TIPO-INPUT TO GAR-TIPO
           MOVE WS-CBF-INPUT TO GAR-PRE-CBF
           MOVE WS-PREST-TS-INPUT TO GAR-PRE-TS
           MOVE WS-MONEDA-PRESTAMO TO GAR-MONEDA
           MOVE 'S' TO WS-DATOS-OK
           EVALUATE TRUE
               WHEN GAR-HIPOTECA
               WHEN GAR-PRENDA-AUTO
                   PERFORM 3100-DATOS-BIEN
               WHEN GAR-PLAZO-FIJO
                   PERFORM 3200-DATOS-PLAZO-FIJO
               WHEN GAR-GARANTE
                   DISPLAY "Documento y nombre del garante: "
                       WITH NO ADVANCING
                   ACCEPT WS-DESCRIPCION-INPUT
                   MOVE WS-DESCRIPCION-INPUT TO GAR-DESCRIPCION
               WHEN OTHER
                   DISPLAY "Tipo de garantia invalido."
                   MOVE 'N' TO WS-DATOS-OK
           END-EVALUATE
           IF WS-DATOS-OK = 'N'
               GO TO 3000-ALTA-FIN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO GAR-ID
           SET GAR-ACTIVA TO TRUE
           MOVE WS-FECHA-HOY TO GAR-FECHA-ALTA
           MOVE WS-STAFF-USUARIO TO GAR-USUARIO
           WRITE GAR-RECORD
               INVALID KEY
                   DISPLAY "ERROR al grabar la garantia: reintente."
                   GO TO 3000-ALTA-FIN
           END-WRITE

           IF GAR-PLAZO-FIJO
               MOVE GAR-ID TO PF-GARANTIA-ID
               REWRITE PF-RECORD
           END-IF
           MOVE SPACES TO WS-AUD-VALOR-ANT
           STRING "Prestamo " DELIMITED BY SIZE
                  GAR-PRE-TS DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANT
           MOVE "ALTA GARANTIA" TO WS-AUD-CAMPO
           PERFORM 7000-AUDITAR
           DISPLAY "Garantia registrada: numero " GAR-ID.

       3000-ALTA-FIN.
           EXIT.

       3100-DATOS-BIEN.
           MOVE 'N' TO WS-DATOS-OK
           DISPLAY "Descripcion (matricula / dominio): "
               WITH NO ADVANCING
           ACCEPT WS-DESCRIPCION-INPUT
           DISPLAY "Valor de tasacion: " WITH NO ADVANCING
           ACCEPT WS-VALOR-INPUT
           DISPLAY "Moneda de la tasacion (ARS/USD): "
               WITH NO ADVANCING
           ACCEPT WS-MONEDA-INPUT
           IF WS-MONEDA-INPUT NOT = "ARS" AND NOT = "USD"
               DISPLAY "Moneda invalida."
           ELSE
               IF WS-VALOR-INPUT = 0
                   DISPLAY "El valor de tasacion debe ser mayor a"
                           " cero."
               ELSE
                   PERFORM 3110-FECHAS-BIEN
               END-IF
           END-IF
           IF WS-DATOS-OK = 'S'
               MOVE WS-DESCRIPCION-INPUT TO GAR-DESCRIPCION
               MOVE WS-VALOR-INPUT TO GAR-VALOR
               MOVE WS-MONEDA-INPUT TO GAR-MONEDA
               MOVE WS-FECHA-TASACION TO GAR-FECHA-TASACION
               MOVE WS-VTO-SEGURO TO GAR-VTO-SEGURO
           END-IF.

       3110-FECHAS-BIEN.
           DISPLAY "Fecha de tasacion (AAAAMMDD): "
               WITH NO ADVANCING
           PERFORM 2960-PEDIR-FECHA
           IF WS-DATOS-OK = 'S'
               IF WS-FECHA-INPUT = 0 OR WS-FECHA-INPUT > WS-FECHA-HOY
                   DISPLAY "La tasacion no puede ser posterior a hoy."
                   MOVE 'N' TO WS-DATOS-OK
               END-IF
           END-IF
           IF WS-DATOS-OK = 'S'
               MOVE WS-FECHA-INPUT TO WS-FECHA-TASACION
               DISPLAY "Vencimiento del seguro (AAAAMMDD, 0 sin"
                       " seguro): " WITH NO ADVANCING
               PERFORM 2960-PEDIR-FECHA
               MOVE WS-FECHA-INPUT TO WS-VTO-SEGURO
           END-IF.

      *    El certificado tiene que estar vigente y no prendado en
      *    otra garantia abierta; su valor es el capital y su moneda
      *    la de la cuenta del certificado.
       3200-DATOS-PLAZO-FIJO.
           MOVE 'N' TO WS-DATOS-OK
           IF PLAZOS-STATUS NOT = "00"
               DISPLAY "No hay plazos fijos registrados."
           ELSE
               DISPLAY "CBF del plazo fijo: " WITH NO ADVANCING
               ACCEPT WS-PF-CBF-INPUT
               DISPLAY "Timestamp del certificado: "
                   WITH NO ADVANCING
               ACCEPT WS-PF-TS-INPUT
               MOVE WS-PF-CBF-INPUT TO PF-CBF
               MOVE WS-PF-TS-INPUT TO PF-TIMESTAMP-ALTA
               READ PLAZOS-FILE
                   KEY IS PF-KEY
                   INVALID KEY
                       DISPLAY "No existe ese certificado."
                   NOT INVALID KEY
                       PERFORM 3210-VALIDAR-CERTIFICADO
               END-READ
               MOVE "00" TO PLAZOS-STATUS
           END-IF.

       3210-VALIDAR-CERTIFICADO.
           CALL "prenda-plazo-fijo" USING "V", PF-GARANTIA-ID,
                WS-PF-TS-NULO, PF-CAPITAL, WS-PRENDADO
           EVALUATE TRUE
               WHEN NOT PF-VIGENTE
                   DISPLAY "El certificado no esta vigente."
               WHEN WS-PRENDADO = 1
                   DISPLAY "El certificado ya esta prendado en la"
                           " garantia " PF-GARANTIA-ID "."
               WHEN OTHER
                   MOVE 'S' TO WS-DATOS-OK
                   MOVE PF-KEY TO GAR-PF-KEY
                   MOVE PF-CAPITAL TO GAR-VALOR
                   MOVE WS-FECHA-HOY TO GAR-FECHA-TASACION
                   MOVE "ARS" TO GAR-MONEDA
                   MOVE PF-CBF TO P-CBF OF CLIENTE
                   CALL 'buscar-cliente' USING CLIENTE
                   IF P-MONEDA-USD OF CLIENTE
                       MOVE "USD" TO GAR-MONEDA
                   END-IF
                   MOVE SPACES TO GAR-DESCRIPCION
                   STRING "PLAZO FIJO " DELIMITED BY SIZE
                          PF-CBF DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          PF-TIMESTAMP-ALTA DELIMITED BY SIZE
                       INTO GAR-DESCRIPCION
           END-EVALUATE.

       4000-CONSULTAR.
           PERFORM 2900-PEDIR-PRESTAMO
           IF PRESTAMOS-STATUS NOT = "00"
               DISPLAY "No existe ese prestamo."
               MOVE "00" TO PRESTAMOS-STATUS
               GO TO 4000-CONSULTAR-FIN
           END-IF
           MOVE 0 TO WS-CANT-LISTADAS
           MOVE WS-CBF-INPUT TO GAR-PRE-CBF
           MOVE WS-PREST-TS-INPUT TO GAR-PRE-TS
           START GARANTIAS-FILE KEY IS = GAR-PRESTAMO
               INVALID KEY
                   MOVE "10" TO GARANTIAS-STATUS
           END-START
           PERFORM UNTIL GARANTIAS-STATUS = "10"
               READ GARANTIAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO GARANTIAS-STATUS
                   NOT AT END
                       IF GAR-PRE-CBF NOT = WS-CBF-INPUT
                          OR GAR-PRE-TS NOT = WS-PREST-TS-INPUT
                           MOVE "10" TO GARANTIAS-STATUS
                       ELSE
                           PERFORM 4100-MOSTRAR-GARANTIA
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO GARANTIAS-STATUS
           IF WS-CANT-LISTADAS = 0
               DISPLAY "El prestamo no tiene garantias registradas."
               GO TO 4000-CONSULTAR-FIN
           END-IF

           CALL "calcular-cobertura" USING WS-CBF-INPUT,
                WS-PREST-TS-INPUT, WS-MONEDA-PRESTAMO, WS-FECHA-HOY,
                WS-COBERTURA, WS-CANT-GARANTIAS,
                WS-TASACION-VENCIDA, WS-SEGURO-VENCIDO
           MOVE WS-COBERTURA TO WS-IMPORTE-DISPLAY
           DISPLAY "Cobertura computable a hoy: "
                   WS-MONEDA-PRESTAMO " " WS-IMPORTE-DISPLAY
           IF WS-TASACION-VENCIDA > 0
               DISPLAY "  Tasaciones vencidas: " WS-TASACION-VENCIDA
           END-IF
           IF WS-SEGURO-VENCIDO > 0
               DISPLAY "  Seguros vencidos o faltantes: "
                       WS-SEGURO-VENCIDO
           END-IF.

       4000-CONSULTAR-FIN.
           EXIT.

       4100-MOSTRAR-GARANTIA.
           ADD 1 TO WS-CANT-LISTADAS
           MOVE GAR-VALOR TO WS-IMPORTE-DISPLAY
           DISPLAY "Nro " GAR-ID "  " GAR-TIPO " " GAR-ESTADO
                   "  " GAR-MONEDA " " WS-IMPORTE-DISPLAY
                   "  tasada " GAR-FECHA-TASACION
                   "  seguro " GAR-VTO-SEGURO
           DISPLAY "    " GAR-DESCRIPCION.

      *    Retasacion de un bien: nuevo valor y fecha de tasacion y,
      *    si se informa, nuevo vencimiento del seguro.
       5000-RETASAR.
           DISPLAY "Numero de garantia: " WITH NO ADVANCING
           ACCEPT WS-GAR-ID-INPUT
           MOVE WS-GAR-ID-INPUT TO GAR-ID
           READ GARANTIAS-FILE
               KEY IS GAR-ID
               INVALID KEY
                   DISPLAY "No existe esa garantia."
                   MOVE "00" TO GARANTIAS-STATUS
                   GO TO 5000-RETASAR-FIN
           END-READ
           IF NOT GAR-ACTIVA
               DISPLAY "La garantia ya fue liberada."
               GO TO 5000-RETASAR-FIN
           END-IF
           IF NOT (GAR-HIPOTECA OR GAR-PRENDA-AUTO)
               DISPLAY "Solo se retasa una hipoteca o una prenda"
                       " automotor."
               GO TO 5000-RETASAR-FIN
           END-IF
           MOVE GAR-VALOR TO WS-IMPORTE-DISPLAY
           DISPLAY "Valor actual: " GAR-MONEDA " " WS-IMPORTE-DISPLAY
                   "  tasada " GAR-FECHA-TASACION
                   "  seguro " GAR-VTO-SEGURO
           MOVE SPACES TO WS-AUD-VALOR-ANT
           STRING WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                  " tas " DELIMITED BY SIZE
                  GAR-FECHA-TASACION DELIMITED BY SIZE
                  " seg " DELIMITED BY SIZE
                  GAR-VTO-SEGURO DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANT

           DISPLAY "Nuevo valor de tasacion (0 no cambia): "
               WITH NO ADVANCING
           ACCEPT WS-VALOR-INPUT
           MOVE GAR-FECHA-TASACION TO WS-FECHA-TASACION
           IF WS-VALOR-INPUT > 0
               PERFORM 3110-FECHAS-BIEN
               IF WS-DATOS-OK = 'N'
                   GO TO 5000-RETASAR-FIN
               END-IF
               MOVE WS-VALOR-INPUT TO GAR-VALOR
               MOVE WS-FECHA-TASACION TO GAR-FECHA-TASACION
           ELSE
               DISPLAY "Vencimiento del seguro (AAAAMMDD, 0 no"
                       " cambia): " WITH NO ADVANCING
               PERFORM 2960-PEDIR-FECHA
               IF WS-DATOS-OK = 'N'
                   GO TO 5000-RETASAR-FIN
               END-IF
               MOVE WS-FECHA-INPUT TO WS-VTO-SEGURO
           END-IF
           IF WS-VTO-SEGURO > 0
               MOVE WS-VTO-SEGURO TO GAR-VTO-SEGURO
           END-IF
           REWRITE GAR-RECORD
           MOVE "RETASACION GARANTIA" TO WS-AUD-CAMPO
           PERFORM 7000-AUDITAR
           DISPLAY "Garantia actualizada.".

       5000-RETASAR-FIN.
           EXIT.

      *    Liberar una garantia de un prestamo cancelado es tramite;
      *    de uno abierto, deja la deuda con menos cobertura y pide
      *    un supervisor. Un plazo fijo liberado vuelve a estar
      *    disponible para su titular.
       6000-LIBERAR.
           DISPLAY "Numero de garantia: " WITH NO ADVANCING
           ACCEPT WS-GAR-ID-INPUT
           MOVE WS-GAR-ID-INPUT TO GAR-ID
           READ GARANTIAS-FILE
               KEY IS GAR-ID
               INVALID KEY
                   DISPLAY "No existe esa garantia."
                   MOVE "00" TO GARANTIAS-STATUS
                   GO TO 6000-LIBERAR-FIN
           END-READ
           IF NOT GAR-ACTIVA
               DISPLAY "La garantia ya fue liberada."
               GO TO 6000-LIBERAR-FIN
           END-IF
           MOVE GAR-PRE-CBF TO PRE-CBF
           MOVE GAR-PRE-TS TO PRE-TIMESTAMP-ALTA
           PERFORM 2950-LEER-PRESTAMO
           MOVE "00" TO PRESTAMOS-STATUS
           MOVE SPACES TO WS-SUPERVISOR
           IF WS-PRESTAMO-ABIERTO = 'S'
               DISPLAY "El prestamo sigue abierto: autorizacion de"
                       " supervisor."
               MOVE 0 TO WS-SUPERV-AUTORIZADO
               CALL "autenticar-staff" USING WS-SUPERVISOR,
                    WS-SUPERV-ROL, "S", WS-SUPERV-AUTORIZADO
               IF WS-SUPERV-AUTORIZADO NOT = 1
                   DISPLAY "Liberacion no autorizada."
                   GO TO 6000-LIBERAR-FIN
               END-IF
           END-IF

           SET GAR-LIBERADA TO TRUE
           REWRITE GAR-RECORD
           IF GAR-PLAZO-FIJO AND PLAZOS-STATUS = "00"
               MOVE GAR-PF-KEY TO PF-KEY
               READ PLAZOS-FILE
                   KEY IS PF-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PF-GARANTIA-ID = GAR-ID
                           MOVE 0 TO PF-GARANTIA-ID
                           REWRITE PF-RECORD
                       END-IF
               END-READ
               MOVE "00" TO PLAZOS-STATUS
           END-IF
           MOVE SPACES TO WS-AUD-VALOR-ANT
           STRING "Prestamo " DELIMITED BY SIZE
                  GAR-PRE-TS DELIMITED BY SIZE
                  " estado " DELIMITED BY SIZE
                  PRE-ESTADO DELIMITED BY SIZE
                  " aut " DELIMITED BY SIZE
                  WS-SUPERVISOR DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANT
           MOVE "LIBERA GARANTIA" TO WS-AUD-CAMPO
           PERFORM 7000-AUDITAR
           DISPLAY "Garantia liberada.".

       6000-LIBERAR-FIN.
           EXIT.

       7000-AUDITAR.
           MOVE GAR-PRE-CBF TO WS-AUD-CBF
           MOVE GAR-VALOR TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING "Gar " DELIMITED BY SIZE
                  GAR-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GAR-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GAR-MONEDA DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF, WS-AUD-CAMPO,
                WS-AUD-VALOR-ANT, WS-AUD-VALOR-NUEVO,
                WS-USUARIO-AUDIT.
