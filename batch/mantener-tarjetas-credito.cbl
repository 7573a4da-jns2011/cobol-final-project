       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-TARJETAS-CREDITO.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Maestro de cuentas de tarjeta de credito
      *  (tarjetas-credito.dat): un usuario staff autenticado da de
      *  alta la cuenta de tarjeta sobre el CBF desde el que se va a
      *  debitar el pago (limite, dia de cierre, dia de vencimiento,
      *  tasa de financiacion y modo de pago), modifica esas
      *  condiciones, carga los consumos de los cupones que llegan
      *  de los comercios (consumos-tarjeta.dat, controlando el
      *  disponible de compra), consulta la cuenta con su ultimo
      *  resumen y da de baja el plastico. Cada movimiento del
      *  maestro queda en la auditoria con el usuario que lo hizo.
      *  No se da de alta una tarjeta sobre la cuenta de un titular
      *  menor de edad (verificar-menor) ni sin los documentos
      *  obligatorios del legajo para el producto TC
      *  (verificar-legajo).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJETAS-CREDITO-FILE ASSIGN TO "tarjetas-credito.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-NUMERO
               ALTERNATE RECORD KEY IS TC-CBF
                   WITH DUPLICATES
               FILE STATUS IS TARJETAS-STATUS.

           SELECT CONSUMOS-FILE ASSIGN TO "consumos-tarjeta.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS CONSUMOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TARJETAS-CREDITO-FILE.
       COPY "tarjeta-credito.cpy".

       FD  CONSUMOS-FILE.
       COPY "consumo-tarjeta.cpy".

       WORKING-STORAGE SECTION.
       COPY "cliente.cpy".
       01  TARJETAS-STATUS            PIC XX.
       01  CONSUMOS-STATUS            PIC XX.
       01  MENU-CHOICE                PIC 9.
           88  ALTA-CUENTA          VALUE 1.
           88  MODIFICAR-CUENTA     VALUE 2.
           88  CARGAR-CONSUMO       VALUE 3.
           88  CONSULTAR-CUENTA     VALUE 4.
           88  BAJA-CUENTA          VALUE 5.
           88  SALIR-PROGRAMA       VALUE 6.
       01  WS-STAFF-USUARIO           PIC X(8).
       01  WS-STAFF-ROL               PIC X(1).
       01  WS-STAFF-AUTORIZADO        PIC 9 VALUE 0.
       01  WS-USUARIO-AUDIT           PIC X(20).
       01  WS-NUMERO-INPUT            PIC 9(16).
       01  WS-CBF-INPUT               PIC 9(6).
       01  WS-VTO-INPUT               PIC 9(6).
       01  WS-LIMITE-INPUT            PIC 9(9)V99.
       01  WS-DIA-CIERRE-INPUT        PIC 9(2).
       01  WS-DIA-VTO-INPUT           PIC 9(2).
       01  WS-TASA-INPUT              PIC 9(3)V99.
       01  WS-MODO-INPUT              PIC X(1).
       01  WS-COMERCIO-INPUT          PIC X(30).
       01  WS-IMPORTE-INPUT           PIC 9(9)V99.
       01  WS-DATOS-OK                PIC X.
       01  WS-DEUDA-RESUMEN           PIC S9(9)V99.
       01  WS-DISPONIBLE              PIC S9(9)V99.
       01  WS-CANT-LISTADOS           PIC 9(3) VALUE 0.
       01  WS-IMPORTE-DISPLAY         PIC -Z(8)9.99.
       01  WS-AUD-CAMPO               PIC X(20) VALUE "TARJETA-CREDITO".
       01  WS-AUD-VALOR-ANT           PIC X(50).
       01  WS-AUD-VALOR-NUEVO         PIC X(50).
       01  WS-AUD-CBF                 PIC X(6).
       01  WS-MENOR-ESTADO            PIC 9.
       01  WS-MENOR-TUTOR             PIC 9(6).
       01  WS-LEGAJO-COMPLETO         PIC 9.
       01  WS-LEGAJO-FALTANTE         PIC X(3).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "==========================================".
           DISPLAY "  TARJETAS DE CREDITO - BACK-OFFICE".
           DISPLAY "==========================================".
           CALL "autenticar-staff" USING WS-STAFF-USUARIO,
                WS-STAFF-ROL, "S", WS-STAFF-AUTORIZADO
           IF WS-STAFF-AUTORIZADO = 1
               MOVE SPACES TO WS-USUARIO-AUDIT
               MOVE WS-STAFF-USUARIO TO WS-USUARIO-AUDIT
               PERFORM 1000-ABRIR-ARCHIVOS
               PERFORM 2000-MENU UNTIL SALIR-PROGRAMA
               CLOSE TARJETAS-CREDITO-FILE
               CLOSE CONSUMOS-FILE
           END-IF
           STOP RUN.

       1000-ABRIR-ARCHIVOS.
           OPEN I-O TARJETAS-CREDITO-FILE
           IF TARJETAS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT TARJETAS-CREDITO-FILE
               CLOSE TARJETAS-CREDITO-FILE
               OPEN I-O TARJETAS-CREDITO-FILE
           END-IF
           OPEN I-O CONSUMOS-FILE
           IF CONSUMOS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT CONSUMOS-FILE
               CLOSE CONSUMOS-FILE
               OPEN I-O CONSUMOS-FILE
           END-IF.

       2000-MENU.
           DISPLAY "------------------------------------------".
           DISPLAY "1. Alta de cuenta de tarjeta".
           DISPLAY "2. Modificar condiciones de una cuenta".
           DISPLAY "3. Cargar un consumo".
           DISPLAY "4. Consultar una cuenta".
           DISPLAY "5. Dar de baja una tarjeta".
           DISPLAY "6. Salir".
           DISPLAY "Su opcion: " WITH NO ADVANCING.
           ACCEPT MENU-CHOICE.

           EVALUATE TRUE
               WHEN ALTA-CUENTA
                   PERFORM 2100-ALTA
               WHEN MODIFICAR-CUENTA
                   PERFORM 2200-MODIFICAR
               WHEN CARGAR-CONSUMO
                   PERFORM 2300-CONSUMO
               WHEN CONSULTAR-CUENTA
                   PERFORM 2400-CONSULTAR
               WHEN BAJA-CUENTA
                   PERFORM 2500-BAJA
               WHEN SALIR-PROGRAMA
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

       2100-ALTA.
           DISPLAY "CBF de debito del pago: " WITH NO ADVANCING
           ACCEPT WS-CBF-INPUT
           MOVE WS-CBF-INPUT TO P-CBF OF CLIENTE
           CALL 'buscar-cliente' USING CLIENTE
           IF P-CBF OF CLIENTE = '000000' OR P-CBF OF CLIENTE = SPACES
               DISPLAY "No existe una cuenta con ese CBF."
           ELSE
           CALL 'verificar-menor' USING P-CBF OF CLIENTE,
                WS-MENOR-ESTADO, WS-MENOR-TUTOR
           IF WS-MENOR-ESTADO NOT = 0
               DISPLAY "El titular es menor de edad: no puede tener"
                       " tarjeta de credito."
           ELSE
           CALL 'verificar-legajo' USING P-CBF OF CLIENTE, "TC",
                WS-LEGAJO-COMPLETO, WS-LEGAJO-FALTANTE
           IF WS-LEGAJO-COMPLETO = 0
               DISPLAY "Legajo incompleto: falta el documento "
                       WS-LEGAJO-FALTANTE " para tarjeta de credito"
                       " (MANTENER-LEGAJOS)."
           ELSE
               DISPLAY "Numero de tarjeta (16 digitos): "
                   WITH NO ADVANCING
               ACCEPT WS-NUMERO-INPUT
               DISPLAY "Vencimiento del plastico (AAAAMM): "
                   WITH NO ADVANCING
               ACCEPT WS-VTO-INPUT
               PERFORM 2900-PEDIR-CONDICIONES
               IF WS-NUMERO-INPUT = 0 OR WS-VTO-INPUT = 0
                   MOVE 'N' TO WS-DATOS-OK
                   DISPLAY "Numero y vencimiento son obligatorios."
               END-IF
               IF WS-DATOS-OK = 'S'
                   PERFORM 2150-GRABAR-ALTA
               END-IF
           END-IF
           END-IF
           END-IF.

       2150-GRABAR-ALTA.
           INITIALIZE TC-RECORD
           MOVE WS-NUMERO-INPUT TO TC-NUMERO
           MOVE WS-CBF-INPUT TO TC-CBF
           MOVE WS-VTO-INPUT TO TC-VENCIMIENTO
           MOVE WS-LIMITE-INPUT TO TC-LIMITE
           MOVE WS-DIA-CIERRE-INPUT TO TC-DIA-CIERRE
           MOVE WS-DIA-VTO-INPUT TO TC-DIA-VENCIMIENTO
           MOVE WS-TASA-INPUT TO TC-TASA-FINANC
           MOVE WS-MODO-INPUT TO TC-MODO-PAGO
           MOVE "N" TO TC-DEBITO-HECHO
           SET TC-ACTIVA TO TRUE
           WRITE TC-RECORD
               INVALID KEY
                   DISPLAY "Ya existe una tarjeta con ese numero."
               NOT INVALID KEY
                   DISPLAY "Cuenta de tarjeta dada de alta."
                   MOVE SPACES TO WS-AUD-VALOR-ANT
                   MOVE SPACES TO WS-AUD-VALOR-NUEVO
                   STRING "Alta TC " DELIMITED BY SIZE
                          WS-NUMERO-INPUT DELIMITED BY SIZE
                          " limite " DELIMITED BY SIZE
                          TC-LIMITE DELIMITED BY SIZE
                       INTO WS-AUD-VALOR-NUEVO
                   PERFORM 8000-AUDITAR
           END-WRITE.

       2200-MODIFICAR.
           DISPLAY "Numero de tarjeta: " WITH NO ADVANCING
           ACCEPT WS-NUMERO-INPUT
           MOVE WS-NUMERO-INPUT TO TC-NUMERO
           READ TARJETAS-CREDITO-FILE
               KEY IS TC-NUMERO
               INVALID KEY
                   DISPLAY "No existe esa tarjeta."
               NOT INVALID KEY
                   IF TC-BAJA
                       DISPLAY "La tarjeta esta dada de baja."
                   ELSE
                       PERFORM 2250-APLICAR-CAMBIOS
                   END-IF
           END-READ.

       2250-APLICAR-CAMBIOS.
           MOVE TC-LIMITE TO WS-IMPORTE-DISPLAY
           DISPLAY "Condiciones actuales: limite $ " WS-IMPORTE-DISPLAY
                   "  cierre dia " TC-DIA-CIERRE
                   "  vto dia " TC-DIA-VENCIMIENTO
                   "  tasa " TC-TASA-FINANC
                   "  modo " TC-MODO-PAGO
           MOVE TC-CBF TO WS-CBF-INPUT
           PERFORM 2900-PEDIR-CONDICIONES
           IF WS-DATOS-OK = 'S'
               MOVE SPACES TO WS-AUD-VALOR-ANT
               STRING "Limite " DELIMITED BY SIZE
                      TC-LIMITE DELIMITED BY SIZE
                      " modo " DELIMITED BY SIZE
                      TC-MODO-PAGO DELIMITED BY SIZE
                   INTO WS-AUD-VALOR-ANT
               MOVE WS-LIMITE-INPUT TO TC-LIMITE
               MOVE WS-DIA-CIERRE-INPUT TO TC-DIA-CIERRE
               MOVE WS-DIA-VTO-INPUT TO TC-DIA-VENCIMIENTO
               MOVE WS-TASA-INPUT TO TC-TASA-FINANC
               MOVE WS-MODO-INPUT TO TC-MODO-PAGO
               REWRITE TC-RECORD
               DISPLAY "Condiciones actualizadas."
               MOVE SPACES TO WS-AUD-VALOR-NUEVO
               STRING "Limite " DELIMITED BY SIZE
                      TC-LIMITE DELIMITED BY SIZE
                      " modo " DELIMITED BY SIZE
                      TC-MODO-PAGO DELIMITED BY SIZE
                   INTO WS-AUD-VALOR-NUEVO
               PERFORM 8000-AUDITAR
           END-IF.

      *    Un consumo solo entra si cabe en el disponible de compra:
      *    limite menos lo adeudado del ultimo resumen menos lo ya
      *    consumido en el periodo en curso.
       2300-CONSUMO.
           DISPLAY "Numero de tarjeta: " WITH NO ADVANCING
           ACCEPT WS-NUMERO-INPUT
           MOVE WS-NUMERO-INPUT TO TC-NUMERO
           READ TARJETAS-CREDITO-FILE
               KEY IS TC-NUMERO
               INVALID KEY
                   DISPLAY "No existe esa tarjeta."
               NOT INVALID KEY
                   IF TC-BAJA
                       DISPLAY "La tarjeta esta dada de baja."
                   ELSE
                       PERFORM 2350-GRABAR-CONSUMO
                   END-IF
           END-READ.

       2350-GRABAR-CONSUMO.
           COMPUTE WS-DEUDA-RESUMEN = TC-SALDO-RESUMEN - TC-PAGADO-ULT
           IF WS-DEUDA-RESUMEN < 0
               MOVE 0 TO WS-DEUDA-RESUMEN
           END-IF
           COMPUTE WS-DISPONIBLE = TC-LIMITE - WS-DEUDA-RESUMEN
                                 - TC-CONSUMOS-PERIODO
           MOVE WS-DISPONIBLE TO WS-IMPORTE-DISPLAY
           DISPLAY "Disponible de compra: $ " WS-IMPORTE-DISPLAY
           DISPLAY "Comercio: " WITH NO ADVANCING
           ACCEPT WS-COMERCIO-INPUT
           DISPLAY "Importe: " WITH NO ADVANCING
           ACCEPT WS-IMPORTE-INPUT
           IF WS-IMPORTE-INPUT = 0
               DISPLAY "El importe debe ser mayor a cero."
           ELSE
           IF WS-IMPORTE-INPUT > WS-DISPONIBLE
               DISPLAY "El consumo excede el disponible de compra."
           ELSE
               MOVE TC-NUMERO TO CT-NUMERO
               MOVE FUNCTION CURRENT-DATE(1:14) TO CT-TIMESTAMP
               MOVE CT-TIMESTAMP(1:8) TO CT-FECHA
               MOVE WS-COMERCIO-INPUT TO CT-COMERCIO
               MOVE WS-IMPORTE-INPUT TO CT-IMPORTE
               SET CT-CONSUMO TO TRUE
               SET CT-PENDIENTE TO TRUE
               MOVE 0 TO CT-FECHA-CIERRE
               WRITE CT-RECORD
                   INVALID KEY
                       DISPLAY "No se pudo registrar el consumo."
                   NOT INVALID KEY
                       ADD WS-IMPORTE-INPUT TO TC-CONSUMOS-PERIODO
                       REWRITE TC-RECORD
                       DISPLAY "Consumo registrado."
               END-WRITE
           END-IF
           END-IF.

       2400-CONSULTAR.
           DISPLAY "Numero de tarjeta: " WITH NO ADVANCING
           ACCEPT WS-NUMERO-INPUT
           MOVE WS-NUMERO-INPUT TO TC-NUMERO
           READ TARJETAS-CREDITO-FILE
               KEY IS TC-NUMERO
               INVALID KEY
                   DISPLAY "No existe esa tarjeta."
               NOT INVALID KEY
                   PERFORM 2450-MOSTRAR-CUENTA
           END-READ.

       2450-MOSTRAR-CUENTA.
           DISPLAY "CBF de debito:      " TC-CBF
           DISPLAY "Estado:             " TC-ESTADO
           DISPLAY "Modo de pago:       " TC-MODO-PAGO
           MOVE TC-LIMITE TO WS-IMPORTE-DISPLAY
           DISPLAY "Limite:             $ " WS-IMPORTE-DISPLAY
           DISPLAY "Ultimo cierre:      " TC-FECHA-CIERRE-ULT
                   "  vence " TC-FECHA-VTO-ULT
           MOVE TC-SALDO-RESUMEN TO WS-IMPORTE-DISPLAY
           DISPLAY "Saldo del resumen:  $ " WS-IMPORTE-DISPLAY
           MOVE TC-PAGO-MINIMO TO WS-IMPORTE-DISPLAY
           DISPLAY "Pago minimo:        $ " WS-IMPORTE-DISPLAY
           MOVE TC-PAGADO-ULT TO WS-IMPORTE-DISPLAY
           DISPLAY "Pagado:             $ " WS-IMPORTE-DISPLAY
           MOVE TC-CONSUMOS-PERIODO TO WS-IMPORTE-DISPLAY
           DISPLAY "Consumos a facturar: $ " WS-IMPORTE-DISPLAY
           DISPLAY "--- Consumos pendientes de facturar ---"
           MOVE 0 TO WS-CANT-LISTADOS
           MOVE TC-NUMERO TO CT-NUMERO
           MOVE 0 TO CT-TIMESTAMP
           START CONSUMOS-FILE KEY IS >= CT-KEY
               INVALID KEY
                   MOVE "10" TO CONSUMOS-STATUS
               NOT INVALID KEY
                   MOVE "00" TO CONSUMOS-STATUS
           END-START
           PERFORM UNTIL CONSUMOS-STATUS = "10"
               READ CONSUMOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO CONSUMOS-STATUS
                   NOT AT END
                       IF CT-NUMERO NOT = TC-NUMERO
                           MOVE "10" TO CONSUMOS-STATUS
                       ELSE
                           IF CT-PENDIENTE
                               ADD 1 TO WS-CANT-LISTADOS
                               MOVE CT-IMPORTE TO WS-IMPORTE-DISPLAY
                               DISPLAY CT-FECHA " " CT-COMERCIO
                                       " $ " WS-IMPORTE-DISPLAY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Consumos listados: " WS-CANT-LISTADOS
           MOVE "00" TO CONSUMOS-STATUS.

      *    La baja no borra la deuda: el resumen pendiente se sigue
      *    debitando a su vencimiento y sigue informandose a la
      *    central de deudores hasta que quede cancelado.
       2500-BAJA.
           DISPLAY "Numero de tarjeta: " WITH NO ADVANCING
           ACCEPT WS-NUMERO-INPUT
           MOVE WS-NUMERO-INPUT TO TC-NUMERO
           READ TARJETAS-CREDITO-FILE
               KEY IS TC-NUMERO
               INVALID KEY
                   DISPLAY "No existe esa tarjeta."
               NOT INVALID KEY
                   IF TC-BAJA
                       DISPLAY "La tarjeta ya esta dada de baja."
                   ELSE
                       SET TC-BAJA TO TRUE
                       REWRITE TC-RECORD
                       DISPLAY "Tarjeta dada de baja."
                       MOVE TC-CBF TO WS-CBF-INPUT
                       MOVE SPACES TO WS-AUD-VALOR-ANT
                       MOVE SPACES TO WS-AUD-VALOR-NUEVO
                       STRING "Baja TC " DELIMITED BY SIZE
                              WS-NUMERO-INPUT DELIMITED BY SIZE
                           INTO WS-AUD-VALOR-NUEVO
                       PERFORM 8000-AUDITAR
                   END-IF
           END-READ.

      *    Condiciones comunes al alta y a la modificacion.
       2900-PEDIR-CONDICIONES.
           MOVE 'S' TO WS-DATOS-OK
           DISPLAY "Limite de compra: " WITH NO ADVANCING
           ACCEPT WS-LIMITE-INPUT
           DISPLAY "Dia de cierre (1-31): " WITH NO ADVANCING
           ACCEPT WS-DIA-CIERRE-INPUT
           DISPLAY "Dia de vencimiento (1-31): " WITH NO ADVANCING
           ACCEPT WS-DIA-VTO-INPUT
           DISPLAY "Tasa nominal anual de financiacion (%): "
               WITH NO ADVANCING
           ACCEPT WS-TASA-INPUT
           DISPLAY "Modo de pago (T=total M=minimo N=sin debito): "
               WITH NO ADVANCING
           ACCEPT WS-MODO-INPUT
           MOVE FUNCTION UPPER-CASE(WS-MODO-INPUT) TO WS-MODO-INPUT
           IF WS-LIMITE-INPUT = 0
               MOVE 'N' TO WS-DATOS-OK
               DISPLAY "El limite debe ser mayor a cero."
           END-IF
           IF WS-DIA-CIERRE-INPUT < 1 OR WS-DIA-CIERRE-INPUT > 31
              OR WS-DIA-VTO-INPUT < 1 OR WS-DIA-VTO-INPUT > 31
               MOVE 'N' TO WS-DATOS-OK
               DISPLAY "Los dias deben estar entre 1 y 31."
           END-IF
           IF WS-MODO-INPUT NOT = "T" AND NOT = "M" AND NOT = "N"
               MOVE 'N' TO WS-DATOS-OK
               DISPLAY "Modo de pago invalido."
           END-IF.

       8000-AUDITAR.
           MOVE WS-CBF-INPUT TO WS-AUD-CBF
           CALL "REGISTRAR-AUDITORIA" USING
                WS-AUD-CBF, WS-AUD-CAMPO,
                WS-AUD-VALOR-ANT, WS-AUD-VALOR-NUEVO,
                WS-USUARIO-AUDIT.
