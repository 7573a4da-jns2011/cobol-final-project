       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-AGENTES.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Agentes corresponsales (agentes.dat, ver
      *  agente-corresponsal.cpy): pantalla del supervisor
      *  (autenticar-staff, rol supervisor) para la red de comercios
      *  adheridos:
      *    - alta de un agente con su cuenta float (activa, en pesos
      *      y de ningun otro agente), topes, comisiones y efectivo
      *      inicial;
      *    - modificacion de topes y comisiones;
      *    - bloqueo manual, y desbloqueo solo si el float no esta
      *      negativo y el efectivo esta dentro del limite asegurado;
      *    - remesa del efectivo del comercio a la sucursal (acredita
      *      el float) y provision de efectivo de la sucursal al
      *      comercio (debita el float); ambas quedan en
      *      operaciones-agentes.dat;
      *    - baja, solo con el efectivo del comercio en cero;
      *    - listado de los agentes.
      *  Cada cambio queda en la auditoria con la cuenta float.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENTES-FILE ASSIGN TO "agentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGC-CODIGO
               FILE STATUS IS AGENTES-STATUS.

           SELECT LOG-AGENTES-FILE ASSIGN TO "operaciones-agentes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENTES-FILE.
       COPY "agente-corresponsal.cpy".

       FD  LOG-AGENTES-FILE.
       COPY "operacion-agente.cpy".

       WORKING-STORAGE SECTION.
       COPY "cliente.cpy".
       COPY "transaccion.cpy".
       01  AGENTES-STATUS             PIC XX.
       01  LOG-STATUS                 PIC XX.

       01  WS-STAFF-USUARIO           PIC X(8).
       01  WS-STAFF-ROL               PIC X(1).
       01  WS-STAFF-AUTORIZADO        PIC 9 VALUE 0.
       01  WS-USUARIO-AUDIT           PIC X(20).
       01  WS-AUD-CBF                 PIC X(6).
       01  WS-AUD-CAMPO               PIC X(20)
                                      VALUE "AGENTE CORRESPONSAL".
       01  WS-AUD-VALOR-ANT           PIC X(50).
       01  WS-AUD-VALOR-NUEVO         PIC X(50).

       01  MENU-CHOICE                PIC 9.
           88  ALTA-AGENTE            VALUE 1.
           88  MODIFICAR-AGENTE       VALUE 2.
           88  BLOQUEAR-AGENTE        VALUE 3.
           88  DESBLOQUEAR-AGENTE     VALUE 4.
           88  MOVER-EFECTIVO         VALUE 5.
           88  BAJA-AGENTE            VALUE 6.
           88  LISTAR-AGENTES         VALUE 7.
           88  SALIR-PROGRAMA         VALUE 8.

       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-CODIGO-INPUT            PIC X(8).
       01  WS-CBF-INPUT               PIC 9(6).
       01  WS-CBF-X                   PIC X(6).
       01  WS-SUCURSAL-INPUT          PIC 9(3).
       01  WS-SUC-NOMBRE              PIC X(30).
       01  WS-SUC-ENCONTRADA          PIC 9.
       01  WS-TOPE-OPER-INPUT         PIC 9(7)V99.
       01  WS-TOPE-DIA-INPUT          PIC 9(9)V99.
       01  WS-TOPE-EFE-INPUT          PIC 9(9)V99.
       01  WS-COM-DEP-INPUT           PIC 9(5)V99.
       01  WS-COM-EXT-INPUT           PIC 9(5)V99.
       01  WS-COM-PAG-INPUT           PIC 9(5)V99.
       01  WS-IMPORTE-INPUT           PIC 9(9)V99.
       01  WS-MOTIVO-INPUT            PIC X(40).
       01  WS-TIPO-MOV                PIC X(1).
       01  WS-OPCION-CONF             PIC X.
       01  WS-DATOS-OK                PIC X.
       01  WS-FLOAT-USADO             PIC X.
       01  WS-NUEVO-RECORD            PIC X(300).
       01  WS-CANT-LISTADOS           PIC 9(4) VALUE 0.

       01  WS-MONEDA-ARS              PIC X(3) VALUE "ARS".
       01  WS-MONEDA-SALDO            PIC X(3).
       01  WS-SALDO                   PIC S9(10)V99.
       01  WS-IMPORTE-DISPLAY         PIC -Z(8)9.99.
       01  WS-TOPE-DISPLAY            PIC Z(8)9.99.
       01  WS-COMISION-DISPLAY        PIC Z(4)9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "==========================================".
           DISPLAY "  AGENTES CORRESPONSALES".
           DISPLAY "==========================================".
           CALL "autenticar-staff" USING WS-STAFF-USUARIO,
                WS-STAFF-ROL, "S", WS-STAFF-AUTORIZADO
           IF WS-STAFF-AUTORIZADO = 1
               MOVE SPACES TO WS-USUARIO-AUDIT
               MOVE WS-STAFF-USUARIO TO WS-USUARIO-AUDIT
               PERFORM 1000-INICIALIZAR
               PERFORM 2000-MENU UNTIL SALIR-PROGRAMA
               CLOSE AGENTES-FILE
           END-IF
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           OPEN I-O AGENTES-FILE
           IF AGENTES-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT AGENTES-FILE
               CLOSE AGENTES-FILE
               OPEN I-O AGENTES-FILE
           END-IF.

       2000-MENU.
           DISPLAY "------------------------------------------"
           DISPLAY " 1. Alta de agente"
           DISPLAY " 2. Modificar topes y comisiones"
           DISPLAY " 3. Bloquear agente"
           DISPLAY " 4. Desbloquear agente"
           DISPLAY " 5. Remesa / provision de efectivo"
           DISPLAY " 6. Baja de agente"
           DISPLAY " 7. Listar agentes"
           DISPLAY " 8. Salir"
           DISPLAY "Opcion: " WITH NO ADVANCING
           ACCEPT MENU-CHOICE
           EVALUATE TRUE
               WHEN ALTA-AGENTE
                   PERFORM 3000-ALTA THRU 3000-ALTA-FIN
               WHEN MODIFICAR-AGENTE
                   PERFORM 4000-MODIFICAR THRU 4000-MODIFICAR-FIN
               WHEN BLOQUEAR-AGENTE
                   PERFORM 4500-BLOQUEAR THRU 4500-BLOQUEAR-FIN
               WHEN DESBLOQUEAR-AGENTE
                   PERFORM 4600-DESBLOQUEAR THRU 4600-DESBLOQUEAR-FIN
               WHEN MOVER-EFECTIVO
                   PERFORM 5000-EFECTIVO THRU 5000-EFECTIVO-FIN
               WHEN BAJA-AGENTE
                   PERFORM 5500-BAJA THRU 5500-BAJA-FIN
               WHEN LISTAR-AGENTES
                   PERFORM 6000-LISTAR
               WHEN SALIR-PROGRAMA
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

      *    Lee el agente pedido; WS-DATOS-OK = 'N' si no existe.
       2900-LEER-AGENTE.
           DISPLAY "Codigo de agente: " WITH NO ADVANCING
           ACCEPT WS-CODIGO-INPUT
           MOVE FUNCTION UPPER-CASE(WS-CODIGO-INPUT) TO WS-CODIGO-INPUT
           MOVE 'S' TO WS-DATOS-OK
           MOVE WS-CODIGO-INPUT TO AGC-CODIGO
           READ AGENTES-FILE
               KEY IS AGC-CODIGO
               INVALID KEY
                   DISPLAY "No existe ese agente."
                   MOVE "00" TO AGENTES-STATUS
                   MOVE 'N' TO WS-DATOS-OK
           END-READ
           IF WS-DATOS-OK = 'S'
               PERFORM 8000-MOSTRAR-AGENTE
           END-IF.

       2950-PEDIR-TOPES.
           MOVE 'S' TO WS-DATOS-OK
           DISPLAY "Tope por operacion: $ " WITH NO ADVANCING
           ACCEPT WS-TOPE-OPER-INPUT
           DISPLAY "Tope diario: $ " WITH NO ADVANCING
           ACCEPT WS-TOPE-DIA-INPUT
           DISPLAY "Limite asegurado de efectivo: $ " WITH NO ADVANCING
           ACCEPT WS-TOPE-EFE-INPUT
           DISPLAY "Comision por deposito: $ " WITH NO ADVANCING
           ACCEPT WS-COM-DEP-INPUT
           DISPLAY "Comision por extraccion: $ " WITH NO ADVANCING
           ACCEPT WS-COM-EXT-INPUT
           DISPLAY "Comision por pago de servicio: $ "
               WITH NO ADVANCING
           ACCEPT WS-COM-PAG-INPUT
           IF WS-TOPE-OPER-INPUT = 0 OR WS-TOPE-DIA-INPUT = 0
              OR WS-TOPE-EFE-INPUT = 0
               DISPLAY "Los topes y el limite deben ser mayores a"
                       " cero."
               MOVE 'N' TO WS-DATOS-OK
           END-IF
           IF WS-TOPE-OPER-INPUT > WS-TOPE-DIA-INPUT
               DISPLAY "El tope por operacion no puede superar el"
                       " diario."
               MOVE 'N' TO WS-DATOS-OK
           END-IF.

       3000-ALTA.
           DISPLAY "Codigo del agente nuevo: " WITH NO ADVANCING
           ACCEPT WS-CODIGO-INPUT
           MOVE FUNCTION UPPER-CASE(WS-CODIGO-INPUT) TO WS-CODIGO-INPUT
           IF WS-CODIGO-INPUT = SPACES
               DISPLAY "El codigo es obligatorio."
               GO TO 3000-ALTA-FIN
           END-IF
           MOVE WS-CODIGO-INPUT TO AGC-CODIGO
           READ AGENTES-FILE
               KEY IS AGC-CODIGO
               INVALID KEY
                   MOVE "00" TO AGENTES-STATUS
               NOT INVALID KEY
                   DISPLAY "Ya existe un agente con ese codigo."
                   GO TO 3000-ALTA-FIN
           END-READ

           INITIALIZE AGC-RECORD
           MOVE WS-CODIGO-INPUT TO AGC-CODIGO
           DISPLAY "Nombre del comercio: " WITH NO ADVANCING
           ACCEPT AGC-NOMBRE
           DISPLAY "CUIT: " WITH NO ADVANCING
           ACCEPT AGC-CUIT
           DISPLAY "Domicilio: " WITH NO ADVANCING
           ACCEPT AGC-DOMICILIO
           DISPLAY "Email: " WITH NO ADVANCING
           ACCEPT AGC-EMAIL
           IF AGC-NOMBRE = SPACES OR AGC-CUIT = SPACES
               DISPLAY "Nombre y CUIT son obligatorios."
               GO TO 3000-ALTA-FIN
           END-IF
           DISPLAY "Sucursal que lo supervisa: " WITH NO ADVANCING
           ACCEPT WS-SUCURSAL-INPUT
           CALL "buscar-sucursal" USING WS-SUCURSAL-INPUT,
                WS-SUC-NOMBRE, WS-SUC-ENCONTRADA
           IF WS-SUC-ENCONTRADA NOT = 1
               DISPLAY "Sucursal inexistente."
               GO TO 3000-ALTA-FIN
           END-IF

           DISPLAY "CBF de la cuenta float: " WITH NO ADVANCING
           ACCEPT WS-CBF-INPUT
           MOVE WS-CBF-INPUT TO P-CBF OF CLIENTE
           CALL "buscar-cliente" USING CLIENTE
           IF P-CBF OF CLIENTE = "000000" OR P-CBF OF CLIENTE = SPACES
               DISPLAY "No existe una cuenta con ese CBF."
               GO TO 3000-ALTA-FIN
           END-IF
           IF NOT P-ACTIVO OF CLIENTE OR NOT P-MONEDA-ARS OF CLIENTE
               DISPLAY "El float tiene que ser una cuenta activa en"
                       " pesos."
               GO TO 3000-ALTA-FIN
           END-IF
           DISPLAY "Titular: " P-NOMBRE OF CLIENTE " "
                   P-APELLIDO OF CLIENTE

      *    El registro armado se guarda mientras se recorre el
      *    archivo buscando otro agente con el mismo float.
           MOVE AGC-RECORD TO WS-NUEVO-RECORD
           PERFORM 3100-FLOAT-EN-USO
           MOVE WS-NUEVO-RECORD TO AGC-RECORD
           IF WS-FLOAT-USADO = 'S'
               DISPLAY "Esa cuenta ya es el float de otro agente."
               GO TO 3000-ALTA-FIN
           END-IF

           PERFORM 2950-PEDIR-TOPES
           IF WS-DATOS-OK = 'N'
               GO TO 3000-ALTA-FIN
           END-IF
           DISPLAY "Efectivo inicial del comercio: $ "
               WITH NO ADVANCING
           ACCEPT WS-IMPORTE-INPUT
           IF WS-IMPORTE-INPUT > WS-TOPE-EFE-INPUT
               DISPLAY "El efectivo inicial supera el limite"
                       " asegurado."
               GO TO 3000-ALTA-FIN
           END-IF

           DISPLAY "Confirma el alta? (S/N): " WITH NO ADVANCING
           ACCEPT WS-OPCION-CONF
           IF WS-OPCION-CONF NOT = "S" AND WS-OPCION-CONF NOT = "s"
               DISPLAY "Alta cancelada."
               GO TO 3000-ALTA-FIN
           END-IF

           MOVE WS-SUCURSAL-INPUT TO AGC-SUCURSAL
           MOVE WS-CBF-INPUT TO AGC-CBF-FLOAT
           MOVE WS-TOPE-OPER-INPUT TO AGC-TOPE-OPERACION
           MOVE WS-TOPE-DIA-INPUT TO AGC-TOPE-DIARIO
           MOVE WS-TOPE-EFE-INPUT TO AGC-TOPE-EFECTIVO
           MOVE WS-COM-DEP-INPUT TO AGC-COMISION-DEPOSITO
           MOVE WS-COM-EXT-INPUT TO AGC-COMISION-EXTRACCION
           MOVE WS-COM-PAG-INPUT TO AGC-COMISION-PAGO
           MOVE WS-IMPORTE-INPUT TO AGC-EFECTIVO
           MOVE WS-FECHA-HOY TO AGC-FECHA-ACUM
           MOVE 0 TO AGC-ACUM-DIA
           MOVE 0 TO AGC-ULT-PERIODO-COMISION
           MOVE WS-FECHA-HOY TO AGC-FECHA-ALTA
           SET AGC-ACTIVO TO TRUE
           MOVE 0 TO AGC-FECHA-BLOQUEO
           MOVE SPACES TO AGC-MOTIVO-BLOQUEO
           WRITE AGC-RECORD
               INVALID KEY
                   DISPLAY "ERROR al grabar el agente: reintente."
                   GO TO 3000-ALTA-FIN
           END-WRITE

           MOVE SPACES TO WS-AUD-VALOR-ANT
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING AGC-CODIGO DELIMITED BY SIZE
                  " ALTA SUC " DELIMITED BY SIZE
                  AGC-SUCURSAL DELIMITED BY SIZE
                  " CUIT " DELIMITED BY SIZE
                  AGC-CUIT DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           PERFORM 7000-AUDITAR
           DISPLAY "Agente " AGC-CODIGO " dado de alta.".
       3000-ALTA-FIN.
           EXIT.

       3100-FLOAT-EN-USO.
           MOVE 'N' TO WS-FLOAT-USADO
           MOVE LOW-VALUES TO AGC-CODIGO
           START AGENTES-FILE KEY IS >= AGC-CODIGO
               INVALID KEY
                   MOVE "10" TO AGENTES-STATUS
           END-START
           PERFORM UNTIL AGENTES-STATUS = "10"
               READ AGENTES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO AGENTES-STATUS
                   NOT AT END
                       IF AGC-CBF-FLOAT = WS-CBF-INPUT
                          AND NOT AGC-DE-BAJA
                           MOVE 'S' TO WS-FLOAT-USADO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO AGENTES-STATUS.

       4000-MODIFICAR.
           PERFORM 2900-LEER-AGENTE
           IF WS-DATOS-OK = 'N'
               GO TO 4000-MODIFICAR-FIN
           END-IF
           IF AGC-DE-BAJA
               DISPLAY "El agente esta dado de baja."
               GO TO 4000-MODIFICAR-FIN
           END-IF
           PERFORM 2950-PEDIR-TOPES
           IF WS-DATOS-OK = 'N'
               GO TO 4000-MODIFICAR-FIN
           END-IF
           DISPLAY "Confirma los cambios? (S/N): " WITH NO ADVANCING
           ACCEPT WS-OPCION-CONF
           IF WS-OPCION-CONF NOT = "S" AND WS-OPCION-CONF NOT = "s"
               GO TO 4000-MODIFICAR-FIN
           END-IF
           MOVE SPACES TO WS-AUD-VALOR-ANT
           MOVE AGC-TOPE-OPERACION TO WS-TOPE-DISPLAY
           STRING AGC-CODIGO DELIMITED BY SIZE
                  " TOPE OP " DELIMITED BY SIZE
                  WS-TOPE-DISPLAY DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANT
           MOVE WS-TOPE-OPER-INPUT TO AGC-TOPE-OPERACION
           MOVE WS-TOPE-DIA-INPUT TO AGC-TOPE-DIARIO
           MOVE WS-TOPE-EFE-INPUT TO AGC-TOPE-EFECTIVO
           MOVE WS-COM-DEP-INPUT TO AGC-COMISION-DEPOSITO
           MOVE WS-COM-EXT-INPUT TO AGC-COMISION-EXTRACCION
           MOVE WS-COM-PAG-INPUT TO AGC-COMISION-PAGO
           REWRITE AGC-RECORD
               INVALID KEY
                   DISPLAY "ERROR al grabar los cambios."
                   GO TO 4000-MODIFICAR-FIN
           END-REWRITE
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           MOVE AGC-TOPE-OPERACION TO WS-TOPE-DISPLAY
           STRING AGC-CODIGO DELIMITED BY SIZE
                  " TOPE OP " DELIMITED BY SIZE
                  WS-TOPE-DISPLAY DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           PERFORM 7000-AUDITAR
           DISPLAY "Topes y comisiones actualizados.".
       4000-MODIFICAR-FIN.
           EXIT.

       4500-BLOQUEAR.
           PERFORM 2900-LEER-AGENTE
           IF WS-DATOS-OK = 'N'
               GO TO 4500-BLOQUEAR-FIN
           END-IF
           IF NOT AGC-ACTIVO
               DISPLAY "Solo se bloquea un agente activo."
               GO TO 4500-BLOQUEAR-FIN
           END-IF
           DISPLAY "Motivo: " WITH NO ADVANCING
           ACCEPT WS-MOTIVO-INPUT
           IF WS-MOTIVO-INPUT = SPACES
               DISPLAY "El motivo es obligatorio."
               GO TO 4500-BLOQUEAR-FIN
           END-IF
           SET AGC-BLOQUEADO TO TRUE
           MOVE WS-FECHA-HOY TO AGC-FECHA-BLOQUEO
           MOVE WS-MOTIVO-INPUT TO AGC-MOTIVO-BLOQUEO
           REWRITE AGC-RECORD
               INVALID KEY
                   DISPLAY "ERROR al bloquear el agente."
                   GO TO 4500-BLOQUEAR-FIN
           END-REWRITE
           MOVE SPACES TO WS-AUD-VALOR-ANT
           STRING AGC-CODIGO DELIMITED BY SIZE
                  " ESTADO A" DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANT
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING AGC-CODIGO DELIMITED BY SIZE
                  " ESTADO B " DELIMITED BY SIZE
                  AGC-MOTIVO-BLOQUEO DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           PERFORM 7000-AUDITAR
           DISPLAY "Agente bloqueado.".
       4500-BLOQUEAR-FIN.
           EXIT.

      *    El agente vuelve a operar solo con la posicion en orden:
      *    float no negativo y efectivo dentro del limite asegurado.
       4600-DESBLOQUEAR.
           PERFORM 2900-LEER-AGENTE
           IF WS-DATOS-OK = 'N'
               GO TO 4600-DESBLOQUEAR-FIN
           END-IF
           IF NOT AGC-BLOQUEADO
               DISPLAY "El agente no esta bloqueado."
               GO TO 4600-DESBLOQUEAR-FIN
           END-IF
           IF WS-SALDO < 0
               DISPLAY "El float esta negativo: primero una remesa."
               GO TO 4600-DESBLOQUEAR-FIN
           END-IF
           IF AGC-EFECTIVO > AGC-TOPE-EFECTIVO
               DISPLAY "El efectivo supera el limite asegurado:"
                       " primero una remesa."
               GO TO 4600-DESBLOQUEAR-FIN
           END-IF
           DISPLAY "Confirma el desbloqueo? (S/N): " WITH NO ADVANCING
           ACCEPT WS-OPCION-CONF
           IF WS-OPCION-CONF NOT = "S" AND WS-OPCION-CONF NOT = "s"
               GO TO 4600-DESBLOQUEAR-FIN
           END-IF
           MOVE SPACES TO WS-AUD-VALOR-ANT
           STRING AGC-CODIGO DELIMITED BY SIZE
                  " ESTADO B " DELIMITED BY SIZE
                  AGC-MOTIVO-BLOQUEO DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANT
           SET AGC-ACTIVO TO TRUE
           MOVE 0 TO AGC-FECHA-BLOQUEO
           MOVE SPACES TO AGC-MOTIVO-BLOQUEO
           REWRITE AGC-RECORD
               INVALID KEY
                   DISPLAY "ERROR al desbloquear el agente."
                   GO TO 4600-DESBLOQUEAR-FIN
           END-REWRITE
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING AGC-CODIGO DELIMITED BY SIZE
                  " ESTADO A" DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           PERFORM 7000-AUDITAR
           DISPLAY "Agente desbloqueado.".
       4600-DESBLOQUEAR-FIN.
           EXIT.

      *    Remesa: el comercio entrega efectivo en la sucursal (baja
      *    su efectivo, se acredita el float). Provision: la sucursal
      *    le entrega efectivo (sube su efectivo, se debita el float,
      *    que tiene que tener fondos).
       5000-EFECTIVO.
           PERFORM 2900-LEER-AGENTE
           IF WS-DATOS-OK = 'N'
               GO TO 5000-EFECTIVO-FIN
           END-IF
           IF AGC-DE-BAJA
               DISPLAY "El agente esta dado de baja."
               GO TO 5000-EFECTIVO-FIN
           END-IF
           DISPLAY "R remesa a la sucursal / V provision al"
                   " comercio: " WITH NO ADVANCING
           ACCEPT WS-TIPO-MOV
           MOVE FUNCTION UPPER-CASE(WS-TIPO-MOV) TO WS-TIPO-MOV
           IF WS-TIPO-MOV NOT = "R" AND NOT = "V"
               DISPLAY "Tipo invalido."
               GO TO 5000-EFECTIVO-FIN
           END-IF
           DISPLAY "Importe: $ " WITH NO ADVANCING
           ACCEPT WS-IMPORTE-INPUT
           IF WS-IMPORTE-INPUT = 0
               DISPLAY "El importe debe ser mayor a cero."
               GO TO 5000-EFECTIVO-FIN
           END-IF
           IF WS-TIPO-MOV = "R" AND WS-IMPORTE-INPUT > AGC-EFECTIVO
               DISPLAY "La remesa supera el efectivo del comercio."
               GO TO 5000-EFECTIVO-FIN
           END-IF
           IF WS-TIPO-MOV = "V" AND WS-IMPORTE-INPUT > WS-SALDO
               DISPLAY "El float no tiene fondos para la provision."
               GO TO 5000-EFECTIVO-FIN
           END-IF
           DISPLAY "Confirma el movimiento? (S/N): " WITH NO ADVANCING
           ACCEPT WS-OPCION-CONF
           IF WS-OPCION-CONF NOT = "S" AND WS-OPCION-CONF NOT = "s"
               GO TO 5000-EFECTIVO-FIN
           END-IF

           MOVE AGC-CBF-FLOAT TO P-CBF OF TRANSACCION
           IF WS-TIPO-MOV = "R"
               MOVE "D" TO P-DESCRIPCION
               MOVE "REMESA EFECTIVO AGENTE" TO P-MEMO
           ELSE
               MOVE "T" TO P-DESCRIPCION
               MOVE "PROVISION EFECTIVO AGENTE" TO P-MEMO
           END-IF
           MOVE WS-IMPORTE-INPUT TO P-IMPORTE
           MOVE WS-MONEDA-ARS TO P-MONEDA OF TRANSACCION
           MOVE 0 TO P-REF-KEY
           MOVE "N" TO P-OVERRIDE
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO
           IF RESULTADO NOT = 0
               DISPLAY "ERROR al postear en el float: no se registro"
                       " el movimiento."
               GO TO 5000-EFECTIVO-FIN
           END-IF

           MOVE SPACES TO WS-AUD-VALOR-ANT
           MOVE AGC-EFECTIVO TO WS-IMPORTE-DISPLAY
           STRING AGC-CODIGO DELIMITED BY SIZE
                  " EFECTIVO " DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANT
           IF WS-TIPO-MOV = "R"
               SUBTRACT WS-IMPORTE-INPUT FROM AGC-EFECTIVO
           ELSE
               ADD WS-IMPORTE-INPUT TO AGC-EFECTIVO
           END-IF
           REWRITE AGC-RECORD
               INVALID KEY
                   DISPLAY "ERROR al actualizar el efectivo del"
                           " agente."
           END-REWRITE
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           MOVE AGC-EFECTIVO TO WS-IMPORTE-DISPLAY
           STRING AGC-CODIGO DELIMITED BY SIZE
                  " EFECTIVO " DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TIPO-MOV DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           PERFORM 7000-AUDITAR

           OPEN EXTEND LOG-AGENTES-FILE
           IF LOG-STATUS NOT = "00"
               OPEN OUTPUT LOG-AGENTES-FILE
           END-IF
           INITIALIZE AGO-REGISTRO
           MOVE WS-FECHA-HOY TO AGO-FECHA
           MOVE AGC-CODIGO TO AGO-AGENTE
           MOVE "SUCURSAL" TO AGO-TERMINAL
           MOVE SPACES TO AGO-TRACE
           MOVE WS-TIPO-MOV TO AGO-TIPO
           MOVE 0 TO AGO-CBF-CLIENTE
           MOVE WS-IMPORTE-INPUT TO AGO-IMPORTE
           MOVE 0 TO AGO-COMISION
           MOVE 0 TO AGO-TS-CLIENTE
           MOVE P-TIMESTAMP TO AGO-TS-FLOAT
           SET AGO-POSTEADA TO TRUE
           MOVE 0 TO AGO-COD-RESPUESTA
           WRITE AGO-REGISTRO
           CLOSE LOG-AGENTES-FILE
           MOVE AGC-EFECTIVO TO WS-IMPORTE-DISPLAY
           DISPLAY "Movimiento registrado. Efectivo del comercio: $ "
                   WS-IMPORTE-DISPLAY.
       5000-EFECTIVO-FIN.
           EXIT.

       5500-BAJA.
           PERFORM 2900-LEER-AGENTE
           IF WS-DATOS-OK = 'N'
               GO TO 5500-BAJA-FIN
           END-IF
           IF AGC-DE-BAJA
               DISPLAY "El agente ya esta dado de baja."
               GO TO 5500-BAJA-FIN
           END-IF
           IF AGC-EFECTIVO NOT = 0
               DISPLAY "El comercio todavia tiene efectivo del banco:"
                       " primero la remesa final."
               GO TO 5500-BAJA-FIN
           END-IF
           DISPLAY "Confirma la baja? (S/N): " WITH NO ADVANCING
           ACCEPT WS-OPCION-CONF
           IF WS-OPCION-CONF NOT = "S" AND WS-OPCION-CONF NOT = "s"
               GO TO 5500-BAJA-FIN
           END-IF
           MOVE SPACES TO WS-AUD-VALOR-ANT
           STRING AGC-CODIGO DELIMITED BY SIZE
                  " ESTADO " DELIMITED BY SIZE
                  AGC-ESTADO DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANT
           SET AGC-DE-BAJA TO TRUE
           REWRITE AGC-RECORD
               INVALID KEY
                   DISPLAY "ERROR al dar de baja el agente."
                   GO TO 5500-BAJA-FIN
           END-REWRITE
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING AGC-CODIGO DELIMITED BY SIZE
                  " ESTADO X" DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           PERFORM 7000-AUDITAR
           DISPLAY "Agente dado de baja. La cuenta float sigue"
                   " abierta: cerrarla en CERRAR-CUENTA.".
       5500-BAJA-FIN.
           EXIT.

       6000-LISTAR.
           MOVE 0 TO WS-CANT-LISTADOS
           MOVE LOW-VALUES TO AGC-CODIGO
           START AGENTES-FILE KEY IS >= AGC-CODIGO
               INVALID KEY
                   MOVE "10" TO AGENTES-STATUS
           END-START
           PERFORM UNTIL AGENTES-STATUS = "10"
               READ AGENTES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO AGENTES-STATUS
                   NOT AT END
                       ADD 1 TO WS-CANT-LISTADOS
                       PERFORM 8000-MOSTRAR-AGENTE
               END-READ
           END-PERFORM
           MOVE "00" TO AGENTES-STATUS
           DISPLAY "Agentes listados: " WS-CANT-LISTADOS.

       7000-AUDITAR.
           MOVE AGC-CBF-FLOAT TO WS-AUD-CBF
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                WS-AUD-CAMPO, WS-AUD-VALOR-ANT, WS-AUD-VALOR-NUEVO,
                WS-USUARIO-AUDIT.

      *    Muestra el agente con el saldo actual de su float (queda
      *    en WS-SALDO para los controles de la opcion).
       8000-MOSTRAR-AGENTE.
           MOVE AGC-CBF-FLOAT TO WS-CBF-X
           CALL "leer-saldo" USING WS-CBF-X, WS-SALDO, WS-MONEDA-SALDO
           DISPLAY "------------------------------------------"
           DISPLAY "Agente " AGC-CODIGO "  " AGC-NOMBRE
           DISPLAY "  CUIT " AGC-CUIT "  Sucursal " AGC-SUCURSAL
                   "  Estado " AGC-ESTADO
           IF AGC-BLOQUEADO
               DISPLAY "  Bloqueado el " AGC-FECHA-BLOQUEO ": "
                       AGC-MOTIVO-BLOQUEO
           END-IF
           MOVE WS-SALDO TO WS-IMPORTE-DISPLAY
           DISPLAY "  Float CBF " AGC-CBF-FLOAT "  Saldo $ "
                   WS-IMPORTE-DISPLAY
           MOVE AGC-EFECTIVO TO WS-IMPORTE-DISPLAY
           MOVE AGC-TOPE-EFECTIVO TO WS-TOPE-DISPLAY
           DISPLAY "  Efectivo $ " WS-IMPORTE-DISPLAY "  Limite $ "
                   WS-TOPE-DISPLAY
           MOVE AGC-TOPE-OPERACION TO WS-TOPE-DISPLAY
           DISPLAY "  Tope operacion $ " WS-TOPE-DISPLAY
           MOVE AGC-TOPE-DIARIO TO WS-TOPE-DISPLAY
           DISPLAY "  Tope diario    $ " WS-TOPE-DISPLAY
           MOVE AGC-COMISION-DEPOSITO TO WS-COMISION-DISPLAY
           DISPLAY "  Comisiones: deposito $ " WS-COMISION-DISPLAY
               WITH NO ADVANCING
           MOVE AGC-COMISION-EXTRACCION TO WS-COMISION-DISPLAY
           DISPLAY "  extraccion $ " WS-COMISION-DISPLAY
               WITH NO ADVANCING
           MOVE AGC-COMISION-PAGO TO WS-COMISION-DISPLAY
           DISPLAY "  pago $ " WS-COMISION-DISPLAY.
