       IDENTIFICATION DIVISION.
       PROGRAM-ID. operar-stand-in.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: menu reducido del cajero en
      *              modo contingencia, mientras corre el proceso
      *              nocturno (estado-corrida-nocturna). El saldo se
      *              consulta en la foto tomada al arrancar la
      *              corrida (saldos-stand-in.dat) menos las
      *              extracciones ya aceptadas en contingencia; nada
      *              se postea. Depositos y extracciones, hasta
      *              PARM-TOPE-STAND-IN, quedan en la cola
      *              cola-stand-in.dat con su propio recibo
      *              (recibos-stand-in.dat) y los postea
      *              APLICAR-STAND-IN al terminar la corrida. Una
      *              sesion de apoderado o de menor solo consulta.
      *  2026-10-15  Los textos de pantalla salen del catalogo de
      *              mensajes (mensaje-catalogo) en el idioma de la
      *              sesion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOTO-FILE ASSIGN TO "saldos-stand-in.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-CBF
               FILE STATUS IS FOTO-STATUS.

           SELECT COLA-FILE ASSIGN TO "cola-stand-in.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-KEY
               FILE STATUS IS COLA-STATUS.

           SELECT RECIBOS-FILE ASSIGN TO "recibos-stand-in.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECIBOS-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FOTO-FILE.
       COPY "saldo-stand-in.cpy".

       FD  COLA-FILE.
       COPY "stand-in.cpy".

       FD  RECIBOS-FILE.
       01  REC-LINEA                  PIC X(120).

       FD  PARAMETROS-FILE.
       COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       01  FOTO-STATUS                PIC XX.
       01  COLA-STATUS                PIC XX.
       01  RECIBOS-STATUS             PIC XX.
       01  PARAMETROS-STATUS          PIC XX.

       01  WS-TOPE-STAND-IN           PIC 9(7) VALUE 20000.
       01  WS-CON-FOTO                PIC X VALUE 'N'.
       01  WS-SALDO-FOTO              PIC S9(10)V99 VALUE 0.
       01  WS-EXT-PENDIENTE           PIC S9(10)V99 VALUE 0.
       01  WS-SALDO-STAND-IN          PIC S9(10)V99 VALUE 0.
       01  WS-FONDOS                  PIC S9(11)V99 VALUE 0.
       01  WS-CBF-NUM                 PIC 9(6).

       01  WS-OPCION                  PIC 9(1).
       01  WS-CONFIRMA                PIC 9(1).
       01  WS-SALIR                   PIC X VALUE 'N'.
       01  WS-SEGUIR                  PIC X VALUE 'S'.

       01  WS-IMP-TITULO              PIC X(40).
       01  WS-IMP-PERMITE             PIC X(1).
       01  WS-IMPORTE                 PIC S9(9)V99.
       01  WS-IMP-RESULTADO           PIC 9.
       01  WS-IMPORTE-DISPLAY         PIC -Z(8)9.99.
       01  WS-SALDO-DISPLAY           PIC -Z(9)9.99.
       01  WS-TOPE-DISPLAY            PIC Z(6)9.

       01  WS-TIPO                    PIC X(1).
       01  WS-MEMO                    PIC X(40).
       01  WS-TIMESTAMP               PIC 9(14).
       01  WS-GRABADO                 PIC X VALUE 'N'.
       01  WS-REINTENTOS              PIC 9(2).

      *    Mezcla de casetes y desglose de billetes, como en la
      *    extraccion normal del cajero.
       01  WS-CANT-1000               PIC 9(5).
       01  WS-CANT-500                PIC 9(5).
       01  WS-CANT-200                PIC 9(5).
       01  WS-CANT-100                PIC 9(5).
       01  WS-BILL-1000               PIC 9(5).
       01  WS-BILL-500                PIC 9(5).
       01  WS-BILL-200                PIC 9(5).
       01  WS-BILL-100                PIC 9(5).
       01  WS-MONTO-RESTANTE          PIC 9(9).
       01  WS-DESGLOSE-POSIBLE        PIC X VALUE 'N'.
           88  DESGLOSE-OK            VALUE 'S'.

       01  WS-JRN-EVENTO              PIC X(20).
       01  WS-JRN-DETALLE             PIC X(60).

      *    Textos de pantalla del catalogo de mensajes
      *    (mensaje-catalogo) en el idioma de la sesion del cajero.
       01  WS-MSG-ACCION              PIC X(1).
       01  WS-MSG-ID                  PIC X(7).
       01  WS-MSG-IDIOMA              PIC X(2) VALUE SPACES.
       01  WS-MSG-TEXTO               PIC X(70).
       01  WS-MSG-TEXTO-AUX           PIC X(70).

       LINKAGE SECTION.
       01  LK-CBF                     PIC X(6).
       01  LK-MONEDA                  PIC X(3).
       01  LK-LIMITE-DESCUBIERTO      PIC 9(7).
       01  LK-OPERA                   PIC X(1).

       PROCEDURE DIVISION USING LK-CBF, LK-MONEDA,
               LK-LIMITE-DESCUBIERTO, LK-OPERA.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           MOVE 'N' TO WS-SALIR
           PERFORM 2000-MENU UNTIL WS-SALIR = 'S'
           MOVE "FIN SESION STAND-IN" TO WS-JRN-EVENTO
           MOVE SPACES TO WS-JRN-DETALLE
           PERFORM 8000-ANOTAR-JOURNAL
           GOBACK.

       1000-INICIALIZAR.
           MOVE LK-CBF TO WS-CBF-NUM
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-TOPE-STAND-IN IS NUMERIC
                          AND PARM-TOPE-STAND-IN > 0
                           MOVE PARM-TOPE-STAND-IN
                               TO WS-TOPE-STAND-IN
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF
           MOVE WS-TOPE-STAND-IN TO WS-TOPE-DISPLAY

           MOVE 'N' TO WS-CON-FOTO
           MOVE 0 TO WS-SALDO-FOTO
           OPEN INPUT FOTO-FILE
           IF FOTO-STATUS = "00"
               MOVE WS-CBF-NUM TO SS-CBF
               READ FOTO-FILE
                   KEY IS SS-CBF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CON-FOTO
                       MOVE SS-DISPONIBLE TO WS-SALDO-FOTO
               END-READ
               CLOSE FOTO-FILE
           END-IF
           PERFORM 1100-SUMAR-PENDIENTES.

      *    Extracciones de la cuenta ya aceptadas en contingencia y
      *    todavia sin postear: se descuentan de la foto y cuentan
      *    contra el tope acumulado de la noche.
       1100-SUMAR-PENDIENTES.
           MOVE 0 TO WS-EXT-PENDIENTE
           OPEN INPUT COLA-FILE
           IF COLA-STATUS = "00"
               MOVE WS-CBF-NUM TO SI-CBF
               MOVE 0 TO SI-TIMESTAMP
               START COLA-FILE KEY IS >= SI-KEY
                   INVALID KEY
                       MOVE "10" TO COLA-STATUS
               END-START
               PERFORM UNTIL COLA-STATUS = "10"
                   READ COLA-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO COLA-STATUS
                       NOT AT END
                           IF SI-CBF NOT = WS-CBF-NUM
                               MOVE "10" TO COLA-STATUS
                           ELSE
                               IF SI-PENDIENTE AND SI-EXTRACCION
                                   ADD SI-IMPORTE TO WS-EXT-PENDIENTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLA-FILE
           END-IF
           COMPUTE WS-SALDO-STAND-IN =
               WS-SALDO-FOTO - WS-EXT-PENDIENTE.

       2000-MENU.
           DISPLAY "****************************************"
           MOVE "CAJ0472" TO WS-MSG-ID
           PERFORM 9200-MOSTRAR-MENSAJE
           DISPLAY "****************************************"
           MOVE "CAJ0057" TO WS-MSG-ID
           PERFORM 9200-MOSTRAR-MENSAJE
           IF LK-OPERA = 'S'
               MOVE "CAJ0473" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               MOVE "CAJ0474" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
           END-IF
           MOVE "CAJ0475" TO WS-MSG-ID
           PERFORM 9200-MOSTRAR-MENSAJE
           DISPLAY "****************************************"
           ACCEPT WS-OPCION
           EVALUATE TRUE
               WHEN WS-OPCION = 1
                   PERFORM 2100-SALDO
               WHEN WS-OPCION = 2 AND LK-OPERA = 'S'
                   PERFORM 3000-DEPOSITO
               WHEN WS-OPCION = 3 AND LK-OPERA = 'S'
                   PERFORM 4000-EXTRACCION
               WHEN WS-OPCION = 4
                   MOVE 'S' TO WS-SALIR
               WHEN OTHER
                   MOVE "CAJ0086" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
           END-EVALUATE.

       2100-SALDO.
           IF WS-CON-FOTO NOT = 'S'
               DISPLAY "----------------------------------------"
               MOVE "CAJ0476" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               DISPLAY "----------------------------------------"
           ELSE
               MOVE WS-SALDO-STAND-IN TO WS-SALDO-DISPLAY
               DISPLAY "----------------------------------------"
               MOVE "CAJ0477" TO WS-MSG-ID
               PERFORM 9100-OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                       WS-SALDO-DISPLAY
               MOVE "CAJ0478" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               MOVE "CAJ0479" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               DISPLAY "----------------------------------------"
               MOVE WS-SALDO-DISPLAY TO WS-JRN-DETALLE
           END-IF
           MOVE "SALDO STAND-IN" TO WS-JRN-EVENTO
           PERFORM 8000-ANOTAR-JOURNAL
           MOVE "CAJ0480" TO WS-MSG-ID
           PERFORM 9200-MOSTRAR-MENSAJE
           ACCEPT OMITTED.

      *    El deposito es un sobre como cualquier otro: se acepta
      *    hasta el tope de contingencia y no suma al saldo de la
      *    foto; al postearse queda retenido hasta que la sucursal
      *    verifique el contenido (registrar-sobre).
       3000-DEPOSITO.
           MOVE 'S' TO WS-SEGUIR
           MOVE "CAJ0275" TO WS-MSG-ID
           PERFORM 9100-OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-IMP-TITULO
           MOVE "S" TO WS-IMP-PERMITE
           CALL 'validar-importe' USING WS-IMP-TITULO,
                WS-IMP-PERMITE, WS-IMPORTE, WS-IMP-RESULTADO
           IF WS-IMP-RESULTADO = 1
               MOVE 'N' TO WS-SEGUIR
           ELSE
               IF WS-IMPORTE > WS-TOPE-STAND-IN
                   MOVE "CAJ0481" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
                   MOVE "CAJ0482" TO WS-MSG-ID
                   PERFORM 9100-OBTENER-MENSAJE
                   DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                           WS-TOPE-DISPLAY "."
                   MOVE "RECHAZO TOPE CONTING" TO WS-JRN-EVENTO
                   MOVE WS-IMPORTE TO WS-IMPORTE-DISPLAY
                   MOVE WS-IMPORTE-DISPLAY TO WS-JRN-DETALLE
                   PERFORM 8000-ANOTAR-JOURNAL
                   MOVE 'N' TO WS-SEGUIR
               END-IF
           END-IF
           IF WS-SEGUIR = 'S'
               MOVE SPACES TO WS-MEMO
               MOVE "CAJ0133" TO WS-MSG-ID
               PERFORM 9300-MOSTRAR-PREGUNTA
               ACCEPT WS-MEMO
               PERFORM 5000-CONFIRMAR
           END-IF
           IF WS-SEGUIR = 'S'
               MOVE "D" TO WS-TIPO
               PERFORM 6000-ENCOLAR
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM 7000-IMPRIMIR-RECIBO
               MOVE "DEPOSITO STAND-IN" TO WS-JRN-EVENTO
               MOVE WS-IMPORTE-DISPLAY TO WS-JRN-DETALLE
               PERFORM 8000-ANOTAR-JOURNAL
               DISPLAY "****************************************"
               MOVE "CAJ0483" TO WS-MSG-ID
               PERFORM 9100-OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                       WS-IMPORTE-DISPLAY
               MOVE "CAJ0484" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               MOVE "CAJ0485" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               MOVE "CAJ0486" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               DISPLAY "****************************************"
           ELSE
               MOVE "CANCELA DEP STAND-IN" TO WS-JRN-EVENTO
               MOVE SPACES TO WS-JRN-DETALLE
               PERFORM 8000-ANOTAR-JOURNAL
           END-IF
           MOVE "CAJ0480" TO WS-MSG-ID
           PERFORM 9200-MOSTRAR-MENSAJE
           ACCEPT OMITTED.

      *    La extraccion se valida contra la foto menos lo ya
      *    extraido en contingencia, mas el descubierto autorizado, y
      *    contra el tope de contingencia acumulado de la noche. El
      *    efectivo sale de los casetes en el acto; el debito queda
      *    en la cola para el posteo posterior.
       4000-EXTRACCION.
           MOVE 'S' TO WS-SEGUIR
           IF WS-CON-FOTO NOT = 'S'
               MOVE "CAJ0487" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           END-IF
           IF WS-SEGUIR = 'S'
               MOVE "CAJ0276" TO WS-MSG-ID
               PERFORM 9100-OBTENER-MENSAJE
               MOVE WS-MSG-TEXTO TO WS-IMP-TITULO
               MOVE "N" TO WS-IMP-PERMITE
               CALL 'validar-importe' USING WS-IMP-TITULO,
                    WS-IMP-PERMITE, WS-IMPORTE, WS-IMP-RESULTADO
               IF WS-IMP-RESULTADO = 1
                   MOVE 'N' TO WS-SEGUIR
               END-IF
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM 4100-VALIDAR-EXTRACCION
           END-IF
           IF WS-SEGUIR = 'S'
               MOVE "CAJ0237" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               IF WS-BILL-1000 > 0
                   MOVE "CAJ0488" TO WS-MSG-ID
                   PERFORM 9100-OBTENER-MENSAJE
                   DISPLAY "  " WS-BILL-1000
                           FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
               END-IF
               IF WS-BILL-500 > 0
                   MOVE "CAJ0489" TO WS-MSG-ID
                   PERFORM 9100-OBTENER-MENSAJE
                   DISPLAY "  " WS-BILL-500
                           FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
               END-IF
               IF WS-BILL-200 > 0
                   MOVE "CAJ0490" TO WS-MSG-ID
                   PERFORM 9100-OBTENER-MENSAJE
                   DISPLAY "  " WS-BILL-200
                           FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
               END-IF
               IF WS-BILL-100 > 0
                   MOVE "CAJ0491" TO WS-MSG-ID
                   PERFORM 9100-OBTENER-MENSAJE
                   DISPLAY "  " WS-BILL-100
                           FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
               END-IF
               MOVE SPACES TO WS-MEMO
               PERFORM 5000-CONFIRMAR
           END-IF
           IF WS-SEGUIR = 'S'
               MOVE "E" TO WS-TIPO
               PERFORM 6000-ENCOLAR
           END-IF
           IF WS-SEGUIR = 'S'
               SUBTRACT WS-BILL-1000 FROM WS-CANT-1000
               SUBTRACT WS-BILL-500 FROM WS-CANT-500
               SUBTRACT WS-BILL-200 FROM WS-CANT-200
               SUBTRACT WS-BILL-100 FROM WS-CANT-100
               CALL 'grabar-casetes' USING WS-CANT-1000,
                    WS-CANT-500, WS-CANT-200, WS-CANT-100
               ADD WS-IMPORTE TO WS-EXT-PENDIENTE
               SUBTRACT WS-IMPORTE FROM WS-SALDO-STAND-IN
               PERFORM 7000-IMPRIMIR-RECIBO
               MOVE "EXTRACCION STAND-IN" TO WS-JRN-EVENTO
               MOVE WS-IMPORTE-DISPLAY TO WS-JRN-DETALLE
               PERFORM 8000-ANOTAR-JOURNAL
               MOVE WS-SALDO-STAND-IN TO WS-SALDO-DISPLAY
               DISPLAY "****************************************"
               MOVE "CAJ0492" TO WS-MSG-ID
               PERFORM 9100-OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                       WS-IMPORTE-DISPLAY
               MOVE "CAJ0477" TO WS-MSG-ID
               PERFORM 9100-OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                       WS-SALDO-DISPLAY
               MOVE "CAJ0493" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               MOVE "CAJ0494" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               DISPLAY "****************************************"
           ELSE
               MOVE "CANCELA EXT STAND-IN" TO WS-JRN-EVENTO
               MOVE SPACES TO WS-JRN-DETALLE
               PERFORM 8000-ANOTAR-JOURNAL
           END-IF
           MOVE "CAJ0480" TO WS-MSG-ID
           PERFORM 9200-MOSTRAR-MENSAJE
           ACCEPT OMITTED.

       4100-VALIDAR-EXTRACCION.
           MOVE WS-IMPORTE TO WS-IMPORTE-DISPLAY
           COMPUTE WS-FONDOS =
               WS-SALDO-STAND-IN + LK-LIMITE-DESCUBIERTO
           CALL 'leer-casetes' USING WS-CANT-1000, WS-CANT-500,
                WS-CANT-200, WS-CANT-100
           PERFORM 4200-DESGLOSAR-BILLETES
           EVALUATE TRUE
               WHEN WS-EXT-PENDIENTE + WS-IMPORTE > WS-TOPE-STAND-IN
                   MOVE "CAJ0495" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
                   MOVE "CAJ0482" TO WS-MSG-ID
                   PERFORM 9100-OBTENER-MENSAJE
                   MOVE WS-MSG-TEXTO TO WS-MSG-TEXTO-AUX
                   MOVE "CAJ0496" TO WS-MSG-ID
                   PERFORM 9100-OBTENER-MENSAJE
                   DISPLAY FUNCTION TRIM(WS-MSG-TEXTO-AUX TRAILING)
                           WS-TOPE-DISPLAY
                           FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                   MOVE "RECHAZO TOPE CONTING" TO WS-JRN-EVENTO
                   MOVE 'N' TO WS-SEGUIR
               WHEN WS-IMPORTE > WS-FONDOS
                   MOVE "CAJ0213" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
                   MOVE "RECHAZO FONDOS" TO WS-JRN-EVENTO
                   MOVE 'N' TO WS-SEGUIR
               WHEN NOT DESGLOSE-OK
                   MOVE "CAJ0235" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
                   MOVE "RECHAZO BILLETES" TO WS-JRN-EVENTO
                   MOVE 'N' TO WS-SEGUIR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-SEGUIR = 'N'
               MOVE WS-IMPORTE-DISPLAY TO WS-JRN-DETALLE
               PERFORM 8000-ANOTAR-JOURNAL
           END-IF.

      *    Desglose de mayor a menor denominacion contra la mezcla de
      *    casetes; un resto sin cubrir hace el monto no entregable.
       4200-DESGLOSAR-BILLETES.
           MOVE WS-IMPORTE TO WS-MONTO-RESTANTE
           MOVE 'N' TO WS-DESGLOSE-POSIBLE

           COMPUTE WS-BILL-1000 = WS-MONTO-RESTANTE / 1000
           IF WS-BILL-1000 > WS-CANT-1000
               MOVE WS-CANT-1000 TO WS-BILL-1000
           END-IF
           COMPUTE WS-MONTO-RESTANTE =
               WS-MONTO-RESTANTE - (WS-BILL-1000 * 1000)

           COMPUTE WS-BILL-500 = WS-MONTO-RESTANTE / 500
           IF WS-BILL-500 > WS-CANT-500
               MOVE WS-CANT-500 TO WS-BILL-500
           END-IF
           COMPUTE WS-MONTO-RESTANTE =
               WS-MONTO-RESTANTE - (WS-BILL-500 * 500)

           COMPUTE WS-BILL-200 = WS-MONTO-RESTANTE / 200
           IF WS-BILL-200 > WS-CANT-200
               MOVE WS-CANT-200 TO WS-BILL-200
           END-IF
           COMPUTE WS-MONTO-RESTANTE =
               WS-MONTO-RESTANTE - (WS-BILL-200 * 200)

           COMPUTE WS-BILL-100 = WS-MONTO-RESTANTE / 100
           IF WS-BILL-100 > WS-CANT-100
               MOVE WS-CANT-100 TO WS-BILL-100
           END-IF
           COMPUTE WS-MONTO-RESTANTE =
               WS-MONTO-RESTANTE - (WS-BILL-100 * 100)

           IF WS-MONTO-RESTANTE = 0
               SET DESGLOSE-OK TO TRUE
           END-IF.

       5000-CONFIRMAR.
           MOVE WS-IMPORTE TO WS-IMPORTE-DISPLAY
           MOVE 0 TO WS-CONFIRMA
           PERFORM UNTIL WS-CONFIRMA = 1 OR WS-CONFIRMA = 2
               DISPLAY "----------------------------------------"
               MOVE "CAJ0497" TO WS-MSG-ID
               PERFORM 9100-OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                       WS-IMPORTE-DISPLAY
               MOVE "CAJ0498" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               MOVE "CAJ0499" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               DISPLAY "----------------------------------------"
               ACCEPT WS-CONFIRMA
           END-PERFORM
           IF WS-CONFIRMA = 2
               MOVE 'N' TO WS-SEGUIR
           END-IF.

      *    La operacion queda pendiente en la cola; ante un choque de
      *    clave (dos operaciones del mismo CBF en el mismo segundo)
      *    se toma el segundo siguiente.
       6000-ENCOLAR.
           OPEN I-O COLA-FILE
           IF COLA-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT COLA-FILE
               CLOSE COLA-FILE
               OPEN I-O COLA-FILE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           MOVE WS-CBF-NUM TO SI-CBF
           MOVE WS-TIPO TO SI-TIPO
           MOVE WS-IMPORTE TO SI-IMPORTE
           MOVE LK-MONEDA TO SI-MONEDA
           MOVE WS-MEMO TO SI-MEMO
           SET SI-PENDIENTE TO TRUE
           MOVE 0 TO SI-TS-POSTEO
           MOVE SPACES TO SI-MOTIVO
           MOVE 'N' TO WS-GRABADO
           MOVE 0 TO WS-REINTENTOS
           PERFORM UNTIL WS-GRABADO = 'S' OR WS-REINTENTOS > 20
               MOVE WS-TIMESTAMP TO SI-TIMESTAMP
               WRITE SI-RECORD
                   INVALID KEY
                       ADD 1 TO WS-REINTENTOS
                       ADD 1 TO WS-TIMESTAMP
                   NOT INVALID KEY
                       MOVE 'S' TO WS-GRABADO
               END-WRITE
           END-PERFORM
           CLOSE COLA-FILE

           IF WS-GRABADO NOT = 'S'
               MOVE "CAJ0500" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               MOVE "CAJ0501" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               MOVE "ERROR COLA STAND-IN" TO WS-JRN-EVENTO
               MOVE WS-IMPORTE-DISPLAY TO WS-JRN-DETALLE
               PERFORM 8000-ANOTAR-JOURNAL
               MOVE 'N' TO WS-SEGUIR
           END-IF.

      *    Recibo propio de contingencia: lleva la clave de la cola
      *    (CBF y timestamp) y la marca PENDIENTE, porque la
      *    operacion todavia no tiene movimiento posteado.
       7000-IMPRIMIR-RECIBO.
           MOVE WS-SALDO-STAND-IN TO WS-SALDO-DISPLAY
           OPEN EXTEND RECIBOS-FILE
           IF RECIBOS-STATUS NOT = "00"
               OPEN OUTPUT RECIBOS-FILE
               CLOSE RECIBOS-FILE
               OPEN EXTEND RECIBOS-FILE
           END-IF

           MOVE SPACES TO REC-LINEA
           STRING SI-TIMESTAMP DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SI-CBF DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SI-TIPO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-SALDO-DISPLAY DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SI-MONEDA DELIMITED BY SIZE
                  ";PENDIENTE" DELIMITED BY SIZE
                  INTO REC-LINEA
           WRITE REC-LINEA

           CLOSE RECIBOS-FILE
           MOVE "CAJ0502" TO WS-MSG-ID
           PERFORM 9100-OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   SI-TIMESTAMP.

       8000-ANOTAR-JOURNAL.
           CALL 'registrar-journal' USING LK-CBF,
                WS-JRN-EVENTO, WS-JRN-DETALLE
           MOVE SPACES TO WS-JRN-DETALLE.

       9100-OBTENER-MENSAJE.
           MOVE "O" TO WS-MSG-ACCION
           MOVE SPACES TO WS-MSG-TEXTO
           CALL 'mensaje-catalogo' USING WS-MSG-ACCION, WS-MSG-ID,
                WS-MSG-IDIOMA, WS-MSG-TEXTO.

       9200-MOSTRAR-MENSAJE.
           PERFORM 9100-OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING).

      *    Pregunta: el cursor queda en la misma linea para el ACCEPT.
       9300-MOSTRAR-PREGUNTA.
           PERFORM 9100-OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
               WITH NO ADVANCING.
