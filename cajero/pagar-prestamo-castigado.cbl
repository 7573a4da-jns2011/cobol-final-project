       IDENTIFICATION DIVISION.
       PROGRAM-ID. pagar-prestamo-castigado.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: pago de un prestamo castigado
      *              con debito a la cuenta del cliente. Lista los
      *              prestamos castigados del CBF con saldo adeudado
      *              (deuda castigada menos lo ya recuperado), pide
      *              el prestamo y el importe (hasta ese saldo) y lo
      *              cobra desde el saldo DISPONIBLE con codigo "K"
      *              via crear-transaccion. El cobro se aplica como
      *              recupero (registrar-recupero); si no se puede
      *              aplicar, el debito se reintegra. El regimen de
      *              orden conjunta rige como en cualquier debito
      *              (consultar-op-conjunta). Lo usan el cajero
      *              (LK-CANAL "C") y la VENTANILLA ("V", con el
      *              usuario del cajero humano en el recupero).
      *  2026-10-15  El reintegro de un pago que no se pudo registrar
      *              viaja con memo "CONTRAPARTIDA OPERACION FALLIDA" y
      *              la referencia al debito, asi no paga impuesto a los
      *              debitos y creditos y se devuelve el del debito.
      *  2026-10-15  Los textos de pantalla salen del catalogo de
      *              mensajes (mensaje-catalogo) en el idioma de la
      *              sesion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOS-FILE ASSIGN TO "prestamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-KEY
               FILE STATUS IS PRESTAMOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESTAMOS-FILE.
       COPY "prestamo.cpy".

       WORKING-STORAGE SECTION.
       COPY "transaccion.cpy".
       01  PRESTAMOS-STATUS           PIC XX.

       01  WS-SEGUIR                  PIC X(1).
       01  WS-CBF-NUM                 PIC 9(6).
      *    Prestamos castigados del CBF con saldo, para elegir.
       01  WS-CASTIGADOS.
           05  WS-CAST-CANT           PIC 9(2) VALUE 0.
           05  WS-CAST OCCURS 10 TIMES.
               10  WS-CAST-TS         PIC 9(14).
               10  WS-CAST-FECHA      PIC 9(8).
               10  WS-CAST-SALDO      PIC S9(9)V99.
       01  WS-IDX-CAST                PIC 9(2).
       01  WS-ELEGIDO                 PIC 9(2).
       01  WS-SALDO-CASTIGADO         PIC S9(9)V99.
       01  WS-IMP-TITULO              PIC X(40).
       01  WS-IMP-PERMITE             PIC X(1).
       01  WS-IMPORTE-PAGO            PIC S9(9)V99.
       01  WS-IMP-RESULTADO           PIC 9.
       01  WS-SALDO-DISPONIBLE        PIC S9(10)V99.
       01  WS-MONEDA-SALDO            PIC X(3).
       01  WS-CONJ-APLICA             PIC 9.
       01  WS-CONFIRMA                PIC X(1).
       01  WS-TS-PAGO                 PIC 9(14).
       01  WS-RCP-REFERENCIA          PIC X(20).
       01  WS-RCP-RESULTADO           PIC 9.
       01  WS-IMPORTE-DISPLAY         PIC -Z(9).99.

      *    Textos de pantalla del catalogo de mensajes
      *    (mensaje-catalogo) en el idioma de la sesion del cajero.
       01  WS-MSG-ACCION              PIC X(1).
       01  WS-MSG-ID                  PIC X(7).
       01  WS-MSG-IDIOMA              PIC X(2) VALUE SPACES.
       01  WS-MSG-TEXTO               PIC X(70).
       01  WS-MSG-PARTES.
           05  WS-MSG-PARTE           PIC X(70) OCCURS 3 TIMES.

       LINKAGE SECTION.
       01  LK-CBF                  PIC X(6).
       01  LK-MONEDA               PIC X(3).
       01  LK-CANAL                PIC X(1).
       01  LK-USUARIO              PIC X(8).

       PROCEDURE DIVISION USING LK-CBF, LK-MONEDA, LK-CANAL,
                                 LK-USUARIO.
       MAIN-PARA.
           MOVE 'S' TO WS-SEGUIR
           DISPLAY "*******************************"
           MOVE "CAJ0711" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           DISPLAY "*******************************"

           PERFORM LISTAR-CASTIGADOS
           IF WS-SEGUIR = 'S'
               PERFORM ELEGIR-PRESTAMO
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM PEDIR-IMPORTE
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM CONFIRMAR-PAGO
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM POSTEAR-PAGO
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM APLICAR-RECUPERO
           END-IF
           GOBACK.

       LISTAR-CASTIGADOS.
           MOVE 0 TO WS-CAST-CANT
           MOVE LK-CBF TO WS-CBF-NUM
           OPEN INPUT PRESTAMOS-FILE
           IF PRESTAMOS-STATUS NOT = "00"
               MOVE "10" TO PRESTAMOS-STATUS
           ELSE
               MOVE WS-CBF-NUM TO PRE-CBF
               MOVE 0 TO PRE-TIMESTAMP-ALTA
               START PRESTAMOS-FILE KEY IS >= PRE-KEY
                   INVALID KEY
                       MOVE "10" TO PRESTAMOS-STATUS
               END-START
           END-IF
           PERFORM UNTIL PRESTAMOS-STATUS = "10"
               READ PRESTAMOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO PRESTAMOS-STATUS
                   NOT AT END
                       IF PRE-CBF NOT = WS-CBF-NUM
                           MOVE "10" TO PRESTAMOS-STATUS
                       ELSE
                           IF PRE-CASTIGADO
                               PERFORM AGREGAR-CASTIGADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRESTAMOS-FILE

           IF WS-CAST-CANT = 0
               MOVE "CAJ0712" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           ELSE
               PERFORM VARYING WS-IDX-CAST FROM 1 BY 1
                       UNTIL WS-IDX-CAST > WS-CAST-CANT
                   MOVE WS-CAST-SALDO(WS-IDX-CAST)
                       TO WS-IMPORTE-DISPLAY
                   MOVE "CAJ0713" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   MOVE WS-MSG-TEXTO TO WS-MSG-PARTE(1)
                   MOVE "CAJ0714" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   MOVE WS-MSG-TEXTO TO WS-MSG-PARTE(2)
                   MOVE "CAJ0715" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   MOVE WS-MSG-TEXTO TO WS-MSG-PARTE(3)
                   DISPLAY WS-IDX-CAST
                           FUNCTION TRIM(WS-MSG-PARTE(1) TRAILING) " "
                           WS-CAST-TS(WS-IDX-CAST)
                           FUNCTION TRIM(WS-MSG-PARTE(2) TRAILING) " "
                           WS-CAST-FECHA(WS-IDX-CAST)
                           FUNCTION TRIM(WS-MSG-PARTE(3) TRAILING) " "
                           WS-IMPORTE-DISPLAY
               END-PERFORM
           END-IF.

       AGREGAR-CASTIGADO.
           COMPUTE WS-SALDO-CASTIGADO =
               PRE-DEUDA-CASTIGADA - PRE-RECUPERADO
           IF WS-SALDO-CASTIGADO > 0 AND WS-CAST-CANT < 10
               ADD 1 TO WS-CAST-CANT
               MOVE PRE-TIMESTAMP-ALTA TO WS-CAST-TS(WS-CAST-CANT)
               MOVE PRE-FECHA-CASTIGO TO WS-CAST-FECHA(WS-CAST-CANT)
               MOVE WS-SALDO-CASTIGADO TO WS-CAST-SALDO(WS-CAST-CANT)
           END-IF.

       ELEGIR-PRESTAMO.
           MOVE "CAJ0716" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-ELEGIDO
           IF WS-ELEGIDO = 0 OR WS-ELEGIDO > WS-CAST-CANT
               MOVE "CAJ0212" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           END-IF.

      *    Se puede pagar una parte; nunca mas que lo adeudado.
       PEDIR-IMPORTE.
           MOVE "CAJ0274" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-IMP-TITULO
           MOVE "S" TO WS-IMP-PERMITE
           CALL 'validar-importe' USING WS-IMP-TITULO,
                WS-IMP-PERMITE, WS-IMPORTE-PAGO,
                WS-IMP-RESULTADO
           EVALUATE TRUE
               WHEN WS-IMP-RESULTADO = 1
                   MOVE "CAJ0212" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               WHEN WS-IMPORTE-PAGO > WS-CAST-SALDO(WS-ELEGIDO)
                   MOVE WS-CAST-SALDO(WS-ELEGIDO)
                       TO WS-IMPORTE-DISPLAY
                   MOVE "CAJ0717" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                           WS-IMPORTE-DISPLAY ")."
                   MOVE 'N' TO WS-SEGUIR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CONFIRMAR-PAGO.
           MOVE WS-IMPORTE-PAGO TO WS-IMPORTE-DISPLAY
           MOVE "CAJ0718" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) "    "
                   WS-CAST-TS(WS-ELEGIDO)
           MOVE "CAJ0370" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-IMPORTE-DISPLAY
      *    Como todo debito sale del saldo DISPONIBLE, y en una
      *    cuenta a la orden conjunta por encima del piso requiere
      *    la firma del segundo titular.
           CALL "leer-saldo-disponible" USING LK-CBF,
                WS-SALDO-DISPONIBLE, WS-MONEDA-SALDO
           MOVE 0 TO WS-CONJ-APLICA
           CALL "consultar-op-conjunta" USING LK-CBF,
                WS-IMPORTE-PAGO, WS-CONJ-APLICA
           EVALUATE TRUE
               WHEN WS-IMPORTE-PAGO > WS-SALDO-DISPONIBLE
                   MOVE "CAJ0213" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               WHEN WS-CONJ-APLICA = 1
                   MOVE "CAJ0631" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "CAJ0632" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               WHEN OTHER
                   MOVE "CAJ0633" TO WS-MSG-ID
                   PERFORM MOSTRAR-PREGUNTA
                   ACCEPT WS-CONFIRMA
                   PERFORM NORMALIZAR-CONFIRMACION
                   IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                       MOVE "CAJ0212" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       MOVE 'N' TO WS-SEGUIR
                   END-IF
           END-EVALUATE.

       POSTEAR-PAGO.
           MOVE LK-CBF TO P-CBF
           MOVE "K" TO P-DESCRIPCION
           MOVE WS-IMPORTE-PAGO TO P-IMPORTE
           MOVE LK-MONEDA TO P-MONEDA
           MOVE 0 TO P-REF-KEY
           MOVE "N" TO P-OVERRIDE
           MOVE SPACES TO P-MEMO
           STRING "RECUPERO PRESTAMO " DELIMITED BY SIZE
                  WS-CAST-TS(WS-ELEGIDO) DELIMITED BY SIZE
               INTO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO
           IF RESULTADO NOT = 0
               MOVE "CAJ0214" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           ELSE
               MOVE P-TIMESTAMP TO WS-TS-PAGO
           END-IF.

      *    Recupero aplicado al prestamo; si no se puede (el saldo
      *    cambio en el medio por otro cobro), el debito se reintegra
      *    con la contra-partida "D" habitual.
       APLICAR-RECUPERO.
           MOVE SPACES TO WS-RCP-REFERENCIA
           MOVE WS-TS-PAGO TO WS-RCP-REFERENCIA
           CALL "registrar-recupero" USING LK-CBF,
                WS-CAST-TS(WS-ELEGIDO), WS-IMPORTE-PAGO, LK-MONEDA,
                LK-CANAL, LK-USUARIO, WS-RCP-REFERENCIA,
                WS-RCP-RESULTADO
           IF WS-RCP-RESULTADO = 0
               DISPLAY "-----------------------------------"
               MOVE "CAJ0634" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       WS-TS-PAGO
               DISPLAY "-----------------------------------"
           ELSE
               MOVE LK-CBF TO P-CBF
               MOVE "D" TO P-DESCRIPCION
               MOVE WS-IMPORTE-PAGO TO P-IMPORTE
               MOVE LK-MONEDA TO P-MONEDA
               MOVE WS-TS-PAGO TO P-REF-KEY
               MOVE "N" TO P-OVERRIDE
               MOVE "CONTRAPARTIDA OPERACION FALLIDA" TO P-MEMO
               CALL "crear-transaccion" USING TRANSACCION, RESULTADO
               DISPLAY "-----------------------------------"
               MOVE "CAJ0215" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0122" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               DISPLAY "-----------------------------------"
           END-IF.

       OBTENER-MENSAJE.
           MOVE "O" TO WS-MSG-ACCION
           MOVE SPACES TO WS-MSG-TEXTO
           CALL 'mensaje-catalogo' USING WS-MSG-ACCION, WS-MSG-ID,
                WS-MSG-IDIOMA, WS-MSG-TEXTO.

       MOSTRAR-MENSAJE.
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING).

      *    Pregunta: el cursor queda en la misma linea para el ACCEPT.
       MOSTRAR-PREGUNTA.
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
               WITH NO ADVANCING.

      *    En ingles la confirmacion se contesta Y: se lleva a la S
      *    que esperan los controles de la pantalla.
       NORMALIZAR-CONFIRMACION.
           IF WS-CONFIRMA = "Y" OR WS-CONFIRMA = "y"
               MOVE "S" TO WS-CONFIRMA
           END-IF.
