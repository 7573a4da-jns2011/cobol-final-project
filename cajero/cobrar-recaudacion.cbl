       IDENTIFICATION DIVISION.
       PROGRAM-ID. cobrar-recaudacion.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: pago de una referencia de
      *              recaudacion (convenios-recaudacion.dat) con
      *              debito a la cuenta del pagador. Valida el
      *              convenio activo, el formato de la referencia
      *              (largo y tipo del convenio) y la referencia
      *              contra el padron de deudas que subio la empresa
      *              (deudas-recaudacion.dat): se rechaza la
      *              inexistente, la vencida y la ya pagada. Se paga
      *              el importe exacto de la deuda desde el saldo
      *              DISPONIBLE; el debito "T" se postea via
      *              crear-transaccion, el cobro queda en
      *              cobros-recaudacion.dat para la liquidacion
      *              diaria (LIQUIDAR-RECAUDACION) y la deuda queda
      *              cobrada con la clave del cobro. Si el cobro no
      *              se puede registrar, el debito se reintegra. El
      *              regimen de orden conjunta rige como en cualquier
      *              debito (consultar-op-conjunta). Lo usan el
      *              cajero (LK-CANAL "C") y la VENTANILLA ("V", con
      *              el usuario del cajero humano en el cobro).
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
           SELECT CONVENIOS-FILE ASSIGN TO "convenios-recaudacion.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-CODIGO
               FILE STATUS IS CONVENIOS-STATUS.

           SELECT DEUDAS-FILE ASSIGN TO "deudas-recaudacion.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-KEY
               FILE STATUS IS DEUDAS-STATUS.

           SELECT COBROS-FILE ASSIGN TO "cobros-recaudacion.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-KEY
               FILE STATUS IS COBROS-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONVENIOS-FILE.
       COPY "convenio-recaudacion.cpy".

       FD  DEUDAS-FILE.
       COPY "deuda-recaudacion.cpy".

       FD  COBROS-FILE.
       COPY "cobro-recaudacion.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       COPY "transaccion.cpy".
       01  CONVENIOS-STATUS           PIC XX.
       01  DEUDAS-STATUS              PIC XX.
       01  COBROS-STATUS              PIC XX.
       01  CUENTAS-STATUS             PIC XX.

       01  WS-SEGUIR                  PIC X(1).
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-CONVENIO-INPUT          PIC 9(4).
       01  WS-REFERENCIA-INPUT        PIC X(20).
       01  WS-LARGO-REF               PIC 9(2).
       01  WS-BLANCOS-REF             PIC 9(2).
       01  WS-IMPORTE-PAGO            PIC S9(9)V99.
       01  WS-TS-PAGO                 PIC 9(14).
       01  WS-SALDO-DISPONIBLE        PIC S9(10)V99.
       01  WS-MONEDA-SALDO            PIC X(3).
       01  WS-CONJ-APLICA             PIC 9.
       01  WS-CONFIRMA                PIC X(1).
       01  WS-IMPORTE-DISPLAY         PIC -Z(9).99.

      *    Textos de pantalla del catalogo de mensajes
      *    (mensaje-catalogo) en el idioma de la sesion del cajero.
       01  WS-MSG-ACCION              PIC X(1).
       01  WS-MSG-ID                  PIC X(7).
       01  WS-MSG-IDIOMA              PIC X(2) VALUE SPACES.
       01  WS-MSG-TEXTO               PIC X(70).
       01  WS-MSG-TEXTO-AUX           PIC X(70).

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
           MOVE "CAJ0618" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           DISPLAY "*******************************"
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

           PERFORM VALIDAR-CONVENIO
           IF WS-SEGUIR = 'S'
               PERFORM VALIDAR-REFERENCIA
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM VALIDAR-DEUDA
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM CONFIRMAR-PAGO
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM POSTEAR-PAGO
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM REGISTRAR-COBRO
           END-IF
           GOBACK.

      *    El convenio tiene que estar activo y su cuenta de
      *    liquidacion operar en la moneda de la cuenta del pagador.
       VALIDAR-CONVENIO.
           COPY "cargar-rutas.cpy".
           MOVE "CAJ0619" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-CONVENIO-INPUT
           OPEN INPUT CONVENIOS-FILE
           IF CONVENIOS-STATUS NOT = "00"
               MOVE "B" TO CV-ESTADO
           ELSE
               MOVE WS-CONVENIO-INPUT TO CV-CODIGO
               READ CONVENIOS-FILE
                   KEY IS CV-CODIGO
                   INVALID KEY
                       MOVE "B" TO CV-ESTADO
               END-READ
               CLOSE CONVENIOS-FILE
           END-IF
           IF NOT CV-ACTIVO
               MOVE "CAJ0620" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           ELSE
               MOVE "CAJ0210" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       CV-NOMBRE
               OPEN INPUT CUENTAS-FILE
               IF CUENTAS-STATUS = "00"
                   MOVE CV-CBF-LIQUID TO CLI-CBF
                   READ CUENTAS-FILE
                       KEY IS CLI-CBF
                       INVALID KEY
                           MOVE SPACES TO CLI-MONEDA
                   END-READ
                   CLOSE CUENTAS-FILE
               ELSE
                   MOVE SPACES TO CLI-MONEDA
               END-IF
               IF CLI-MONEDA NOT = LK-MONEDA
                   MOVE "CAJ0621" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               END-IF
           END-IF.

      *    Formato del convenio: largo exacto (sin los blancos del
      *    final) y, si corresponde, solo digitos.
       VALIDAR-REFERENCIA.
           MOVE "CAJ0622" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-REFERENCIA-INPUT
           MOVE 0 TO WS-BLANCOS-REF
           INSPECT FUNCTION REVERSE(WS-REFERENCIA-INPUT)
               TALLYING WS-BLANCOS-REF FOR LEADING SPACES
           COMPUTE WS-LARGO-REF = 20 - WS-BLANCOS-REF
           EVALUATE TRUE
               WHEN WS-LARGO-REF NOT = CV-LARGO-REF
                   MOVE "CAJ0623" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   MOVE WS-MSG-TEXTO TO WS-MSG-TEXTO-AUX
                   MOVE "CAJ0624" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   DISPLAY FUNCTION TRIM(WS-MSG-TEXTO-AUX TRAILING) " "
                           CV-LARGO-REF
                           FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                   MOVE 'N' TO WS-SEGUIR
               WHEN CV-REF-NUMERICA
                AND WS-REFERENCIA-INPUT(1:WS-LARGO-REF) NOT NUMERIC
                   MOVE "CAJ0625" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    La referencia se busca en el padron de deudas de la
      *    empresa: inexistente, ya pagada o vencida no se cobra.
       VALIDAR-DEUDA.
           OPEN INPUT DEUDAS-FILE
           IF DEUDAS-STATUS NOT = "00"
               MOVE "CAJ0626" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           ELSE
               MOVE WS-CONVENIO-INPUT TO DR-CONVENIO
               MOVE WS-REFERENCIA-INPUT TO DR-REFERENCIA
               READ DEUDAS-FILE
                   KEY IS DR-KEY
                   INVALID KEY
                       MOVE "CAJ0626" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       MOVE 'N' TO WS-SEGUIR
                   NOT INVALID KEY
                       IF DR-COBRADA
                           MOVE "CAJ0627" TO WS-MSG-ID
                           PERFORM MOSTRAR-MENSAJE
                           MOVE 'N' TO WS-SEGUIR
                       ELSE
                       IF DR-VENCIMIENTO < WS-FECHA-HOY
                           MOVE "CAJ0628" TO WS-MSG-ID
                           PERFORM OBTENER-MENSAJE
                           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                                   " " DR-VENCIMIENTO "."
                           MOVE 'N' TO WS-SEGUIR
                       ELSE
                           MOVE DR-IMPORTE TO WS-IMPORTE-PAGO
                       END-IF
                       END-IF
               END-READ
               CLOSE DEUDAS-FILE
           END-IF.

       CONFIRMAR-PAGO.
           MOVE WS-IMPORTE-PAGO TO WS-IMPORTE-DISPLAY
           MOVE "CAJ0629" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) "      "
                   DR-DEUDOR
           MOVE "CAJ0630" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   DR-VENCIMIENTO
           MOVE "CAJ0370" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-IMPORTE-DISPLAY
      *    El pago sale del saldo DISPONIBLE, y en una cuenta a la
      *    orden conjunta por encima del piso requiere la firma del
      *    segundo titular: se deriva al menu de transferencias.
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
           MOVE "T" TO P-DESCRIPCION
           MOVE WS-IMPORTE-PAGO TO P-IMPORTE
           MOVE LK-MONEDA TO P-MONEDA
           MOVE 0 TO P-REF-KEY
           MOVE "N" TO P-OVERRIDE
           MOVE SPACES TO P-MEMO
           STRING "RECAUDACION " DELIMITED BY SIZE
                  WS-CONVENIO-INPUT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REFERENCIA-INPUT DELIMITED BY SIZE
               INTO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO
           IF RESULTADO NOT = 0
               MOVE "CAJ0214" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           ELSE
               MOVE P-TIMESTAMP TO WS-TS-PAGO
           END-IF.

      *    Cobro para la liquidacion y deuda marcada cobrada. Si el
      *    cobro no se graba, o la deuda se pago por otra via en el
      *    medio, el debito se reintegra con la contra-partida "D"
      *    habitual (sin memo).
       REGISTRAR-COBRO.
           OPEN I-O DEUDAS-FILE
           MOVE WS-CONVENIO-INPUT TO DR-CONVENIO
           MOVE WS-REFERENCIA-INPUT TO DR-REFERENCIA
           READ DEUDAS-FILE
               KEY IS DR-KEY
               INVALID KEY
                   MOVE 'N' TO WS-SEGUIR
               NOT INVALID KEY
                   IF DR-COBRADA
                       MOVE 'N' TO WS-SEGUIR
                   END-IF
           END-READ

           IF WS-SEGUIR = 'S'
               OPEN I-O COBROS-FILE
               IF COBROS-STATUS NOT = "00" AND NOT = "05"
                   OPEN OUTPUT COBROS-FILE
                   CLOSE COBROS-FILE
                   OPEN I-O COBROS-FILE
               END-IF
               MOVE WS-CONVENIO-INPUT TO CR-CONVENIO
               MOVE WS-TS-PAGO TO CR-TIMESTAMP
               MOVE LK-CBF TO CR-CBF
               MOVE WS-REFERENCIA-INPUT TO CR-REFERENCIA
               MOVE WS-IMPORTE-PAGO TO CR-IMPORTE
               MOVE LK-MONEDA TO CR-MONEDA
               MOVE LK-CANAL TO CR-CANAL
               MOVE LK-USUARIO TO CR-USUARIO
               SET CR-PENDIENTE TO TRUE
               MOVE 0 TO CR-FECHA-LIQUIDACION
               WRITE CR-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-SEGUIR
               END-WRITE
               CLOSE COBROS-FILE
           END-IF

           IF WS-SEGUIR = 'S'
               SET DR-COBRADA TO TRUE
               MOVE LK-CBF TO DR-CBF-PAGO
               MOVE WS-TS-PAGO TO DR-TS-PAGO
               REWRITE DR-RECORD
               CLOSE DEUDAS-FILE
               DISPLAY "-----------------------------------"
               MOVE "CAJ0634" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       WS-TS-PAGO
               MOVE "CAJ0635" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       CV-NOMBRE
               DISPLAY "-----------------------------------"
           ELSE
               CLOSE DEUDAS-FILE
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
