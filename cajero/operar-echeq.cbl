       IDENTIFICATION DIVISION.
       PROGRAM-ID. operar-echeq.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: cheques electronicos (echeqs)
      *              desde el cajero (LK-CANAL "C") y la VENTANILLA
      *              ("V", con el usuario del cajero humano en el
      *              journal). El cliente se identifica por el
      *              documento de su numero de cliente: es tenedor de
      *              los echeqs de echeqs.dat con ese documento en
      *              ECQ-DOC-TENEDOR. Emitir: solo una cuenta
      *              corriente en pesos, a favor de otro documento,
      *              al dia o con pago diferido hasta 360 dias.
      *              Endosar: pasa un echeq de la cartera a otro
      *              documento (hasta 10 endosos). Repudiar: un echeq
      *              recibido por endoso vuelve al endosante; uno
      *              recibido del librador queda repudiado. Depositar
      *              (desde la fecha de pago y dentro de los 30 dias
      *              de presentacion): un echeq de nuestro banco se
      *              paga en el momento contra la cuenta del librador
      *              (pagar-echeq) y se acredita; uno de otro banco se
      *              acredita retenido hasta el clearing y viaja en la
      *              remesa de cheques-depositados.dat como echeq.
      *  2026-10-15  Los textos de pantalla salen del catalogo de
      *              mensajes (mensaje-catalogo) en el idioma de la
      *              sesion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECHEQS-FILE ASSIGN TO "echeqs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECQ-KEY
               FILE STATUS IS ECHEQS-STATUS.

           SELECT CHEQUES-DEP-FILE ASSIGN TO "cheques-depositados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-KEY
               FILE STATUS IS CHEQUES-DEP-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ECHEQS-FILE.
       COPY "echeq.cpy".

       FD  CHEQUES-DEP-FILE.
       COPY "cheque-deposito.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       COPY "transaccion.cpy".
       01  ECHEQS-STATUS              PIC XX.
       01  CHEQUES-DEP-STATUS         PIC XX.
       01  CUENTAS-STATUS             PIC XX.

       01  WS-BANCO-PROPIO            PIC 9(3) VALUE 001.
      *    Plazo de pago diferido y de presentacion al cobro, en
      *    dias corridos.
       01  WS-DIAS-DIFERIDO           PIC 9(3) VALUE 360.
       01  WS-DIAS-PRESENTACION       PIC 9(3) VALUE 30.
      *    Dias hasta el resultado del clearing de un echeq de otro
      *    banco, para la fecha de liberacion de la retencion.
       01  WS-DIAS-CLEARING           PIC 9(3) VALUE 2.
       01  WS-MAX-ENDOSOS             PIC 9(2) VALUE 10.

       01  WS-OPCION                  PIC X(1).
       01  WS-SEGUIR                  PIC X(1).
       01  WS-CONFIRMA                PIC X(1).
       01  WS-CBF-NUM                 PIC 9(6).
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-INT-HOY                 PIC 9(8).
       01  WS-INT-FECHA               PIC 9(8).
       01  WS-FECHA-LIMITE            PIC 9(8).
       01  WS-FECHA-CLEARING          PIC 9(8).
       01  WS-ES-CTA-CORRIENTE        PIC X(1).

      *    Identidad del cliente de la sesion.
       01  WS-CLIENTE-ID              PIC 9(8).
       01  WS-ENCONTRADO              PIC 9.
       01  WS-DOC-TIPO                PIC X(3).
       01  WS-DOC-PROPIO              PIC X(11).
       01  WS-DOC-DOMICILIO           PIC X(50).
       01  WS-DOC-TELEFONO            PIC X(15).
       01  WS-DOC-FECHA-NAC           PIC 9(8).

       01  WS-BANCO-INPUT             PIC 9(3).
       01  WS-NUMERO-INPUT            PIC 9(8).
       01  WS-DOC-INPUT               PIC X(11).
       01  WS-FECHA-INPUT             PIC 9(8).
       01  WS-FECHA-INPUT-R REDEFINES WS-FECHA-INPUT.
           05  WS-FEC-ANIO            PIC 9(4).
           05  WS-FEC-MES             PIC 9(2).
           05  WS-FEC-DIA             PIC 9(2).
       01  WS-MOTIVO-INPUT            PIC X(30).
       01  WS-ULTIMO-NUMERO           PIC 9(8).
       01  WS-IDX                     PIC 9(2).
       01  WS-CANT-LISTADOS           PIC 9(3).
       01  WS-ESTADO-DISPLAY          PIC X(12).
      *    Consulta: C cartera del cliente, E echeqs que emitio.
       01  WS-LISTADO                 PIC X(1).

       01  WS-IMP-TITULO              PIC X(40).
       01  WS-IMP-PERMITE             PIC X(1).
       01  WS-IMPORTE                 PIC S9(9)V99.
       01  WS-IMP-RESULTADO           PIC 9.
       01  WS-IMPORTE-DISPLAY         PIC -Z(9).99.

       01  WS-PAGO-CBF                PIC 9(6).
       01  WS-PAGO-NUMERO             PIC 9(8).
       01  WS-PAGO-IMPORTE            PIC 9(9)V99.
       01  WS-PAGO-RESULTADO          PIC 9.
       01  WS-PAGO-MOTIVO             PIC X(30).
       01  WS-PAGO-TS                 PIC 9(14).

       01  WS-RET-MOTIVO              PIC X(30).
       01  WS-RET-TIMESTAMP           PIC 9(14).
       01  WS-RET-RESULTADO           PIC 9.
       01  WS-TS-CREDITO              PIC 9(14).

       01  WS-JRN-EVENTO              PIC X(20).
       01  WS-JRN-DETALLE             PIC X(60).

      *    Textos de pantalla del catalogo de mensajes
      *    (mensaje-catalogo) en el idioma de la sesion del cajero.
       01  WS-MSG-ACCION              PIC X(1).
       01  WS-MSG-ID                  PIC X(7).
       01  WS-MSG-IDIOMA              PIC X(2) VALUE SPACES.
       01  WS-MSG-TEXTO               PIC X(70).
       01  WS-MSG-TEXTO-AUX           PIC X(70).
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
           MOVE LK-CBF TO WS-CBF-NUM
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-INT-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
           COPY "cargar-rutas.cpy".
           DISPLAY "*******************************"
           MOVE "CAJ0294" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           DISPLAY "*******************************"
           PERFORM IDENTIFICAR-CLIENTE
           IF WS-SEGUIR = 'N'
               GOBACK
           END-IF
           MOVE "CAJ0295" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0296" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0297" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0298" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0299" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0085" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN "1"
                   PERFORM EMITIR
               WHEN "2"
                   PERFORM CONSULTAR-ECHEQS
               WHEN "3"
                   PERFORM ENDOSAR
               WHEN "4"
                   PERFORM REPUDIAR
               WHEN "5"
                   PERFORM DEPOSITAR
               WHEN OTHER
                   MOVE "CAJ0086" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
           END-EVALUATE
           GOBACK.

      *    Los echeqs son en pesos y el tenedor se identifica por
      *    documento: sin documento cargado la cuenta no opera
      *    echeqs. De paso se toma el tipo de cuenta, que habilita
      *    la emision.
       IDENTIFICAR-CLIENTE.
           IF LK-MONEDA NOT = "ARS"
               MOVE "CAJ0300" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           END-IF
           IF WS-SEGUIR = 'S'
               MOVE SPACES TO WS-DOC-PROPIO
               CALL "buscar-cliente-id" USING WS-CBF-NUM,
                    WS-CLIENTE-ID, WS-ENCONTRADO
               IF WS-ENCONTRADO = 1
                   CALL "leer-datos-cliente" USING WS-CLIENTE-ID,
                        WS-DOC-TIPO, WS-DOC-PROPIO, WS-DOC-DOMICILIO,
                        WS-DOC-TELEFONO, WS-DOC-FECHA-NAC,
                        WS-ENCONTRADO
               END-IF
               IF WS-ENCONTRADO NOT = 1 OR WS-DOC-PROPIO = SPACES
                   MOVE "CAJ0301" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "CAJ0302" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               END-IF
           END-IF
           IF WS-SEGUIR = 'S'
               MOVE 'N' TO WS-ES-CTA-CORRIENTE
               OPEN INPUT CUENTAS-FILE
               IF CUENTAS-STATUS = "00"
                   MOVE WS-CBF-NUM TO CLI-CBF
                   READ CUENTAS-FILE
                       KEY IS CLI-CBF
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CLI-CTA-CORRIENTE
                               MOVE 'S' TO WS-ES-CTA-CORRIENTE
                           END-IF
                   END-READ
                   CLOSE CUENTAS-FILE
               END-IF
           END-IF.

      *****************************************************************
      *  Emision
      *****************************************************************
       EMITIR.
           IF WS-ES-CTA-CORRIENTE NOT = 'S'
               MOVE "CAJ0303" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM PEDIR-BENEFICIARIO
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM PEDIR-IMPORTE-EMISION
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM PEDIR-FECHA-PAGO
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM CONFIRMAR-EMISION
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM GRABAR-EMISION
           END-IF.

       PEDIR-BENEFICIARIO.
           MOVE "CAJ0304" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-DOC-INPUT
           EVALUATE TRUE
               WHEN WS-DOC-INPUT = SPACES
                   MOVE "CAJ0113" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               WHEN WS-DOC-INPUT = WS-DOC-PROPIO
                   MOVE "CAJ0305" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PEDIR-IMPORTE-EMISION.
           MOVE "CAJ0358" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-IMP-TITULO
           MOVE "S" TO WS-IMP-PERMITE
           CALL 'validar-importe' USING WS-IMP-TITULO,
                WS-IMP-PERMITE, WS-IMPORTE, WS-IMP-RESULTADO
           IF WS-IMP-RESULTADO = 1
               MOVE "CAJ0113" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           END-IF.

      *    Al dia (fecha de pago = hoy) o de pago diferido hasta
      *    WS-DIAS-DIFERIDO dias.
       PEDIR-FECHA-PAGO.
           MOVE "CAJ0306" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-FECHA-INPUT
           IF WS-FECHA-INPUT = 0
               MOVE WS-FECHA-HOY TO WS-FECHA-INPUT
           END-IF
           COMPUTE WS-INT-FECHA = WS-INT-HOY + WS-DIAS-DIFERIDO
           COMPUTE WS-FECHA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-INT-FECHA)
           PERFORM VALIDAR-FECHA-INPUT
           EVALUATE TRUE
               WHEN WS-SEGUIR = 'N'
                   CONTINUE
               WHEN WS-FECHA-INPUT < WS-FECHA-HOY
                   MOVE "CAJ0307" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               WHEN WS-FECHA-INPUT > WS-FECHA-LIMITE
                   MOVE "CAJ0308" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                           WS-FECHA-LIMITE "."
                   MOVE 'N' TO WS-SEGUIR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CONFIRMAR-EMISION.
           MOVE WS-IMPORTE TO WS-IMPORTE-DISPLAY
           MOVE "CAJ0309" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) "  "
                   WS-DOC-INPUT
           MOVE "CAJ0310" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-IMPORTE-DISPLAY
           MOVE "CAJ0311" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-FECHA-INPUT
           MOVE "CAJ0312" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-CONFIRMA
           PERFORM NORMALIZAR-CONFIRMACION
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               MOVE "CAJ0113" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           END-IF.

       GRABAR-EMISION.
           PERFORM ABRIR-ECHEQS
           PERFORM BUSCAR-ULTIMO-NUMERO
           INITIALIZE ECQ-RECORD
           MOVE WS-BANCO-PROPIO TO ECQ-BANCO
           COMPUTE ECQ-NUMERO = WS-ULTIMO-NUMERO + 1
           MOVE WS-CBF-NUM TO ECQ-CBF-EMISOR
           MOVE WS-DOC-PROPIO TO ECQ-DOC-EMISOR
           MOVE WS-DOC-INPUT TO ECQ-DOC-BENEFICIARIO
           MOVE WS-DOC-INPUT TO ECQ-DOC-TENEDOR
           MOVE WS-IMPORTE TO ECQ-IMPORTE
           MOVE WS-FECHA-HOY TO ECQ-FECHA-EMISION
           MOVE WS-FECHA-INPUT TO ECQ-FECHA-PAGO
           SET ECQ-ACTIVO TO TRUE
           MOVE WS-FECHA-HOY TO ECQ-FECHA-ESTADO
           WRITE ECQ-RECORD
               INVALID KEY
                   MOVE "CAJ0313" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
               NOT INVALID KEY
                   DISPLAY "-----------------------------------"
                   MOVE "CAJ0314" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                           ECQ-NUMERO
                   DISPLAY "-----------------------------------"
                   MOVE "ECHEQ EMITIDO" TO WS-JRN-EVENTO
                   PERFORM ANOTAR-OPERACION
           END-WRITE
           CLOSE ECHEQS-FILE.

      *    Los echeqs propios se numeran correlativos dentro de
      *    WS-BANCO-PROPIO.
       BUSCAR-ULTIMO-NUMERO.
           MOVE 0 TO WS-ULTIMO-NUMERO
           MOVE WS-BANCO-PROPIO TO ECQ-BANCO
           MOVE 0 TO ECQ-NUMERO
           START ECHEQS-FILE KEY IS >= ECQ-KEY
               INVALID KEY
                   MOVE "10" TO ECHEQS-STATUS
           END-START
           PERFORM UNTIL ECHEQS-STATUS = "10"
               READ ECHEQS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO ECHEQS-STATUS
                   NOT AT END
                       IF ECQ-BANCO NOT = WS-BANCO-PROPIO
                           MOVE "10" TO ECHEQS-STATUS
                       ELSE
                           MOVE ECQ-NUMERO TO WS-ULTIMO-NUMERO
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************************
      *  Consulta
      *****************************************************************
      *    Se recorre todo el registro dos veces: la cartera del
      *    cliente (tenedor) y los echeqs librados por esta cuenta
      *    que siguen sin cobrarse.
       CONSULTAR-ECHEQS.
           MOVE "CAJ0315" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE 0 TO WS-CANT-LISTADOS
           MOVE "C" TO WS-LISTADO
           PERFORM RECORRER-ECHEQS
           IF WS-CANT-LISTADOS = 0
               MOVE "CAJ0316" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
           END-IF
           MOVE "CAJ0317" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE 0 TO WS-CANT-LISTADOS
           MOVE "E" TO WS-LISTADO
           PERFORM RECORRER-ECHEQS
           IF WS-CANT-LISTADOS = 0
               MOVE "CAJ0318" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
           END-IF.

       RECORRER-ECHEQS.
           OPEN INPUT ECHEQS-FILE
           IF ECHEQS-STATUS NOT = "00"
               MOVE "10" TO ECHEQS-STATUS
           END-IF
           PERFORM UNTIL ECHEQS-STATUS = "10"
               READ ECHEQS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO ECHEQS-STATUS
                   NOT AT END
                       PERFORM FILTRAR-ECHEQ
               END-READ
           END-PERFORM
           CLOSE ECHEQS-FILE.

       FILTRAR-ECHEQ.
           EVALUATE TRUE
               WHEN WS-LISTADO = "C" AND ECQ-ACTIVO
                    AND ECQ-DOC-TENEDOR = WS-DOC-PROPIO
                   ADD 1 TO WS-CANT-LISTADOS
                   PERFORM MOSTRAR-ECHEQ
               WHEN WS-LISTADO = "E" AND ECQ-BANCO = WS-BANCO-PROPIO
                    AND ECQ-CBF-EMISOR = WS-CBF-NUM
                    AND (ECQ-ACTIVO OR ECQ-DEPOSITADO)
                   ADD 1 TO WS-CANT-LISTADOS
                   PERFORM MOSTRAR-ECHEQ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       MOSTRAR-ECHEQ.
           EVALUATE TRUE
               WHEN ECQ-ACTIVO
                   MOVE "CAJ0833" TO WS-MSG-ID
               WHEN ECQ-DEPOSITADO
                   MOVE "CAJ0834" TO WS-MSG-ID
               WHEN ECQ-REPUDIADO
                   MOVE "CAJ0835" TO WS-MSG-ID
               WHEN ECQ-PAGADO
                   MOVE "CAJ0836" TO WS-MSG-ID
               WHEN ECQ-RECHAZADO
                   MOVE "CAJ0837" TO WS-MSG-ID
               WHEN OTHER
                   MOVE SPACES TO WS-MSG-ID
           END-EVALUATE
           PERFORM OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-ESTADO-DISPLAY
           MOVE ECQ-IMPORTE TO WS-IMPORTE-DISPLAY
           MOVE "CAJ0319" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-MSG-TEXTO-AUX
           MOVE "CAJ0320" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO-AUX TRAILING) " "
                   ECQ-BANCO
                   FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " " ECQ-NUMERO
                   "  $ " WS-IMPORTE-DISPLAY
           MOVE "CAJ0321" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-MSG-PARTE(1)
           MOVE "CAJ0322" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-MSG-PARTE(2)
           MOVE "CAJ0323" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-MSG-PARTE(3)
           DISPLAY FUNCTION TRIM(WS-MSG-PARTE(1) TRAILING) " "
                   ECQ-FECHA-PAGO
                   FUNCTION TRIM(WS-MSG-PARTE(2) TRAILING) " "
                   ECQ-DOC-EMISOR "  " WS-ESTADO-DISPLAY
                   FUNCTION TRIM(WS-MSG-PARTE(3) TRAILING) " "
                   ECQ-CANT-ENDOSOS.

      *****************************************************************
      *  Endoso
      *****************************************************************
       ENDOSAR.
           PERFORM ABRIR-ECHEQS
           PERFORM ELEGIR-ECHEQ-CARTERA
           IF WS-SEGUIR = 'S'
               PERFORM VERIFICAR-PRESENTACION
           END-IF
           IF WS-SEGUIR = 'S'
              AND ECQ-CANT-ENDOSOS NOT < WS-MAX-ENDOSOS
               MOVE "CAJ0324" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           END-IF
           IF WS-SEGUIR = 'S'
               MOVE "CAJ0325" TO WS-MSG-ID
               PERFORM MOSTRAR-PREGUNTA
               ACCEPT WS-DOC-INPUT
               EVALUATE TRUE
                   WHEN WS-DOC-INPUT = SPACES
                       MOVE "CAJ0113" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       MOVE 'N' TO WS-SEGUIR
                   WHEN WS-DOC-INPUT = WS-DOC-PROPIO
                       MOVE "CAJ0326" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       MOVE 'N' TO WS-SEGUIR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM MOSTRAR-ECHEQ
               MOVE "CAJ0327" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               MOVE WS-MSG-TEXTO TO WS-MSG-TEXTO-AUX
               MOVE "CAJ0328" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO-AUX TRAILING) " "
                       WS-DOC-INPUT
                       FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               PERFORM NORMALIZAR-CONFIRMACION
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   MOVE "CAJ0113" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               END-IF
           END-IF
           IF WS-SEGUIR = 'S'
               ADD 1 TO ECQ-CANT-ENDOSOS
               MOVE ECQ-CANT-ENDOSOS TO WS-IDX
               MOVE WS-FECHA-HOY TO ECQ-END-FECHA(WS-IDX)
               MOVE WS-DOC-PROPIO TO ECQ-END-DOC-CEDENTE(WS-IDX)
               MOVE WS-DOC-INPUT TO ECQ-END-DOC-ENDOSATARIO(WS-IDX)
               MOVE WS-DOC-INPUT TO ECQ-DOC-TENEDOR
               REWRITE ECQ-RECORD
                   INVALID KEY
                       MOVE "CAJ0329" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                   NOT INVALID KEY
                       MOVE "CAJ0330" TO WS-MSG-ID
                       PERFORM OBTENER-MENSAJE
                       DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                               WS-DOC-INPUT "."
                       MOVE "ECHEQ ENDOSADO" TO WS-JRN-EVENTO
                       PERFORM ANOTAR-OPERACION
               END-REWRITE
           END-IF
           CLOSE ECHEQS-FILE.

      *****************************************************************
      *  Repudio
      *****************************************************************
      *    Un echeq recibido por endoso vuelve al endosante (se
      *    descarta el ultimo endoso); recibido directamente del
      *    librador queda repudiado y fuera de circulacion.
       REPUDIAR.
           PERFORM ABRIR-ECHEQS
           PERFORM ELEGIR-ECHEQ-CARTERA
           IF WS-SEGUIR = 'S'
               PERFORM MOSTRAR-ECHEQ
               MOVE "CAJ0331" TO WS-MSG-ID
               PERFORM MOSTRAR-PREGUNTA
               ACCEPT WS-MOTIVO-INPUT
               IF WS-MOTIVO-INPUT = SPACES
                   MOVE "Repudiado por el tenedor" TO WS-MOTIVO-INPUT
               END-IF
               MOVE "CAJ0332" TO WS-MSG-ID
               PERFORM MOSTRAR-PREGUNTA
               ACCEPT WS-CONFIRMA
               PERFORM NORMALIZAR-CONFIRMACION
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   MOVE "CAJ0113" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               END-IF
           END-IF
           IF WS-SEGUIR = 'S'
               IF ECQ-CANT-ENDOSOS > 0
                   MOVE ECQ-CANT-ENDOSOS TO WS-IDX
                   MOVE ECQ-END-DOC-CEDENTE(WS-IDX) TO ECQ-DOC-TENEDOR
                   MOVE 0 TO ECQ-END-FECHA(WS-IDX)
                   MOVE SPACES TO ECQ-END-DOC-CEDENTE(WS-IDX)
                   MOVE SPACES TO ECQ-END-DOC-ENDOSATARIO(WS-IDX)
                   SUBTRACT 1 FROM ECQ-CANT-ENDOSOS
               ELSE
                   SET ECQ-REPUDIADO TO TRUE
                   MOVE WS-FECHA-HOY TO ECQ-FECHA-ESTADO
               END-IF
               MOVE WS-MOTIVO-INPUT TO ECQ-MOTIVO
               REWRITE ECQ-RECORD
                   INVALID KEY
                       MOVE "CAJ0333" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                   NOT INVALID KEY
                       IF ECQ-REPUDIADO
                           MOVE "CAJ0334" TO WS-MSG-ID
                           PERFORM MOSTRAR-MENSAJE
                       ELSE
                           MOVE "CAJ0335" TO WS-MSG-ID
                           PERFORM OBTENER-MENSAJE
                           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                                   " " ECQ-DOC-TENEDOR "."
                       END-IF
                       MOVE "ECHEQ REPUDIADO" TO WS-JRN-EVENTO
                       PERFORM ANOTAR-OPERACION
               END-REWRITE
           END-IF
           CLOSE ECHEQS-FILE.

      *****************************************************************
      *  Deposito
      *****************************************************************
       DEPOSITAR.
           MOVE "CAJ0336" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-BANCO-INPUT
           IF WS-BANCO-INPUT = WS-BANCO-PROPIO
               PERFORM DEPOSITAR-PROPIO
           ELSE
               PERFORM DEPOSITAR-OTRO-BANCO
           END-IF.

      *    Echeq de nuestro banco: se paga contra la cuenta del
      *    librador y se acredita en el momento. Si el credito no se
      *    puede postear, el debito al librador se revierte.
       DEPOSITAR-PROPIO.
           PERFORM ABRIR-ECHEQS
           PERFORM ELEGIR-ECHEQ-CARTERA
           IF WS-SEGUIR = 'S'
               PERFORM VERIFICAR-FECHA-COBRO
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM CONFIRMAR-DEPOSITO
           END-IF
           IF WS-SEGUIR = 'S'
               MOVE ECQ-CBF-EMISOR TO WS-PAGO-CBF
               MOVE ECQ-NUMERO TO WS-PAGO-NUMERO
               MOVE ECQ-IMPORTE TO WS-PAGO-IMPORTE
               CALL "pagar-echeq" USING WS-PAGO-CBF, WS-PAGO-NUMERO,
                    WS-PAGO-IMPORTE, WS-PAGO-RESULTADO,
                    WS-PAGO-MOTIVO, WS-PAGO-TS
               IF WS-PAGO-RESULTADO = 0
                   PERFORM ACREDITAR-ECHEQ
                   IF RESULTADO NOT = 0
                       PERFORM REVERTIR-PAGO-LIBRADOR
                       MOVE "CAJ0337" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       MOVE 'N' TO WS-SEGUIR
                   END-IF
               ELSE
                   SET ECQ-RECHAZADO TO TRUE
                   MOVE WS-FECHA-HOY TO ECQ-FECHA-ESTADO
                   MOVE WS-PAGO-MOTIVO TO ECQ-MOTIVO
                   REWRITE ECQ-RECORD
                   MOVE "CAJ0338" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                           WS-PAGO-MOTIVO
                   MOVE "ECHEQ RECHAZADO" TO WS-JRN-EVENTO
                   PERFORM ANOTAR-OPERACION
                   MOVE 'N' TO WS-SEGUIR
               END-IF
           END-IF
           IF WS-SEGUIR = 'S'
               SET ECQ-PAGADO TO TRUE
               MOVE WS-FECHA-HOY TO ECQ-FECHA-ESTADO
               MOVE WS-CBF-NUM TO ECQ-CBF-DEPOSITO
               MOVE WS-TS-CREDITO TO ECQ-TS-DEPOSITO
               REWRITE ECQ-RECORD
               DISPLAY "-----------------------------------"
               MOVE "CAJ0339" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               DISPLAY "-----------------------------------"
               MOVE "ECHEQ DEPOSITADO" TO WS-JRN-EVENTO
               PERFORM ANOTAR-OPERACION
           END-IF
           CLOSE ECHEQS-FILE.

       REVERTIR-PAGO-LIBRADOR.
           MOVE WS-PAGO-CBF TO P-CBF
           MOVE "R" TO P-DESCRIPCION
           MOVE WS-PAGO-IMPORTE TO P-IMPORTE
           MOVE SPACES TO P-MONEDA
           MOVE WS-PAGO-TS TO P-REF-KEY
           MOVE "N" TO P-OVERRIDE
           MOVE "ANULA PAGO ECHEQ" TO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO.

      *    Echeq de otro banco: se registra al depositarlo, se
      *    acredita retenido hasta el clearing y queda en
      *    cheques-depositados.dat para la remesa nocturna.
       DEPOSITAR-OTRO-BANCO.
           MOVE "CAJ0340" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-NUMERO-INPUT
           PERFORM ABRIR-ECHEQS
           MOVE WS-BANCO-INPUT TO ECQ-BANCO
           MOVE WS-NUMERO-INPUT TO ECQ-NUMERO
           READ ECHEQS-FILE
               KEY IS ECQ-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "CAJ0341" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
           END-READ
           IF WS-SEGUIR = 'S'
               MOVE "CAJ0342" TO WS-MSG-ID
               PERFORM MOSTRAR-PREGUNTA
               ACCEPT WS-DOC-INPUT
               IF WS-DOC-INPUT = SPACES
                   MOVE "CAJ0113" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               END-IF
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM PEDIR-IMPORTE-EMISION
           END-IF
           IF WS-SEGUIR = 'S'
               MOVE "CAJ0343" TO WS-MSG-ID
               PERFORM MOSTRAR-PREGUNTA
               ACCEPT WS-FECHA-INPUT
               PERFORM VALIDAR-FECHA-INPUT
           END-IF
           IF WS-SEGUIR = 'S'
               INITIALIZE ECQ-RECORD
               MOVE WS-BANCO-INPUT TO ECQ-BANCO
               MOVE WS-NUMERO-INPUT TO ECQ-NUMERO
               MOVE WS-DOC-INPUT TO ECQ-DOC-EMISOR
               MOVE WS-DOC-PROPIO TO ECQ-DOC-BENEFICIARIO
               MOVE WS-DOC-PROPIO TO ECQ-DOC-TENEDOR
               MOVE WS-IMPORTE TO ECQ-IMPORTE
               MOVE WS-FECHA-INPUT TO ECQ-FECHA-PAGO
               PERFORM VERIFICAR-FECHA-COBRO
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM CONFIRMAR-DEPOSITO
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM ACREDITAR-ECHEQ
               IF RESULTADO NOT = 0
                   MOVE "CAJ0344" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               END-IF
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM RETENER-DEPOSITO
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM GRABAR-DEPOSITO-OTRO-BANCO
           END-IF
           CLOSE ECHEQS-FILE.

       RETENER-DEPOSITO.
           COMPUTE WS-INT-FECHA = WS-INT-HOY + WS-DIAS-CLEARING
           COMPUTE WS-FECHA-CLEARING =
               FUNCTION DATE-OF-INTEGER(WS-INT-FECHA)
           MOVE "Echeq en clearing" TO WS-RET-MOTIVO
           CALL 'crear-retencion' USING P-CBF OF TRANSACCION,
                P-IMPORTE OF TRANSACCION, WS-RET-MOTIVO,
                WS-FECHA-CLEARING, WS-RET-TIMESTAMP,
                WS-RET-RESULTADO
           IF WS-RET-RESULTADO NOT = 0
      *        Sin retencion no se deja el importe gastable: el
      *        credito se revierte.
               MOVE WS-TS-CREDITO TO P-REF-KEY
               MOVE "R" TO P-DESCRIPCION
               MOVE "ANULA DEP ECHEQ" TO P-MEMO
               CALL "crear-transaccion" USING TRANSACCION, RESULTADO
               MOVE "CAJ0345" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0346" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           END-IF.

       GRABAR-DEPOSITO-OTRO-BANCO.
           OPEN I-O CHEQUES-DEP-FILE
           IF CHEQUES-DEP-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT CHEQUES-DEP-FILE
               CLOSE CHEQUES-DEP-FILE
               OPEN I-O CHEQUES-DEP-FILE
           END-IF
           MOVE WS-CBF-NUM TO CD-CBF
           MOVE WS-TS-CREDITO TO CD-TIMESTAMP
           MOVE WS-BANCO-INPUT TO CD-BANCO-GIRADO
           MOVE WS-NUMERO-INPUT TO CD-NUMERO-CHEQUE
           MOVE WS-IMPORTE TO CD-IMPORTE
           MOVE WS-FECHA-CLEARING TO CD-FECHA-CLEARING
           MOVE WS-RET-TIMESTAMP TO CD-RF-TIMESTAMP
           SET CD-DEPOSITADO TO TRUE
           SET CD-ES-ECHEQ TO TRUE
           WRITE CD-RECORD
               INVALID KEY
                   MOVE "CAJ0347" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
           END-WRITE
           CLOSE CHEQUES-DEP-FILE

           MOVE WS-FECHA-HOY TO ECQ-FECHA-EMISION
           SET ECQ-DEPOSITADO TO TRUE
           MOVE WS-FECHA-HOY TO ECQ-FECHA-ESTADO
           MOVE WS-CBF-NUM TO ECQ-CBF-DEPOSITO
           MOVE WS-TS-CREDITO TO ECQ-TS-DEPOSITO
           WRITE ECQ-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           DISPLAY "-----------------------------------"
           MOVE "CAJ0348" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0349" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-FECHA-CLEARING "."
           DISPLAY "-----------------------------------"
           MOVE "ECHEQ DEPOSITADO" TO WS-JRN-EVENTO
           PERFORM ANOTAR-OPERACION.

      *    Se cobra desde la fecha de pago y dentro del plazo de
      *    presentacion.
       VERIFICAR-FECHA-COBRO.
           IF ECQ-FECHA-PAGO > WS-FECHA-HOY
               MOVE "CAJ0350" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       ECQ-FECHA-PAGO "."
               MOVE 'N' TO WS-SEGUIR
           ELSE
               PERFORM VERIFICAR-PRESENTACION
           END-IF.

       VERIFICAR-PRESENTACION.
           COMPUTE WS-INT-FECHA =
               FUNCTION INTEGER-OF-DATE(ECQ-FECHA-PAGO)
               + WS-DIAS-PRESENTACION
           IF WS-INT-FECHA < WS-INT-HOY
               MOVE "CAJ0351" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           END-IF.

       VALIDAR-FECHA-INPUT.
           IF WS-FEC-ANIO < 1900
              OR WS-FEC-MES < 1 OR WS-FEC-MES > 12
              OR WS-FEC-DIA < 1 OR WS-FEC-DIA > 31
               MOVE "CAJ0352" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           END-IF.

       CONFIRMAR-DEPOSITO.
           MOVE ECQ-IMPORTE TO WS-IMPORTE-DISPLAY
           MOVE "CAJ0353" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-MSG-TEXTO-AUX
           MOVE "CAJ0354" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO-AUX TRAILING) " "
                   ECQ-BANCO
                   FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " " ECQ-NUMERO
           MOVE "CAJ0310" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-IMPORTE-DISPLAY
           MOVE "CAJ0355" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-CONFIRMA
           PERFORM NORMALIZAR-CONFIRMACION
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               MOVE "CAJ0113" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           END-IF.

       ACREDITAR-ECHEQ.
           MOVE WS-CBF-NUM TO P-CBF
           MOVE "D" TO P-DESCRIPCION
           MOVE ECQ-IMPORTE TO P-IMPORTE
           MOVE LK-MONEDA TO P-MONEDA
           MOVE 0 TO P-REF-KEY
           MOVE "N" TO P-OVERRIDE
           MOVE SPACES TO P-MEMO
           STRING "DEP ECHEQ BANCO " DELIMITED BY SIZE
                  ECQ-BANCO DELIMITED BY SIZE
                  " NRO " DELIMITED BY SIZE
                  ECQ-NUMERO DELIMITED BY SIZE
               INTO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO
           MOVE P-TIMESTAMP TO WS-TS-CREDITO.

      *****************************************************************
      *  Comunes
      *****************************************************************
       ABRIR-ECHEQS.
           OPEN I-O ECHEQS-FILE
           IF ECHEQS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT ECHEQS-FILE
               CLOSE ECHEQS-FILE
               OPEN I-O ECHEQS-FILE
           END-IF.

      *    Un echeq de la cartera del cliente: existente, activo y
      *    con su documento como tenedor.
      *    Solo los echeqs de nuestro banco circulan en el registro:
      *    los de otros bancos se registran recien al depositarlos.
       ELEGIR-ECHEQ-CARTERA.
           MOVE "CAJ0340" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-NUMERO-INPUT
           MOVE WS-BANCO-PROPIO TO ECQ-BANCO
           MOVE WS-NUMERO-INPUT TO ECQ-NUMERO
           READ ECHEQS-FILE
               KEY IS ECQ-KEY
               INVALID KEY
                   MOVE "CAJ0356" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               NOT INVALID KEY
                   IF NOT ECQ-ACTIVO
                      OR ECQ-DOC-TENEDOR NOT = WS-DOC-PROPIO
                       MOVE "CAJ0357" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       MOVE 'N' TO WS-SEGUIR
                   END-IF
           END-READ.

       ANOTAR-OPERACION.
           MOVE SPACES TO WS-JRN-DETALLE
           STRING "BCO " DELIMITED BY SIZE
                  ECQ-BANCO DELIMITED BY SIZE
                  " NRO " DELIMITED BY SIZE
                  ECQ-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ECQ-DOC-TENEDOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LK-CANAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LK-USUARIO DELIMITED BY SIZE
               INTO WS-JRN-DETALLE
           CALL "registrar-journal" USING LK-CBF, WS-JRN-EVENTO,
                WS-JRN-DETALLE.

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
