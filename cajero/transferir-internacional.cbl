       IDENTIFICATION DIVISION.
       PROGRAM-ID. transferir-internacional.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: transferencia al exterior en
      *              dolares desde una cuenta USD, capturada por
      *              VENTANILLA. Toma los datos del beneficiario
      *              (nombre, domicilio, pais), el BIC del banco de
      *              destino, la cuenta o IBAN y el codigo de
      *              proposito, y chequea al beneficiario contra la
      *              lista de vigilancia ANTES de debitar nada: una
      *              coincidencia deja la operacion en la cola de
      *              cumplimiento y no se transfiere. El importe sale
      *              del saldo DISPONIBLE junto con la comision
      *              propia (PARM-COMISION-INTL) y los gastos del
      *              corresponsal (PARM-GASTOS-CORRESP), que se
      *              debitan como "F" aparte. La orden queda en
      *              transferencias-internacionales.dat para el
      *              archivo de ordenes de pago al corresponsal
      *              (GENERAR-INTERNACIONALES). Si algun debito o la
      *              orden fallan, lo ya debitado se reintegra. La
      *              orden conjunta rige como en cualquier debito
      *              (consultar-op-conjunta).
      *  2026-10-15  Antes de capturar nada se controla la revision de
      *              conocimiento del cliente (verificar-kyc): un
      *              cliente de riesgo alto con la revision vencida no
      *              transfiere al exterior hasta que se registre en
      *              REVISAR-KYC.
      *  2026-10-15  Cada reintegro queda enlazado al debito que
      *              devuelve (importe o comision) con memo
      *              "CONTRAPARTIDA OPERACION FALLIDA": no paga impuesto
      *              a los debitos y creditos y devuelve el de ese
      *              debito.
      *  2026-10-15  Los textos de pantalla salen del catalogo de
      *              mensajes (mensaje-catalogo) en el idioma de la
      *              sesion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSF-INTL-FILE
               ASSIGN TO "transferencias-internacionales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-KEY
               FILE STATUS IS TRANSF-INTL-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSF-INTL-FILE.
       COPY "transferencia-internacional.cpy".

       FD  PARAMETROS-FILE.
           COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       COPY "transaccion.cpy".
       01  TRANSF-INTL-STATUS         PIC XX.
       01  PARAMETROS-STATUS          PIC XX.

      *    Codigos de proposito aceptados para el mensaje al
      *    corresponsal (los del estandar que usa el corresponsal).
       01  TABLA-PROPOSITOS-VALORES.
           05  FILLER PIC X(30) VALUE
               "GDDS Compra de bienes         ".
           05  FILLER PIC X(30) VALUE
               "SERV Pago de servicios        ".
           05  FILLER PIC X(30) VALUE
               "SUPP Pago a proveedores       ".
           05  FILLER PIC X(30) VALUE
               "SALA Sueldos                  ".
           05  FILLER PIC X(30) VALUE
               "FAMI Ayuda familiar           ".
           05  FILLER PIC X(30) VALUE
               "EDUC Gastos de educacion      ".
           05  FILLER PIC X(30) VALUE
               "MDCS Gastos medicos           ".
           05  FILLER PIC X(30) VALUE
               "INTC Entre empresas del grupo ".
       01  TABLA-PROPOSITOS REDEFINES TABLA-PROPOSITOS-VALORES.
           05  TPR-ENTRY OCCURS 8 TIMES INDEXED BY TPR-IDX.
               10  TPR-CODIGO         PIC X(4).
               10  FILLER             PIC X(1).
               10  TPR-DESCRIPCION    PIC X(25).
       01  TPR-CANTIDAD               PIC 9(2) VALUE 8.

       01  WS-SEGUIR                  PIC X(1).
       01  WS-COMISION                PIC S9(7)V99 VALUE 50.
       01  WS-GASTOS                  PIC S9(7)V99 VALUE 25.
       01  WS-BENEF-NOMBRE            PIC X(40).
       01  WS-BENEF-DIRECCION         PIC X(60).
       01  WS-BENEF-PAIS              PIC X(2).
       01  WS-BANCO-BIC               PIC X(11).
       01  WS-CUENTA-DESTINO          PIC X(34).
       01  WS-PROPOSITO               PIC X(4).
       01  WS-PROPOSITO-VALIDO        PIC X(1).
       01  WS-IMP-TITULO              PIC X(40).
       01  WS-IMP-PERMITE             PIC X(1).
       01  WS-IMPORTE-VALIDADO        PIC S9(9)V99.
       01  WS-IMP-RESULTADO           PIC 9.
       01  WS-TOTAL-DEBITO            PIC S9(10)V99.
       01  WS-SALDO-DISPONIBLE        PIC S9(10)V99.
       01  WS-MONEDA-SALDO            PIC X(3).
       01  WS-CONJ-APLICA             PIC 9.
       01  WS-CONFIRMA                PIC X(1).
       01  WS-IMPORTE-DISPLAY         PIC -Z(9).99.
       01  WS-TS-TRANSFERENCIA        PIC 9(14).
       01  WS-TS-COMISION             PIC 9(14).
       01  WS-TS-GASTOS               PIC 9(14).
       01  WS-TS-REINTEGRO            PIC 9(14).
       01  WS-DEBITOS-HECHOS          PIC 9(1).

       01  WS-VIG-NOMBRE              PIC X(60).
       01  WS-VIG-DOCUMENTO           PIC X(11).
       01  WS-VIG-OPERACION           PIC X(20).
       01  WS-VIG-FUENTE              PIC X(10).
       01  WS-VIG-COINCIDE            PIC 9.
       01  WS-KYC-BLOQUEADO           PIC 9.
       01  WS-KYC-VTO                 PIC 9(8).

      *    Textos de pantalla del catalogo de mensajes
      *    (mensaje-catalogo) en el idioma de la sesion del cajero.
       01  WS-MSG-ACCION              PIC X(1).
       01  WS-MSG-ID                  PIC X(7).
       01  WS-MSG-IDIOMA              PIC X(2) VALUE SPACES.
       01  WS-MSG-TEXTO               PIC X(70).

       LINKAGE SECTION.
       01  LK-CBF                  PIC X(6).
       01  LK-MONEDA               PIC X(3).
       01  LK-USUARIO              PIC X(8).

       PROCEDURE DIVISION USING LK-CBF, LK-MONEDA, LK-USUARIO.
       MAIN-PARA.
           MOVE 'S' TO WS-SEGUIR
           DISPLAY "*******************************"
           MOVE "CAJ0503" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           DISPLAY "*******************************"
           IF LK-MONEDA NOT = "USD"
               MOVE "CAJ0504" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM VERIFICAR-KYC
           END-IF

           IF WS-SEGUIR = 'S'
               PERFORM LEER-PARAMETROS
               PERFORM CAPTURAR-BENEFICIARIO
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM CAPTURAR-IMPORTE
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM VERIFICAR-CUMPLIMIENTO
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM CONFIRMAR-TRANSFERENCIA
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM POSTEAR-DEBITOS
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM GRABAR-ORDEN
           END-IF
           GOBACK.

      *    Riesgo alto con la revision de conocimiento del cliente
      *    vencida: no opera con el exterior hasta que se registre la
      *    revision (REVISAR-KYC).
       VERIFICAR-KYC.
           CALL "verificar-kyc" USING LK-CBF, WS-KYC-BLOQUEADO,
                WS-KYC-VTO
           IF WS-KYC-BLOQUEADO = 1
               MOVE "CAJ0505" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       WS-KYC-VTO "."
               MOVE "CAJ0506" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           END-IF.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-COMISION-INTL IS NUMERIC
                           MOVE PARM-COMISION-INTL TO WS-COMISION
                       END-IF
                       IF PARM-GASTOS-CORRESP IS NUMERIC
                           MOVE PARM-GASTOS-CORRESP TO WS-GASTOS
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF.

      *    Todos los datos del beneficiario son obligatorios: el
      *    corresponsal rechaza el mensaje incompleto y el dinero
      *    vuelve dias despues.
       CAPTURAR-BENEFICIARIO.
           MOVE "CAJ0112" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-BENEF-NOMBRE
           MOVE "CAJ0507" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-BENEF-DIRECCION
           MOVE "CAJ0508" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-BENEF-PAIS
           MOVE "CAJ0509" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-BANCO-BIC
           MOVE "CAJ0510" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-CUENTA-DESTINO
           PERFORM LISTAR-PROPOSITOS
           MOVE "CAJ0511" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-PROPOSITO
           INSPECT WS-BENEF-PAIS CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-BANCO-BIC CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-PROPOSITO CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM VALIDAR-PROPOSITO

           EVALUATE TRUE
               WHEN WS-BENEF-NOMBRE = SPACES
                 OR WS-BENEF-DIRECCION = SPACES
                   MOVE "CAJ0512" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               WHEN WS-BENEF-PAIS NOT ALPHABETIC
                 OR WS-BENEF-PAIS(2:1) = SPACE
                   MOVE "CAJ0513" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               WHEN WS-BANCO-BIC(8:1) = SPACE
                 OR (WS-BANCO-BIC(9:3) NOT = SPACES
                     AND WS-BANCO-BIC(11:1) = SPACE)
                   MOVE "CAJ0514" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               WHEN WS-CUENTA-DESTINO = SPACES
                   MOVE "CAJ0515" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               WHEN WS-PROPOSITO-VALIDO NOT = 'S'
                   MOVE "CAJ0516" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LISTAR-PROPOSITOS.
           PERFORM VARYING TPR-IDX FROM 1 BY 1
                   UNTIL TPR-IDX > TPR-CANTIDAD
               MOVE TPR-DESCRIPCION(TPR-IDX) TO WS-MSG-TEXTO
               MOVE "T" TO WS-MSG-ACCION
               CALL 'mensaje-catalogo' USING WS-MSG-ACCION,
                    WS-MSG-ID, WS-MSG-IDIOMA, WS-MSG-TEXTO
               DISPLAY "   " TPR-CODIGO(TPR-IDX) "  "
                       FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
           END-PERFORM.

       VALIDAR-PROPOSITO.
           MOVE 'N' TO WS-PROPOSITO-VALIDO
           PERFORM VARYING TPR-IDX FROM 1 BY 1
                   UNTIL TPR-IDX > TPR-CANTIDAD
               IF TPR-CODIGO(TPR-IDX) = WS-PROPOSITO
                   MOVE 'S' TO WS-PROPOSITO-VALIDO
                   SET TPR-IDX TO TPR-CANTIDAD
               END-IF
           END-PERFORM.

       CAPTURAR-IMPORTE.
           MOVE "CAJ0531" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-IMP-TITULO
           MOVE "S" TO WS-IMP-PERMITE
           CALL 'validar-importe' USING WS-IMP-TITULO,
                WS-IMP-PERMITE, WS-IMPORTE-VALIDADO,
                WS-IMP-RESULTADO
           IF WS-IMP-RESULTADO = 1
               MOVE "CAJ0118" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           END-IF.

      *    El beneficiario declarado se chequea contra la lista de
      *    vigilancia antes de debitar: una coincidencia queda en la
      *    cola de cumplimiento (REVISAR-CUMPLIMIENTO) y la operacion
      *    no sigue; liberada, se vuelve a cargar.
       VERIFICAR-CUMPLIMIENTO.
           MOVE SPACES TO WS-VIG-NOMBRE
           MOVE WS-BENEF-NOMBRE TO WS-VIG-NOMBRE
           MOVE SPACES TO WS-VIG-DOCUMENTO
           MOVE "TRANSF INTERNACIONAL" TO WS-VIG-OPERACION
           CALL "verificar-vigilancia" USING WS-VIG-NOMBRE,
                WS-VIG-DOCUMENTO, LK-CBF, WS-VIG-OPERACION,
                WS-VIG-FUENTE, WS-VIG-COINCIDE
           IF WS-VIG-COINCIDE = 1
               DISPLAY "-----------------------------------"
               MOVE "CAJ0517" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0518" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               DISPLAY "-----------------------------------"
               MOVE 'N' TO WS-SEGUIR
           END-IF.

      *    El importe, la comision y los gastos del corresponsal
      *    salen del saldo DISPONIBLE; en una cuenta a la orden
      *    conjunta por encima del piso se deriva al menu de
      *    transferencias (firma del segundo titular).
       CONFIRMAR-TRANSFERENCIA.
           COMPUTE WS-TOTAL-DEBITO = WS-IMPORTE-VALIDADO
               + WS-COMISION + WS-GASTOS
           CALL "leer-saldo-disponible" USING LK-CBF,
                WS-SALDO-DISPONIBLE, WS-MONEDA-SALDO
           MOVE 0 TO WS-CONJ-APLICA
           CALL "consultar-op-conjunta" USING LK-CBF,
                WS-IMPORTE-VALIDADO, WS-CONJ-APLICA
           MOVE WS-IMPORTE-VALIDADO TO WS-IMPORTE-DISPLAY
           MOVE "CAJ0519" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-IMPORTE-DISPLAY
           MOVE WS-COMISION TO WS-IMPORTE-DISPLAY
           MOVE "CAJ0520" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-IMPORTE-DISPLAY
           MOVE WS-GASTOS TO WS-IMPORTE-DISPLAY
           MOVE "CAJ0521" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-IMPORTE-DISPLAY
           MOVE WS-TOTAL-DEBITO TO WS-IMPORTE-DISPLAY
           MOVE "CAJ0522" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-IMPORTE-DISPLAY
           EVALUATE TRUE
               WHEN WS-TOTAL-DEBITO > WS-SALDO-DISPONIBLE
                   MOVE "CAJ0213" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               WHEN WS-CONJ-APLICA = 1
                   MOVE "CAJ0185" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "CAJ0523" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               WHEN OTHER
                   MOVE "CAJ0524" TO WS-MSG-ID
                   PERFORM MOSTRAR-PREGUNTA
                   ACCEPT WS-CONFIRMA
                   PERFORM NORMALIZAR-CONFIRMACION
                   IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                       MOVE "CAJ0118" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       MOVE 'N' TO WS-SEGUIR
                   END-IF
           END-EVALUATE.

      *    Tres debitos: el importe ("T") y las dos comisiones ("F").
      *    WS-DEBITOS-HECHOS cuenta los que entraron, para reintegrar
      *    solo esos si alguno falla.
       POSTEAR-DEBITOS.
           MOVE 0 TO WS-DEBITOS-HECHOS
           MOVE LK-CBF TO P-CBF
           MOVE "T" TO P-DESCRIPCION
           MOVE WS-IMPORTE-VALIDADO TO P-IMPORTE
           MOVE LK-MONEDA TO P-MONEDA
           MOVE 0 TO P-REF-KEY
           MOVE "N" TO P-OVERRIDE
           MOVE SPACES TO P-MEMO
           STRING "TRANSF INTL " DELIMITED BY SIZE
                  WS-BANCO-BIC DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  LK-USUARIO DELIMITED BY SIZE
               INTO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO
           IF RESULTADO = 0
               MOVE P-TIMESTAMP TO WS-TS-TRANSFERENCIA
               MOVE 1 TO WS-DEBITOS-HECHOS
               IF WS-COMISION > 0
                   MOVE LK-CBF TO P-CBF
                   MOVE "F" TO P-DESCRIPCION
                   MOVE WS-COMISION TO P-IMPORTE
                   MOVE LK-MONEDA TO P-MONEDA
                   MOVE 0 TO P-REF-KEY
                   MOVE "N" TO P-OVERRIDE
                   MOVE "COMISION TRANSF INTL" TO P-MEMO
                   CALL "crear-transaccion" USING TRANSACCION,
                        RESULTADO
                   MOVE P-TIMESTAMP TO WS-TS-COMISION
               END-IF
           END-IF
           IF RESULTADO = 0 AND WS-DEBITOS-HECHOS = 1
               MOVE 2 TO WS-DEBITOS-HECHOS
               IF WS-GASTOS > 0
                   MOVE LK-CBF TO P-CBF
                   MOVE "F" TO P-DESCRIPCION
                   MOVE WS-GASTOS TO P-IMPORTE
                   MOVE LK-MONEDA TO P-MONEDA
                   MOVE 0 TO P-REF-KEY
                   MOVE "N" TO P-OVERRIDE
                   MOVE "GASTOS CORRESPONSAL TRANSF INTL" TO P-MEMO
                   CALL "crear-transaccion" USING TRANSACCION,
                        RESULTADO
                   MOVE P-TIMESTAMP TO WS-TS-GASTOS
               END-IF
           END-IF
           IF RESULTADO = 0
               MOVE 3 TO WS-DEBITOS-HECHOS
           ELSE
               PERFORM REINTEGRAR-DEBITOS
               MOVE "CAJ0525" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           END-IF.

      *    Contra-partida "D" de cada debito que entro, enlazada a
      *    ese debito para que devuelva su impuesto.
       REINTEGRAR-DEBITOS.
           IF WS-DEBITOS-HECHOS >= 1
               MOVE WS-IMPORTE-VALIDADO TO P-IMPORTE
               MOVE WS-TS-TRANSFERENCIA TO WS-TS-REINTEGRO
               PERFORM POSTEAR-REINTEGRO
           END-IF
           IF WS-DEBITOS-HECHOS >= 2 AND WS-COMISION > 0
               MOVE WS-COMISION TO P-IMPORTE
               MOVE WS-TS-COMISION TO WS-TS-REINTEGRO
               PERFORM POSTEAR-REINTEGRO
           END-IF
           IF WS-DEBITOS-HECHOS >= 3 AND WS-GASTOS > 0
               MOVE WS-GASTOS TO P-IMPORTE
               MOVE WS-TS-GASTOS TO WS-TS-REINTEGRO
               PERFORM POSTEAR-REINTEGRO
           END-IF.

       POSTEAR-REINTEGRO.
           MOVE LK-CBF TO P-CBF
           MOVE "D" TO P-DESCRIPCION
           MOVE LK-MONEDA TO P-MONEDA
           MOVE WS-TS-REINTEGRO TO P-REF-KEY
           MOVE "N" TO P-OVERRIDE
           MOVE "CONTRAPARTIDA OPERACION FALLIDA" TO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO.

       GRABAR-ORDEN.
           OPEN I-O TRANSF-INTL-FILE
           IF TRANSF-INTL-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT TRANSF-INTL-FILE
               CLOSE TRANSF-INTL-FILE
               OPEN I-O TRANSF-INTL-FILE
           END-IF
           MOVE LK-CBF TO TI-CBF-ORIGEN
           MOVE WS-TS-TRANSFERENCIA TO TI-TIMESTAMP-ALTA
           MOVE WS-BENEF-NOMBRE TO TI-BENEF-NOMBRE
           MOVE WS-BENEF-DIRECCION TO TI-BENEF-DIRECCION
           MOVE WS-BENEF-PAIS TO TI-BENEF-PAIS
           MOVE WS-BANCO-BIC TO TI-BANCO-BIC
           MOVE WS-CUENTA-DESTINO TO TI-CUENTA-DESTINO
           MOVE WS-PROPOSITO TO TI-PROPOSITO
           MOVE WS-IMPORTE-VALIDADO TO TI-IMPORTE
           MOVE LK-MONEDA TO TI-MONEDA
           MOVE WS-COMISION TO TI-COMISION
           MOVE WS-GASTOS TO TI-GASTOS-CORRESP
           MOVE LK-USUARIO TO TI-USUARIO
           MOVE 0 TO TI-FECHA-ENVIO
           SET TI-PENDIENTE TO TRUE
           WRITE TI-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-SEGUIR
           END-WRITE
           CLOSE TRANSF-INTL-FILE

           IF WS-SEGUIR = 'S'
               DISPLAY "-----------------------------------"
               MOVE "CAJ0526" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0527" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " " LK-CBF
                       WS-TS-TRANSFERENCIA
               MOVE "CAJ0528" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               DISPLAY "-----------------------------------"
           ELSE
               PERFORM REINTEGRAR-DEBITOS
               DISPLAY "-----------------------------------"
               MOVE "CAJ0529" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0530" TO WS-MSG-ID
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
