       IDENTIFICATION DIVISION.
       PROGRAM-ID. operar-fci.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: fondos comunes de inversion
      *              desde el cajero (LK-CANAL "C") y la VENTANILLA
      *              ("V", con el usuario del cajero humano en la
      *              orden). Suscripcion: se elige un fondo activo en
      *              la moneda de la cuenta y el importe (no menor al
      *              minimo del fondo) se debita del saldo DISPONIBLE
      *              con codigo "S" via crear-transaccion; si la orden
      *              no se puede grabar, el debito se reintegra.
      *              Rescate: total o parcial por un importe estimado
      *              al ultimo valor de cuotaparte; las cuotapartes
      *              quedan reservadas en la tenencia. Las dos ordenes
      *              llevan la fecha contable de la carga y se valuan
      *              a la cuotaparte de esa fecha en el proceso
      *              nocturno (VALUAR-ORDENES-FCI), que acredita el
      *              rescate al cumplirse el plazo del fondo. La
      *              consulta muestra la tenencia valuada y las
      *              ordenes en curso.
      *  2026-10-15  El reintegro de una suscripcion que no se pudo
      *              grabar viaja con memo "CONTRAPARTIDA OPERACION
      *              FALLIDA" y la referencia al debito, asi no paga
      *              impuesto a los debitos y creditos y se devuelve el
      *              del debito.
      *  2026-10-15  Los textos de pantalla salen del catalogo de
      *              mensajes (mensaje-catalogo) en el idioma de la
      *              sesion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FONDOS-FILE ASSIGN TO "fondos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-CODIGO
               FILE STATUS IS FONDOS-STATUS.

           SELECT ORDENES-FILE ASSIGN TO "ordenes-fci.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFC-KEY
               FILE STATUS IS ORDENES-STATUS.

           SELECT TENENCIAS-FILE ASSIGN TO "tenencias-fci.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TF-KEY
               FILE STATUS IS TENENCIAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FONDOS-FILE.
       COPY "fondo-comun.cpy".

       FD  ORDENES-FILE.
       COPY "orden-fci.cpy".

       FD  TENENCIAS-FILE.
       COPY "tenencia-fci.cpy".

       WORKING-STORAGE SECTION.
       COPY "transaccion.cpy".
       COPY "valuacion-fci.cpy".
       01  FONDOS-STATUS              PIC XX.
       01  ORDENES-STATUS             PIC XX.
       01  TENENCIAS-STATUS           PIC XX.

       01  WS-OPCION                  PIC X(1).
       01  WS-SEGUIR                  PIC X(1).
       01  WS-CBF-NUM                 PIC 9(6).
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-TS-ORDEN                PIC 9(14).
       01  WS-FECHA-ORDEN             PIC 9(8).

      *    Fondos ofrecidos (suscripcion) o con tenencia (rescate).
       01  WS-FONDOS.
           05  WS-FON-CANT            PIC 9(2) VALUE 0.
           05  WS-FON OCCURS 20 TIMES.
               10  WS-FON-CODIGO      PIC X(4).
               10  WS-FON-NOMBRE      PIC X(30).
               10  WS-FON-MINIMO      PIC 9(9)V99.
               10  WS-FON-VALOR       PIC 9(5)V9(6).
               10  WS-FON-FECHA-VALOR PIC 9(8).
               10  WS-FON-DISPONIBLE  PIC 9(9)V9(6).
       01  WS-IDX-FON                 PIC 9(2).
       01  WS-ELEGIDO                 PIC 9(2).
       01  WS-VALOR-ENCONTRADO        PIC 9.

       01  WS-IMP-TITULO              PIC X(40).
       01  WS-IMP-PERMITE             PIC X(1).
       01  WS-IMPORTE                 PIC S9(9)V99.
       01  WS-IMP-RESULTADO           PIC 9.
       01  WS-SALDO-DISPONIBLE        PIC S9(10)V99.
       01  WS-MONEDA-SALDO            PIC X(3).
       01  WS-CONJ-APLICA             PIC 9.
       01  WS-CONFIRMA                PIC X(1).
       01  WS-TIPO-RESCATE            PIC X(1).
       01  WS-CUOTAPARTES             PIC 9(9)V9(6).
       01  WS-IMPORTE-ESTIMADO        PIC 9(11)V99.
       01  WS-TS-DEBITO               PIC 9(14).
       01  WS-ORDEN-GRABADA           PIC X(1).

       01  WS-IMPORTE-DISPLAY         PIC -Z(9).99.
       01  WS-VALUACION-DISPLAY       PIC Z(10)9.99.
       01  WS-CP-DISPLAY              PIC Z(8)9.999999.
       01  WS-VALOR-DISPLAY           PIC Z(4)9.999999.
       01  WS-CANT-ORDENES            PIC 9(3).
       01  WS-ESTADO-ORDEN            PIC X(10).

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
           DISPLAY "*******************************"
           MOVE "CAJ0359" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           DISPLAY "*******************************"
           MOVE "CAJ0360" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0361" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0362" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0085" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN "1"
                   PERFORM SUSCRIBIR
               WHEN "2"
                   PERFORM RESCATAR
               WHEN "3"
                   PERFORM CONSULTAR-TENENCIA
               WHEN OTHER
                   MOVE "CAJ0086" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
           END-EVALUATE
           GOBACK.

      *****************************************************************
      *  Suscripcion
      *****************************************************************
       SUSCRIBIR.
           PERFORM LISTAR-FONDOS-OFRECIDOS
           IF WS-SEGUIR = 'S'
               PERFORM ELEGIR-FONDO
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM PEDIR-IMPORTE-SUSCRIPCION
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM CONFIRMAR-SUSCRIPCION
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM POSTEAR-SUSCRIPCION
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM GRABAR-SUSCRIPCION
           END-IF.

      *    Fondos activos en la moneda de la cuenta, con el ultimo
      *    valor de cuotaparte informado.
       LISTAR-FONDOS-OFRECIDOS.
           MOVE 0 TO WS-FON-CANT
           OPEN INPUT FONDOS-FILE
           IF FONDOS-STATUS NOT = "00"
               MOVE "10" TO FONDOS-STATUS
           ELSE
               MOVE LOW-VALUES TO FC-CODIGO
               START FONDOS-FILE KEY IS >= FC-CODIGO
                   INVALID KEY
                       MOVE "10" TO FONDOS-STATUS
               END-START
           END-IF
           PERFORM UNTIL FONDOS-STATUS = "10"
               READ FONDOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FONDOS-STATUS
                   NOT AT END
                       IF FC-ACTIVO AND FC-MONEDA = LK-MONEDA
                          AND WS-FON-CANT < 20
                           ADD 1 TO WS-FON-CANT
                           MOVE FC-CODIGO TO WS-FON-CODIGO(WS-FON-CANT)
                           MOVE FC-NOMBRE TO WS-FON-NOMBRE(WS-FON-CANT)
                           MOVE FC-MINIMO-SUSCRIPCION
                               TO WS-FON-MINIMO(WS-FON-CANT)
                           MOVE 0 TO WS-FON-DISPONIBLE(WS-FON-CANT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FONDOS-FILE

           IF WS-FON-CANT = 0
               MOVE "CAJ0363" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       LK-MONEDA "."
               MOVE 'N' TO WS-SEGUIR
           ELSE
               PERFORM VARYING WS-IDX-FON FROM 1 BY 1
                       UNTIL WS-IDX-FON > WS-FON-CANT
                   PERFORM BUSCAR-VALOR-FONDO
                   MOVE WS-FON-VALOR(WS-IDX-FON) TO WS-VALOR-DISPLAY
                   MOVE WS-FON-MINIMO(WS-IDX-FON) TO WS-IMPORTE-DISPLAY
                   DISPLAY WS-IDX-FON ". " WS-FON-CODIGO(WS-IDX-FON)
                           " " WS-FON-NOMBRE(WS-IDX-FON)
                   MOVE "CAJ0364" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   MOVE WS-MSG-TEXTO TO WS-MSG-PARTE(1)
                   MOVE "CAJ0365" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   MOVE WS-MSG-TEXTO TO WS-MSG-PARTE(2)
                   MOVE "CAJ0366" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   MOVE WS-MSG-TEXTO TO WS-MSG-PARTE(3)
                   DISPLAY FUNCTION TRIM(WS-MSG-PARTE(1) TRAILING) " "
                           WS-VALOR-DISPLAY
                           FUNCTION TRIM(WS-MSG-PARTE(2) TRAILING) " "
                           WS-FON-FECHA-VALOR(WS-IDX-FON)
                           FUNCTION TRIM(WS-MSG-PARTE(3) TRAILING) " "
                           WS-IMPORTE-DISPLAY
               END-PERFORM
           END-IF.

       BUSCAR-VALOR-FONDO.
           CALL "buscar-valor-cuotaparte" USING
                WS-FON-CODIGO(WS-IDX-FON), WS-FECHA-HOY,
                WS-FON-VALOR(WS-IDX-FON),
                WS-FON-FECHA-VALOR(WS-IDX-FON), WS-VALOR-ENCONTRADO.

       ELEGIR-FONDO.
           MOVE "CAJ0367" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-ELEGIDO
           IF WS-ELEGIDO = 0 OR WS-ELEGIDO > WS-FON-CANT
               MOVE "CAJ0113" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           END-IF.

       PEDIR-IMPORTE-SUSCRIPCION.
           MOVE "CAJ0402" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-IMP-TITULO
           MOVE "S" TO WS-IMP-PERMITE
           CALL 'validar-importe' USING WS-IMP-TITULO,
                WS-IMP-PERMITE, WS-IMPORTE, WS-IMP-RESULTADO
           EVALUATE TRUE
               WHEN WS-IMP-RESULTADO = 1
                   MOVE "CAJ0113" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               WHEN WS-IMPORTE < WS-FON-MINIMO(WS-ELEGIDO)
                   MOVE WS-FON-MINIMO(WS-ELEGIDO) TO WS-IMPORTE-DISPLAY
                   MOVE "CAJ0368" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                           WS-IMPORTE-DISPLAY ")."
                   MOVE 'N' TO WS-SEGUIR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Como todo debito sale del saldo DISPONIBLE, y en una
      *    cuenta a la orden conjunta por encima del piso requiere
      *    la firma del segundo titular.
       CONFIRMAR-SUSCRIPCION.
           MOVE WS-IMPORTE TO WS-IMPORTE-DISPLAY
           MOVE "CAJ0369" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) "       "
                   WS-FON-CODIGO(WS-ELEGIDO) " "
                   WS-FON-NOMBRE(WS-ELEGIDO)
           MOVE "CAJ0370" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-IMPORTE-DISPLAY
           MOVE "CAJ0371" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0372" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           CALL "leer-saldo-disponible" USING LK-CBF,
                WS-SALDO-DISPONIBLE, WS-MONEDA-SALDO
           MOVE 0 TO WS-CONJ-APLICA
           CALL "consultar-op-conjunta" USING LK-CBF,
                WS-IMPORTE, WS-CONJ-APLICA
           EVALUATE TRUE
               WHEN WS-IMPORTE > WS-SALDO-DISPONIBLE
                   MOVE "CAJ0213" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               WHEN WS-CONJ-APLICA = 1
                   MOVE "CAJ0185" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "CAJ0373" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "CAJ0187" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               WHEN OTHER
                   MOVE "CAJ0374" TO WS-MSG-ID
                   PERFORM MOSTRAR-PREGUNTA
                   ACCEPT WS-CONFIRMA
                   PERFORM NORMALIZAR-CONFIRMACION
                   IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                       MOVE "CAJ0113" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       MOVE 'N' TO WS-SEGUIR
                   END-IF
           END-EVALUATE.

       POSTEAR-SUSCRIPCION.
           MOVE LK-CBF TO P-CBF
           MOVE "S" TO P-DESCRIPCION
           MOVE WS-IMPORTE TO P-IMPORTE
           MOVE LK-MONEDA TO P-MONEDA
           MOVE 0 TO P-REF-KEY
           MOVE "N" TO P-OVERRIDE
           MOVE SPACES TO P-MEMO
           STRING "SUSCRIPCION FCI " DELIMITED BY SIZE
                  WS-FON-CODIGO(WS-ELEGIDO) DELIMITED BY SIZE
               INTO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO
           IF RESULTADO NOT = 0
               MOVE "CAJ0375" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           ELSE
               MOVE P-TIMESTAMP TO WS-TS-DEBITO
           END-IF.

      *    Orden pendiente de valuar; si no se puede grabar, el
      *    debito se reintegra con la contra-partida "D" habitual.
       GRABAR-SUSCRIPCION.
           PERFORM ARMAR-ORDEN
           SET OFC-SUSCRIPCION TO TRUE
           MOVE WS-IMPORTE TO OFC-IMPORTE
           MOVE 0 TO OFC-CUOTAPARTES
           MOVE WS-TS-DEBITO TO OFC-TS-MOVIMIENTO
           PERFORM ESCRIBIR-ORDEN
           IF WS-ORDEN-GRABADA = 'S'
               DISPLAY "-----------------------------------"
               MOVE "CAJ0376" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       OFC-TIMESTAMP
               MOVE "CAJ0377" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       OFC-FECHA-ORDEN
               DISPLAY "-----------------------------------"
           ELSE
               MOVE LK-CBF TO P-CBF
               MOVE "D" TO P-DESCRIPCION
               MOVE WS-IMPORTE TO P-IMPORTE
               MOVE LK-MONEDA TO P-MONEDA
               MOVE WS-TS-DEBITO TO P-REF-KEY
               MOVE "N" TO P-OVERRIDE
               MOVE "CONTRAPARTIDA OPERACION FALLIDA" TO P-MEMO
               CALL "crear-transaccion" USING TRANSACCION, RESULTADO
               DISPLAY "-----------------------------------"
               MOVE "CAJ0378" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0122" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               DISPLAY "-----------------------------------"
           END-IF.

      *****************************************************************
      *  Rescate
      *****************************************************************
       RESCATAR.
           PERFORM LISTAR-TENENCIAS
           IF WS-SEGUIR = 'S'
               PERFORM ELEGIR-FONDO
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM PEDIR-CUOTAPARTES
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM CONFIRMAR-RESCATE
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM GRABAR-RESCATE
           END-IF.

      *    Fondos del CBF con cuotapartes libres (no reservadas por
      *    un rescate en curso).
       LISTAR-TENENCIAS.
           MOVE 0 TO WS-FON-CANT
           OPEN INPUT TENENCIAS-FILE
           IF TENENCIAS-STATUS NOT = "00"
               MOVE "10" TO TENENCIAS-STATUS
           ELSE
               MOVE WS-CBF-NUM TO TF-CBF
               MOVE LOW-VALUES TO TF-FONDO
               START TENENCIAS-FILE KEY IS >= TF-KEY
                   INVALID KEY
                       MOVE "10" TO TENENCIAS-STATUS
               END-START
           END-IF
           PERFORM UNTIL TENENCIAS-STATUS = "10"
               READ TENENCIAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO TENENCIAS-STATUS
                   NOT AT END
                       IF TF-CBF NOT = WS-CBF-NUM
                           MOVE "10" TO TENENCIAS-STATUS
                       ELSE
                           IF TF-CUOTAPARTES > TF-CP-A-RESCATAR
                              AND WS-FON-CANT < 20
                               ADD 1 TO WS-FON-CANT
                               MOVE TF-FONDO
                                   TO WS-FON-CODIGO(WS-FON-CANT)
                               COMPUTE WS-FON-DISPONIBLE(WS-FON-CANT)
                                   = TF-CUOTAPARTES - TF-CP-A-RESCATAR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TENENCIAS-FILE

           IF WS-FON-CANT = 0
               MOVE "CAJ0379" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           ELSE
               OPEN INPUT FONDOS-FILE
               PERFORM VARYING WS-IDX-FON FROM 1 BY 1
                       UNTIL WS-IDX-FON > WS-FON-CANT
                   MOVE SPACES TO WS-FON-NOMBRE(WS-IDX-FON)
                   MOVE WS-FON-CODIGO(WS-IDX-FON) TO FC-CODIGO
                   READ FONDOS-FILE
                       KEY IS FC-CODIGO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FC-NOMBRE TO WS-FON-NOMBRE(WS-IDX-FON)
                   END-READ
                   PERFORM BUSCAR-VALOR-FONDO
                   COMPUTE WS-IMPORTE-ESTIMADO ROUNDED =
                       WS-FON-DISPONIBLE(WS-IDX-FON)
                       * WS-FON-VALOR(WS-IDX-FON)
                   MOVE WS-FON-DISPONIBLE(WS-IDX-FON) TO WS-CP-DISPLAY
                   MOVE WS-IMPORTE-ESTIMADO TO WS-VALUACION-DISPLAY
                   DISPLAY WS-IDX-FON ". " WS-FON-CODIGO(WS-IDX-FON)
                           " " WS-FON-NOMBRE(WS-IDX-FON)
                   MOVE "CAJ0380" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   MOVE WS-MSG-TEXTO TO WS-MSG-TEXTO-AUX
                   MOVE "CAJ0381" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   DISPLAY FUNCTION TRIM(WS-MSG-TEXTO-AUX TRAILING) " "
                           WS-CP-DISPLAY
                           FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                           WS-VALUACION-DISPLAY
               END-PERFORM
               CLOSE FONDOS-FILE
           END-IF.

      *    Rescate total o parcial: el parcial se pide en pesos (o
      *    dolares) y se pasa a cuotapartes al ultimo valor conocido;
      *    lo que se acredita sale del valor de la fecha de la orden.
       PEDIR-CUOTAPARTES.
           MOVE "CAJ0382" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-TIPO-RESCATE
           EVALUATE WS-TIPO-RESCATE
               WHEN "T"
               WHEN "t"
                   MOVE WS-FON-DISPONIBLE(WS-ELEGIDO) TO WS-CUOTAPARTES
               WHEN "P"
               WHEN "p"
                   IF WS-FON-VALOR(WS-ELEGIDO) = 0
                       MOVE "CAJ0383" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       MOVE 'N' TO WS-SEGUIR
                   ELSE
                       MOVE "CAJ0830" TO WS-MSG-ID
                       PERFORM OBTENER-MENSAJE
                       MOVE WS-MSG-TEXTO TO WS-IMP-TITULO
                       MOVE "S" TO WS-IMP-PERMITE
                       CALL 'validar-importe' USING WS-IMP-TITULO,
                            WS-IMP-PERMITE, WS-IMPORTE,
                            WS-IMP-RESULTADO
                       IF WS-IMP-RESULTADO = 1
                           MOVE "CAJ0113" TO WS-MSG-ID
                           PERFORM MOSTRAR-MENSAJE
                           MOVE 'N' TO WS-SEGUIR
                       ELSE
                           COMPUTE WS-CUOTAPARTES ROUNDED =
                               WS-IMPORTE / WS-FON-VALOR(WS-ELEGIDO)
                           IF WS-CUOTAPARTES >
                              WS-FON-DISPONIBLE(WS-ELEGIDO)
                               MOVE "CAJ0384" TO WS-MSG-ID
                               PERFORM MOSTRAR-MENSAJE
                               MOVE 'N' TO WS-SEGUIR
                           END-IF
                           IF WS-CUOTAPARTES = 0
                               MOVE "CAJ0385" TO WS-MSG-ID
                               PERFORM MOSTRAR-MENSAJE
                               MOVE 'N' TO WS-SEGUIR
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "CAJ0113" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
           END-EVALUATE.

       CONFIRMAR-RESCATE.
           MOVE WS-CUOTAPARTES TO WS-CP-DISPLAY
           COMPUTE WS-IMPORTE-ESTIMADO ROUNDED =
               WS-CUOTAPARTES * WS-FON-VALOR(WS-ELEGIDO)
           MOVE WS-IMPORTE-ESTIMADO TO WS-VALUACION-DISPLAY
           MOVE "CAJ0369" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) "        "
                   WS-FON-CODIGO(WS-ELEGIDO) " "
                   WS-FON-NOMBRE(WS-ELEGIDO)
           MOVE "CAJ0386" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) "  "
                   WS-CP-DISPLAY
           MOVE "CAJ0387" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-VALUACION-DISPLAY
           MOVE "CAJ0388" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0389" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0390" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-CONFIRMA
           PERFORM NORMALIZAR-CONFIRMACION
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               MOVE "CAJ0113" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           END-IF.

      *    Primero se reservan las cuotapartes en la tenencia (que
      *    se relee: otra orden pudo haberla cambiado) y despues se
      *    graba la orden; si la orden falla, la reserva se libera.
       GRABAR-RESCATE.
           OPEN I-O TENENCIAS-FILE
           IF TENENCIAS-STATUS NOT = "00"
               MOVE "CAJ0391" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           ELSE
               MOVE WS-CBF-NUM TO TF-CBF
               MOVE WS-FON-CODIGO(WS-ELEGIDO) TO TF-FONDO
               READ TENENCIAS-FILE
                   KEY IS TF-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-SEGUIR
               END-READ
               IF WS-SEGUIR = 'S'
                  AND TF-CUOTAPARTES - TF-CP-A-RESCATAR
                      < WS-CUOTAPARTES
                   MOVE 'N' TO WS-SEGUIR
               END-IF
               IF WS-SEGUIR = 'S'
                   ADD WS-CUOTAPARTES TO TF-CP-A-RESCATAR
                   REWRITE TF-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-SEGUIR
                   END-REWRITE
               END-IF
               IF WS-SEGUIR = 'N'
                   MOVE "CAJ0392" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
               ELSE
                   PERFORM ARMAR-ORDEN
                   SET OFC-RESCATE TO TRUE
                   MOVE 0 TO OFC-IMPORTE
                   MOVE WS-CUOTAPARTES TO OFC-CUOTAPARTES
                   MOVE 0 TO OFC-TS-MOVIMIENTO
                   PERFORM ESCRIBIR-ORDEN
                   IF WS-ORDEN-GRABADA = 'S'
                       DISPLAY "-----------------------------------"
                       MOVE "CAJ0393" TO WS-MSG-ID
                       PERFORM OBTENER-MENSAJE
                       DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                               OFC-TIMESTAMP
                       MOVE "CAJ0377" TO WS-MSG-ID
                       PERFORM OBTENER-MENSAJE
                       DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                               OFC-FECHA-ORDEN
                       DISPLAY "-----------------------------------"
                   ELSE
                       SUBTRACT WS-CUOTAPARTES FROM TF-CP-A-RESCATAR
                       REWRITE TF-RECORD
                       MOVE "CAJ0391" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                   END-IF
               END-IF
               CLOSE TENENCIAS-FILE
           END-IF.

      *****************************************************************
      *  Comun a las dos ordenes
      *****************************************************************
      *    La fecha de la orden es la contable: cargada despues del
      *    corte o en un dia no habil, vale la cuotaparte del proximo
      *    dia habil.
       ARMAR-ORDEN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TS-ORDEN
           CALL "fecha-contable" USING WS-TS-ORDEN, WS-FECHA-ORDEN
           MOVE SPACES TO OFC-RECORD
           MOVE WS-CBF-NUM TO OFC-CBF
           MOVE WS-TS-ORDEN TO OFC-TIMESTAMP
           MOVE WS-FON-CODIGO(WS-ELEGIDO) TO OFC-FONDO
           MOVE WS-FECHA-ORDEN TO OFC-FECHA-ORDEN
           MOVE LK-MONEDA TO OFC-MONEDA
           MOVE 0 TO OFC-VALOR-CP
           MOVE 0 TO OFC-FECHA-VALUACION
           MOVE 0 TO OFC-FECHA-LIQUIDACION
           SET OFC-PENDIENTE TO TRUE
           MOVE LK-CANAL TO OFC-CANAL
           MOVE LK-USUARIO TO OFC-USUARIO.

       ESCRIBIR-ORDEN.
           MOVE 'N' TO WS-ORDEN-GRABADA
           OPEN I-O ORDENES-FILE
           IF ORDENES-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT ORDENES-FILE
               CLOSE ORDENES-FILE
               OPEN I-O ORDENES-FILE
           END-IF
           IF ORDENES-STATUS = "00" OR ORDENES-STATUS = "05"
               WRITE OFC-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ORDEN-GRABADA
               END-WRITE
               CLOSE ORDENES-FILE
           END-IF.

      *****************************************************************
      *  Consulta
      *****************************************************************
       CONSULTAR-TENENCIA.
           CALL "valuar-tenencias-fci" USING WS-CBF-NUM, WS-FECHA-HOY,
                VF-VALUACION
           MOVE "CAJ0394" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " " WS-FECHA-HOY
                   " ---"
           MOVE 0 TO WS-CANT-ORDENES
           PERFORM VARYING WS-IDX-FON FROM 1 BY 1
                   UNTIL WS-IDX-FON > VF-CANT
               IF VF-CUOTAPARTES(WS-IDX-FON) > 0
                   ADD 1 TO WS-CANT-ORDENES
                   MOVE VF-CUOTAPARTES(WS-IDX-FON) TO WS-CP-DISPLAY
                   MOVE VF-IMPORTE(WS-IDX-FON) TO WS-VALUACION-DISPLAY
                   DISPLAY "  " VF-FONDO(WS-IDX-FON) " "
                           VF-NOMBRE(WS-IDX-FON)
                   MOVE "CAJ0395" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   DISPLAY "    " WS-CP-DISPLAY
                           FUNCTION TRIM(WS-MSG-TEXTO TRAILING) "  "
                           VF-MONEDA(WS-IDX-FON) " "
                           WS-VALUACION-DISPLAY
               END-IF
           END-PERFORM
           IF WS-CANT-ORDENES = 0
               MOVE "CAJ0396" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
           END-IF

           MOVE "CAJ0397" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE 0 TO WS-CANT-ORDENES
           OPEN INPUT ORDENES-FILE
           IF ORDENES-STATUS NOT = "00"
               MOVE "10" TO ORDENES-STATUS
           ELSE
               MOVE WS-CBF-NUM TO OFC-CBF
               MOVE 0 TO OFC-TIMESTAMP
               START ORDENES-FILE KEY IS >= OFC-KEY
                   INVALID KEY
                       MOVE "10" TO ORDENES-STATUS
               END-START
           END-IF
           PERFORM UNTIL ORDENES-STATUS = "10"
               READ ORDENES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO ORDENES-STATUS
                   NOT AT END
                       IF OFC-CBF NOT = WS-CBF-NUM
                           MOVE "10" TO ORDENES-STATUS
                       ELSE
                           IF NOT OFC-LIQUIDADA
                               PERFORM MOSTRAR-ORDEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDENES-FILE
           IF WS-CANT-ORDENES = 0
               MOVE "CAJ0398" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
           END-IF.

       MOSTRAR-ORDEN.
           ADD 1 TO WS-CANT-ORDENES
           IF OFC-PENDIENTE
               MOVE "CAJ0831" TO WS-MSG-ID
           ELSE
               MOVE "CAJ0832" TO WS-MSG-ID
           END-IF
           PERFORM OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-ESTADO-ORDEN
           IF OFC-SUSCRIPCION
               MOVE OFC-IMPORTE TO WS-VALUACION-DISPLAY
               MOVE "CAJ0399" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY "  " OFC-FECHA-ORDEN
                       FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       OFC-FONDO " $ " WS-VALUACION-DISPLAY "  "
                       WS-ESTADO-ORDEN
           ELSE
               MOVE OFC-CUOTAPARTES TO WS-CP-DISPLAY
               MOVE "CAJ0400" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               MOVE WS-MSG-TEXTO TO WS-MSG-TEXTO-AUX
               MOVE "CAJ0395" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY "  " OFC-FECHA-ORDEN
                       FUNCTION TRIM(WS-MSG-TEXTO-AUX TRAILING) "     "
                       OFC-FONDO " " WS-CP-DISPLAY
                       FUNCTION TRIM(WS-MSG-TEXTO TRAILING) "  "
                       WS-ESTADO-ORDEN
               IF OFC-A-LIQUIDAR
                   MOVE OFC-IMPORTE TO WS-VALUACION-DISPLAY
                   MOVE "CAJ0401" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   DISPLAY "    $ " WS-VALUACION-DISPLAY
                           FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                           OFC-FECHA-LIQUIDACION
               END-IF
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
