           88 PREFERENCIAS-OPT          VALUE 19.
           88 CHEQUERA-OPT              VALUE 20.
           88 SOLICITAR-COBRO-OPT      VALUE 21.
           88 CODIGO-EXTRACCION-OPT    VALUE 22.
           88 ADELANTO-HABERES-OPT     VALUE 23.
           88 PAGO-RECAUDACION-OPT     VALUE 24.
           88 PAGO-CASTIGADO-OPT       VALUE 25.
           88 FONDOS-COMUNES-OPT       VALUE 26.
           88 ECHEQ-OPT                VALUE 27.
           88 CANJE-PUNTOS-OPT         VALUE 28.
           88 OPCION-FUERA-DE-PODER    VALUE 99.
    
       01  WS-CBF                      PIC X(6).
       01  WS-PIN-INPUT                PIC X(4).
       01  WS-DESCRIPCION-TRANS           PIC X(2).
       01  WS-MONTO-TRANS             PIC S9(9)V99.
       01  WS-MEMO-TRANS                  PIC X(40) VALUE SPACES.
       01  WS-REF-KEY-TRANS               PIC 9(14) VALUE 0.
       01  WS-SOBRE-RESULTADO             PIC 9.
       01  WS-OVERRIDE-EXT                PIC X(1) VALUE 'N'.
           88  WS-OVERRIDE-SI              VALUE 'S'.
           88  WS-OVERRIDE-NO              VALUE 'N'.
       01  WS-CUENTA-EXTERNA           PIC X(22).
       01  WS-NOMBRE-BENEF             PIC X(40).
       01  WS-INTERB-RESULTADO         PIC 9.
       01  WS-KYC-BLOQUEADO            PIC 9.
       01  WS-KYC-VTO                  PIC 9(8).
       01  WS-OPCION-PROG              PIC 9(1) VALUE 0.
       01  WS-FECHA-EJEC-INPUT         PIC 9(8) VALUE 0.
       01  WS-FECHA-HOY-PROG           PIC 9(8) VALUE 0.
       01  WS-DIAS-PF              PIC 9(3).
       01  WS-RENOV-PF             PIC X(1).
       01  WS-PF-RESULTADO         PIC 9.
      *    Plazo fijo UVA: indice del dia y unidades que se informan
      *    antes de debitar.
       01  WS-MODALIDAD-PF         PIC X(1).
       01  WS-PF-FECHA-HOY         PIC 9(8).
       01  WS-PF-INDICE-UVA        PIC 9(6)V99.
       01  WS-PF-FECHA-INDICE      PIC 9(8).
       01  WS-PF-INDICE-OK         PIC 9.
       01  WS-PF-UNIDADES          PIC 9(9)V9(4).
       01  WS-PF-UNIDADES-FORMAT   PIC Z(8)9.9999.
       01  WS-PF-INDICE-FORMAT     PIC Z(5)9.99.
       01  WS-OPCION-PF            PIC 9(1).
       01  WS-PRECANC-RESULTADO    PIC 9.

       01  WS-CONJ-SERV-NULO       PIC 9(4) VALUE 0.
       01  WS-CONJ-FACT-NULA       PIC X(20) VALUE SPACES.

       01  WS-REP-NRO-DOC          PIC X(11).
       01  WS-REP-ES-EMPRESA       PIC 9.
       01  WS-REP-HABILITADO       PIC 9.
       01  WS-REP-PERSONA-ID       PIC 9(8).

      *    Sesion abierta por un apoderado con su propio PIN
      *    (buscar-apoderado): solo opera dentro del alcance y el
      *    tope por operacion del poder, y sus operaciones quedan
      *    marcadas "APOD nn" en el memo y en el journal.
       01  WS-SESION-APODERADO     PIC X VALUE 'N'.
           88  SESION-APODERADO          VALUE 'S'.
       01  WS-APOD-ORDEN           PIC 9(2) VALUE 0.
       01  WS-APOD-ALCANCE.
           05  WS-APOD-ALC-DEPOSITO    PIC X.
               88  WS-APOD-DEPOSITA        VALUE 'S'.
           05  WS-APOD-ALC-EXTRACCION  PIC X.
               88  WS-APOD-EXTRAE          VALUE 'S'.
           05  WS-APOD-ALC-TRANSFER    PIC X.
               88  WS-APOD-TRANSFIERE      VALUE 'S'.
       01  WS-APOD-TOPE            PIC 9(9)V99 VALUE 0.
       01  WS-APOD-TOPE-FORM       PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-APOD-DOC-NULO        PIC X(11) VALUE SPACES.
       01  WS-APOD-ENCONTRADO      PIC 9.
       01  WS-APOD-MARCA.
           05  FILLER              PIC X(5) VALUE "APOD ".
           05  WS-APOD-MARCA-ORDEN PIC 9(2).
           05  FILLER              PIC X(1) VALUE SPACE.

      *    Sesion de la cuenta de un menor (verificar-menor): solo
      *    las operaciones basicas, y la extraccion por encima del
      *    tope mensual o cualquier transferencia necesitan la
      *    aprobacion del tutor (controlar-operacion-menor).
       01  WS-SESION-MENOR         PIC X VALUE 'N'.
           88  SESION-MENOR              VALUE 'S'.
       01  WS-MENOR-ESTADO         PIC 9.
       01  WS-MENOR-TUTOR          PIC 9(6).
       01  WS-MENOR-TIPO           PIC X(1).
       01  WS-MENOR-DESTINO        PIC 9(6).
       01  WS-MENOR-CANAL          PIC X(1) VALUE "C".
       01  WS-MENOR-RESULTADO      PIC 9.

      *    Modo contingencia: mientras corre el proceso nocturno
      *    (estado-corrida-nocturna) la sesion solo ofrece el menu
      *    reducido de operar-stand-in, contra la foto de saldos.
       01  WS-STAND-IN-ACCION      PIC X(1) VALUE "C".
       01  WS-STAND-IN             PIC 9 VALUE 0.
           88  MODO-STAND-IN             VALUE 1.
       01  WS-STAND-IN-OPERA       PIC X(1).

      *    Canal con el que quedan estampados los movimientos de la
      *    sesion (canal-operacion / crear-transaccion).
       01  WS-CANAL-ACCION         PIC X(1) VALUE "F".
       01  WS-CANAL-CAJERO         PIC X(1) VALUE "C".

      *    Textos de pantalla tomados del catalogo de mensajes
      *    (mensaje-catalogo) en el idioma que eligio el cliente; el
      *    idioma queda guardado como preferencia (preferencia-idioma).
       01  WS-MSG-ACCION           PIC X(1).
       01  WS-MSG-ID               PIC X(7).
       01  WS-MSG-TEXTO            PIC X(70).
       01  WS-MSG-TEXTO-AUX        PIC X(70).
       01  WS-IDIOMA               PIC X(2) VALUE "ES".
       01  WS-IDIOMA-PREF          PIC X(2) VALUE "ES".
       01  WS-IDIOMA-INPUT         PIC X(2).
       01  WS-OPCION-IDIOMA        PIC X(1).
       01  WS-IDIOMA-ACCION        PIC X(1).
       01  WS-IDIOMA-RESULTADO     PIC 9.

       01  WS-PIN-ACTUAL-INPUT     PIC X(4).
       01  WS-PIN-NUEVO-INPUT      PIC X(4).
       01  WS-PIN-NUEVO-CONFIRMA   PIC X(4).
           MOVE TOPE-EXT TO WS-TOPE-EXT-BANCO
           MOVE TOPE-EXT-DIARIO TO WS-TOPE-DIARIO-BANCO
           COPY "cargar-rutas.cpy".
           CALL 'canal-operacion' USING WS-CANAL-ACCION,
                WS-CANAL-CAJERO
           MOVE 'N' TO WS-FIN
           PERFORM UNTIL WS-FIN = 'S'
              PERFORM DISPLAY-MENU
           STOP RUN.
           
       DISPLAY-MENU.
      *    Cada sesion arranca en castellano hasta que el cliente
      *    elige idioma (ELEGIR-IDIOMA).
           MOVE "ES" TO WS-IDIOMA
           MOVE "F" TO WS-MSG-ACCION
           CALL 'mensaje-catalogo' USING WS-MSG-ACCION, WS-MSG-ID,
                WS-IDIOMA, WS-MSG-TEXTO
           DISPLAY SPACES.
           DISPLAY "*********************************".
           DISPLAY "*                               *".
           MOVE "CAJ0001" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "*                               *".
           DISPLAY "*********************************".
           DISPLAY "---------------------------------".
           DISPLAY SPACES.
           MOVE "CAJ0002" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY SPACES.
            
       VALIDAR-PIN.
           MOVE 'N' TO WS-VALIDO
           MOVE 'N' TO WS-CUENTA-BLOQUEADA
           MOVE 'N' TO WS-SESION-APODERADO
           MOVE 'N' TO WS-SESION-MENOR
           PERFORM UNTIL WS-VALIDO = 'S'
               DISPLAY "=================================="
               MOVE "CAJ0003" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0004" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               DISPLAY "=================================="
               ACCEPT WS-TARJETA-INPUT
               PERFORM RESOLVER-TARJETA
              P-CBF OF CLIENTE NOT = SPACES
           IF P-INACTIVO OF CLIENTE
               DISPLAY "*************************************"
               MOVE "CAJ0005" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               DISPLAY "*************************************"
           ELSE
           IF P-DURMIENTE OF CLIENTE
               DISPLAY "*************************************"
               MOVE "CAJ0006" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0007" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0008" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               DISPLAY "*************************************"
           ELSE
           IF P-CERRADA OF CLIENTE
               DISPLAY "*************************************"
               MOVE "CAJ0009" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               DISPLAY "*************************************"
           ELSE
           IF P-PENDIENTE-LEGAJO OF CLIENTE
               DISPLAY "*************************************"
               MOVE "CAJ0010" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0011" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0012" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               DISPLAY "*************************************"
           ELSE
           IF P-FALLECIDO-SI OF CLIENTE
               DISPLAY "*************************************"
               MOVE "CAJ0013" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0014" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0015" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               DISPLAY "*************************************"
           ELSE
           IF P-BLOQUEADA-EMERG-SI OF CLIENTE
               DISPLAY "*************************************"
               MOVE "CAJ0016" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0017" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0018" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               DISPLAY "*************************************"
           ELSE
               DISPLAY "================================="
               MOVE "CAJ0019" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               DISPLAY "================================="
               ACCEPT WS-PIN-INPUT

                    WS-PIN-INPUT, WS-LOGIN-APELLIDO,
                    WS-LOGIN-NOMBRE, WS-TITULAR-ENCONTRADO,
                    WS-TITULAR-ORDEN
               IF WS-TITULAR-ENCONTRADO NOT = 1
                   PERFORM BUSCAR-APODERADO
               END-IF

               IF WS-TITULAR-ENCONTRADO = 1
               MOVE 'S' TO WS-VALIDO
                       CALL 'registrar-evento-seg' USING WS-CBF,
                            WS-SEG-EVENTO, WS-SEG-DETALLE
                       DISPLAY "*********************************"
                       MOVE "CAJ0020" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       MOVE "CAJ0021" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       MOVE "CAJ0022" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       DISPLAY "*********************************"
                       MOVE 'S' TO WS-VALIDO
                       MOVE 'S' TO WS-CUENTA-BLOQUEADA
                   ELSE
                       DISPLAY "*********************************"
                       MOVE "CAJ0023" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       DISPLAY "*********************************"
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           ELSE
               DISPLAY "*************************************"
               MOVE "CAJ0024" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               DISPLAY "*************************************"
           END-IF
           END-IF
           END-PERFORM
           IF WS-CUENTA-BLOQUEADA NOT = 'S'
               MOVE 'N' TO WS-MENU-FIN
               IF NOT SESION-APODERADO
                   PERFORM VERIFICAR-REPRESENTANTE
               END-IF
               IF WS-MENU-FIN NOT = 'S'
                   PERFORM VERIFICAR-MENOR
               END-IF
               IF MODO-STAND-IN
                   IF WS-MENU-FIN NOT = 'S'
                       PERFORM OPERAR-STAND-IN
                   END-IF
               ELSE
                   PERFORM MENU-OPERACIONES UNTIL WS-MENU-FIN = 'S'
               END-IF
           END-IF.

      *    Sesion en contingencia: el apoderado y el menor solo
      *    consultan, porque sus controles (alcance y tope del poder,
      *    aprobacion del tutor) no se pueden aplicar sin postear.
       OPERAR-STAND-IN.
           MOVE 'S' TO WS-STAND-IN-OPERA
           IF SESION-APODERADO OR SESION-MENOR
               MOVE 'N' TO WS-STAND-IN-OPERA
           END-IF
           CALL 'operar-stand-in' USING WS-CBF, P-MONEDA OF CLIENTE,
                P-LIMITE-DESCUBIERTO OF CLIENTE, WS-STAND-IN-OPERA.

       RECHAZO-STAND-IN.
           DISPLAY "*************************************"
           MOVE "CAJ0025" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0026" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           DISPLAY "*************************************".

      *    PIN que no es del titular ni de un titular adicional:
      *    puede ser el de un apoderado con poder vigente sobre la
      *    cuenta. La sesion toma la credencial 99 (distinta de la de
      *    cualquier titular para la firma conjunta) y el alcance y
      *    tope del poder.
       BUSCAR-APODERADO.
           CALL 'buscar-apoderado' USING P-CBF OF CLIENTE,
                WS-PIN-INPUT, WS-APOD-DOC-NULO, WS-LOGIN-APELLIDO,
                WS-LOGIN-NOMBRE, WS-APOD-ORDEN, WS-APOD-ALCANCE,
                WS-APOD-TOPE, WS-APOD-ENCONTRADO
           IF WS-APOD-ENCONTRADO = 1
               MOVE 1 TO WS-TITULAR-ENCONTRADO
               MOVE 99 TO WS-TITULAR-ORDEN
               MOVE 'S' TO WS-SESION-APODERADO
               MOVE WS-APOD-ORDEN TO WS-APOD-MARCA-ORDEN
               MOVE "INICIO APODERADO" TO WS-SEG-EVENTO
               MOVE SPACES TO WS-SEG-DETALLE
               STRING "Poder " DELIMITED BY SIZE
                      WS-APOD-ORDEN DELIMITED BY SIZE
                      " alcance " DELIMITED BY SIZE
                      WS-APOD-ALCANCE DELIMITED BY SIZE
                   INTO WS-SEG-DETALLE
               CALL 'registrar-evento-seg' USING WS-CBF,
                    WS-SEG-EVENTO, WS-SEG-DETALLE
               MOVE SPACES TO WS-SEG-DETALLE
           END-IF.

      *    Menu de un apoderado: la consulta (saldo, movimientos,
      *    transacciones), la salida y el bloqueo de emergencia estan
      *    en todo poder; deposito, extraccion y transferencia solo
      *    con ese alcance. Lo demas queda fuera del poder.
       FILTRAR-OPCION-APODERADO.
           EVALUATE TRUE
               WHEN CONSULTA-SALDO
               WHEN ULT-MOVIMIENTOS
               WHEN LISTAR-TRANS
               WHEN EXIT-PROGRAM
               WHEN BLOQUEO-EMERGENCIA-OPT
                   CONTINUE
               WHEN REALIZAR-DEPOSITO
                   IF NOT WS-APOD-DEPOSITA
                       PERFORM RECHAZO-ALCANCE-APODERADO
                   END-IF
               WHEN REALIZAR-EXTRACCION
                   IF NOT WS-APOD-EXTRAE
                       PERFORM RECHAZO-ALCANCE-APODERADO
                   END-IF
               WHEN REALIZAR-TRANSFERENCIA
                   IF NOT WS-APOD-TRANSFIERE
                       PERFORM RECHAZO-ALCANCE-APODERADO
                   END-IF
               WHEN OTHER
                   PERFORM RECHAZO-ALCANCE-APODERADO
           END-EVALUATE.

       RECHAZO-ALCANCE-APODERADO.
           MOVE "FUERA DE PODER" TO WS-JRN-EVENTO
           MOVE MENU-CHOICE TO WS-JRN-DETALLE
           PERFORM ANOTAR-JOURNAL
           MOVE 99 TO MENU-CHOICE
           DISPLAY "*************************************"
           MOVE "CAJ0027" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           DISPLAY "*************************************"
           MOVE "CAJ0028" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           ACCEPT OMITTED.

      *    Tope por operacion del poder: se controla apenas se valida
      *    el importe; si lo supera se trata como una cancelacion.
       VERIFICAR-TOPE-APODERADO.
           IF SESION-APODERADO AND WS-IMP-RESULTADO NOT = 1
              AND WS-APOD-TOPE > 0
              AND WS-IMPORTE-VALIDADO > WS-APOD-TOPE
               MOVE WS-APOD-TOPE TO WS-APOD-TOPE-FORM
               DISPLAY "*************************************"
               MOVE "CAJ0029" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                       WS-APOD-TOPE-FORM
               DISPLAY "*************************************"
               MOVE "TOPE APODERADO" TO WS-JRN-EVENTO
               MOVE WS-IMPORTE-VALIDADO TO WS-IMPORTE-VALID-FOR
               MOVE WS-IMPORTE-VALID-FOR TO WS-JRN-DETALLE
               PERFORM ANOTAR-JOURNAL
               MOVE 1 TO WS-IMP-RESULTADO
           END-IF.

      *    Marca del apoderado al final del memo de cada operacion
      *    que registra en la cuenta.
       MARCAR-MEMO-APODERADO.
           IF SESION-APODERADO
               MOVE WS-APOD-MARCA TO WS-MEMO-TRANS(33:8)
           END-IF.

      *    Cuenta de un menor: con tutor registrado la sesion sigue
      *    con la operatoria limitada; un titular menor sin tutor no
      *    opera hasta que la sucursal lo registre (MANTENER-MENORES).
       VERIFICAR-MENOR.
           CALL 'verificar-menor' USING WS-CBF-SESION,
                WS-MENOR-ESTADO, WS-MENOR-TUTOR
           EVALUATE WS-MENOR-ESTADO
               WHEN 1
                   MOVE 'S' TO WS-SESION-MENOR
                   MOVE "SESION MENOR" TO WS-JRN-EVENTO
                   MOVE SPACES TO WS-JRN-DETALLE
                   STRING "Tutor " DELIMITED BY SIZE
                          WS-MENOR-TUTOR DELIMITED BY SIZE
                       INTO WS-JRN-DETALLE
                   PERFORM ANOTAR-JOURNAL
               WHEN 2
                   MOVE "MENOR SIN TUTOR" TO WS-JRN-EVENTO
                   MOVE SPACES TO WS-JRN-DETALLE
                   PERFORM ANOTAR-JOURNAL
                   DISPLAY "*************************************"
                   MOVE "CAJ0030" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "CAJ0031" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "CAJ0032" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   DISPLAY "*************************************"
                   MOVE "CAJ0033" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   ACCEPT OMITTED
                   MOVE 'S' TO WS-MENU-FIN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Menu de un menor: consultas, deposito, extraccion,
      *    transferencia, cambio de PIN, avisos, bloqueo y salida.
      *    Productos, divisas, pagos y demas no estan disponibles.
       FILTRAR-OPCION-MENOR.
           EVALUATE TRUE
               WHEN CONSULTA-SALDO
               WHEN REALIZAR-TRANSFERENCIA
               WHEN REALIZAR-DEPOSITO
               WHEN REALIZAR-EXTRACCION
               WHEN ULT-MOVIMIENTOS
               WHEN LISTAR-TRANS
               WHEN CAMBIAR-PIN-OPT
               WHEN EXIT-PROGRAM
               WHEN BLOQUEO-EMERGENCIA-OPT
               WHEN PREFERENCIAS-OPT
               WHEN OPCION-FUERA-DE-PODER
                   CONTINUE
               WHEN OTHER
                   MOVE "NO DISPONIBLE MENOR" TO WS-JRN-EVENTO
                   MOVE MENU-CHOICE TO WS-JRN-DETALLE
                   PERFORM ANOTAR-JOURNAL
                   MOVE 99 TO MENU-CHOICE
                   DISPLAY "*************************************"
                   MOVE "CAJ0034" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "CAJ0035" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   DISPLAY "*************************************"
                   MOVE "CAJ0028" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   ACCEPT OMITTED
           END-EVALUATE.

      *    Control del menor sobre el importe ya validado (tipo y
      *    destino cargados antes): si la operacion necesita la
      *    aprobacion del tutor se trata como una cancelacion; el
      *    pedido queda registrado y el tutor avisado.
       CONTROLAR-OPERACION-MENOR.
           IF SESION-MENOR AND WS-IMP-RESULTADO NOT = 1
               CALL 'controlar-operacion-menor' USING WS-CBF-SESION,
                    WS-MENOR-TIPO, WS-IMPORTE-VALIDADO,
                    WS-MENOR-DESTINO, WS-MENOR-CANAL,
                    WS-MENOR-RESULTADO
               EVALUATE WS-MENOR-RESULTADO
                   WHEN 1
                       DISPLAY "*********************************"
                       MOVE "CAJ0036" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       MOVE "CAJ0037" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       MOVE "CAJ0038" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       MOVE "CAJ0039" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       DISPLAY "*********************************"
                       MOVE 1 TO WS-IMP-RESULTADO
                   WHEN 2
                       DISPLAY "*********************************"
                       MOVE "CAJ0040" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       MOVE "CAJ0041" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       DISPLAY "*********************************"
                       MOVE 1 TO WS-IMP-RESULTADO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    Cuenta de persona juridica: la sesion solo sigue si quien
      *    opera acredita con su documento ser representante de la
      *    empresa con mandato vigente (verificar-mandato).
       VERIFICAR-REPRESENTANTE.
           MOVE SPACES TO WS-REP-NRO-DOC
           CALL 'verificar-mandato' USING P-CBF OF CLIENTE,
                WS-REP-NRO-DOC, WS-REP-ES-EMPRESA, WS-REP-HABILITADO,
                WS-REP-PERSONA-ID
           IF WS-REP-ES-EMPRESA = 1
               MOVE "CAJ0042" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0043" TO WS-MSG-ID
               PERFORM MOSTRAR-PREGUNTA
               ACCEPT WS-REP-NRO-DOC
               CALL 'verificar-mandato' USING P-CBF OF CLIENTE,
                    WS-REP-NRO-DOC, WS-REP-ES-EMPRESA,
                    WS-REP-HABILITADO, WS-REP-PERSONA-ID
               IF WS-REP-HABILITADO NOT = 1
                   DISPLAY "*************************************"
                   MOVE "CAJ0044" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "CAJ0045" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   DISPLAY "*************************************"
                   MOVE "SIN MANDATO" TO WS-JRN-EVENTO
                   PERFORM ANOTAR-JOURNAL
                   MOVE 'S' TO WS-MENU-FIN
               END-IF
           END-IF.

      *    La sesion arranca desde la tarjeta de debito: el CBF ya no
      *    siendo por CBF, como siempre.
       RESOLVER-TARJETA.
           MOVE 'N' TO WS-TARJ-OPERABLE
      *    Durante el proceso nocturno no se atienden el cobro de
      *    codigos ni las tarjetas de la red: ambos debitan en linea.
           MOVE "C" TO WS-STAND-IN-ACCION
           CALL 'estado-corrida-nocturna' USING WS-STAND-IN-ACCION,
                WS-STAND-IN
      *    Sin tarjeta (numero 0): cobro de un codigo de extraccion
      *    emitido por el titular, sin iniciar sesion.
           IF WS-TARJETA-INPUT = 0
               IF MODO-STAND-IN
                   PERFORM RECHAZO-STAND-IN
               ELSE
                   CALL 'canjear-codigo-extraccion'
               END-IF
           ELSE
           CALL 'buscar-tarjeta' USING WS-TARJETA-INPUT,
                WS-TARJ-CBF, WS-TARJ-ESTADO, WS-TARJ-VTO,
                WS-TARJ-ENCONTRADA

      *    Una tarjeta que no es nuestra es de otro banco de la red
      *    compartida: se atiende solo la extraccion (extraer-red) y
      *    se vuelve a pedir tarjeta.
           IF WS-TARJ-ENCONTRADA NOT = 1
               IF MODO-STAND-IN
                   PERFORM RECHAZO-STAND-IN
               ELSE
                   CALL 'extraer-red' USING WS-TARJETA-INPUT
               END-IF
           ELSE
           IF WS-TARJ-CAPTURADA
               DISPLAY "*************************************"
               MOVE "CAJ0046" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0047" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               DISPLAY "*************************************"
           ELSE
           IF NOT WS-TARJ-ACTIVA
               DISPLAY "*************************************"
               MOVE "CAJ0048" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               DISPLAY "*************************************"
           ELSE
               ACCEPT WS-FECHA-HOY-TARJ FROM DATE YYYYMMDD
               IF WS-TARJ-VTO < WS-MES-HOY-TARJ
                   DISPLAY "*************************************"
                   MOVE "CAJ0049" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "CAJ0047" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   DISPLAY "*************************************"
               ELSE
                   MOVE WS-TARJ-CBF TO WS-CBF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       MOSTRAR-BIENVENIDA.
           MOVE "INICIO SESION" TO WS-JRN-EVENTO
           PERFORM ANOTAR-JOURNAL
           CALL "SYSTEM" USING "CLS"
           PERFORM ELEGIR-IDIOMA
           MOVE "CAJ0050" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-LOGIN-NOMBRE " " WS-LOGIN-APELLIDO

      *    En contingencia no se lee saldos.dat ni se atienden los
      *    pendientes de la sesion: el saldo sale de la foto.
           IF MODO-STAND-IN
               MOVE "INICIO STAND-IN" TO WS-JRN-EVENTO
               PERFORM ANOTAR-JOURNAL
               DISPLAY "*************************************"
               MOVE "CAJ0051" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0052" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0053" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               DISPLAY "*************************************"
               MOVE "CAJ0054" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               ACCEPT OMITTED
           ELSE
           CALL 'leer-saldo' USING P-CBF OF CLIENTE
                                    WS-SALDO-CALCULADO
                                    P-MONEDA OF CLIENTE
           MOVE WS-SALDO-CALCULADO TO WS-SALDO-CALCULADO-FORM
           DISPLAY SPACES
           DISPLAY "*************************************"
           MOVE "CAJ0055" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                   WS-SALDO-CALCULADO-FORM
           DISPLAY SPACES
           DISPLAY "*************************************"
      *    Pedidos de cobro pendientes contra esta cuenta: se
      *    muestran apenas arranca la sesion (ver atender-cobros).
           CALL 'atender-cobros' USING P-CBF OF CLIENTE,
                P-MONEDA OF CLIENTE
      *    Pedidos de autorizacion de las cuentas de menores a cargo
      *    de este cliente como tutor.
           MOVE WS-CBF TO WS-CBF-ORIGEN-NUM
           CALL 'atender-autorizaciones-menor'
                USING WS-CBF-ORIGEN-NUM
      *    Oferta de prestamo preaprobado vigente (ver
      *    atender-oferta-prestamo); solo la toma el titular.
           IF NOT SESION-APODERADO
               CALL 'atender-oferta-prestamo' USING WS-CBF-ORIGEN-NUM,
                    P-MONEDA OF CLIENTE
           END-IF
           MOVE "CAJ0028" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE

           ACCEPT OMITTED
           END-IF.

       MENU-OPERACIONES.
           CALL "SYSTEM" USING "CLS".
           
           DISPLAY " "
           DISPLAY "****************************************".
           MOVE "CAJ0056" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "****************************************".
           DISPLAY "|*||||||||||||||||***|||||||||||||||||*|".
           DISPLAY "|--------------------------------------|".
           MOVE "CAJ0057" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "|--------------------------------------|".
           MOVE "CAJ0058" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "|--------------------------------------|".
           MOVE "CAJ0059" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "|--------------------------------------|".
           MOVE "CAJ0060" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "|--------------------------------------|".
           MOVE "CAJ0061" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "|--------------------------------------|".
           MOVE "CAJ0062" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "|--------------------------------------|".
           MOVE "CAJ0063" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "|--------------------------------------|".
           MOVE "CAJ0064" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "|--------------------------------------|".
           MOVE "CAJ0065" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "|--------------------------------------|".
           MOVE "CAJ0066" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "|--------------------------------------|".
           MOVE "CAJ0067" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "|--------------------------------------|".
           MOVE "CAJ0068" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "|--------------------------------------|".
           MOVE "CAJ0069" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "|--------------------------------------|".
           MOVE "CAJ0070" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "|--------------------------------------|".
           MOVE "CAJ0071" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "|--------------------------------------|".
           MOVE "CAJ0072" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "|--------------------------------------|".
           MOVE "CAJ0073" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "|--------------------------------------|".
           MOVE "CAJ0074" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "|--------------------------------------|".
           MOVE "CAJ0075" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "|--------------------------------------|".
           MOVE "CAJ0076" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "|--------------------------------------|".
           MOVE "CAJ0077" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "|--------------------------------------|".
           MOVE "CAJ0078" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "|--------------------------------------|".
           MOVE "CAJ0079" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "|--------------------------------------|".
           MOVE "CAJ0080" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "|--------------------------------------|".
           MOVE "CAJ0081" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "|--------------------------------------|".
           MOVE "CAJ0082" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "|--------------------------------------|".
           MOVE "CAJ0083" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "|--------------------------------------|".
           MOVE "CAJ0278" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "|--------------------------------------|".
           DISPLAY "|                                      |".
           MOVE "CAJ0084" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.
           DISPLAY "|______________________________________|".
           MOVE "CAJ0085" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA.

          
           ACCEPT MENU-CHOICE.
           MOVE "OPCION MENU" TO WS-JRN-EVENTO
           MOVE MENU-CHOICE TO WS-JRN-DETALLE
           PERFORM ANOTAR-JOURNAL
           IF SESION-APODERADO
               PERFORM FILTRAR-OPCION-APODERADO
           END-IF
           IF SESION-MENOR
               PERFORM FILTRAR-OPCION-MENOR
           END-IF
           CALL "SYSTEM" USING "CLS".
           
           EVALUATE TRUE 
                WHEN PAGO-SERVICIOS-OPT PERFORM MENU-PAGO-SERVICIOS
                WHEN SIMULADOR-OPT
                    CALL 'simular-producto' USING P-CBF OF CLIENTE
                    MOVE "CAJ0028" TO WS-MSG-ID
                    PERFORM MOSTRAR-MENSAJE
                    ACCEPT OMITTED
                WHEN TOPES-OPT
                    MOVE "GESTION TOPES" TO WS-JRN-EVENTO
                    PERFORM ANOTAR-JOURNAL
                    CALL 'gestionar-topes' USING P-CBF OF CLIENTE,
                         P-EMAIL OF CLIENTE
                    MOVE "CAJ0028" TO WS-MSG-ID
                    PERFORM MOSTRAR-MENSAJE
                    ACCEPT OMITTED
                WHEN FIRMAS-CONJUNTAS-OPT
                    MOVE "FIRMA CONJUNTA" TO WS-JRN-EVENTO
                    PERFORM ANOTAR-JOURNAL
                    CALL 'aprobar-op-conjunta' USING
                         P-CBF OF CLIENTE
                    MOVE "CAJ0028" TO WS-MSG-ID
                    PERFORM MOSTRAR-MENSAJE
                    ACCEPT OMITTED
                WHEN DEVOLVER-DEBITO-OPT
                    MOVE "DEVOL DEBITO" TO WS-JRN-EVENTO
                    PERFORM ANOTAR-JOURNAL
                    CALL 'devolver-debito' USING P-CBF OF CLIENTE
                    MOVE "CAJ0028" TO WS-MSG-ID
                    PERFORM MOSTRAR-MENSAJE
                    ACCEPT OMITTED
                WHEN PREFERENCIAS-OPT
                    MOVE "GESTION AVISOS" TO WS-JRN-EVENTO
                    PERFORM ANOTAR-JOURNAL
                    CALL 'gestionar-preferencias'
                         USING P-CBF OF CLIENTE
                    MOVE "CAJ0028" TO WS-MSG-ID
                    PERFORM MOSTRAR-MENSAJE
                    ACCEPT OMITTED
                WHEN CHEQUERA-OPT
                    MOVE "SOLICITA CHEQUERA" TO WS-JRN-EVENTO
                    PERFORM ANOTAR-JOURNAL
                    CALL 'solicitar-chequera'
                         USING P-CBF OF CLIENTE
                    MOVE "CAJ0028" TO WS-MSG-ID
                    PERFORM MOSTRAR-MENSAJE
                    ACCEPT OMITTED
                WHEN SOLICITAR-COBRO-OPT
                    MOVE "SOLICITA COBRO" TO WS-JRN-EVENTO
                    PERFORM ANOTAR-JOURNAL
                    CALL 'solicitar-cobro' USING P-CBF OF CLIENTE,
                         P-MONEDA OF CLIENTE
                    MOVE "CAJ0028" TO WS-MSG-ID
                    PERFORM MOSTRAR-MENSAJE
                    ACCEPT OMITTED
                WHEN CODIGO-EXTRACCION-OPT
                    MOVE "CODIGO SIN TARJETA" TO WS-JRN-EVENTO
                    PERFORM ANOTAR-JOURNAL
                    CALL 'emitir-codigo-extraccion'
                         USING P-CBF OF CLIENTE, P-MONEDA OF CLIENTE
                WHEN ADELANTO-HABERES-OPT
                    MOVE "ADELANTO HABERES" TO WS-JRN-EVENTO
                    PERFORM ANOTAR-JOURNAL
                    CALL 'otorgar-adelanto' USING P-CBF OF CLIENTE,
                         P-MONEDA OF CLIENTE, "C", "        "
                    MOVE "CAJ0028" TO WS-MSG-ID
                    PERFORM MOSTRAR-MENSAJE
                    ACCEPT OMITTED
                WHEN PAGO-RECAUDACION-OPT
                    MOVE "PAGO RECAUDACION" TO WS-JRN-EVENTO
                    PERFORM ANOTAR-JOURNAL
                    CALL 'cobrar-recaudacion' USING P-CBF OF CLIENTE,
                         P-MONEDA OF CLIENTE, "C", "        "
                    MOVE "CAJ0028" TO WS-MSG-ID
                    PERFORM MOSTRAR-MENSAJE
                    ACCEPT OMITTED
                WHEN PAGO-CASTIGADO-OPT
                    MOVE "PAGO CASTIGADO" TO WS-JRN-EVENTO
                    PERFORM ANOTAR-JOURNAL
                    CALL 'pagar-prestamo-castigado' USING
                         P-CBF OF CLIENTE, P-MONEDA OF CLIENTE, "C",
                         "        "
                    MOVE "CAJ0028" TO WS-MSG-ID
                    PERFORM MOSTRAR-MENSAJE
                    ACCEPT OMITTED
                WHEN FONDOS-COMUNES-OPT
                    MOVE "FONDOS COMUNES" TO WS-JRN-EVENTO
                    PERFORM ANOTAR-JOURNAL
                    CALL 'operar-fci' USING P-CBF OF CLIENTE,
                         P-MONEDA OF CLIENTE, "C", "        "
                    MOVE "CAJ0028" TO WS-MSG-ID
                    PERFORM MOSTRAR-MENSAJE
                    ACCEPT OMITTED
                WHEN ECHEQ-OPT
                    MOVE "ECHEQ" TO WS-JRN-EVENTO
                    PERFORM ANOTAR-JOURNAL
                    CALL 'operar-echeq' USING P-CBF OF CLIENTE,
                         P-MONEDA OF CLIENTE, "C", "        "
                    MOVE "CAJ0028" TO WS-MSG-ID
                    PERFORM MOSTRAR-MENSAJE
                    ACCEPT OMITTED
                WHEN CANJE-PUNTOS-OPT
                    MOVE "CANJE PUNTOS" TO WS-JRN-EVENTO
                    PERFORM ANOTAR-JOURNAL
                    CALL 'canjear-puntos' USING P-CBF OF CLIENTE,
                         P-MONEDA OF CLIENTE
                    MOVE "CAJ0028" TO WS-MSG-ID
                    PERFORM MOSTRAR-MENSAJE
                    ACCEPT OMITTED
                WHEN OPCION-FUERA-DE-PODER CONTINUE
                WHEN OTHER
                    MOVE "CAJ0086" TO WS-MSG-ID
                    PERFORM MOSTRAR-MENSAJE
           END-EVALUATE.

      *    Bloqueo de emergencia autogestionado: el propio cliente,
      *    bloqueada para toda operacion.
       MENU-BLOQUEO-EMERGENCIA.
           DISPLAY "*******************************"
           MOVE "CAJ0087" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           DISPLAY "*******************************"
           MOVE "CAJ0088" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-OPCION-OVERRIDE
           PERFORM NORMALIZAR-CONFIRMACION
           IF WS-OPCION-OVERRIDE = "S" OR WS-OPCION-OVERRIDE = "s"
               CALL "BLOQUEAR-EMERGENCIA" USING CLIENTE,
                    WS-BLOQUEO-RESULTADO
                    WS-NOTIF-ACTIVA, WS-NOTIF-UMBRAL
               IF WS-NOTIF-ACTIVA = 1
                   MOVE WS-CBF-SESION TO WS-CBF-ORIGEN-NUM
                   MOVE "CAJ0256" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   MOVE WS-MSG-TEXTO TO WS-NOTIF-ASUNTO
                   MOVE "CAJ0257" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   MOVE WS-MSG-TEXTO TO WS-NOTIF-CUERPO
                   CALL 'encolar-notificacion' USING
                        WS-CBF-ORIGEN-NUM, WS-NOTIF-EVENTO,
                        P-EMAIL OF CLIENTE, WS-NOTIF-ASUNTO,
                        WS-NOTIF-CUERPO, WS-NOTIF-RESULTADO
               END-IF
               MOVE "CAJ0089" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0090" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0054" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               ACCEPT OMITTED
               MOVE 'S' TO WS-MENU-FIN
           END-IF.

       MENU-CAMBIAR-PIN.
           DISPLAY "*******************************"
           MOVE "CAJ0091" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           DISPLAY "*******************************"
           MOVE "CAJ0092" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-PIN-ACTUAL-INPUT
           MOVE "CAJ0093" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-PIN-NUEVO-INPUT
           MOVE "CAJ0094" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-PIN-NUEVO-CONFIRMA

           IF WS-PIN-NUEVO-INPUT NOT NUMERIC OR
              FUNCTION LENGTH(WS-PIN-NUEVO-INPUT) NOT = 4
               DISPLAY "-------------------------------------------"
               MOVE "CAJ0095" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               DISPLAY "-------------------------------------------"
           ELSE
               IF WS-PIN-NUEVO-INPUT NOT = WS-PIN-NUEVO-CONFIRMA
                   DISPLAY "---------------------------------------"
                   MOVE "CAJ0096" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   DISPLAY "---------------------------------------"
               ELSE
                   CALL "CAMBIAR-PIN" USING P-CBF OF CLIENTE,
                       WHEN CAMBIO-PIN-OK
                           MOVE WS-PIN-NUEVO-INPUT TO P-PIN OF CLIENTE
                       WHEN CAMBIO-PIN-INCORRECTO
                           MOVE "CAJ0097" TO WS-MSG-ID
                           PERFORM MOSTRAR-MENSAJE
                       WHEN OTHER
                           MOVE "CAJ0098" TO WS-MSG-ID
                           PERFORM MOSTRAR-MENSAJE
                   END-EVALUATE
               END-IF
           END-IF
           MOVE "CAJ0028" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           ACCEPT OMITTED.
           
      *    Linea del journal electronico de la sesion (ver
      *    detalle opcional en WS-JRN-DETALLE, que queda limpio para
      *    el proximo evento.
       ANOTAR-JOURNAL.
           IF SESION-APODERADO
               MOVE WS-APOD-MARCA TO WS-JRN-DETALLE(53:8)
           END-IF
           CALL 'registrar-journal' USING WS-CBF-SESION,
                WS-JRN-EVENTO, WS-JRN-DETALLE
           MOVE SPACES TO WS-JRN-DETALLE.
           MOVE WS-MONTO-TRANS TO P-IMPORTE
           MOVE P-MONEDA OF CLIENTE TO P-MONEDA OF TRANSACCION
           MOVE WS-OVERRIDE-EXT TO P-OVERRIDE OF TRANSACCION
           PERFORM MARCAR-MEMO-APODERADO
           MOVE WS-MEMO-TRANS TO P-MEMO OF TRANSACCION
           MOVE WS-REF-KEY-TRANS TO P-REF-KEY OF TRANSACCION
           MOVE 0 TO WS-REF-KEY-TRANS

           CALL "crear-transaccion" USING TRANSACCION, RESULTADO

           IF RESULTADO NOT = 0
               MOVE "CAJ0099" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
           ELSE
               CALL 'leer-saldo' USING P-CBF OF CLIENTE,
                    WS-SALDO-RECIBO, P-MONEDA OF CLIENTE
               PERFORM IMPRIMIR-RECIBO
           END-IF.

      *    Contra-partida "D" de una operacion de dos pasos cuyo
      *    segundo paso fallo: se enlaza al debito ya posteado (el
      *    ultimo que grabo REGISTRAR-TRANSACCION, P-TIMESTAMP) para
      *    que no pague impuesto a los debitos y creditos y devuelva
      *    el que pago el debito.
       COMPENSAR-DEBITO.
           MOVE P-TIMESTAMP OF TRANSACCION TO WS-REF-KEY-TRANS
           MOVE "CONTRAPARTIDA OPERACION FALLIDA" TO WS-MEMO-TRANS
           PERFORM REGISTRAR-TRANSACCION
           MOVE SPACES TO WS-MEMO-TRANS.

      *    Recibo de la operacion recien registrada (deposito,
      *    extraccion o cada pata de una transferencia), para que el
      *    cliente tenga un comprobante que sobreviva al ACCEPT
       MENU-SALDO.
           MOVE 0 TO WS-OPCION-SALDO
           MOVE WS-SALDO TO WS-SALDO-FORMAT
           MOVE "CAJ0100" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " " "$"
                   WS-SALDO-FORMAT
           PERFORM UNTIL WS-OPCION-SALDO = 1 OR WS-OPCION-SALDO = 2
           DISPLAY "****************************************"
           MOVE "CAJ0101" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           DISPLAY "----------------------------------------"
           MOVE "CAJ0102" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           DISPLAY "----------------------------------------"
           ACCEPT WS-OPCION-SALDO

               WHEN 1
                   OPEN OUTPUT MAIL-BODY-FILE
                   MOVE SPACES TO MAIL-BODY-LINEA
                   MOVE "CAJ0228" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   STRING WS-MSG-TEXTO DELIMITED BY "  "
                          WS-SALDO-FORMAT DELIMITED BY SIZE
                       INTO MAIL-BODY-LINEA
                   WRITE MAIL-BODY-LINEA
                   CLOSE MAIL-BODY-FILE

                   MOVE "CAJ0258" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   MOVE WS-MSG-TEXTO TO WS-EMAIL-ASUNTO
                   CALL "enviar-email" USING P-EMAIL OF CLIENTE,
                        WS-EMAIL-ASUNTO, "correo-cuerpo.tmp",
                        WS-EMAIL-RESULTADO

                   DISPLAY "------------------------------------"
                   IF WS-EMAIL-RESULTADO = 0
                       MOVE "CAJ0103" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                   ELSE
                       MOVE "CAJ0104" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                   END-IF
                   DISPLAY "------------------------------------"
                   MOVE "CAJ0028" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   ACCEPT OMITTED
                   MOVE 2 TO WS-OPCION-SALDO
               WHEN 2 
                   CONTINUE 
               WHEN OTHER 
                   MOVE "CAJ0086" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   ACCEPT OMITTED
           END-EVALUATE
           END-PERFORM

       MENU-TRANSFERENCIA.
           DISPLAY "*******************************"
           MOVE "CAJ0105" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0106" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           DISPLAY "*******************************"
           MOVE "CAJ0085" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-OPCION-TRANSF
           IF WS-OPCION-TRANSF = 2
               PERFORM MENU-TRANSF-INTERBANCARIA
      *    GENERAR-INTERBANCARIAS entrega cada noche a la camara
      *    compensadora. Si el otro banco la rechaza,
      *    LIQUIDAR-INTERBANCARIAS reintegra el importe al origen.
      *    Un cliente de riesgo alto con la revision de conocimiento
      *    del cliente vencida no opera con otros bancos hasta que el
      *    banco registre la revision (verificar-kyc).
       MENU-TRANSF-INTERBANCARIA.
           MOVE CLIENTE TO WS-CLIENTE-ACTUAL
           CALL 'verificar-kyc' USING P-CBF OF CLIENTE,
                WS-KYC-BLOQUEADO, WS-KYC-VTO
           IF WS-KYC-BLOQUEADO = 1
               MOVE "BLOQUEO KYC" TO WS-JRN-EVENTO
               MOVE WS-KYC-VTO TO WS-JRN-DETALLE
               PERFORM ANOTAR-JOURNAL
               DISPLAY "-----------------------------------"
               MOVE "CAJ0107" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0108" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               DISPLAY "-----------------------------------"
               ACCEPT OMITTED
               PERFORM MENU-OPERACIONES
           ELSE
           DISPLAY "*******************************"
           MOVE "CAJ0109" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           DISPLAY "*******************************"
           MOVE "CAJ0110" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-BANCO-DESTINO
           MOVE "CAJ0111" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-CUENTA-EXTERNA
           MOVE "CAJ0112" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-NOMBRE-BENEF
           MOVE "CAJ0272" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-IMP-TITULO
           MOVE "N" TO WS-IMP-PERMITE
           CALL 'validar-importe' USING WS-IMP-TITULO,
                WS-IMP-PERMITE, WS-IMPORTE-VALIDADO,
                WS-IMP-RESULTADO
           PERFORM VERIFICAR-TOPE-APODERADO
           MOVE "T" TO WS-MENOR-TIPO
           MOVE 0 TO WS-MENOR-DESTINO
           PERFORM CONTROLAR-OPERACION-MENOR
           IF WS-IMP-RESULTADO = 1
               MOVE "CAJ0113" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               ACCEPT OMITTED
               MOVE WS-CLIENTE-ACTUAL TO CLIENTE
               PERFORM MENU-OPERACIONES

           IF WS-MONTO-TRANSF > WS-SALDO
               PERFORM DESBLOQUEAR-CUENTAS
               MOVE "CAJ0114" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               ACCEPT OMITTED
               PERFORM MENU-OPERACIONES
           ELSE
                   INTO WS-MEMO-TRANS
               MOVE "I" TO WS-CONJ-TIPO
               MOVE 0 TO WS-CONJ-DESTINO
               PERFORM MARCAR-MEMO-APODERADO
               CALL 'capturar-op-conjunta' USING P-CBF OF CLIENTE,
                    WS-CONJ-TIPO, WS-CONJ-DESTINO, WS-MONTO-TRANS,
                    P-MONEDA OF CLIENTE, WS-MEMO-TRANS,
                   MOVE WS-MONTO-TRANSF TO WS-JRN-DETALLE
                   PERFORM ANOTAR-JOURNAL
                   DISPLAY "---------------------------------------"
                   MOVE "CAJ0115" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "CAJ0116" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   DISPLAY "---------------------------------------"
                   ACCEPT OMITTED
                   PERFORM MENU-OPERACIONES
               IF WS-RESULTADO-DEBITO NOT = 0
                   PERFORM DESBLOQUEAR-CUENTAS
                   DISPLAY "-----------------------------------"
                   MOVE "CAJ0117" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "CAJ0118" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   DISPLAY "-----------------------------------"
                   ACCEPT OMITTED
                   PERFORM MENU-OPERACIONES
      *                de cumplimiento y el journal de seguridad.
                       MOVE "D" TO WS-DESCRIPCION-TRANS
                       MOVE WS-MONTO-TRANSF TO WS-MONTO-TRANS
                       PERFORM COMPENSAR-DEBITO
                       PERFORM DESBLOQUEAR-CUENTAS
                       DISPLAY "-----------------------------------"
                       IF WS-INTERB-RESULTADO = 2
                           MOVE "CAJ0119" TO WS-MSG-ID
                           PERFORM MOSTRAR-MENSAJE
                           MOVE "CAJ0120" TO WS-MSG-ID
                           PERFORM MOSTRAR-MENSAJE
                       ELSE
                           MOVE "CAJ0121" TO WS-MSG-ID
                           PERFORM MOSTRAR-MENSAJE
                       END-IF
                       MOVE "CAJ0122" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       DISPLAY "-----------------------------------"
                   ELSE
                       PERFORM DESBLOQUEAR-CUENTAS
                       PERFORM ANOTAR-JOURNAL
                       MOVE WS-MONTO-TRANSF TO WS-MONTO-TRANSF-FOR
                       DISPLAY "---------------------------------------"
                       MOVE "CAJ0123" TO WS-MSG-ID
                       PERFORM OBTENER-MENSAJE
                       DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                               WS-MONTO-TRANSF-FOR
                       MOVE "CAJ0124" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       DISPLAY "---------------------------------------"
                   END-IF
                   ACCEPT OMITTED
           MOVE WS-CBF-ACT TO WS-CBF-ORIGEN-NUM
           MOVE 0 TO WS-BEN-ELEGIDO
           DISPLAY "*******************************"
           MOVE "CAJ0125" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0126" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           DISPLAY "*******************************"
           MOVE "CAJ0085" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-OPCION-BEN
           IF WS-OPCION-BEN = 1
               CALL 'elegir-beneficiario' USING WS-CBF-ORIGEN-NUM,
               MOVE WS-BEN-ELEGIDO TO WS-CBF-DESTINO
           ELSE
               DISPLAY "*******************************"
               MOVE "CAJ0127" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               DISPLAY SPACES
               ACCEPT WS-CBF-DESTINO
           END-IF

           IF WS-CBF-DESTINO = WS-CBF-ACT
               DISPLAY "-------------------------------------------"
               MOVE "CAJ0128" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0113" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               DISPLAY "-------------------------------------------"
               MOVE "CAJ0028" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               ACCEPT OMITTED
               MOVE WS-CLIENTE-ACTUAL TO CLIENTE
               PERFORM MENU-OPERACIONES

           IF P-CBF OF CLIENTE = '000000' OR P-CBF OF CLIENTE = SPACES
               DISPLAY "-------------------------------------------"
               MOVE "CAJ0129" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               DISPLAY "-------------------------------------------"
               MOVE "CAJ0028" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               ACCEPT OMITTED
               MOVE WS-CLIENTE-ACTUAL TO CLIENTE
               PERFORM MENU-OPERACIONES
           ELSE
           DISPLAY "***************************************"
           MOVE "CAJ0130" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " " P-NOMBRE " "
                   P-APELLIDO
           DISPLAY "***************************************"
           MOVE P-MONEDA OF CLIENTE TO WS-MONEDA-DESTINO

                WS-CBF-DESTINO, WS-BEN-ENCONTRADO
           MOVE "S" TO WS-OPCION-OVERRIDE
           IF WS-BEN-ENCONTRADO = 0
               MOVE "CAJ0131" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0132" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0255" TO WS-MSG-ID
               PERFORM MOSTRAR-PREGUNTA
               ACCEPT WS-OPCION-OVERRIDE
               PERFORM NORMALIZAR-CONFIRMACION
           END-IF
           IF WS-OPCION-OVERRIDE NOT = "S"
              AND WS-OPCION-OVERRIDE NOT = "s"
               MOVE "CAJ0113" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               ACCEPT OMITTED
               MOVE WS-CLIENTE-ACTUAL TO CLIENTE
               PERFORM MENU-OPERACIONES
           ELSE
      *    Las transferencias operan sobre campos enteros: la
      *    entrada validada rechaza centavos y X cancela.
           MOVE "CAJ0272" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-IMP-TITULO
           MOVE "N" TO WS-IMP-PERMITE
           CALL 'validar-importe' USING WS-IMP-TITULO,
                WS-IMP-PERMITE, WS-IMPORTE-VALIDADO,
                WS-IMP-RESULTADO
           PERFORM VERIFICAR-TOPE-APODERADO
           MOVE "T" TO WS-MENOR-TIPO
           MOVE WS-CBF-DESTINO TO WS-MENOR-DESTINO
           PERFORM CONTROLAR-OPERACION-MENOR
           IF WS-IMP-RESULTADO = 1
               MOVE "CAJ0113" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               ACCEPT OMITTED
               MOVE WS-CLIENTE-ACTUAL TO CLIENTE
               PERFORM MENU-OPERACIONES
           MOVE "MONTO TRANSFER" TO WS-JRN-EVENTO
           MOVE WS-MONTO-TRANSF TO WS-JRN-DETALLE
           PERFORM ANOTAR-JOURNAL
           MOVE "CAJ0133" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-MEMO-TRANS
           DISPLAY SPACES
      *    Entre cuentas del mismo titular la transferencia no paga
      *    el impuesto a los debitos y creditos: el memo de ambas
      *    patas lo marca (calcular-impuesto-dyc). Un motivo tipeado
      *    que imite una de esas marcas se descarta.
           IF WS-MEMO-TRANS(1:17) = "TRANSF CTA PROPIA"
              OR WS-MEMO-TRANS(1:15) = "TRANSF CONV TC "
              OR WS-MEMO-TRANS(1:13) = "HABERES EMPL "
              OR WS-MEMO-TRANS(1:18) = "CAMBIO DIVISAS TC "
              OR WS-MEMO-TRANS(1:18) = "BARRIDO AUTOMATICO"
              OR WS-MEMO-TRANS(1:13) = "CONTRAPARTIDA"
               MOVE SPACES TO WS-MEMO-TRANS
           END-IF
           CALL 'verificar-mismo-cliente' USING WS-CBF-ORIGEN-NUM,
                WS-CBF-DESTINO, WS-MISMO-CLIENTE
           IF WS-MISMO-CLIENTE = 1
               MOVE "TRANSF CTA PROPIA" TO WS-MEMO-TRANS
           END-IF

      *    Se bloquean ambas cuentas (siempre en el mismo orden, por
      *    CBF creciente, para no generar un deadlock contra una
               PERFORM DESBLOQUEAR-CUENTAS
               MOVE "RECHAZO FONDOS" TO WS-JRN-EVENTO
               PERFORM ANOTAR-JOURNAL
               MOVE "CAJ0114" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               ACCEPT OMITTED

               PERFORM MENU-OPERACIONES
           END-IF
           IF WS-TRANSF-RECHAZADA = 'S'
               PERFORM DESBLOQUEAR-CUENTAS
               MOVE "CAJ0113" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               ACCEPT OMITTED

               PERFORM MENU-OPERACIONES
               ELSE
                   MOVE "T" TO WS-CONJ-TIPO
                   MOVE WS-CBF-DESTINO TO WS-CONJ-DESTINO
                   PERFORM MARCAR-MEMO-APODERADO
               CALL 'capturar-op-conjunta' USING
                        P-CBF OF CLIENTE, WS-CONJ-TIPO,
                        WS-CONJ-DESTINO, WS-MONTO-TRANS,
                        P-MONEDA OF CLIENTE, WS-MEMO-TRANS,
                   MOVE WS-MONTO-TRANSF TO WS-JRN-DETALLE
                   PERFORM ANOTAR-JOURNAL
                   DISPLAY "---------------------------------------"
                   MOVE "CAJ0134" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "CAJ0135" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "CAJ0136" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   DISPLAY "---------------------------------------"
                   ACCEPT OMITTED
                   PERFORM MENU-OPERACIONES
                   MOVE WS-MONTO-TRANSF TO WS-JRN-DETALLE
                   PERFORM ANOTAR-JOURNAL
                   DISPLAY "---------------------------------------"
                   MOVE "CAJ0137" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "CAJ0138" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "CAJ0139" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "CAJ0140" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   DISPLAY "---------------------------------------"
                   ACCEPT OMITTED
                   PERFORM MENU-OPERACIONES
                   MOVE WS-MONTO-TRANSF TO WS-JRN-DETALLE
                   PERFORM ANOTAR-JOURNAL
                   DISPLAY "---------------------------------------"
                   MOVE "CAJ0115" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "CAJ0116" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   DISPLAY "---------------------------------------"
                   ACCEPT OMITTED
                   PERFORM MENU-OPERACIONES
      *        futuro con una cotizacion que ya no va a regir.
                   MOVE 1 TO WS-OPCION-PROG
               ELSE
                   MOVE "CAJ0141" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "CAJ0142" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   ACCEPT WS-OPCION-PROG
               END-IF

                   STRING "TRANSF CONV TC " DELIMITED BY SIZE
                          WS-TC-DISPLAY DELIMITED BY SIZE
                       INTO WS-MEMO-TRANS
                   IF WS-MISMO-CLIENTE = 1
                       MOVE " PROPIA" TO WS-MEMO-TRANS(26:7)
                   END-IF
               END-IF
               PERFORM REGISTRAR-TRANSACCION
               MOVE RESULTADO TO WS-RESULTADO-DEBITO
               IF WS-RESULTADO-DEBITO NOT = 0
                   PERFORM DESBLOQUEAR-CUENTAS
                   DISPLAY "-----------------------------------"
                   MOVE "CAJ0117" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "CAJ0118" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   DISPLAY "-----------------------------------"
                   ACCEPT OMITTED
                   PERFORM MENU-OPERACIONES
                       MOVE WS-CLIENTE-ACTUAL TO CLIENTE
                       MOVE "D" TO WS-DESCRIPCION-TRANS
                       MOVE WS-MONTO-TRANSF TO WS-MONTO-TRANS
                       PERFORM COMPENSAR-DEBITO

                       PERFORM DESBLOQUEAR-CUENTAS
                       DISPLAY "-----------------------------------"
                       MOVE "CAJ0143" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       MOVE "CAJ0122" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       DISPLAY "-----------------------------------"
                       ACCEPT OMITTED
                       MOVE WS-CLIENTE-ACTUAL TO CLIENTE
                       PERFORM ANOTAR-JOURNAL

                       IF WS-BEN-ENCONTRADO = 0
                           MOVE "CAJ0144" TO WS-MSG-ID
                           PERFORM MOSTRAR-MENSAJE
                           MOVE "CAJ0145" TO WS-MSG-ID
                           PERFORM MOSTRAR-PREGUNTA
                           ACCEPT WS-OPCION-OVERRIDE
                           PERFORM NORMALIZAR-CONFIRMACION
                           IF WS-OPCION-OVERRIDE = "S"
                              OR WS-OPCION-OVERRIDE = "s"
                               MOVE "CAJ0146" TO WS-MSG-ID
                               PERFORM MOSTRAR-PREGUNTA
                               ACCEPT WS-BEN-ALIAS
                               CALL 'guardar-beneficiario' USING
                                    WS-CBF-ORIGEN-NUM, WS-CBF-DESTINO,
                                    WS-BEN-ALIAS, WS-BEN-RESULTADO
                               IF WS-BEN-RESULTADO = 0
                                   MOVE "CAJ0147" TO WS-MSG-ID
                                   PERFORM MOSTRAR-MENSAJE
                               END-IF
                           END-IF
                       END-IF
                       MOVE WS-MONTO-TRANSF TO WS-MONTO-TRANSF-FOR

                       DISPLAY "---------------------------------------"
                       MOVE "CAJ0148" TO WS-MSG-ID
                       PERFORM OBTENER-MENSAJE
                       DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                               WS-MONTO-TRANSF-FOR
                       DISPLAY "---------------------------------------"
                       MOVE "CAJ0149" TO WS-MSG-ID
                       PERFORM OBTENER-MENSAJE
                       DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                               WS-SALDO-FORMAT
                       DISPLAY "---------------------------------------"
                       DISPLAY SPACES
                       MOVE "CAJ0150" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       ACCEPT OMITTED
                       PERFORM MENU-OPERACIONES
                   END-IF
               AND P-MONEDA OF CLIENTE NOT = "USD")
              OR (WS-MONEDA-DESTINO NOT = "ARS"
                  AND WS-MONEDA-DESTINO NOT = "USD")
               MOVE "CAJ0151" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'S' TO WS-TRANSF-RECHAZADA
           ELSE
               ACCEPT WS-FECHA-HOY-FX FROM DATE YYYYMMDD
               CALL 'buscar-cotizacion' USING WS-FECHA-HOY-FX,
                    WS-COT-COMPRA, WS-COT-VENTA, WS-COT-ENCONTRADA
               IF WS-COT-ENCONTRADA NOT = 1
                   MOVE "CAJ0152" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'S' TO WS-TRANSF-RECHAZADA
               ELSE
                   IF P-MONEDA OF CLIENTE = "ARS"
                   MOVE WS-TC-APLICADO TO WS-TC-DISPLAY
                   MOVE WS-MONTO-CREDITO TO WS-MONTO-CONV-FOR
                   DISPLAY "---------------------------------------"
                   MOVE "CAJ0153" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                           WS-TC-DISPLAY
                   MOVE "CAJ0154" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                           WS-MONTO-CONV-FOR " " WS-MONEDA-DESTINO
                   DISPLAY "---------------------------------------"
                   MOVE "CAJ0155" TO WS-MSG-ID
                   PERFORM MOSTRAR-PREGUNTA
                   ACCEPT WS-OPCION-OVERRIDE
                   PERFORM NORMALIZAR-CONFIRMACION
                   IF WS-OPCION-OVERRIDE = "S"
                      OR WS-OPCION-OVERRIDE = "s"
                       MOVE 'S' TO WS-TRANSF-CONVERTIDA
           MOVE WS-CBF-ACT TO WS-CBF-ORIGEN-NUM
           MOVE 0 TO WS-BEN-ELEGIDO
           DISPLAY "*******************************"
           MOVE "CAJ0156" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           DISPLAY "*******************************"
           CALL 'elegir-beneficiario' USING WS-CBF-ORIGEN-NUM,
                WS-BEN-ELEGIDO
           IF WS-BEN-ELEGIDO NOT = 0
               MOVE "CAJ0157" TO WS-MSG-ID
               PERFORM MOSTRAR-PREGUNTA
               ACCEPT WS-OPCION-OVERRIDE
               PERFORM NORMALIZAR-CONFIRMACION
               IF WS-OPCION-OVERRIDE = "S" OR WS-OPCION-OVERRIDE = "s"
                   CALL 'eliminar-beneficiario' USING
                        WS-CBF-ORIGEN-NUM, WS-BEN-ELEGIDO,
                        WS-BEN-RESULTADO
                   IF WS-BEN-RESULTADO = 0
                       MOVE "CAJ0158" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                   ELSE
                       MOVE "CAJ0159" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                   END-IF
               END-IF
           END-IF
           MOVE "CAJ0028" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           ACCEPT OMITTED
           PERFORM MENU-OPERACIONES.

           CLOSE CUENTAS-FILE.

       PROGRAMAR-TRANSFERENCIA.
           MOVE "CAJ0160" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-FECHA-EJEC-INPUT
           ACCEPT WS-FECHA-HOY-PROG FROM DATE YYYYMMDD

           IF WS-FECHA-EJEC-INPUT <= WS-FECHA-HOY-PROG
               MOVE "CAJ0161" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               ACCEPT OMITTED
           ELSE
               CALL 'programar-transferencia' USING

               IF WS-PROG-RESULTADO = 0
                   DISPLAY "---------------------------------------"
                   MOVE "CAJ0162" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                           WS-FECHA-EJEC-INPUT
                   DISPLAY "---------------------------------------"
               ELSE
                   MOVE "CAJ0163" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
               END-IF
               ACCEPT OMITTED
           END-IF
      *    el proceso nocturno.
       MENU-PLAZO-FIJO.
           DISPLAY "*******************************"
           MOVE "CAJ0164" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0165" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           DISPLAY "*******************************"
           MOVE "CAJ0085" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-OPCION-PF
           IF WS-OPCION-PF = 2
               PERFORM MENU-PF-PRECANCELAR
               MOVE "CONFIRMA PRECANC PF" TO WS-JRN-EVENTO
               PERFORM ANOTAR-JOURNAL
           END-IF
           MOVE "CAJ0028" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           ACCEPT OMITTED
           PERFORM MENU-OPERACIONES.

           MOVE WS-SALDO-CALCULADO TO WS-SALDO
           MOVE WS-SALDO TO WS-SALDO-FORMAT
           DISPLAY "*******************************"
           MOVE "CAJ0166" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           DISPLAY "*******************************"
           MOVE "CAJ0167" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) WS-SALDO-FORMAT
           MOVE "CAJ0273" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-IMP-TITULO
           MOVE "N" TO WS-IMP-PERMITE
           CALL 'validar-importe' USING WS-IMP-TITULO,
                WS-IMP-PERMITE, WS-IMPORTE-VALIDADO,
               CONTINUE
           ELSE
           MOVE WS-IMPORTE-VALIDADO TO WS-MONTO
           MOVE "CAJ0168" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0169" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0170" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0085" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-MODALIDAD-PF
           IF WS-MODALIDAD-PF = "n" OR WS-MODALIDAD-PF = SPACE
               MOVE "N" TO WS-MODALIDAD-PF
           END-IF
           IF WS-MODALIDAD-PF = "u" MOVE "U" TO WS-MODALIDAD-PF END-IF
           IF WS-MODALIDAD-PF = "U"
               MOVE "CAJ0171" TO WS-MSG-ID
               PERFORM MOSTRAR-PREGUNTA
           ELSE
               MOVE "CAJ0172" TO WS-MSG-ID
               PERFORM MOSTRAR-PREGUNTA
           END-IF
           ACCEPT WS-DIAS-PF
           MOVE "CAJ0173" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0174" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0175" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0176" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0085" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-RENOV-PF

           IF WS-RENOV-PF = "n" MOVE "N" TO WS-RENOV-PF END-IF
           IF WS-RENOV-PF = "c" MOVE "C" TO WS-RENOV-PF END-IF
           IF WS-RENOV-PF = "t" MOVE "T" TO WS-RENOV-PF END-IF

      *    El UVA es un producto en pesos: el capital se convierte a
      *    unidades al indice del dia, que tiene que estar cargado.
           MOVE 0 TO WS-PF-INDICE-OK
           IF WS-MODALIDAD-PF = "U"
               ACCEPT WS-PF-FECHA-HOY FROM DATE YYYYMMDD
               CALL 'buscar-indice-uva' USING WS-PF-FECHA-HOY,
                    WS-PF-INDICE-UVA, WS-PF-FECHA-INDICE,
                    WS-PF-INDICE-OK
           END-IF

           IF WS-MONTO = 0 OR WS-MONTO > WS-SALDO
               DISPLAY "-------------------------------------------"
               MOVE "CAJ0177" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               DISPLAY "-------------------------------------------"
               ACCEPT OMITTED
           ELSE
           IF WS-MODALIDAD-PF NOT = "N" AND WS-MODALIDAD-PF NOT = "U"
               DISPLAY "-------------------------------------------"
               MOVE "CAJ0178" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               DISPLAY "-------------------------------------------"
               ACCEPT OMITTED
           ELSE
           IF WS-MODALIDAD-PF = "U" AND NOT P-MONEDA-ARS OF CLIENTE
               DISPLAY "-------------------------------------------"
               MOVE "CAJ0179" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0180" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               DISPLAY "-------------------------------------------"
               ACCEPT OMITTED
           ELSE
           IF (WS-MODALIDAD-PF = "N" AND WS-DIAS-PF NOT = 30
               AND WS-DIAS-PF NOT = 60 AND WS-DIAS-PF NOT = 90)
              OR (WS-MODALIDAD-PF = "U" AND WS-DIAS-PF NOT = 90
               AND WS-DIAS-PF NOT = 180 AND WS-DIAS-PF NOT = 365)
               DISPLAY "-------------------------------------------"
               MOVE "CAJ0181" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               DISPLAY "-------------------------------------------"
               ACCEPT OMITTED
           ELSE
           IF WS-RENOV-PF NOT = "N" AND WS-RENOV-PF NOT = "C"
              AND WS-RENOV-PF NOT = "T"
               DISPLAY "-------------------------------------------"
               MOVE "CAJ0182" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               DISPLAY "-------------------------------------------"
               ACCEPT OMITTED
           ELSE
           IF WS-MODALIDAD-PF = "U" AND
              (WS-PF-INDICE-OK NOT = 1 OR WS-PF-INDICE-UVA = 0)
               DISPLAY "-------------------------------------------"
               MOVE "CAJ0183" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0184" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               DISPLAY "-------------------------------------------"
               ACCEPT OMITTED
           ELSE
                   MOVE WS-MONTO TO WS-JRN-DETALLE
                   PERFORM ANOTAR-JOURNAL
                   DISPLAY "-------------------------------------------"
                   MOVE "CAJ0185" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "CAJ0186" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "CAJ0187" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   DISPLAY "-------------------------------------------"
                   ACCEPT OMITTED
               ELSE
               MOVE "T" TO WS-DESCRIPCION-TRANS
               MOVE "CONSTITUCION PLAZO FIJO" TO WS-MEMO-TRANS
               IF WS-MODALIDAD-PF = "U"
                   MOVE "CONSTITUCION PLAZO FIJO UVA" TO WS-MEMO-TRANS
                   COMPUTE WS-PF-UNIDADES ROUNDED =
                       WS-MONTO / WS-PF-INDICE-UVA
                   MOVE WS-PF-INDICE-UVA TO WS-PF-INDICE-FORMAT
                   MOVE WS-PF-UNIDADES TO WS-PF-UNIDADES-FORMAT
                   MOVE "CAJ0188" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                           WS-PF-FECHA-INDICE ": " WS-PF-INDICE-FORMAT
                   MOVE "CAJ0189" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                           WS-PF-UNIDADES-FORMAT
               END-IF
               PERFORM REGISTRAR-TRANSACCION

               IF RESULTADO NOT = 0
                   MOVE "CAJ0190" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   ACCEPT OMITTED
               ELSE
                   CALL 'constituir-plazo-fijo' USING
                       P-CBF OF CLIENTE, WS-MONTO-TRANS,
                       WS-DIAS-PF, WS-RENOV-PF, WS-MODALIDAD-PF,
                       WS-PF-RESULTADO

                   IF WS-PF-RESULTADO NOT = 0
      *                El certificado no se pudo grabar despues de
      *                una transferencia fallida).
                       MOVE "D" TO WS-DESCRIPCION-TRANS
                       MOVE WS-MONTO TO WS-MONTO-TRANS
                       PERFORM COMPENSAR-DEBITO
                       DISPLAY "---------------------------------------"
                       MOVE "CAJ0191" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       MOVE "CAJ0192" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       DISPLAY "---------------------------------------"
                   ELSE
                       DISPLAY "---------------------------------------"
                       MOVE "CAJ0193" TO WS-MSG-ID
                       PERFORM OBTENER-MENSAJE
                       MOVE WS-MSG-TEXTO TO WS-MSG-TEXTO-AUX
                       MOVE "CAJ0194" TO WS-MSG-ID
                       PERFORM OBTENER-MENSAJE
                       DISPLAY FUNCTION TRIM(WS-MSG-TEXTO-AUX TRAILING)
                               " " WS-DIAS-PF
                               FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                       DISPLAY "---------------------------------------"
                   END-IF
                   ACCEPT OMITTED
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           PERFORM MENU-OPERACIONES.

      *    Cambio de divisas entre cuentas del propio cliente: la
       MENU-CAMBIO-DIVISAS.
           MOVE CLIENTE TO WS-CLIENTE-ACTUAL
           DISPLAY "*******************************"
           MOVE "CAJ0195" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           DISPLAY "*******************************"
           MOVE "CAJ0196" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " " P-MONEDA OF
                   CLIENTE
           MOVE "CAJ0197" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-CBF-DESTINO

           MOVE WS-CBF-DESTINO TO P-CBF OF CLIENTE
           CALL 'buscar-cliente' USING CLIENTE

           IF P-CBF OF CLIENTE = '000000' OR P-CBF OF CLIENTE = SPACES
               MOVE "CAJ0129" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               ACCEPT OMITTED
               MOVE WS-CLIENTE-ACTUAL TO CLIENTE
               PERFORM MENU-OPERACIONES
                WS-CBF-DESTINO, WS-MISMO-CLIENTE

           IF WS-MISMO-CLIENTE NOT = 1
               MOVE "CAJ0198" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0113" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               ACCEPT OMITTED
               PERFORM MENU-OPERACIONES
           ELSE
                  AND P-MONEDA OF CLIENTE NOT = "USD")
              OR (WS-MONEDA-DESTINO NOT = "ARS"
                  AND WS-MONEDA-DESTINO NOT = "USD")
               MOVE "CAJ0199" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0200" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               ACCEPT OMITTED
               PERFORM MENU-OPERACIONES
           ELSE
                    WS-COT-COMPRA, WS-COT-VENTA, WS-COT-ENCONTRADA

               IF WS-COT-ENCONTRADA NOT = 1
                   MOVE "CAJ0152" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "CAJ0113" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   ACCEPT OMITTED
                   PERFORM MENU-OPERACIONES
               ELSE
                        WS-IMP-PERMITE, WS-IMPORTE-VALIDADO,
                        WS-IMP-RESULTADO
                   IF WS-IMP-RESULTADO = 1
                       MOVE "CAJ0113" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       ACCEPT OMITTED
                       MOVE WS-CLIENTE-ACTUAL TO CLIENTE
                       PERFORM MENU-OPERACIONES
                   IF WS-MONTO-TRANSF <= 0
                      OR WS-MONTO-TRANSF > WS-SALDO
                       PERFORM DESBLOQUEAR-CUENTAS
                       MOVE "CAJ0201" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       MOVE "CAJ0113" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       ACCEPT OMITTED
                       PERFORM MENU-OPERACIONES
                   ELSE
               MOVE WS-MONTO-TRANSF TO WS-JRN-DETALLE
               PERFORM ANOTAR-JOURNAL
               DISPLAY "---------------------------------------"
               MOVE "CAJ0185" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0202" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0203" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               DISPLAY "---------------------------------------"
               ACCEPT OMITTED
               PERFORM MENU-OPERACIONES

           IF WS-RESULTADO-DEBITO NOT = 0
               PERFORM DESBLOQUEAR-CUENTAS
               MOVE "CAJ0117" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0113" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               ACCEPT OMITTED
               PERFORM MENU-OPERACIONES
           ELSE
                   MOVE WS-CLIENTE-ACTUAL TO CLIENTE
                   MOVE "D" TO WS-DESCRIPCION-TRANS
                   MOVE WS-MONTO-TRANSF TO WS-MONTO-TRANS
                   PERFORM COMPENSAR-DEBITO
                   PERFORM DESBLOQUEAR-CUENTAS
                   MOVE "CAJ0204" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "CAJ0122" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
               ELSE
                   PERFORM DESBLOQUEAR-CUENTAS
                   MOVE WS-CLIENTE-ACTUAL TO CLIENTE
                   MOVE WS-MONTO-CONVERTIDO TO WS-MONTO-CONV-FOR
                   DISPLAY "---------------------------------------"
                   MOVE "CAJ0205" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                           WS-TC-DISPLAY
                   MOVE "CAJ0206" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                           WS-MONTO-CONV-FOR " " WS-MONEDA-DESTINO
                   DISPLAY "---------------------------------------"
               END-IF
      *    la empresa (LIQUIDAR-SERVICIOS).
       MENU-PAGO-SERVICIOS.
           DISPLAY "*******************************"
           MOVE "CAJ0207" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           DISPLAY "*******************************"
           MOVE "CAJ0208" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-COD-SERVICIO
           CALL 'buscar-empresa-servicio' USING WS-COD-SERVICIO,
                WS-NOMBRE-SERVICIO, WS-SERV-ENCONTRADA

           IF WS-SERV-ENCONTRADA NOT = 1
               MOVE "CAJ0209" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               ACCEPT OMITTED
           ELSE
               MOVE "CAJ0210" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       WS-NOMBRE-SERVICIO
               MOVE "CAJ0211" TO WS-MSG-ID
               PERFORM MOSTRAR-PREGUNTA
               ACCEPT WS-FACTURA-SERV
      *        Las facturas de servicios traen centavos: la entrada
      *        validada los admite y se postea el importe exacto.
               MOVE "CAJ0274" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               MOVE WS-MSG-TEXTO TO WS-IMP-TITULO
               MOVE "S" TO WS-IMP-PERMITE
               CALL 'validar-importe' USING WS-IMP-TITULO,
                    WS-IMP-PERMITE, WS-IMPORTE-VALIDADO,
                    WS-IMP-RESULTADO
               IF WS-IMP-RESULTADO = 1
                   MOVE "CAJ0212" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   ACCEPT OMITTED
               ELSE
               MOVE WS-IMPORTE-VALIDADO TO WS-IMPORTE-VALID-FOR
               IF WS-IMPORTE-VALIDADO > WS-SALDO
                   MOVE "RECHAZO FONDOS" TO WS-JRN-EVENTO
                   PERFORM ANOTAR-JOURNAL
                   MOVE "CAJ0213" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   ACCEPT OMITTED
               ELSE
                   MOVE WS-IMPORTE-VALIDADO TO WS-MONTO-TRANS
      *            empresa y factura guardadas en la captura.
                   MOVE "S" TO WS-CONJ-TIPO
                   MOVE 0 TO WS-CONJ-DESTINO
                   PERFORM MARCAR-MEMO-APODERADO
               CALL 'capturar-op-conjunta' USING
                        P-CBF OF CLIENTE, WS-CONJ-TIPO,
                        WS-CONJ-DESTINO, WS-MONTO-TRANS,
                        P-MONEDA OF CLIENTE, WS-MEMO-TRANS,
                   PERFORM REGISTRAR-TRANSACCION

                   IF RESULTADO NOT = 0
                       MOVE "CAJ0214" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                   ELSE
                       CALL 'registrar-pago-servicio' USING
                           P-CBF OF CLIENTE,
      *                    operaciones de dos pasos).
                           MOVE "D" TO WS-DESCRIPCION-TRANS
                           MOVE WS-IMPORTE-VALIDADO TO WS-MONTO-TRANS
                           PERFORM COMPENSAR-DEBITO
                           DISPLAY "-----------------------------------"
                           MOVE "CAJ0215" TO WS-MSG-ID
                           PERFORM MOSTRAR-MENSAJE
                           MOVE "CAJ0216" TO WS-MSG-ID
                           PERFORM MOSTRAR-MENSAJE
                           MOVE "CAJ0217" TO WS-MSG-ID
                           PERFORM MOSTRAR-MENSAJE
                           DISPLAY "-----------------------------------"
                       ELSE
                           MOVE "CONFIRMA PAGO SERV" TO WS-JRN-EVENTO
                           MOVE WS-FACTURA-SERV TO WS-JRN-DETALLE
                           PERFORM ANOTAR-JOURNAL
                           DISPLAY "-----------------------------------"
                           MOVE "CAJ0218" TO WS-MSG-ID
                           PERFORM MOSTRAR-MENSAJE
                           MOVE "CAJ0219" TO WS-MSG-ID
                           PERFORM OBTENER-MENSAJE
                           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                                   " " WS-NOMBRE-SERVICIO "."
                           DISPLAY "-----------------------------------"
                       END-IF
                   END-IF
           END-IF
           PERFORM MENU-OPERACIONES.

      *    Deposito en sobre: lo acreditado queda retenido hasta
      *    que la sucursal abra el sobre y cargue lo contado
      *    (VERIFICAR-SOBRES). El numero de sobre es el timestamp
      *    del credito, que se le muestra al cliente.
       REGISTRAR-SOBRE-DEPOSITO.
           CALL 'registrar-sobre' USING P-CBF OF TRANSACCION,
                P-IMPORTE OF TRANSACCION, P-MONEDA OF TRANSACCION,
                P-TIMESTAMP OF TRANSACCION, WS-SOBRE-RESULTADO
           MOVE P-TIMESTAMP OF TRANSACCION TO WS-JRN-DETALLE
           IF WS-SOBRE-RESULTADO = 0
               MOVE "SOBRE DEPOSITADO" TO WS-JRN-EVENTO
               MOVE "CAJ0220" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       P-TIMESTAMP OF TRANSACCION
               MOVE "CAJ0221" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0222" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
           ELSE
               MOVE "ERROR ALTA SOBRE" TO WS-JRN-EVENTO
               MOVE "CAJ0223" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0224" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
           END-IF
           PERFORM ANOTAR-JOURNAL.

       MENU-DEPOSITO.
           MOVE 0 TO WS-OPCION-DEP
           MOVE SPACES TO WS-MEMO-TRANS
      *    Entrada de importe validada y con cancelacion consistente
      *    (ver validar-importe); el deposito admite centavos.
           MOVE "CAJ0275" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-IMP-TITULO
           MOVE "S" TO WS-IMP-PERMITE
           CALL 'validar-importe' USING WS-IMP-TITULO,
                WS-IMP-PERMITE, WS-IMPORTE-VALIDADO,
                WS-IMP-RESULTADO
           PERFORM VERIFICAR-TOPE-APODERADO
           IF WS-IMP-RESULTADO = 1
               MOVE "CANCELA DEPOSITO" TO WS-JRN-EVENTO
               PERFORM ANOTAR-JOURNAL
           MOVE "MONTO DEPOSITO" TO WS-JRN-EVENTO
           MOVE WS-IMPORTE-VALID-FOR TO WS-JRN-DETALLE
           PERFORM ANOTAR-JOURNAL
           MOVE "CAJ0133" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-MEMO-TRANS
           PERFORM UNTIL WS-OPCION-DEP = 1 OR WS-OPCION-DEP = 2
           DISPLAY "-------------------------------------------"
           MOVE "CAJ0225" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           DISPLAY "-------------------------------------------"
           MOVE "CAJ0226" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           DISPLAY "-------------------------------------------"
           ACCEPT WS-OPCION-DEP

                 MOVE WS-IMPORTE-VALID-FOR TO WS-JRN-DETALLE
                 PERFORM ANOTAR-JOURNAL
                 DISPLAY "-------------------------------------------"
                 MOVE "CAJ0227" TO WS-MSG-ID
                 PERFORM OBTENER-MENSAJE
                 DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                         WS-IMPORTE-VALID-FOR
                 DISPLAY "-------------------------------------------"
                 MOVE "CAJ0028" TO WS-MSG-ID
                 PERFORM MOSTRAR-MENSAJE
                 COMPUTE WS-SALDO = WS-MONTO + WS-SALDO
                 MOVE WS-SALDO TO WS-SALDO-FORMAT

                 MOVE "D" TO WS-DESCRIPCION-TRANS 
                 MOVE WS-IMPORTE-VALIDADO TO WS-MONTO-TRANS
                 PERFORM REGISTRAR-TRANSACCION
                 IF RESULTADO = 0
                     PERFORM REGISTRAR-SOBRE-DEPOSITO
                 END-IF

                 CALL 'leer-saldo' USING P-CBF OF CLIENTE
                                          WS-SALDO-CALCULADO
                  PERFORM ANOTAR-JOURNAL
              WHEN OTHER
                 DISPLAY "---------------"
                 MOVE "CAJ0086" TO WS-MSG-ID
                 PERFORM MOSTRAR-MENSAJE
                 DISPLAY "---------------"
                 ACCEPT OMITTED
           

           MOVE WS-SALDO TO WS-SALDO-FORMAT
           DISPLAY "***************************************"
           MOVE "CAJ0228" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) WS-SALDO-FORMAT
           DISPLAY "***************************************"
      *    El cajero no entrega centavos: la entrada validada exige
      *    un importe entero, y X cancela la extraccion.
           MOVE "CAJ0276" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-IMP-TITULO
           MOVE "N" TO WS-IMP-PERMITE
           CALL 'validar-importe' USING WS-IMP-TITULO,
                WS-IMP-PERMITE, WS-IMPORTE-VALIDADO,
                WS-IMP-RESULTADO
           PERFORM VERIFICAR-TOPE-APODERADO
           MOVE "E" TO WS-MENOR-TIPO
           MOVE 0 TO WS-MENOR-DESTINO
           PERFORM CONTROLAR-OPERACION-MENOR
           IF WS-IMP-RESULTADO = 1
               MOVE 'S' TO WS-EXT-CANCELADA
               MOVE 0 TO WS-MONTO-EXT
                   MOVE "RECHAZO FONDOS" TO WS-JRN-EVENTO
                   PERFORM ANOTAR-JOURNAL
                   DISPLAY "-----------------------------------------"
                   MOVE "CAJ0229" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   DISPLAY "-----------------------------------------"
                   MOVE "CAJ0230" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 0 TO WS-MONTO-EXT
                   ACCEPT OMITTED
              ELSE
                    MOVE "RECHAZO TOPE" TO WS-JRN-EVENTO
                    PERFORM ANOTAR-JOURNAL
                    DISPLAY "---------------------------------------"
                    MOVE "CAJ0231" TO WS-MSG-ID
                    PERFORM OBTENER-MENSAJE
                    DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                            TOPE-EXT ")."
                    DISPLAY "---------------------------------------"
                    MOVE "CAJ0232" TO WS-MSG-ID
                    PERFORM MOSTRAR-MENSAJE
                    DISPLAY SPACES
                    MOVE 0 TO WS-MONTO-EXT
                    ACCEPT OMITTED
                       MOVE "RECHAZO TOPE DIARIO" TO WS-JRN-EVENTO
                       PERFORM ANOTAR-JOURNAL
                       DISPLAY "---------------------------------------"
                       MOVE "CAJ0233" TO WS-MSG-ID
                       PERFORM OBTENER-MENSAJE
                       DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                               TOPE-EXT-DIARIO ")"
                       MOVE "CAJ0234" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       DISPLAY "---------------------------------------"
                       MOVE "CAJ0232" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       DISPLAY SPACES
                       MOVE 0 TO WS-MONTO-EXT
                       ACCEPT OMITTED
                          MOVE "RECHAZO BILLETES" TO WS-JRN-EVENTO
                          PERFORM ANOTAR-JOURNAL
                          DISPLAY "-----------------------------------"
                          MOVE "CAJ0235" TO WS-MSG-ID
                          PERFORM MOSTRAR-MENSAJE
                          DISPLAY "-----------------------------------"
                          MOVE "CAJ0236" TO WS-MSG-ID
                          PERFORM MOSTRAR-MENSAJE
                          DISPLAY SPACES
                          MOVE 0 TO WS-MONTO-EXT
                          MOVE 'N' TO WS-OVERRIDE-EXT
               PERFORM MENU-OPERACIONES
           ELSE

           MOVE "CAJ0237" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           IF WS-BILL-1000 > 0
               DISPLAY "  " WS-BILL-1000 " x $1000"
           END-IF

           PERFORM UNTIL WS-OPCION-EXT = 1 OR WS-OPCION-EXT = 2 
              DISPLAY "----------------------------------------"
              MOVE "CAJ0238" TO WS-MSG-ID
              PERFORM MOSTRAR-MENSAJE
              DISPLAY "----------------------------------------"
              MOVE "CAJ0239" TO WS-MSG-ID
              PERFORM MOSTRAR-MENSAJE
              DISPLAY "----------------------------------------"
              ACCEPT WS-OPCION-EXT

                       MOVE WS-MONTO-EXT TO WS-JRN-DETALLE
                       PERFORM ANOTAR-JOURNAL
                       DISPLAY "-----------------------------------"
                       MOVE "CAJ0185" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       MOVE "CAJ0240" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       MOVE "CAJ0241" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       MOVE "CAJ0242" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       DISPLAY "-----------------------------------"
                       ACCEPT OMITTED
                       MOVE 2 TO WS-OPCION-EXT
                    MOVE WS-SALDO TO WS-SALDO-FORMAT
                    MOVE WS-MONTO-EXT TO WS-MONTO-EXT-FOR
                    DISPLAY "***************************************"
                    MOVE "CAJ0243" TO WS-MSG-ID
                    PERFORM OBTENER-MENSAJE
                    DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                            WS-MONTO-EXT-FOR
                    DISPLAY "***************************************"

                    MOVE "E" TO WS-DESCRIPCION-TRANS

                    PERFORM NOTIFICAR-EXTRACCION

                    MOVE "CAJ0244" TO WS-MSG-ID
                    PERFORM OBTENER-MENSAJE
                    DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                            WS-SALDO-FORMAT
                    DISPLAY SPACES
                    MOVE "CAJ0028" TO WS-MSG-ID
                    PERFORM MOSTRAR-MENSAJE
                    ACCEPT OMITTED
                    MOVE 2 TO WS-OPCION-EXT
                    END-IF
                    PERFORM ANOTAR-JOURNAL
                 WHEN OTHER
                    DISPLAY "----------------"
                    MOVE "CAJ0245" TO WS-MSG-ID
                    PERFORM MOSTRAR-MENSAJE
                    DISPLAY "----------------"
                    ACCEPT OMITTED
              END-EVALUATE
      *    auditoria pueda decir quien autorizo el override.
       AUTORIZAR-SUPERVISOR-EXT.
           DISPLAY "---------------------------------------"
           MOVE "CAJ0246" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0247" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-OPCION-OVERRIDE
           PERFORM NORMALIZAR-CONFIRMACION

           IF WS-OPCION-OVERRIDE = "S" OR WS-OPCION-OVERRIDE = "s"
               CALL 'autenticar-staff' USING WS-STAFF-USUARIO,
                   CALL 'registrar-evento-seg' USING WS-CBF-SESION,
                        WS-SEG-EVENTO, WS-SEG-DETALLE
                   MOVE SPACES TO WS-SEG-DETALLE
                   MOVE "CAJ0248" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
               ELSE
                   MOVE "OVERRIDE DENEGADO" TO WS-JRN-EVENTO
                   PERFORM ANOTAR-JOURNAL
           END-IF
           IF WS-NOTIF-ACTIVA = 1
              AND WS-MONTO-EXT > WS-NOTIF-UMBRAL
               MOVE "CAJ0259" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               MOVE WS-MSG-TEXTO TO WS-NOTIF-ASUNTO
               MOVE "CAJ0260" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               MOVE WS-MSG-TEXTO TO WS-NOTIF-CUERPO
               CALL 'encolar-notificacion' USING WS-CBF-ORIGEN-NUM,
                    WS-NOTIF-EVENTO, P-EMAIL OF CLIENTE,
                    WS-NOTIF-ASUNTO, WS-NOTIF-CUERPO,
                WS-NOTIF-ACTIVA, WS-NOTIF-UMBRAL
           IF WS-NOTIF-ACTIVA = 1
              AND WS-SALDO < WS-NOTIF-UMBRAL
               MOVE "CAJ0261" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               MOVE WS-MSG-TEXTO TO WS-NOTIF-ASUNTO
               MOVE "CAJ0262" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               MOVE WS-MSG-TEXTO TO WS-NOTIF-CUERPO
               CALL 'encolar-notificacion' USING WS-CBF-ORIGEN-NUM,
                    WS-NOTIF-EVENTO, P-EMAIL OF CLIENTE,
                    WS-NOTIF-ASUNTO, WS-NOTIF-CUERPO,
      *    aviso por la via de notificaciones.
       RECHAZO-VELOCIDAD.
           DISPLAY "---------------------------------------"
           MOVE "CAJ0249" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0250" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0251" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           DISPLAY "---------------------------------------"
           MOVE "RECHAZO VELOCIDAD" TO WS-JRN-EVENTO
           MOVE WS-VEL-MOTIVO TO WS-JRN-DETALLE
                WS-VEL-MOTIVO
           MOVE "CONTROL-VELOCIDAD" TO WS-NOTIF-EVENTO
           MOVE WS-CBF-SESION TO WS-CBF-ORIGEN-NUM
           MOVE "CAJ0263" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-NOTIF-ASUNTO
           MOVE "CAJ0264" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-NOTIF-CUERPO
           CALL 'encolar-notificacion' USING WS-CBF-ORIGEN-NUM,
                WS-NOTIF-EVENTO, P-EMAIL OF CLIENTE,
                WS-NOTIF-ASUNTO, WS-NOTIF-CUERPO,
           DISPLAY " "
           MOVE 0 TO WS-OPCION-MOV
           PERFORM UNTIL WS-OPCION-MOV = 1 OR WS-OPCION-MOV = 2
              MOVE "CAJ0252" TO WS-MSG-ID
              PERFORM MOSTRAR-MENSAJE
              MOVE "CAJ0239" TO WS-MSG-ID
              PERFORM MOSTRAR-MENSAJE
              MOVE "CAJ0253" TO WS-MSG-ID
              PERFORM MOSTRAR-MENSAJE
              MOVE "CAJ0085" TO WS-MSG-ID
              PERFORM MOSTRAR-PREGUNTA
              ACCEPT WS-OPCION-MOV
              DISPLAY " "

                           USING P-CBF OF CLIENTE, 10, "S",
                                 WS-EMAIL-KEY-MOV

                      MOVE "CAJ0265" TO WS-MSG-ID
                      PERFORM OBTENER-MENSAJE
                      MOVE WS-MSG-TEXTO TO WS-EMAIL-ASUNTO
                      CALL "enviar-email" USING P-EMAIL OF CLIENTE,
                           WS-EMAIL-ASUNTO, "correo-cuerpo.tmp",
                           WS-EMAIL-RESULTADO

                      IF WS-EMAIL-RESULTADO = 0
                          MOVE "CAJ0103" TO WS-MSG-ID
                          PERFORM MOSTRAR-MENSAJE
                      ELSE
                          MOVE "CAJ0104" TO WS-MSG-ID
                          PERFORM MOSTRAR-MENSAJE
                      END-IF
                      DISPLAY " "
                      MOVE "CAJ0150" TO WS-MSG-ID
                      PERFORM MOSTRAR-MENSAJE
                      ACCEPT OMITTED
                      MOVE 2 TO WS-OPCION-MOV
                  WHEN 2
                           USING P-CBF OF CLIENTE, 10, "N",
                                 WS-ULTIMA-KEY-MOV
                  WHEN OTHER
                      MOVE "CAJ0254" TO WS-MSG-ID
                      PERFORM MOSTRAR-MENSAJE
                      DISPLAY " "
                      ACCEPT OMITTED
              END-EVALUATE
               PERFORM MENU-OPERACIONES
           END-IF.
           
           

      *    Idioma de la sesion: se propone el preferido de la persona
      *    (preferencia-idioma) y el cliente puede cambiarlo; el
      *    elegido rige para pantallas y recibos (mensaje-catalogo) y,
      *    si cambio, queda como nueva preferencia, salvo en la sesion
      *    de un apoderado, que opera la cuenta de otra persona.
       ELEGIR-IDIOMA.
           MOVE WS-CBF-SESION TO WS-CBF-ORIGEN-NUM
           MOVE "L" TO WS-IDIOMA-ACCION
           CALL 'preferencia-idioma' USING WS-IDIOMA-ACCION,
                WS-CBF-ORIGEN-NUM, WS-IDIOMA-PREF, WS-IDIOMA-RESULTADO
           MOVE WS-IDIOMA-PREF TO WS-IDIOMA
           DISPLAY "*************************************"
           MOVE "CAJ0266" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           DISPLAY "*************************************"
           MOVE "CAJ0269" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-IDIOMA-PREF
           MOVE "CAJ0267" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0268" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0270" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           MOVE SPACES TO WS-OPCION-IDIOMA
           ACCEPT WS-OPCION-IDIOMA
           EVALUATE WS-OPCION-IDIOMA
               WHEN "1"
                   MOVE "ES" TO WS-IDIOMA
               WHEN "2"
                   MOVE "EN" TO WS-IDIOMA
               WHEN "3"
                   MOVE "CAJ0271" TO WS-MSG-ID
                   PERFORM MOSTRAR-PREGUNTA
                   MOVE SPACES TO WS-IDIOMA-INPUT
                   ACCEPT WS-IDIOMA-INPUT
                   IF WS-IDIOMA-INPUT NOT = SPACES
                       MOVE FUNCTION UPPER-CASE(WS-IDIOMA-INPUT)
                           TO WS-IDIOMA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE "F" TO WS-MSG-ACCION
           CALL 'mensaje-catalogo' USING WS-MSG-ACCION, WS-MSG-ID,
                WS-IDIOMA, WS-MSG-TEXTO
           IF WS-IDIOMA NOT = WS-IDIOMA-PREF
              AND NOT SESION-APODERADO
               MOVE "G" TO WS-IDIOMA-ACCION
               CALL 'preferencia-idioma' USING WS-IDIOMA-ACCION,
                    WS-CBF-ORIGEN-NUM, WS-IDIOMA, WS-IDIOMA-RESULTADO
               IF WS-IDIOMA-RESULTADO = 0
                   MOVE "CAJ0277" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "PREF IDIOMA" TO WS-JRN-EVENTO
                   MOVE SPACES TO WS-JRN-DETALLE
                   STRING "Idioma " DELIMITED BY SIZE
                          WS-IDIOMA-PREF DELIMITED BY SIZE
                          " a " DELIMITED BY SIZE
                          WS-IDIOMA DELIMITED BY SIZE
                       INTO WS-JRN-DETALLE
                   PERFORM ANOTAR-JOURNAL
               END-IF
           END-IF.

      *    Texto del mensaje WS-MSG-ID en el idioma de la sesion.
       OBTENER-MENSAJE.
           MOVE "O" TO WS-MSG-ACCION
           MOVE SPACES TO WS-MSG-TEXTO
           CALL 'mensaje-catalogo' USING WS-MSG-ACCION, WS-MSG-ID,
                WS-IDIOMA, WS-MSG-TEXTO.

       MOSTRAR-MENSAJE.
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING).

      *    Pregunta: el cursor queda en la misma linea para el ACCEPT.
       MOSTRAR-PREGUNTA.
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
               WITH NO ADVANCING.

      *    En ingles la confirmacion se contesta Y: se lleva a la S
      *    que esperan los controles de cada pantalla.
       NORMALIZAR-CONFIRMACION.
           IF WS-OPCION-OVERRIDE = "Y" OR WS-OPCION-OVERRIDE = "y"
               MOVE "S" TO WS-OPCION-OVERRIDE
           END-IF.
