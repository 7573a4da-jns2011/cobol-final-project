      *  automatico: mueve la caja de tesoro del cajero humano
      *  (actualizar-caja), abierta con ABRIR-CAJA y arqueada al
      *  cierre del dia.
      *  Una cuenta de persona juridica solo se opera con un
      *  representante de la empresa con mandato vigente
      *  (verificar-mandato), identificado por su documento al
      *  elegir el cliente.
      *  Un apoderado (apoderados.dat) se atiende identificandose
      *  con su documento al elegir el cliente: solo se ofrecen las
      *  operaciones dentro del alcance de su poder y hasta su tope
      *  por operacion, y cada operacion lleva "APOD nn" en el memo
      *  y queda en el journal.
      *  La cuenta de un menor (menores.dat) se atiende solo para
      *  depositos, extracciones y transferencias; la extraccion por
      *  encima del tope mensual y toda transferencia necesitan la
      *  aprobacion del tutor (controlar-operacion-menor). Un titular
      *  menor sin tutor registrado no se atiende.
      *  Las ordenes de suscripcion y rescate de fondos comunes de
      *  inversion (operar-fci) se cargan igual que en el cajero
      *  automatico, con el usuario del cajero humano en la orden.
      *  Los echeqs (operar-echeq) se emiten, endosan, repudian y
      *  depositan igual que en el cajero automatico; el deposito de
      *  un echeq de otro banco sigue el ciclo de clearing del
      *  cheque de papel.
      *  El efectivo recibido o pagado en una caja de otra sucursal
      *  que la de la cuenta queda registrado para el asiento
      *  interfilial nocturno (registrar-interfilial).
      *  Los movimientos posteados desde ventanilla quedan estampados
      *  con el canal "V" (canal-operacion).
      *  En el recuento de un deposito, los billetes sospechosos de
      *  falsedad se retienen (retener-billetes-sospechosos) con la
      *  identidad de quien los presento: no se acreditan ni entran a
      *  la caja, quedan en la custodia del tesoro hasta el dictamen
      *  del BCRA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88  OP-DEVOLVER-DEBITO   VALUE 9.
           88  OP-CHEQUERAS         VALUE 10.
           88  OP-PAGO-CONJUNTA     VALUE 11.
           88  OP-ADELANTO-HABERES  VALUE 12.
           88  OP-PAGO-RECAUDACION  VALUE 13.
           88  OP-TRANSF-INTERNAC   VALUE 14.
           88  OP-PAGO-CASTIGADO    VALUE 15.
           88  OP-FONDOS-COMUNES    VALUE 16.
           88  OP-ECHEQ             VALUE 17.
           88  OP-FUERA-DE-PODER    VALUE 99.
       01  CHEQUES-DEP-STATUS         PIC XX.
       01  PRESTAMOS-STATUS           PIC XX.
       01  CUOTAS-STATUS              PIC XX.
       01  WS-FIN                     PIC X VALUE 'N'.
       01  WS-CLIENTE-ELEGIDO         PIC X VALUE 'N'.
       01  WS-CBF-INPUT               PIC 9(6).
       01  WS-REP-NRO-DOC             PIC X(11).
       01  WS-REP-ES-EMPRESA          PIC 9.
       01  WS-REP-HABILITADO          PIC 9.
       01  WS-REP-PERSONA-ID          PIC 9(8).
       01  WS-OPCION-APODERADO        PIC X.
       01  WS-SESION-APODERADO        PIC X VALUE 'N'.
           88  SESION-APODERADO           VALUE 'S'.
       01  WS-APOD-PIN-NULO           PIC X(4) VALUE SPACES.
       01  WS-APOD-NRO-DOC            PIC X(11).
       01  WS-APOD-APELLIDO           PIC X(30).
       01  WS-APOD-NOMBRE             PIC X(30).
       01  WS-APOD-ORDEN              PIC 9(2).
       01  WS-APOD-ALCANCE.
           05  WS-APOD-ALC-DEPOSITO   PIC X.
               88  WS-APOD-DEPOSITA       VALUE 'S'.
           05  WS-APOD-ALC-EXTRACCION PIC X.
               88  WS-APOD-EXTRAE         VALUE 'S'.
           05  WS-APOD-ALC-TRANSFER   PIC X.
               88  WS-APOD-TRANSFIERE     VALUE 'S'.
       01  WS-APOD-TOPE               PIC 9(9)V99.
       01  WS-APOD-ENCONTRADO         PIC 9.
       01  WS-APOD-MARCA.
           05  FILLER                 PIC X(5) VALUE "APOD ".
           05  WS-APOD-MARCA-ORDEN    PIC 9(2).
           05  FILLER                 PIC X(1) VALUE SPACE.
       01  WS-SESION-MENOR            PIC X VALUE 'N'.
           88  SESION-MENOR               VALUE 'S'.
       01  WS-MENOR-ESTADO            PIC 9.
       01  WS-MENOR-TUTOR             PIC 9(6).
       01  WS-MENOR-TIPO              PIC X(1).
       01  WS-MENOR-DESTINO           PIC 9(6).
       01  WS-MENOR-CANAL             PIC X(1) VALUE "V".
       01  WS-MENOR-RESULTADO         PIC 9.
       01  WS-JRN-EVENTO              PIC X(20).
       01  WS-JRN-DETALLE             PIC X(60).
       01  WS-MONTO                   PIC 9(9).
       01  WS-CBF-DESTINO             PIC 9(6).
       01  WS-MONEDA-DESTINO          PIC X(3).
       01  WS-SALDO-FORMAT            PIC -ZZZ.ZZZ.ZZ9.
       01  WS-RESULTADO-DEBITO        PIC 9.
       01  WS-MEMO-VENTANILLA         PIC X(40).
       01  WS-MEMO-GUARDADO           PIC X(40).
       01  WS-CANAL-ACCION            PIC X(1) VALUE "F".
       01  WS-CANAL-VENTANILLA        PIC X(1) VALUE "V".
       01  WS-CAJA-RESULTADO          PIC 9.
       01  WS-INTERFILIAL-RESULTADO   PIC 9.
       01  WS-IMP-TITULO              PIC X(40).
       01  WS-IMP-PERMITE             PIC X(1).
       01  WS-IMPORTE-VALIDADO        PIC S9(9)V99.
       01  WS-IMP-RESULTADO           PIC 9.
       01  WS-IMPORTE-RETENIDO        PIC S9(9)V99.
       01  WS-RETENCION-BIL-RESULTADO PIC 9.

       01  WS-SUP-USUARIO             PIC X(8).
       01  WS-SUP-ROL                 PIC X(1).
               STRING "VENTANILLA " DELIMITED BY SIZE
                      WS-STAFF-USUARIO DELIMITED BY SIZE
                   INTO WS-MEMO-VENTANILLA
               CALL "canal-operacion" USING WS-CANAL-ACCION,
                    WS-CANAL-VENTANILLA
               PERFORM 1000-ELEGIR-CLIENTE
               PERFORM 2000-MENU-OPERACIONES
                   UNTIL WS-FIN = 'S'

       1000-ELEGIR-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-ELEGIDO
           MOVE 'N' TO WS-SESION-APODERADO
           MOVE 'N' TO WS-SESION-MENOR
           MOVE SPACES TO WS-MEMO-VENTANILLA(33:8)
           PERFORM UNTIL WS-CLIENTE-ELEGIDO = 'S' OR WS-FIN = 'S'
               DISPLAY "CBF del cliente (0 para salir): "
                   WITH NO ADVANCING
                       WHEN P-CBF OF CLIENTE = '000000'
                       WHEN P-CBF OF CLIENTE = SPACES
                           DISPLAY "No existe una cuenta con ese CBF."
                       WHEN P-PENDIENTE-LEGAJO OF CLIENTE
                           DISPLAY "Cuenta pendiente de legajo:"
                                   " registre los documentos en"
                                   " MANTENER-LEGAJOS."
                       WHEN NOT P-ACTIVO OF CLIENTE
                           DISPLAY "La cuenta no esta activa."
                       WHEN P-BLOQUEADA-EMERG-SI OF CLIENTE
                           DISPLAY "Cliente: " P-NOMBRE OF CLIENTE
                                   " " P-APELLIDO OF CLIENTE
                                   " (" P-MONEDA OF CLIENTE ")"
                           PERFORM 1100-VERIFICAR-REPRESENTANTE
                           IF WS-CLIENTE-ELEGIDO = 'S'
                               PERFORM 1300-VERIFICAR-MENOR
                           END-IF
                           IF WS-CLIENTE-ELEGIDO = 'S'
                               PERFORM 1200-IDENTIFICAR-APODERADO
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *    Cuenta de empresa: opera quien acredite ser representante
      *    con mandato vigente; si no, se vuelve a pedir el CBF.
       1100-VERIFICAR-REPRESENTANTE.
           MOVE SPACES TO WS-REP-NRO-DOC
           CALL 'verificar-mandato' USING P-CBF OF CLIENTE,
                WS-REP-NRO-DOC, WS-REP-ES-EMPRESA, WS-REP-HABILITADO,
                WS-REP-PERSONA-ID
           IF WS-REP-ES-EMPRESA = 1
               DISPLAY "Cuenta de persona juridica."
               DISPLAY "Documento del representante: "
                   WITH NO ADVANCING
               ACCEPT WS-REP-NRO-DOC
               CALL 'verificar-mandato' USING P-CBF OF CLIENTE,
                    WS-REP-NRO-DOC, WS-REP-ES-EMPRESA,
                    WS-REP-HABILITADO, WS-REP-PERSONA-ID
               EVALUATE WS-REP-HABILITADO
                   WHEN 1
                       DISPLAY "Representante cliente "
                               WS-REP-PERSONA-ID
                               ": mandato vigente."
                   WHEN 2
                       DISPLAY "El mandato del representante esta"
                               " vencido: no puede operar."
                       MOVE 'N' TO WS-CLIENTE-ELEGIDO
                   WHEN OTHER
                       DISPLAY "No es representante de la empresa:"
                               " no puede operar."
                       MOVE 'N' TO WS-CLIENTE-ELEGIDO
               END-EVALUATE
           END-IF.

      *    Quien se presenta puede ser un apoderado del titular:
      *    se identifica con su documento contra los poderes vigentes
      *    de la cuenta (buscar-apoderado). Sin poder vigente no se
      *    lo atiende y se vuelve a pedir el CBF.
       1200-IDENTIFICAR-APODERADO.
           DISPLAY "Opera un apoderado? (S/N): " WITH NO ADVANCING
           ACCEPT WS-OPCION-APODERADO
           IF WS-OPCION-APODERADO = "S" OR WS-OPCION-APODERADO = "s"
               DISPLAY "Documento del apoderado: " WITH NO ADVANCING
               ACCEPT WS-APOD-NRO-DOC
               CALL 'buscar-apoderado' USING P-CBF OF CLIENTE,
                    WS-APOD-PIN-NULO, WS-APOD-NRO-DOC,
                    WS-APOD-APELLIDO, WS-APOD-NOMBRE, WS-APOD-ORDEN,
                    WS-APOD-ALCANCE, WS-APOD-TOPE, WS-APOD-ENCONTRADO
               IF WS-APOD-ENCONTRADO = 1
                   MOVE 'S' TO WS-SESION-APODERADO
                   MOVE WS-APOD-ORDEN TO WS-APOD-MARCA-ORDEN
                   MOVE WS-APOD-MARCA TO WS-MEMO-VENTANILLA(33:8)
                   MOVE WS-APOD-TOPE TO WS-IMPORTE-DISPLAY
                   DISPLAY "Apoderado: " WS-APOD-NOMBRE " "
                           WS-APOD-APELLIDO
                   DISPLAY "Alcance Dep/Ext/Trf: " WS-APOD-ALC-DEPOSITO
                           "/" WS-APOD-ALC-EXTRACCION "/"
                           WS-APOD-ALC-TRANSFER "  Tope: $"
                           WS-IMPORTE-DISPLAY
                   MOVE "INICIO APODERADO" TO WS-JRN-EVENTO
                   MOVE SPACES TO WS-JRN-DETALLE
                   STRING "VENTANILLA " DELIMITED BY SIZE
                          WS-STAFF-USUARIO DELIMITED BY SIZE
                          " DOC " DELIMITED BY SIZE
                          WS-APOD-NRO-DOC DELIMITED BY SIZE
                       INTO WS-JRN-DETALLE
                   PERFORM 8100-ANOTAR-JOURNAL
               ELSE
                   DISPLAY "No tiene un poder vigente sobre la"
                           " cuenta: no puede operar."
                   MOVE 'N' TO WS-CLIENTE-ELEGIDO
               END-IF
           END-IF.

      *    Cuenta de un menor: con tutor registrado se atiende con
      *    la operatoria limitada; un titular menor sin tutor no
      *    opera hasta registrarlo (MANTENER-MENORES).
       1300-VERIFICAR-MENOR.
           CALL 'verificar-menor' USING P-CBF OF CLIENTE,
                WS-MENOR-ESTADO, WS-MENOR-TUTOR
           EVALUATE WS-MENOR-ESTADO
               WHEN 1
                   MOVE 'S' TO WS-SESION-MENOR
                   DISPLAY "Cuenta de menor de edad (tutor: cuenta "
                           WS-MENOR-TUTOR ")."
               WHEN 2
                   DISPLAY "Titular menor de edad sin tutor"
                           " registrado: no puede operar."
                   MOVE "MENOR SIN TUTOR" TO WS-JRN-EVENTO
                   MOVE SPACES TO WS-JRN-DETALLE
                   STRING "VENTANILLA " DELIMITED BY SIZE
                          WS-STAFF-USUARIO DELIMITED BY SIZE
                       INTO WS-JRN-DETALLE
                   PERFORM 8100-ANOTAR-JOURNAL
                   MOVE 'N' TO WS-CLIENTE-ELEGIDO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2000-MENU-OPERACIONES.
           DISPLAY "------------------------------------------"
           DISPLAY "1. Deposito"
           DISPLAY "9. Devolver un debito automatico"
           DISPLAY "10. Chequeras (imprimir / entregar)"
           DISPLAY "11. Pagar extraccion conjunta firmada"
           DISPLAY "12. Adelanto de haberes"
           DISPLAY "13. Pago de recaudacion (referencia)"
           DISPLAY "14. Transferencia al exterior (USD)"
           DISPLAY "15. Pago de prestamo castigado"
           DISPLAY "16. Fondos comunes de inversion"
           DISPLAY "17. Cheques electronicos (echeq)"
           DISPLAY "Su opcion: " WITH NO ADVANCING
           ACCEPT MENU-CHOICE
           IF SESION-APODERADO
               PERFORM 2100-FILTRAR-OPCION-APODERADO
           END-IF
           IF SESION-MENOR
               PERFORM 2300-FILTRAR-OPCION-MENOR
           END-IF

           EVALUATE TRUE
               WHEN OP-DEPOSITO
               WHEN OP-PAGO-CONJUNTA
                   CALL 'pagar-op-conjunta' USING P-CBF OF CLIENTE,
                        WS-STAFF-USUARIO
               WHEN OP-ADELANTO-HABERES
                   CALL 'otorgar-adelanto' USING P-CBF OF CLIENTE,
                        P-MONEDA OF CLIENTE, "V", WS-STAFF-USUARIO
               WHEN OP-PAGO-RECAUDACION
                   CALL 'cobrar-recaudacion' USING P-CBF OF CLIENTE,
                        P-MONEDA OF CLIENTE, "V", WS-STAFF-USUARIO
               WHEN OP-TRANSF-INTERNAC
                   CALL 'transferir-internacional' USING
                        P-CBF OF CLIENTE, P-MONEDA OF CLIENTE,
                        WS-STAFF-USUARIO
               WHEN OP-PAGO-CASTIGADO
                   CALL 'pagar-prestamo-castigado' USING
                        P-CBF OF CLIENTE, P-MONEDA OF CLIENTE, "V",
                        WS-STAFF-USUARIO
               WHEN OP-FONDOS-COMUNES
                   CALL 'operar-fci' USING
                        P-CBF OF CLIENTE, P-MONEDA OF CLIENTE, "V",
                        WS-STAFF-USUARIO
               WHEN OP-ECHEQ
                   CALL 'operar-echeq' USING
                        P-CBF OF CLIENTE, P-MONEDA OF CLIENTE, "V",
                        WS-STAFF-USUARIO
               WHEN OP-FUERA-DE-PODER
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

      *    Apoderado: cambiar de cliente y salir siempre; deposito
      *    (efectivo o cheque), extraccion y transferencia solo con
      *    ese alcance en el poder. El resto queda fuera del poder.
       2100-FILTRAR-OPCION-APODERADO.
           EVALUATE TRUE
               WHEN OP-OTRO-CLIENTE
               WHEN OP-SALIR
                   CONTINUE
               WHEN OP-DEPOSITO
               WHEN OP-DEP-CHEQUE
                   IF NOT WS-APOD-DEPOSITA
                       PERFORM 2110-RECHAZO-ALCANCE
                   END-IF
               WHEN OP-EXTRACCION
                   IF NOT WS-APOD-EXTRAE
                       PERFORM 2110-RECHAZO-ALCANCE
                   END-IF
               WHEN OP-TRANSFERENCIA
                   IF NOT WS-APOD-TRANSFIERE
                       PERFORM 2110-RECHAZO-ALCANCE
                   END-IF
               WHEN OTHER
                   PERFORM 2110-RECHAZO-ALCANCE
           END-EVALUATE.

       2110-RECHAZO-ALCANCE.
           MOVE "FUERA DE PODER" TO WS-JRN-EVENTO
           MOVE SPACES TO WS-JRN-DETALLE
           STRING "VENTANILLA OPCION " DELIMITED BY SIZE
                  MENU-CHOICE DELIMITED BY SIZE
               INTO WS-JRN-DETALLE
           PERFORM 8100-ANOTAR-JOURNAL
           MOVE 99 TO MENU-CHOICE
           DISPLAY "Operacion fuera del alcance del poder.".

      *    Tope por operacion del poder, controlado apenas se valida
      *    el importe: si lo supera la operacion se cancela.
       2200-VERIFICAR-TOPE-APODERADO.
           IF SESION-APODERADO AND WS-IMP-RESULTADO NOT = 1
              AND WS-APOD-TOPE > 0
              AND WS-IMPORTE-VALIDADO > WS-APOD-TOPE
               MOVE WS-APOD-TOPE TO WS-IMPORTE-DISPLAY
               DISPLAY "El importe supera el tope del poder ($"
                       WS-IMPORTE-DISPLAY ")."
               MOVE "TOPE APODERADO" TO WS-JRN-EVENTO
               MOVE WS-IMPORTE-VALIDADO TO WS-IMPORTE-DISPLAY
               MOVE SPACES TO WS-JRN-DETALLE
               STRING "VENTANILLA $" DELIMITED BY SIZE
                      WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                   INTO WS-JRN-DETALLE
               PERFORM 8100-ANOTAR-JOURNAL
               MOVE 1 TO WS-IMP-RESULTADO
           END-IF.

      *    Menor: deposito (efectivo o cheque), extraccion,
      *    transferencia, cambiar de cliente y salir.
       2300-FILTRAR-OPCION-MENOR.
           EVALUATE TRUE
               WHEN OP-DEPOSITO
               WHEN OP-EXTRACCION
               WHEN OP-TRANSFERENCIA
               WHEN OP-OTRO-CLIENTE
               WHEN OP-SALIR
               WHEN OP-DEP-CHEQUE
               WHEN OP-FUERA-DE-PODER
                   CONTINUE
               WHEN OTHER
                   MOVE "NO DISPONIBLE MENOR" TO WS-JRN-EVENTO
                   MOVE SPACES TO WS-JRN-DETALLE
                   STRING "VENTANILLA OPCION " DELIMITED BY SIZE
                          MENU-CHOICE DELIMITED BY SIZE
                       INTO WS-JRN-DETALLE
                   PERFORM 8100-ANOTAR-JOURNAL
                   MOVE 99 TO MENU-CHOICE
                   DISPLAY "Operacion no disponible para cuentas de"
                           " menores."
           END-EVALUATE.

      *    Extraccion por encima del tope mensual o transferencia de
      *    un menor: sin aprobacion del tutor se cancela y queda el
      *    pedido registrado (controlar-operacion-menor).
       2400-CONTROLAR-OPERACION-MENOR.
           IF SESION-MENOR AND WS-IMP-RESULTADO NOT = 1
               CALL 'controlar-operacion-menor' USING
                    P-CBF OF CLIENTE, WS-MENOR-TIPO,
                    WS-IMPORTE-VALIDADO, WS-MENOR-DESTINO,
                    WS-MENOR-CANAL, WS-MENOR-RESULTADO
               EVALUATE WS-MENOR-RESULTADO
                   WHEN 1
                       DISPLAY "Necesita la autorizacion del tutor:"
                               " se le envio el pedido."
                       MOVE 1 TO WS-IMP-RESULTADO
                   WHEN 2
                       DISPLAY "La operacion espera la autorizacion"
                               " del tutor."
                       MOVE 1 TO WS-IMP-RESULTADO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       3000-DEPOSITO.
           MOVE "Monto a depositar" TO WS-IMP-TITULO
           MOVE "S" TO WS-IMP-PERMITE
           CALL 'validar-importe' USING WS-IMP-TITULO,
                WS-IMP-PERMITE, WS-IMPORTE-VALIDADO,
                WS-IMP-RESULTADO
           PERFORM 2200-VERIFICAR-TOPE-APODERADO
           IF WS-IMP-RESULTADO NOT = 1
               PERFORM 3050-RETENER-SOSPECHOSOS
           END-IF
           IF WS-IMP-RESULTADO = 1
               DISPLAY "Deposito cancelado."
           ELSE
                   IF WS-CAJA-RESULTADO NOT = 0
                       DISPLAY "ATENCION: sin caja abierta, el"
                               " efectivo no quedo imputado."
                   ELSE
                       PERFORM 8200-REGISTRAR-INTERFILIAL
                   END-IF
                   DISPLAY "Deposito registrado."
               END-IF
           END-IF.

      *    Billetes sospechosos de falsedad en el recuento: quedan
      *    retenidos en la custodia del tesoro y solo se acredita (y
      *    entra a la caja) el resto del efectivo presentado.
       3050-RETENER-SOSPECHOSOS.
           MOVE 0 TO WS-IMPORTE-RETENIDO
           DISPLAY "Billetes sospechosos de falsedad en el recuento?"
                   " (S/N): " WITH NO ADVANCING
           ACCEPT WS-OPCION-CONF
           IF WS-OPCION-CONF = "S" OR WS-OPCION-CONF = "s"
               CALL 'retener-billetes-sospechosos' USING
                    WS-STAFF-USUARIO, P-CBF OF CLIENTE,
                    P-MONEDA OF CLIENTE, P-SUCURSAL OF CLIENTE,
                    WS-IMPORTE-VALIDADO, WS-IMPORTE-RETENIDO,
                    WS-RETENCION-BIL-RESULTADO
               SUBTRACT WS-IMPORTE-RETENIDO FROM WS-IMPORTE-VALIDADO
               IF WS-IMPORTE-VALIDADO NOT > 0
                   DISPLAY "Todo el efectivo presentado quedo"
                           " retenido: no hay importe a acreditar."
                   MOVE 1 TO WS-IMP-RESULTADO
               ELSE
                   MOVE WS-IMPORTE-VALIDADO TO WS-IMPORTE-DISPLAY
                   DISPLAY "Importe a acreditar: " WS-IMPORTE-DISPLAY
               END-IF
           END-IF.

       4000-EXTRACCION.
      *    Topes efectivos de este cliente: los maximos del banco
      *    acotados por sus topes personales (leer-tope-personal).
           CALL 'validar-importe' USING WS-IMP-TITULO,
                WS-IMP-PERMITE, WS-IMPORTE-VALIDADO,
                WS-IMP-RESULTADO
           PERFORM 2200-VERIFICAR-TOPE-APODERADO
           MOVE "E" TO WS-MENOR-TIPO
           MOVE 0 TO WS-MENOR-DESTINO
           PERFORM 2400-CONTROLAR-OPERACION-MENOR
           MOVE WS-IMPORTE-VALIDADO TO WS-MONTO

           EVALUATE TRUE
                       IF WS-CAJA-RESULTADO NOT = 0
                           DISPLAY "ATENCION: sin caja abierta, el"
                                   " efectivo no quedo imputado."
                       ELSE
                           PERFORM 8200-REGISTRAR-INTERFILIAL
                       END-IF
                       DISPLAY "Extraccion registrada."
                   END-IF
           CALL 'validar-importe' USING WS-IMP-TITULO,
                WS-IMP-PERMITE, WS-IMPORTE-VALIDADO,
                WS-IMP-RESULTADO
           PERFORM 2200-VERIFICAR-TOPE-APODERADO
           MOVE "T" TO WS-MENOR-TIPO
           MOVE WS-CBF-DESTINO TO WS-MENOR-DESTINO
           PERFORM 2400-CONTROLAR-OPERACION-MENOR
           MOVE WS-IMPORTE-VALIDADO TO WS-MONTO
      *    Mismos fondos que el cajero automatico: el saldo
      *    DISPONIBLE protege retenciones y embargos pendientes.
                       MOVE WS-CLIENTE-ACTUAL TO CLIENTE
                       MOVE "D" TO P-DESCRIPCION
                       MOVE WS-MONTO TO P-IMPORTE
                       PERFORM 8050-POSTEAR-CONTRAPARTIDA
                       DISPLAY "No se pudo acreditar al destino."
                       DISPLAY "Se reintegro el importe al origen."
                   ELSE
           CALL 'validar-importe' USING WS-IMP-TITULO,
                WS-IMP-PERMITE, WS-IMPORTE-VALIDADO,
                WS-IMP-RESULTADO
           PERFORM 2200-VERIFICAR-TOPE-APODERADO

           EVALUATE TRUE
               WHEN WS-IMP-RESULTADO = 1
           MOVE WS-FECHA-CLEARING TO CD-FECHA-CLEARING
           MOVE WS-RET-TIMESTAMP TO CD-RF-TIMESTAMP
           SET CD-DEPOSITADO TO TRUE
           SET CD-ES-PAPEL TO TRUE
           WRITE CD-RECORD
               INVALID KEY
                   DISPLAY "Error al registrar el cheque depositado."
                   MOVE WS-CBF-ACT TO P-CBF OF TRANSACCION
                   MOVE "D" TO P-DESCRIPCION
                   MOVE WS-IMPORTE-VALIDADO TO P-IMPORTE
                   MOVE P-TIMESTAMP OF TRANSACCION TO P-REF-KEY
                   MOVE "CONTRAPARTIDA OPERACION FALLIDA" TO P-MEMO
                   CALL "crear-transaccion" USING TRANSACCION,
                        RESULTADO
                   DISPLAY "No se pudo acreditar al heredero."
                    P-DESCRIPCION OF TRANSACCION,
                    P-IMPORTE OF TRANSACCION,
                    WS-SALDO-RECIBO, P-TIMESTAMP OF TRANSACCION
               IF SESION-APODERADO
                   MOVE "OPERACION APODERADO" TO WS-JRN-EVENTO
                   MOVE P-IMPORTE OF TRANSACCION TO WS-IMPORTE-DISPLAY
                   MOVE SPACES TO WS-JRN-DETALLE
                   STRING WS-APOD-MARCA DELIMITED BY SIZE
                          P-DESCRIPCION OF TRANSACCION
                              DELIMITED BY SIZE
                          " $" DELIMITED BY SIZE
                          WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                          " VENTANILLA " DELIMITED BY SIZE
                          WS-STAFF-USUARIO DELIMITED BY SIZE
                       INTO WS-JRN-DETALLE
                   PERFORM 8100-ANOTAR-JOURNAL
               END-IF
           END-IF.

      *    Contra-partida "D" del debito recien posteado cuando el
      *    segundo paso de la operacion fallo: va enlazada a ese
      *    debito (P-TIMESTAMP) con la marca de contrapartida en lugar
      *    del memo de ventanilla, asi no paga impuesto a los debitos
      *    y creditos y devuelve el del debito.
       8050-POSTEAR-CONTRAPARTIDA.
           MOVE WS-MEMO-VENTANILLA TO WS-MEMO-GUARDADO
           MOVE "CONTRAPARTIDA OPERACION FALLIDA"
               TO WS-MEMO-VENTANILLA
           MOVE WS-MEMO-GUARDADO(33:8) TO WS-MEMO-VENTANILLA(33:8)
           MOVE P-TIMESTAMP OF TRANSACCION TO P-REF-KEY OF TRANSACCION
           PERFORM 8000-POSTEAR-OPERACION
           MOVE WS-MEMO-GUARDADO TO WS-MEMO-VENTANILLA.

      *    Linea del journal electronico para la atencion de un
      *    apoderado (ver registrar-journal).
       8100-ANOTAR-JOURNAL.
           CALL 'registrar-journal' USING WS-CBF-ACT,
                WS-JRN-EVENTO, WS-JRN-DETALLE.

      *    Efectivo de una caja de otra sucursal que la de la cuenta:
      *    queda para el asiento interfilial de la noche.
       8200-REGISTRAR-INTERFILIAL.
           CALL 'registrar-interfilial' USING WS-STAFF-USUARIO,
                P-CBF OF TRANSACCION, P-TIMESTAMP OF TRANSACCION,
                WS-INTERFILIAL-RESULTADO
           IF WS-INTERFILIAL-RESULTADO NOT = 0
               DISPLAY "ATENCION: no se pudo registrar la operacion"
                       " interfilial."
           END-IF.
