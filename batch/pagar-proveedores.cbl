       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGAR-PROVEEDORES.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Pago a proveedores: procesa el archivo de pagos que entrega
      *  una empresa cliente (pagos-proveedores.dat, ancho fijo) en
      *  lugar de cargar cada pago por VENTANILLA. La cabecera "H"
      *  trae el CBF de la empresa (cuenta a debitar), fecha y
      *  secuencia; cada renglon un beneficiario, el importe, la
      *  factura que cancela, nombre y casilla de correo; el trailer
      *  "T" la cantidad y el importe total. El beneficiario puede
      *  venir por CBF ("C"), por clave uniforme de 22 digitos ("U")
      *  o por alias ("A"), resueltos en el directorio de claves
      *  uniformes (buscar-clave-uniforme): una cuenta nuestra se
      *  paga como transferencia local via crear-transaccion (debito
      *  "T" a la empresa y credito "D" al proveedor); una clave de
      *  otro banco debita a la empresa y encola la orden a la camara
      *  (registrar-interbancaria, ordenes-interbancarias.dat), como
      *  la transferencia interbancaria del cajero.
      *  Antes de postear nada se valida el archivo entero: control
      *  de cabecera y trailer contra registro-archivos (originador
      *  "PV" + CBF de la empresa) y el total contra el saldo
      *  DISPONIBLE de la cuenta de la empresa (leer-saldo-
      *  disponible). Sin saldo para el archivo completo no se paga
      *  ningun renglon. Se genera pagos-proveedores-respuesta.dat
      *  (un renglon por pago con el resultado y el motivo, mas
      *  totales de control) para la empresa, y cada beneficiario con
      *  casilla de correo recibe el aviso de pago
      *  (encolar-notificacion).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGOS-FILE ASSIGN TO "pagos-proveedores.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGOS-STATUS.

           SELECT RESPUESTA-FILE
               ASSIGN TO "pagos-proveedores-respuesta.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESPUESTA-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAGOS-FILE.
       01  PAGOS-REGISTRO.
           05  PV-TIPO-REG            PIC X(1).
      *        C = CBF, U = clave uniforme, A = alias.
           05  PV-TIPO-BENEF          PIC X(1).
           05  PV-BENEFICIARIO        PIC X(22).
           05  PV-IMPORTE             PIC 9(9)V99.
           05  PV-FACTURA             PIC X(20).
           05  PV-NOMBRE              PIC X(40).
           05  PV-EMAIL               PIC X(50).
      *    Registros de control obligatorios: cabecera "H" (CBF de la
      *    empresa, fecha, secuencia) y trailer "T" (cantidad e
      *    importe total), validados ANTES de postear nada.
       01  PAGOS-CABECERA REDEFINES PAGOS-REGISTRO.
           05  PV-H-TIPO              PIC X(1).
           05  PV-H-CBF-EMPRESA       PIC 9(6).
           05  PV-H-FECHA             PIC 9(8).
           05  PV-H-SECUENCIA         PIC 9(6).
           05  FILLER                 PIC X(124).
       01  PAGOS-TRAILER REDEFINES PAGOS-REGISTRO.
           05  PV-T-TIPO              PIC X(1).
           05  PV-T-CANTIDAD          PIC 9(6).
           05  PV-T-TOTAL             PIC 9(12)V99.
           05  FILLER                 PIC X(124).

       FD  RESPUESTA-FILE.
       01  RESPUESTA-REGISTRO.
           05  RSP-TIPO-BENEF         PIC X(1).
           05  RSP-BENEFICIARIO       PIC X(22).
           05  RSP-IMPORTE            PIC 9(9)V99.
           05  RSP-FACTURA            PIC X(20).
           05  RSP-RESULTADO          PIC X(1).
               88  RSP-ACEPTADO       VALUE "A".
               88  RSP-RECHAZADO      VALUE "R".
           05  RSP-MOTIVO             PIC X(30).
       01  RESPUESTA-TOTALES REDEFINES RESPUESTA-REGISTRO.
           05  RSP-TOT-MARCA          PIC X(9).
           05  RSP-TOT-ACEPTADOS      PIC 9(6).
           05  RSP-TOT-IMPORTE        PIC 9(12)V99.
           05  RSP-TOT-RECHAZADOS     PIC 9(6).
           05  FILLER                 PIC X(50).

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       COPY "transaccion.cpy".
       01  PAGOS-STATUS               PIC XX.
       01  RESPUESTA-STATUS           PIC XX.
       01  CUENTAS-STATUS             PIC XX.

      *    Cuenta de la empresa ordenante.
       01  WS-CBF-EMPRESA             PIC 9(6).
       01  WS-CBF-EMPRESA-X           PIC X(6).
       01  WS-MONEDA-EMPRESA          PIC X(3).
       01  WS-NOMBRE-EMPRESA          PIC X(30).
       01  WS-SALDO-DISPONIBLE        PIC S9(10)V99.
       01  WS-MONEDA-SALDO            PIC X(3).
      *    Motivo por el que se rechaza el archivo entero (sin saldo o
      *    cuenta de la empresa no operable): todos los renglones se
      *    responden rechazados y nada se postea.
       01  WS-RECHAZO-ARCHIVO         PIC X(30).

      *    Beneficiario resuelto del renglon en proceso.
       01  WS-DESTINO                 PIC X(1).
           88  DESTINO-INTERNO        VALUE "I".
           88  DESTINO-EXTERNO        VALUE "E".
       01  WS-CBF-BENEF               PIC 9(6).
       01  WS-EMAIL-BENEF             PIC X(50).
       01  WS-BANCO-DESTINO           PIC 9(3).
       01  WS-CUENTA-EXTERNA          PIC X(22).
       01  WS-NOMBRE-BENEF            PIC X(40).
       01  WS-IMPORTE-PAGO            PIC S9(9)V99.
       01  WS-INTERB-RESULTADO        PIC 9.
       01  WS-RESULTADO-DEBITO        PIC 9.
      *    Codigo de banco propio: una clave uniforme que empieza con
      *    el y no esta en el directorio no es de otro banco.
       01  WS-BANCO-PROPIO            PIC 9(3) VALUE 001.

       01  WS-CU-MODO                 PIC X(1).
       01  WS-CU-CBF                  PIC 9(6).
       01  WS-CU-CLAVE                PIC 9(22).
       01  WS-CU-ALIAS                PIC X(20).
       01  WS-CU-ENCONTRADA           PIC 9.

       01  WS-NOTIF-EVENTO            PIC X(20).
       01  WS-NOTIF-ASUNTO            PIC X(60).
       01  WS-NOTIF-CUERPO            PIC X(80).
       01  WS-NOTIF-RESULTADO         PIC 9.

       01  WS-MOTIVO-RECHAZO          PIC X(30).
       01  WS-RENGLON-VALIDO          PIC X VALUE 'N'.
           88  RENGLON-VALIDO       VALUE 'S'.

       01  WS-TOTAL-LEIDOS            PIC 9(6) VALUE 0.
       01  WS-TOTAL-ACEPTADOS         PIC 9(6) VALUE 0.
       01  WS-TOTAL-RECHAZADOS        PIC 9(6) VALUE 0.
       01  WS-TOTAL-INTERNOS          PIC 9(6) VALUE 0.
       01  WS-TOTAL-EXTERNOS          PIC 9(6) VALUE 0.
       01  WS-TOTAL-AVISOS            PIC 9(6) VALUE 0.
       01  WS-IMPORTE-ACEPTADO        PIC S9(12)V99 VALUE 0.
       01  WS-IMPORTE-DISPLAY         PIC -Z(11).99.
       01  WS-IMPORTE-AVISO           PIC Z(9).99.

      *    Control de cabecera/trailer del archivo de entrada.
       01  WS-ARCHIVO-VALIDO          PIC X VALUE 'N'.
       01  WS-CTL-ORIGINADOR          PIC X(8).
       01  WS-CTL-FECHA               PIC 9(8).
       01  WS-CTL-SECUENCIA           PIC 9(6).
       01  WS-CTL-CANTIDAD            PIC 9(6).
       01  WS-CTL-TOTAL               PIC S9(12)V99.
       01  WS-PRE-CANTIDAD            PIC 9(6).
       01  WS-PRE-TOTAL               PIC S9(12)V99.
       01  WS-HAY-TRAILER             PIC X.
       01  WS-REG-ACCION              PIC X(1).
       01  WS-REG-RESULTADO           PIC 9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESAR-PAGOS
           PERFORM 3000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  PAGO A PROVEEDORES".
           DISPLAY "==========================================".
           MOVE SPACES TO WS-RECHAZO-ARCHIVO
           OPEN INPUT PAGOS-FILE
           IF PAGOS-STATUS NOT = "00"
               DISPLAY "No hay archivo de pagos para procesar."
               MOVE "10" TO PAGOS-STATUS
           ELSE
               PERFORM 1500-VALIDAR-CONTROL THRU 1500-VALIDAR-FIN
               IF WS-ARCHIVO-VALIDO NOT = 'S'
                   CLOSE PAGOS-FILE
                   MOVE "10" TO PAGOS-STATUS
               END-IF
           END-IF
           OPEN OUTPUT RESPUESTA-FILE
           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE
           IF CUENTAS-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR CUENTAS.DAT. STATUS = "
                       CUENTAS-STATUS
               MOVE "10" TO PAGOS-STATUS
           ELSE
               IF WS-ARCHIVO-VALIDO = 'S'
                   PERFORM 1600-VALIDAR-EMPRESA
               END-IF
           END-IF.

      *    Pasada previa de control: la cabecera "H" identifica a la
      *    empresa y su numero de secuencia; el trailer "T" debe
      *    cuadrar en cantidad e importe con los renglones. Un
      *    reenvio o un archivo fuera de secuencia (registro-archivos)
      *    se rechaza completo con mensaje al operador.
       1500-VALIDAR-CONTROL.
           MOVE 'N' TO WS-ARCHIVO-VALIDO
           MOVE 'N' TO WS-HAY-TRAILER
           MOVE 0 TO WS-PRE-CANTIDAD
           MOVE 0 TO WS-PRE-TOTAL
           READ PAGOS-FILE
               AT END
                   DISPLAY "OPERADOR: archivo de pagos vacio."
                   GO TO 1500-VALIDAR-FIN
           END-READ
           IF PV-H-TIPO NOT = "H" OR PV-H-CBF-EMPRESA NOT NUMERIC
               DISPLAY "OPERADOR: el archivo de pagos no trae"
                       " registro de cabecera. No se procesa."
               GO TO 1500-VALIDAR-FIN
           END-IF
           MOVE PV-H-CBF-EMPRESA TO WS-CBF-EMPRESA
           MOVE SPACES TO WS-CTL-ORIGINADOR
           STRING "PV" DELIMITED BY SIZE
                  PV-H-CBF-EMPRESA DELIMITED BY SIZE
               INTO WS-CTL-ORIGINADOR
           MOVE PV-H-FECHA TO WS-CTL-FECHA
           MOVE PV-H-SECUENCIA TO WS-CTL-SECUENCIA

           PERFORM UNTIL WS-HAY-TRAILER = 'S'
                      OR PAGOS-STATUS = "10"
               READ PAGOS-FILE
                   AT END
                       MOVE "10" TO PAGOS-STATUS
                   NOT AT END
                       IF PV-T-TIPO = "T"
                           MOVE 'S' TO WS-HAY-TRAILER
                           MOVE PV-T-CANTIDAD TO WS-CTL-CANTIDAD
                           MOVE PV-T-TOTAL TO WS-CTL-TOTAL
                       ELSE
                           ADD 1 TO WS-PRE-CANTIDAD
                           IF PV-IMPORTE IS NUMERIC
                               ADD PV-IMPORTE TO WS-PRE-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-HAY-TRAILER NOT = 'S'
                   DISPLAY "OPERADOR: el archivo de pagos no trae"
                           " trailer de control. No se procesa."
               WHEN WS-PRE-CANTIDAD NOT = WS-CTL-CANTIDAD
                 OR WS-PRE-TOTAL NOT = WS-CTL-TOTAL
                   DISPLAY "OPERADOR: el trailer no cuadra con los"
                           " renglones. No se procesa."
               WHEN OTHER
                   MOVE "V" TO WS-REG-ACCION
                   CALL "registro-archivos" USING WS-REG-ACCION,
                        WS-CTL-ORIGINADOR, WS-CTL-SECUENCIA,
                        WS-CTL-FECHA, WS-PRE-CANTIDAD,
                        WS-PRE-TOTAL, WS-REG-RESULTADO
                   EVALUATE WS-REG-RESULTADO
                       WHEN 1
                           DISPLAY "OPERADOR: archivo DUPLICADO de"
                                   " la empresa " WS-CBF-EMPRESA
                                   " secuencia " WS-CTL-SECUENCIA
                                   ". Nada se posteo."
                       WHEN 2
                           DISPLAY "OPERADOR: secuencia fuera de"
                                   " orden (falta un archivo"
                                   " anterior). Nada se posteo."
                       WHEN OTHER
                           MOVE 'S' TO WS-ARCHIVO-VALIDO
                   END-EVALUATE
           END-EVALUATE

      *    El archivo queda releido desde el principio para la
      *    pasada de posteo (la cabecera se saltea en el loop).
           IF WS-ARCHIVO-VALIDO = 'S'
               CLOSE PAGOS-FILE
               OPEN INPUT PAGOS-FILE
               MOVE "00" TO PAGOS-STATUS
           END-IF.
       1500-VALIDAR-FIN.
           EXIT.

      *    La cuenta de la empresa tiene que poder debitar y su saldo
      *    DISPONIBLE (posteado menos retenciones y embargos) cubrir
      *    el total del archivo: se paga todo o nada. El archivo
      *    rechazado se responde renglon por renglon con el motivo y
      *    no queda registrado, asi la empresa lo puede reenviar con
      *    la misma secuencia.
       1600-VALIDAR-EMPRESA.
           MOVE WS-CBF-EMPRESA TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   MOVE "CBF empresa inexistente"
                       TO WS-RECHAZO-ARCHIVO
               NOT INVALID KEY
                   MOVE CLI-MONEDA TO WS-MONEDA-EMPRESA
                   MOVE CLI-APELLIDO TO WS-NOMBRE-EMPRESA
                   IF NOT CLI-ACTIVO
                       MOVE "Cuenta empresa no activa"
                           TO WS-RECHAZO-ARCHIVO
                   ELSE
                   IF CLI-BLOQUEADA-EMERG-SI OR CLI-FALLECIDO-SI
                       MOVE "Cuenta empresa bloqueada"
                           TO WS-RECHAZO-ARCHIVO
                   END-IF
                   END-IF
           END-READ

           IF WS-RECHAZO-ARCHIVO = SPACES
               MOVE WS-CBF-EMPRESA TO WS-CBF-EMPRESA-X
               CALL "leer-saldo-disponible" USING WS-CBF-EMPRESA-X,
                    WS-SALDO-DISPONIBLE, WS-MONEDA-SALDO
               IF WS-SALDO-DISPONIBLE < WS-PRE-TOTAL
                   MOVE "Saldo insuficiente p/ archivo"
                       TO WS-RECHAZO-ARCHIVO
               END-IF
           END-IF

           IF WS-RECHAZO-ARCHIVO NOT = SPACES
               DISPLAY "OPERADOR: empresa " WS-CBF-EMPRESA " - "
                       WS-RECHAZO-ARCHIVO ". Nada se posteo."
           END-IF.

       2000-PROCESAR-PAGOS.
           PERFORM UNTIL PAGOS-STATUS = "10"
               READ PAGOS-FILE
                   AT END
                       MOVE "10" TO PAGOS-STATUS
                   NOT AT END
                       EVALUATE TRUE
                           WHEN PV-H-TIPO = "H"
                               CONTINUE
                           WHEN PV-T-TIPO = "T"
                               MOVE "10" TO PAGOS-STATUS
                           WHEN OTHER
                               ADD 1 TO WS-TOTAL-LEIDOS
                               PERFORM 2100-PROCESAR-RENGLON
                       END-EVALUATE
               END-READ
           END-PERFORM.

       2100-PROCESAR-RENGLON.
           MOVE 'N' TO WS-RENGLON-VALIDO
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           MOVE SPACES TO WS-EMAIL-BENEF

           EVALUATE TRUE
               WHEN WS-RECHAZO-ARCHIVO NOT = SPACES
                   MOVE WS-RECHAZO-ARCHIVO TO WS-MOTIVO-RECHAZO
               WHEN PV-IMPORTE NOT NUMERIC OR PV-IMPORTE = 0
                   MOVE "Renglon mal formado" TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                   MOVE PV-IMPORTE TO WS-IMPORTE-PAGO
                   PERFORM 2200-RESOLVER-BENEFICIARIO
                   IF WS-MOTIVO-RECHAZO = SPACES
                       IF DESTINO-INTERNO
                           PERFORM 2300-PAGAR-INTERNO
                       ELSE
                           PERFORM 2400-PAGAR-EXTERNO
                       END-IF
                   END-IF
           END-EVALUATE

           PERFORM 2500-GRABAR-RESPUESTA
           IF RENGLON-VALIDO
               PERFORM 2600-AVISAR-BENEFICIARIO
           END-IF.

      *    Resuelve el beneficiario del renglon: por CBF directo, por
      *    clave uniforme o alias contra el directorio. Una clave que
      *    no es nuestra y no es de nuestro banco va a la camara.
       2200-RESOLVER-BENEFICIARIO.
           MOVE 0 TO WS-CBF-BENEF
           MOVE 0 TO WS-CU-CBF
           MOVE 0 TO WS-CU-CLAVE
           MOVE SPACES TO WS-CU-ALIAS
           MOVE 0 TO WS-CU-ENCONTRADA
           SET DESTINO-INTERNO TO TRUE
           EVALUATE PV-TIPO-BENEF
               WHEN "C"
                   IF PV-BENEFICIARIO(1:6) IS NUMERIC
                       MOVE PV-BENEFICIARIO(1:6) TO WS-CBF-BENEF
                   ELSE
                       MOVE "CBF mal formado" TO WS-MOTIVO-RECHAZO
                   END-IF
               WHEN "U"
                   IF PV-BENEFICIARIO IS NUMERIC
                       MOVE "U" TO WS-CU-MODO
                       MOVE PV-BENEFICIARIO TO WS-CU-CLAVE
                       CALL "buscar-clave-uniforme" USING WS-CU-MODO,
                            WS-CU-CBF, WS-CU-CLAVE, WS-CU-ALIAS,
                            WS-CU-ENCONTRADA
                       IF WS-CU-ENCONTRADA = 1
                           MOVE WS-CU-CBF TO WS-CBF-BENEF
                       ELSE
                       IF PV-BENEFICIARIO(1:3) = WS-BANCO-PROPIO
                           MOVE "Clave uniforme inexistente"
                               TO WS-MOTIVO-RECHAZO
                       ELSE
                           SET DESTINO-EXTERNO TO TRUE
                           MOVE PV-BENEFICIARIO(1:3)
                               TO WS-BANCO-DESTINO
                           MOVE PV-BENEFICIARIO TO WS-CUENTA-EXTERNA
                       END-IF
                       END-IF
                   ELSE
                       MOVE "Clave uniforme mal formada"
                           TO WS-MOTIVO-RECHAZO
                   END-IF
               WHEN "A"
                   MOVE "A" TO WS-CU-MODO
                   MOVE PV-BENEFICIARIO(1:20) TO WS-CU-ALIAS
                   CALL "buscar-clave-uniforme" USING WS-CU-MODO,
                        WS-CU-CBF, WS-CU-CLAVE, WS-CU-ALIAS,
                        WS-CU-ENCONTRADA
                   IF WS-CU-ENCONTRADA = 1
                       MOVE WS-CU-CBF TO WS-CBF-BENEF
                   ELSE
                       MOVE "Alias inexistente" TO WS-MOTIVO-RECHAZO
                   END-IF
               WHEN OTHER
                   MOVE "Tipo de beneficiario invalido"
                       TO WS-MOTIVO-RECHAZO
           END-EVALUATE

           IF WS-MOTIVO-RECHAZO = SPACES AND DESTINO-INTERNO
               PERFORM 2250-VALIDAR-CUENTA-BENEF
           END-IF.

       2250-VALIDAR-CUENTA-BENEF.
           MOVE WS-CBF-BENEF TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   MOVE "CBF inexistente" TO WS-MOTIVO-RECHAZO
               NOT INVALID KEY
                   MOVE CLI-EMAIL TO WS-EMAIL-BENEF
                   IF WS-CBF-BENEF = WS-CBF-EMPRESA
                       MOVE "Beneficiario es el ordenante"
                           TO WS-MOTIVO-RECHAZO
                   ELSE
                   IF NOT CLI-ACTIVO
                       MOVE "Cuenta no activa" TO WS-MOTIVO-RECHAZO
                   ELSE
                   IF CLI-BLOQUEADA-EMERG-SI
                       MOVE "Bloqueo de emergencia"
                           TO WS-MOTIVO-RECHAZO
                   ELSE
                   IF CLI-MONEDA NOT = WS-MONEDA-EMPRESA
                       MOVE "Moneda no coincide" TO WS-MOTIVO-RECHAZO
                   END-IF
                   END-IF
                   END-IF
                   END-IF
           END-READ.

      *    Pago a una cuenta nuestra: debito a la empresa y credito al
      *    proveedor. Si el credito falla con el debito ya posteado se
      *    compensa con la contra-partida "D" habitual (sin memo).
       2300-PAGAR-INTERNO.
           MOVE WS-CBF-EMPRESA TO P-CBF
           MOVE "T" TO P-DESCRIPCION
           MOVE WS-IMPORTE-PAGO TO P-IMPORTE
           MOVE WS-MONEDA-EMPRESA TO P-MONEDA
           MOVE 0 TO P-REF-KEY
           MOVE "N" TO P-OVERRIDE
           MOVE SPACES TO P-MEMO
           STRING "PAGO PROV FACT " DELIMITED BY SIZE
                  PV-FACTURA DELIMITED BY SIZE
               INTO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO
           IF RESULTADO NOT = 0
               MOVE "Error al postear debito" TO WS-MOTIVO-RECHAZO
           ELSE
               MOVE WS-CBF-BENEF TO P-CBF
               MOVE "D" TO P-DESCRIPCION
               MOVE SPACES TO P-MEMO
               STRING "TRANSF PROV " DELIMITED BY SIZE
                      WS-CBF-EMPRESA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PV-FACTURA DELIMITED BY SIZE
                   INTO P-MEMO
               CALL "crear-transaccion" USING TRANSACCION, RESULTADO
               IF RESULTADO NOT = 0
                   MOVE WS-CBF-EMPRESA TO P-CBF
                   MOVE "D" TO P-DESCRIPCION
                   MOVE P-TIMESTAMP TO P-REF-KEY
                   MOVE "CONTRAPARTIDA OPERACION FALLIDA" TO P-MEMO
                   CALL "crear-transaccion" USING TRANSACCION,
                        RESULTADO
                   MOVE "Error al acreditar; reintegrado"
                       TO WS-MOTIVO-RECHAZO
               ELSE
                   MOVE 'S' TO WS-RENGLON-VALIDO
                   ADD 1 TO WS-TOTAL-INTERNOS
                   MOVE SPACES TO WS-MOTIVO-RECHAZO
                   STRING "Acreditado CBF " DELIMITED BY SIZE
                          WS-CBF-BENEF DELIMITED BY SIZE
                       INTO WS-MOTIVO-RECHAZO
               END-IF
           END-IF.

      *    Pago a otro banco: debito a la empresa y orden a la camara,
      *    mismo memo que la transferencia interbancaria del cajero.
      *    Si la orden no se encola (resultado 2: el beneficiario
      *    coincide con la lista de vigilancia y la operacion quedo en
      *    la cola de cumplimiento) se reintegra el debito.
       2400-PAGAR-EXTERNO.
           MOVE WS-CBF-EMPRESA TO P-CBF
           MOVE "T" TO P-DESCRIPCION
           MOVE WS-IMPORTE-PAGO TO P-IMPORTE
           MOVE WS-MONEDA-EMPRESA TO P-MONEDA
           MOVE 0 TO P-REF-KEY
           MOVE "N" TO P-OVERRIDE
           MOVE SPACES TO P-MEMO
           STRING "INTERB BANCO " DELIMITED BY SIZE
                  WS-BANCO-DESTINO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CUENTA-EXTERNA DELIMITED BY SIZE
               INTO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO
           MOVE RESULTADO TO WS-RESULTADO-DEBITO
           IF WS-RESULTADO-DEBITO NOT = 0
               MOVE "Error al postear debito" TO WS-MOTIVO-RECHAZO
           ELSE
               MOVE PV-NOMBRE TO WS-NOMBRE-BENEF
               MOVE WS-CBF-EMPRESA TO WS-CBF-EMPRESA-X
               CALL "registrar-interbancaria" USING WS-CBF-EMPRESA-X,
                    WS-BANCO-DESTINO, WS-CUENTA-EXTERNA,
                    WS-IMPORTE-PAGO, WS-MONEDA-EMPRESA,
                    WS-INTERB-RESULTADO, WS-NOMBRE-BENEF
               IF WS-INTERB-RESULTADO NOT = 0
                   MOVE WS-CBF-EMPRESA TO P-CBF
                   MOVE "D" TO P-DESCRIPCION
                   MOVE P-TIMESTAMP TO P-REF-KEY
                   MOVE "CONTRAPARTIDA OPERACION FALLIDA" TO P-MEMO
                   CALL "crear-transaccion" USING TRANSACCION,
                        RESULTADO
                   IF WS-INTERB-RESULTADO = 2
                       MOVE "Retenido para revision"
                           TO WS-MOTIVO-RECHAZO
                   ELSE
                       MOVE "Error al encolar orden"
                           TO WS-MOTIVO-RECHAZO
                   END-IF
               ELSE
                   MOVE 'S' TO WS-RENGLON-VALIDO
                   ADD 1 TO WS-TOTAL-EXTERNOS
                   MOVE SPACES TO WS-MOTIVO-RECHAZO
                   STRING "Orden interbancaria banco " DELIMITED BY
                          SIZE
                          WS-BANCO-DESTINO DELIMITED BY SIZE
                       INTO WS-MOTIVO-RECHAZO
               END-IF
           END-IF.

       2500-GRABAR-RESPUESTA.
           MOVE PV-TIPO-BENEF TO RSP-TIPO-BENEF
           MOVE PV-BENEFICIARIO TO RSP-BENEFICIARIO
           IF PV-IMPORTE IS NUMERIC
               MOVE PV-IMPORTE TO RSP-IMPORTE
           ELSE
               MOVE 0 TO RSP-IMPORTE
           END-IF
           MOVE PV-FACTURA TO RSP-FACTURA
           MOVE WS-MOTIVO-RECHAZO TO RSP-MOTIVO
           IF RENGLON-VALIDO
               SET RSP-ACEPTADO TO TRUE
               ADD 1 TO WS-TOTAL-ACEPTADOS
               ADD PV-IMPORTE TO WS-IMPORTE-ACEPTADO
           ELSE
               SET RSP-RECHAZADO TO TRUE
               ADD 1 TO WS-TOTAL-RECHAZADOS
               DISPLAY "Renglon " WS-TOTAL-LEIDOS "  RECHAZADO: "
                       WS-MOTIVO-RECHAZO
           END-IF
           WRITE RESPUESTA-REGISTRO.

      *    Aviso de pago al beneficiario: a la casilla informada por
      *    la empresa en el renglon o, si viene en blanco y la cuenta
      *    es nuestra, a la registrada en la cuenta. Sin casilla no se
      *    avisa.
       2600-AVISAR-BENEFICIARIO.
           IF PV-EMAIL NOT = SPACES
               MOVE PV-EMAIL TO WS-EMAIL-BENEF
           END-IF
           IF WS-EMAIL-BENEF NOT = SPACES
               IF DESTINO-EXTERNO
                   MOVE 0 TO WS-CBF-BENEF
               END-IF
               MOVE "AVISO-PAGO-PROV" TO WS-NOTIF-EVENTO
               MOVE SPACES TO WS-NOTIF-ASUNTO
               STRING "Aviso de pago de " DELIMITED BY SIZE
                      WS-NOMBRE-EMPRESA DELIMITED BY SIZE
                   INTO WS-NOTIF-ASUNTO
               MOVE WS-IMPORTE-PAGO TO WS-IMPORTE-AVISO
               MOVE SPACES TO WS-NOTIF-CUERPO
               STRING "Le transferimos $" DELIMITED BY SIZE
                      WS-IMPORTE-AVISO DELIMITED BY SIZE
                      " por su factura " DELIMITED BY SIZE
                      PV-FACTURA DELIMITED BY SIZE
                   INTO WS-NOTIF-CUERPO
               CALL "encolar-notificacion" USING WS-CBF-BENEF,
                    WS-NOTIF-EVENTO, WS-EMAIL-BENEF,
                    WS-NOTIF-ASUNTO, WS-NOTIF-CUERPO,
                    WS-NOTIF-RESULTADO
               IF WS-NOTIF-RESULTADO = 0
                   ADD 1 TO WS-TOTAL-AVISOS
               END-IF
           END-IF.

       3000-FINALIZAR.
      *    Renglon de totales de control al final de la respuesta,
      *    para que la empresa cuadre contra lo pagado.
           MOVE SPACES TO RESPUESTA-REGISTRO
           MOVE "TOTALES  " TO RSP-TOT-MARCA
           MOVE WS-TOTAL-ACEPTADOS TO RSP-TOT-ACEPTADOS
           MOVE WS-IMPORTE-ACEPTADO TO RSP-TOT-IMPORTE
           MOVE WS-TOTAL-RECHAZADOS TO RSP-TOT-RECHAZADOS
           WRITE RESPUESTA-REGISTRO

      *    Constancia del archivo procesado: la proxima corrida con
      *    la misma secuencia de la misma empresa se rechaza entera.
           IF WS-ARCHIVO-VALIDO = 'S'
              AND WS-RECHAZO-ARCHIVO = SPACES
               MOVE "R" TO WS-REG-ACCION
               CALL "registro-archivos" USING WS-REG-ACCION,
                    WS-CTL-ORIGINADOR, WS-CTL-SECUENCIA,
                    WS-CTL-FECHA, WS-PRE-CANTIDAD,
                    WS-PRE-TOTAL, WS-REG-RESULTADO
           END-IF

           IF WS-ARCHIVO-VALIDO = 'S'
               CLOSE PAGOS-FILE
           END-IF
           CLOSE RESPUESTA-FILE
           CLOSE CUENTAS-FILE
           MOVE WS-IMPORTE-ACEPTADO TO WS-IMPORTE-DISPLAY
           DISPLAY "------------------------------------------".
           DISPLAY "Renglones leidos:     " WS-TOTAL-LEIDOS.
           DISPLAY "Pagos aceptados:      " WS-TOTAL-ACEPTADOS.
           DISPLAY "  a cuentas propias:  " WS-TOTAL-INTERNOS.
           DISPLAY "  a otros bancos:     " WS-TOTAL-EXTERNOS.
           DISPLAY "Pagos rechazados:     " WS-TOTAL-RECHAZADOS.
           DISPLAY "Importe pagado:       $ " WS-IMPORTE-DISPLAY.
           DISPLAY "Avisos de pago:       " WS-TOTAL-AVISOS.
           DISPLAY "==========================================".
