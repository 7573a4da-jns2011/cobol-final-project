       IDENTIFICATION DIVISION.
       PROGRAM-ID. canjear-puntos.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: puntos del programa de
      *              fidelidad desde el cajero. Muestra el saldo de
      *              puntos de la persona vinculada al CBF (todas sus
      *              cuentas suman al mismo libro,
      *              puntos-movimientos.dat), su valor en pesos a
      *              PARM-CENTAVOS-PUNTO y el proximo vencimiento.
      *              Canje por acreditacion en cuenta (solo cuentas en
      *              pesos, desde PARM-MINIMO-CANJE-PUNTOS puntos): se
      *              postea con codigo propio "L" via
      *              crear-transaccion. Canje por bonificacion del
      *              abono del paquete: cuesta el abono vigente en
      *              puntos y queda pendiente para el periodo en curso
      *              (o el siguiente, si el abono del mes ya se
      *              debito); COMISION-MANTENIMIENTO la aplica en lugar
      *              de debitar el abono. Los puntos se descuentan de
      *              los lotes que vencen primero.
      *  2026-10-15  Los textos de pantalla salen del catalogo de
      *              mensajes (mensaje-catalogo) en el idioma de la
      *              sesion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUNTOS-FILE ASSIGN TO "puntos-movimientos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTM-KEY
               ALTERNATE RECORD KEY IS PTM-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS PUNTOS-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT PERIODOS-FILE ASSIGN TO "periodos-posteados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-KEY
               FILE STATUS IS PERIODOS-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PUNTOS-FILE.
       COPY "movimiento-puntos.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  PERIODOS-FILE.
       COPY "periodo-posteado.cpy".

       FD  PARAMETROS-FILE.
           COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       COPY "transaccion.cpy".
       01  PUNTOS-STATUS              PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  PERIODOS-STATUS            PIC XX.
       01  PARAMETROS-STATUS          PIC XX.

      *    Valor del punto en centavos de peso y minimo de puntos
      *    para acreditar en cuenta, por defecto.
       01  WS-CENTAVOS-PUNTO          PIC 9(5) VALUE 100.
       01  WS-MINIMO-CANJE            PIC 9(5) VALUE 500.

       01  WS-OPCION                  PIC X(1).
       01  WS-SEGUIR                  PIC X(1).
       01  WS-CONFIRMA                PIC X(1).
       01  WS-CBF-NUM                 PIC 9(6).
       01  WS-CLIENTE-ID              PIC 9(8).
       01  WS-CLI-ENCONTRADO          PIC 9.
       01  WS-FECHA-HOY.
           05  WS-HOY-ANIO            PIC 9(4).
           05  WS-HOY-MES             PIC 9(2).
           05  WS-HOY-DIA             PIC 9(2).
       01  WS-FECHA-HOY-NUM REDEFINES WS-FECHA-HOY PIC 9(8).
       01  WS-PERIODO.
           05  WS-PER-ANIO            PIC 9(4).
           05  WS-PER-MES             PIC 9(2).
       01  WS-PERIODO-NUM REDEFINES WS-PERIODO PIC 9(6).

      *    Lotes con saldo de la persona, para descontar el canje de
      *    los que vencen primero.
       01  WS-LOTES.
           05  WS-LOT-CANT            PIC 9(3) VALUE 0.
           05  WS-LOT OCCURS 500 TIMES.
               10  WS-LOT-KEY         PIC X(34).
               10  WS-LOT-VENCE       PIC 9(8).
               10  WS-LOT-SALDO       PIC 9(7).
       01  WS-IDX-LOT                 PIC 9(3).
       01  WS-LOT-ELEGIDO             PIC 9(3).
       01  WS-SALDO-PUNTOS            PIC 9(7).
       01  WS-VENCE-PROXIMO           PIC 9(8).
       01  WS-PUNTOS-VENCE            PIC 9(7).
       01  WS-PUNTOS-CANJE            PIC 9(7).
       01  WS-PUNTOS-RESTANTES        PIC 9(7).
       01  WS-PUNTOS-LOTE             PIC 9(7).
       01  WS-VALOR-PESOS             PIC 9(9)V99.
       01  WS-IMPORTE-CANJE           PIC 9(9)V99.
       01  WS-CENTAVOS-ABONO          PIC 9(11).

       01  WS-PAQ-ABONO               PIC 9(7)V99.
       01  WS-PAQ-EXT-LIBRES          PIC 9(3).
       01  WS-PAQ-COSTO-EXC           PIC 9(7)V99.
       01  WS-PAQ-BONIF               PIC 9(2)V99.
       01  WS-PAQ-CHEQUERA            PIC X(1).
       01  WS-PAQ-ENCONTRADO          PIC 9.
       01  WS-PAQUETE                 PIC 9(3).

       01  WS-SALDO-CUENTA            PIC S9(10)V99.
       01  WS-SALDO-RECIBO            PIC S9(11)V99.
       01  WS-MONEDA-SALDO            PIC X(3).
       01  WS-JRN-EVENTO              PIC X(20).
       01  WS-JRN-DETALLE             PIC X(60).

       01  WS-PUNTOS-DISPLAY          PIC Z(6)9.
       01  WS-IMPORTE-DISPLAY         PIC Z(8)9.99.

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

       PROCEDURE DIVISION USING LK-CBF, LK-MONEDA.
       MAIN-PARA.
           COPY "cargar-rutas.cpy".
           MOVE LK-CBF TO WS-CBF-NUM
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-HOY-ANIO TO WS-PER-ANIO
           MOVE WS-HOY-MES TO WS-PER-MES
           DISPLAY "*******************************"
           MOVE "CAJ0439" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           DISPLAY "*******************************"
           CALL "buscar-cliente-id" USING WS-CBF-NUM, WS-CLIENTE-ID,
                WS-CLI-ENCONTRADO
           IF WS-CLI-ENCONTRADO = 0
               MOVE "CAJ0440" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               GOBACK
           END-IF
           PERFORM LEER-PARAMETROS-PUNTOS
           PERFORM CALCULAR-SALDO-PUNTOS
           PERFORM MOSTRAR-SALDO-PUNTOS
           IF WS-SALDO-PUNTOS = 0
               GOBACK
           END-IF

           MOVE "CAJ0441" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0442" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0443" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0085" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-OPCION
           MOVE 'S' TO WS-SEGUIR
           EVALUATE WS-OPCION
               WHEN "1"
                   PERFORM CANJEAR-ACREDITACION
               WHEN "2"
                   PERFORM CANJEAR-BONIFICACION
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   MOVE "CAJ0086" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
           END-EVALUATE
           GOBACK.

       LEER-PARAMETROS-PUNTOS.
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-CENTAVOS-PUNTO IS NUMERIC
                          AND PARM-CENTAVOS-PUNTO > 0
                           MOVE PARM-CENTAVOS-PUNTO
                               TO WS-CENTAVOS-PUNTO
                       END-IF
                       IF PARM-MINIMO-CANJE-PUNTOS IS NUMERIC
                          AND PARM-MINIMO-CANJE-PUNTOS > 0
                           MOVE PARM-MINIMO-CANJE-PUNTOS
                               TO WS-MINIMO-CANJE
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF.

      *****************************************************************
      *  Saldo: lotes vigentes de la persona con saldo y sin vencer
      *  (el vencimiento lo asienta ACUMULAR-PUNTOS en la corrida
      *  nocturna).
      *****************************************************************
       CALCULAR-SALDO-PUNTOS.
           MOVE 0 TO WS-SALDO-PUNTOS
           MOVE 0 TO WS-VENCE-PROXIMO
           MOVE 0 TO WS-PUNTOS-VENCE
           MOVE 0 TO WS-LOT-CANT
           OPEN INPUT PUNTOS-FILE
           IF PUNTOS-STATUS NOT = "00"
               MOVE "10" TO PUNTOS-STATUS
           ELSE
               MOVE WS-CLIENTE-ID TO PTM-CLIENTE-ID
               START PUNTOS-FILE KEY IS = PTM-CLIENTE-ID
                   INVALID KEY
                       MOVE "10" TO PUNTOS-STATUS
               END-START
           END-IF
           PERFORM UNTIL PUNTOS-STATUS = "10"
               READ PUNTOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO PUNTOS-STATUS
                   NOT AT END
                       IF PTM-CLIENTE-ID NOT = WS-CLIENTE-ID
                           MOVE "10" TO PUNTOS-STATUS
                       ELSE
                           IF PTM-ES-LOTE AND PTM-LOTE-VIGENTE
                              AND PTM-SALDO > 0
                              AND PTM-FECHA-VENCE >= WS-FECHA-HOY-NUM
                              AND WS-LOT-CANT < 500
                               PERFORM TOMAR-LOTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PUNTOS-FILE.

       TOMAR-LOTE.
           ADD 1 TO WS-LOT-CANT
           MOVE PTM-KEY TO WS-LOT-KEY(WS-LOT-CANT)
           MOVE PTM-FECHA-VENCE TO WS-LOT-VENCE(WS-LOT-CANT)
           MOVE PTM-SALDO TO WS-LOT-SALDO(WS-LOT-CANT)
           ADD PTM-SALDO TO WS-SALDO-PUNTOS
           EVALUATE TRUE
               WHEN WS-VENCE-PROXIMO = 0
                 OR PTM-FECHA-VENCE < WS-VENCE-PROXIMO
                   MOVE PTM-FECHA-VENCE TO WS-VENCE-PROXIMO
                   MOVE PTM-SALDO TO WS-PUNTOS-VENCE
               WHEN PTM-FECHA-VENCE = WS-VENCE-PROXIMO
                   ADD PTM-SALDO TO WS-PUNTOS-VENCE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       MOSTRAR-SALDO-PUNTOS.
           MOVE WS-SALDO-PUNTOS TO WS-PUNTOS-DISPLAY
           MOVE "CAJ0444" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-PUNTOS-DISPLAY
           IF WS-SALDO-PUNTOS = 0
               MOVE "CAJ0445" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
           ELSE
               COMPUTE WS-VALOR-PESOS =
                   WS-SALDO-PUNTOS * WS-CENTAVOS-PUNTO / 100
               MOVE WS-VALOR-PESOS TO WS-IMPORTE-DISPLAY
               MOVE "CAJ0446" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       WS-IMPORTE-DISPLAY
               MOVE WS-PUNTOS-VENCE TO WS-PUNTOS-DISPLAY
               MOVE "CAJ0447" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               MOVE WS-MSG-TEXTO TO WS-MSG-TEXTO-AUX
               MOVE "CAJ0448" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO-AUX TRAILING) " "
                       WS-PUNTOS-DISPLAY
                       FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       WS-VENCE-PROXIMO
           END-IF.

      *****************************************************************
      *  Canje por acreditacion en cuenta
      *****************************************************************
       CANJEAR-ACREDITACION.
           IF LK-MONEDA NOT = "ARS"
               MOVE "CAJ0449" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM PEDIR-PUNTOS-ACREDITAR
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM CONFIRMAR-ACREDITACION
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM ABRIR-LIBRO-PUNTOS
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM POSTEAR-ACREDITACION
               IF WS-SEGUIR = 'N'
                   CLOSE PUNTOS-FILE
               END-IF
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM DESCONTAR-LOTES
               PERFORM GRABAR-CANJE-ACREDITACION
           END-IF.

       PEDIR-PUNTOS-ACREDITAR.
           MOVE WS-MINIMO-CANJE TO WS-PUNTOS-DISPLAY
           MOVE "CAJ0450" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-MSG-TEXTO-AUX
           MOVE "CAJ0451" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO-AUX TRAILING) " "
                   WS-PUNTOS-DISPLAY
                   FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
           MOVE "CAJ0452" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-PUNTOS-CANJE
           COMPUTE WS-IMPORTE-CANJE =
               WS-PUNTOS-CANJE * WS-CENTAVOS-PUNTO / 100
           EVALUATE TRUE
               WHEN WS-PUNTOS-CANJE = 0
                   MOVE "CAJ0113" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               WHEN WS-PUNTOS-CANJE < WS-MINIMO-CANJE
                   MOVE "CAJ0453" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               WHEN WS-PUNTOS-CANJE > WS-SALDO-PUNTOS
                   MOVE "CAJ0454" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               WHEN WS-IMPORTE-CANJE = 0
                   MOVE "CAJ0455" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CONFIRMAR-ACREDITACION.
           MOVE WS-PUNTOS-CANJE TO WS-PUNTOS-DISPLAY
           MOVE WS-IMPORTE-CANJE TO WS-IMPORTE-DISPLAY
           MOVE "CAJ0456" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-MSG-PARTE(1)
           MOVE "CAJ0457" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-MSG-PARTE(2)
           MOVE "CAJ0458" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-MSG-PARTE(3)
           DISPLAY FUNCTION TRIM(WS-MSG-PARTE(1) TRAILING) " "
                   WS-PUNTOS-DISPLAY
                   FUNCTION TRIM(WS-MSG-PARTE(2) TRAILING) " "
                   WS-IMPORTE-DISPLAY
                   FUNCTION TRIM(WS-MSG-PARTE(3) TRAILING)
           MOVE "CAJ0459" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-CONFIRMA
           PERFORM NORMALIZAR-CONFIRMACION
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               MOVE "CAJ0113" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           END-IF.

       POSTEAR-ACREDITACION.
           MOVE LK-CBF TO P-CBF
           MOVE "L" TO P-DESCRIPCION
           MOVE WS-IMPORTE-CANJE TO P-IMPORTE
           MOVE LK-MONEDA TO P-MONEDA
           MOVE 0 TO P-REF-KEY
           MOVE "N" TO P-OVERRIDE
           MOVE WS-PUNTOS-CANJE TO WS-PUNTOS-DISPLAY
           MOVE SPACES TO P-MEMO
           STRING "CANJE PUNTOS " DELIMITED BY SIZE
                  WS-PUNTOS-DISPLAY DELIMITED BY SIZE
               INTO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO
           IF RESULTADO NOT = 0
               MOVE "CAJ0460" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           END-IF.

      *    Constancia del canje en el libro de puntos, con la clave
      *    del posteo "L" como referencia.
       GRABAR-CANJE-ACREDITACION.
           MOVE SPACES TO PTM-RECORD
           SET PTM-CANJE TO TRUE
           STRING "C" DELIMITED BY SIZE
                  WS-CBF-NUM DELIMITED BY SIZE
                  P-TIMESTAMP DELIMITED BY SIZE
               INTO PTM-REFERENCIA
           MOVE WS-IMPORTE-CANJE TO PTM-IMPORTE
           MOVE WS-PERIODO-NUM TO PTM-PERIODO
           MOVE "ACREDITACION EN CUENTA" TO PTM-DETALLE
           SET PTM-CERRADO TO TRUE
           PERFORM GRABAR-CANJE
           MOVE WS-IMPORTE-CANJE TO WS-IMPORTE-DISPLAY
           DISPLAY "-----------------------------------"
           MOVE "CAJ0461" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-IMPORTE-DISPLAY
           DISPLAY "-----------------------------------"
           MOVE "CANJE PUNTOS" TO WS-JRN-EVENTO
           MOVE SPACES TO WS-JRN-DETALLE
           STRING "ACREDITACION " DELIMITED BY SIZE
                  WS-PUNTOS-DISPLAY DELIMITED BY SIZE
                  " PUNTOS $ " DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-JRN-DETALLE
           CALL "registrar-journal" USING LK-CBF,
                WS-JRN-EVENTO, WS-JRN-DETALLE
           CALL "leer-saldo" USING LK-CBF, WS-SALDO-CUENTA,
                WS-MONEDA-SALDO
           MOVE WS-SALDO-CUENTA TO WS-SALDO-RECIBO
           MOVE WS-IMPORTE-CANJE TO P-IMPORTE
           CALL "imprimir-recibo" USING P-CBF, P-DESCRIPCION,
                P-IMPORTE, WS-SALDO-RECIBO, P-TIMESTAMP.

      *****************************************************************
      *  Canje por bonificacion del abono del paquete
      *****************************************************************
       CANJEAR-BONIFICACION.
           PERFORM RESOLVER-ABONO
           IF WS-SEGUIR = 'S'
               PERFORM RESOLVER-PERIODO-BONIFICADO
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM CONFIRMAR-BONIFICACION
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM ABRIR-LIBRO-PUNTOS
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM DESCONTAR-LOTES
               PERFORM GRABAR-CANJE-BONIFICACION
           END-IF.

      *    Abono que rige para la cuenta (buscar-precio-vigente) y su
      *    costo en puntos, redondeado hacia arriba.
       RESOLVER-ABONO.
           MOVE 0 TO WS-PAQ-ENCONTRADO
           MOVE 0 TO WS-PAQUETE
           OPEN INPUT CUENTAS-FILE
           MOVE WS-CBF-NUM TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLI-PAQUETE IS NUMERIC AND CLI-PAQUETE > 0
                       MOVE CLI-PAQUETE TO WS-PAQUETE
                       CALL "buscar-paquete" USING CLI-PAQUETE,
                            WS-PAQ-ABONO, WS-PAQ-EXT-LIBRES,
                            WS-PAQ-COSTO-EXC, WS-PAQ-BONIF,
                            WS-PAQ-CHEQUERA, WS-PAQ-ENCONTRADO
                   END-IF
           END-READ
           CLOSE CUENTAS-FILE
           IF WS-PAQ-ENCONTRADO = 1
               CALL "buscar-precio-vigente" USING WS-CBF-NUM, "PA",
                    WS-PAQUETE, WS-FECHA-HOY-NUM, WS-PAQ-ABONO
           END-IF
           IF WS-PAQ-ENCONTRADO = 0 OR WS-PAQ-ABONO = 0
               MOVE "CAJ0462" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           ELSE
               COMPUTE WS-CENTAVOS-ABONO = WS-PAQ-ABONO * 100
               COMPUTE WS-PUNTOS-CANJE =
                   (WS-CENTAVOS-ABONO + WS-CENTAVOS-PUNTO - 1)
                   / WS-CENTAVOS-PUNTO
               IF WS-PUNTOS-CANJE > WS-SALDO-PUNTOS
                   MOVE WS-PUNTOS-CANJE TO WS-PUNTOS-DISPLAY
                   MOVE "CAJ0463" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   MOVE WS-MSG-TEXTO TO WS-MSG-TEXTO-AUX
                   MOVE "CAJ0451" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   DISPLAY FUNCTION TRIM(WS-MSG-TEXTO-AUX TRAILING) " "
                           WS-PUNTOS-DISPLAY
                           FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                   MOVE "CAJ0454" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               END-IF
           END-IF.

      *    Se bonifica el abono del mes en curso; si
      *    COMISION-MANTENIMIENTO ya lo debito (marca "P " del
      *    periodo), el del mes siguiente. Un periodo se bonifica una
      *    sola vez.
       RESOLVER-PERIODO-BONIFICADO.
           MOVE WS-HOY-ANIO TO WS-PER-ANIO
           MOVE WS-HOY-MES TO WS-PER-MES
           OPEN INPUT PERIODOS-FILE
           IF PERIODOS-STATUS = "00"
               MOVE WS-CBF-NUM TO PP-CBF
               MOVE WS-PERIODO-NUM TO PP-PERIODO
               MOVE "P " TO PP-CONCEPTO
               READ PERIODOS-FILE
                   KEY IS PP-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-PER-MES = 12
                           ADD 1 TO WS-PER-ANIO
                           MOVE 1 TO WS-PER-MES
                       ELSE
                           ADD 1 TO WS-PER-MES
                       END-IF
               END-READ
               CLOSE PERIODOS-FILE
           END-IF

           MOVE SPACES TO PTM-KEY
           SET PTM-CANJE TO TRUE
           STRING "A" DELIMITED BY SIZE
                  WS-CBF-NUM DELIMITED BY SIZE
                  WS-PERIODO-NUM DELIMITED BY SIZE
               INTO PTM-REFERENCIA
           OPEN INPUT PUNTOS-FILE
           READ PUNTOS-FILE
               KEY IS PTM-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "CAJ0464" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   MOVE WS-MSG-TEXTO TO WS-MSG-TEXTO-AUX
                   MOVE "CAJ0465" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   DISPLAY FUNCTION TRIM(WS-MSG-TEXTO-AUX TRAILING) " "
                           WS-PERIODO-NUM
                           FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                   MOVE 'N' TO WS-SEGUIR
           END-READ
           CLOSE PUNTOS-FILE.

       CONFIRMAR-BONIFICACION.
           MOVE WS-PUNTOS-CANJE TO WS-PUNTOS-DISPLAY
           MOVE WS-PAQ-ABONO TO WS-IMPORTE-DISPLAY
           MOVE "CAJ0466" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-PERIODO-NUM ": $ " WS-IMPORTE-DISPLAY
           MOVE "CAJ0467" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-MSG-TEXTO-AUX
           MOVE "CAJ0451" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO-AUX TRAILING) " "
                   WS-PUNTOS-DISPLAY
                   FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
           MOVE "CAJ0459" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-CONFIRMA
           PERFORM NORMALIZAR-CONFIRMACION
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               MOVE "CAJ0113" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           END-IF.

       GRABAR-CANJE-BONIFICACION.
           MOVE SPACES TO PTM-RECORD
           SET PTM-CANJE TO TRUE
           STRING "A" DELIMITED BY SIZE
                  WS-CBF-NUM DELIMITED BY SIZE
                  WS-PERIODO-NUM DELIMITED BY SIZE
               INTO PTM-REFERENCIA
           MOVE WS-PAQ-ABONO TO PTM-IMPORTE
           MOVE WS-PERIODO-NUM TO PTM-PERIODO
           MOVE "BONIFICACION ABONO PAQUETE" TO PTM-DETALLE
           SET PTM-BONIF-PENDIENTE TO TRUE
           PERFORM GRABAR-CANJE
           DISPLAY "-----------------------------------"
           MOVE "CAJ0466" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-MSG-TEXTO-AUX
           MOVE "CAJ0468" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO-AUX TRAILING) " "
                   WS-PERIODO-NUM
                   FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
           DISPLAY "-----------------------------------"
           MOVE "CANJE PUNTOS" TO WS-JRN-EVENTO
           MOVE SPACES TO WS-JRN-DETALLE
           STRING "BONIFICACION ABONO " DELIMITED BY SIZE
                  WS-PERIODO-NUM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PUNTOS-DISPLAY DELIMITED BY SIZE
                  " PUNTOS" DELIMITED BY SIZE
               INTO WS-JRN-DETALLE
           CALL "registrar-journal" USING LK-CBF,
                WS-JRN-EVENTO, WS-JRN-DETALLE.

      *****************************************************************
      *  Libro de puntos
      *****************************************************************
      *    Se abre antes de postear: sin libro no hay canje.
       ABRIR-LIBRO-PUNTOS.
           OPEN I-O PUNTOS-FILE
           IF PUNTOS-STATUS NOT = "00"
               MOVE "CAJ0469" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                       PUNTOS-STATUS
               MOVE 'N' TO WS-SEGUIR
           END-IF.

      *    El canje se descuenta del lote con vencimiento mas proximo
      *    hasta cubrir los puntos; el lote que queda en cero pasa a
      *    agotado.
       DESCONTAR-LOTES.
           MOVE WS-PUNTOS-CANJE TO WS-PUNTOS-RESTANTES
           PERFORM UNTIL WS-PUNTOS-RESTANTES = 0
               PERFORM ELEGIR-LOTE
               IF WS-LOT-ELEGIDO = 0
                   MOVE 0 TO WS-PUNTOS-RESTANTES
               ELSE
                   PERFORM DESCONTAR-LOTE
               END-IF
           END-PERFORM.

       ELEGIR-LOTE.
           MOVE 0 TO WS-LOT-ELEGIDO
           PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                   UNTIL WS-IDX-LOT > WS-LOT-CANT
               IF WS-LOT-SALDO(WS-IDX-LOT) > 0
                   IF WS-LOT-ELEGIDO = 0
                       MOVE WS-IDX-LOT TO WS-LOT-ELEGIDO
                   ELSE
                       IF WS-LOT-VENCE(WS-IDX-LOT) <
                          WS-LOT-VENCE(WS-LOT-ELEGIDO)
                           MOVE WS-IDX-LOT TO WS-LOT-ELEGIDO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       DESCONTAR-LOTE.
           IF WS-LOT-SALDO(WS-LOT-ELEGIDO) > WS-PUNTOS-RESTANTES
               MOVE WS-PUNTOS-RESTANTES TO WS-PUNTOS-LOTE
           ELSE
               MOVE WS-LOT-SALDO(WS-LOT-ELEGIDO) TO WS-PUNTOS-LOTE
           END-IF
           SUBTRACT WS-PUNTOS-LOTE FROM WS-LOT-SALDO(WS-LOT-ELEGIDO)
           SUBTRACT WS-PUNTOS-LOTE FROM WS-PUNTOS-RESTANTES
           MOVE WS-LOT-KEY(WS-LOT-ELEGIDO) TO PTM-KEY
           READ PUNTOS-FILE
               KEY IS PTM-KEY
               INVALID KEY
                   MOVE "CAJ0470" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                           PTM-KEY
               NOT INVALID KEY
                   MOVE WS-LOT-SALDO(WS-LOT-ELEGIDO) TO PTM-SALDO
                   IF PTM-SALDO = 0
                       SET PTM-LOTE-AGOTADO TO TRUE
                   END-IF
                   REWRITE PTM-RECORD
           END-READ.

      *    PTM-KEY ya armada por el llamador; el libro quedo abierto
      *    por ABRIR-LIBRO-PUNTOS.
       GRABAR-CANJE.
           MOVE WS-CLIENTE-ID TO PTM-CLIENTE-ID
           MOVE WS-CBF-NUM TO PTM-CBF
           MOVE WS-FECHA-HOY-NUM TO PTM-FECHA
           MOVE WS-FECHA-HOY-NUM TO PTM-FECHA-ALTA
           COMPUTE PTM-PUNTOS = 0 - WS-PUNTOS-CANJE
           MOVE 0 TO PTM-SALDO
           MOVE 0 TO PTM-FECHA-VENCE
           WRITE PTM-RECORD
               INVALID KEY
                   MOVE "CAJ0471" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
           END-WRITE
           CLOSE PUNTOS-FILE.

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
