       IDENTIFICATION DIVISION.
       PROGRAM-ID. atender-oferta-prestamo.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: oferta de prestamo preaprobado
      *              mostrada por el cajero al iniciar la sesion. Si la
      *              cuenta tiene una oferta vigente
      *              (ofertas-preaprobadas.dat, CALCULAR-OFERTAS) se
      *              la muestra y se cuenta la vista. Si el cliente la
      *              toma elige importe (validar-importe, entero y
      *              dentro del maximo de la oferta) y cantidad de
      *              cuotas; se le muestra la cuota fija por sistema
      *              frances y la prima estimada del seguro de vida, se
      *              vuelve a evaluar la capacidad de pago con la cuota
      *              elegida (evaluar-capacidad) y, confirmado, se
      *              desembolsa en el momento con crear-transaccion y
      *              se graban el maestro y el plan de cuotas igual que
      *              en ORIGINAR-PRESTAMO (prestamo en pesos, primer
      *              vencimiento al mes siguiente con dia tope 28, con
      *              la aseguradora de la oferta). La oferta queda
      *              aceptada con el importe, las cuotas y el prestamo
      *              tomado, y el desembolso queda en el journal de la
      *              sesion (registrar-journal).
      *  2026-10-15  Los textos de pantalla salen del catalogo de
      *              mensajes (mensaje-catalogo) en el idioma de la
      *              sesion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFERTAS-FILE ASSIGN TO "ofertas-preaprobadas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFP-KEY
               FILE STATUS IS OFERTAS-STATUS.

           SELECT PRESTAMOS-FILE ASSIGN TO "prestamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-KEY
               FILE STATUS IS PRESTAMOS-STATUS.

           SELECT CUOTAS-FILE ASSIGN TO "cuotas-prestamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-KEY
               FILE STATUS IS CUOTAS-STATUS.

           SELECT ASEGURADORAS-FILE ASSIGN TO "aseguradoras.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-CODIGO
               FILE STATUS IS ASEGURADORAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFERTAS-FILE.
       COPY "oferta-preaprobada.cpy".

       FD  PRESTAMOS-FILE.
       COPY "prestamo.cpy".

       FD  CUOTAS-FILE.
       COPY "cuota-prestamo.cpy".

       FD  ASEGURADORAS-FILE.
       COPY "aseguradora.cpy".

       WORKING-STORAGE SECTION.
       COPY "transaccion.cpy".
       01  OFERTAS-STATUS             PIC XX.
       01  PRESTAMOS-STATUS           PIC XX.
       01  CUOTAS-STATUS              PIC XX.
       01  ASEGURADORAS-STATUS        PIC XX.

       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-FECHA-HOY-GRP REDEFINES WS-FECHA-HOY.
           05  WS-HOY-ANIO            PIC 9(4).
           05  WS-HOY-MES             PIC 9(2).
           05  WS-HOY-DIA             PIC 9(2).
       01  WS-HAY-OFERTA              PIC X VALUE 'N'.
       01  WS-OPCION                  PIC X.
       01  WS-IMP-TITULO              PIC X(40).
       01  WS-IMP-PERMITE             PIC X(1).
       01  WS-IMPORTE-VALIDADO        PIC S9(9)V99.
       01  WS-IMP-RESULTADO           PIC 9.
       01  WS-MONTO-MINIMO            PIC 9(9) VALUE 1000.

       01  WS-CAPITAL-INPUT           PIC 9(9).
       01  WS-CUOTAS-INPUT            PIC 9(3).
       01  WS-TASA-MENSUAL            PIC V9(8).
       01  WS-FACTOR                  PIC 9(5)V9(8).
       01  WS-CUOTA-FIJA              PIC S9(9)V99.
       01  WS-SALDO-DEUDA             PIC S9(11)V99.
       01  WS-INTERES-CUOTA           PIC S9(9)V99.
       01  WS-CAPITAL-CUOTA           PIC S9(9)V99.
       01  WS-NUMERO-CUOTA            PIC 9(3).
       01  WS-MESES-TOTALES           PIC 9(6).
       01  WS-ANIO-VTO                PIC 9(4).
       01  WS-MES-VTO                 PIC 9(2).
       01  WS-DIA-VTO                 PIC 9(2).
       01  WS-TIMESTAMP-ALTA          PIC 9(14).
       01  WS-PRIMA-ESTIMADA          PIC S9(7)V99.

       01  WS-INGRESO-MENSUAL         PIC S9(11)V99.
       01  WS-CARGA-CUOTAS            PIC S9(11)V99.
       01  WS-RATIO                   PIC 9(3)V99.
       01  WS-TOPE-RATIO              PIC 9(3).
       01  WS-CAP-APROBADA            PIC 9.

       01  WS-IMPORTE-DISPLAY         PIC Z(8)9.99.
       01  WS-MONTO-DISPLAY           PIC Z(8)9.
       01  WS-TASA-DISPLAY            PIC ZZ9.99.

       01  WS-JRN-CBF                 PIC X(6).
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
       01  LK-CBF                  PIC 9(6).
       01  LK-MONEDA               PIC X(3).

       PROCEDURE DIVISION USING LK-CBF, LK-MONEDA.
       0000-MAINLINE.
      *    Las ofertas se arman solo sobre cuentas en pesos.
           IF LK-MONEDA NOT = "ARS"
               GOBACK
           END-IF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE LK-CBF TO WS-JRN-CBF
           OPEN I-O OFERTAS-FILE
           IF OFERTAS-STATUS NOT = "00"
               GOBACK
           END-IF
           PERFORM 1000-BUSCAR-OFERTA
           IF WS-HAY-OFERTA = 'S'
               PERFORM 2000-MOSTRAR-OFERTA
           END-IF
           CLOSE OFERTAS-FILE
           GOBACK.

      *    Oferta vigente de la cuenta y no vencida (la que vence hoy
      *    todavia se puede tomar).
       1000-BUSCAR-OFERTA.
           MOVE 'N' TO WS-HAY-OFERTA
           MOVE LK-CBF TO OFP-CBF
           MOVE LOW-VALUES TO OFP-FECHA-ALTA
           START OFERTAS-FILE KEY IS >= OFP-KEY
               INVALID KEY
                   MOVE "10" TO OFERTAS-STATUS
           END-START
           PERFORM UNTIL OFERTAS-STATUS = "10"
               READ OFERTAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO OFERTAS-STATUS
                   NOT AT END
                       IF OFP-CBF NOT = LK-CBF
                           MOVE "10" TO OFERTAS-STATUS
                       ELSE
                           IF OFP-VIGENTE
                              AND OFP-VENCIMIENTO >= WS-FECHA-HOY
                               MOVE 'S' TO WS-HAY-OFERTA
                               MOVE "10" TO OFERTAS-STATUS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2000-MOSTRAR-OFERTA.
           ADD 1 TO OFP-VECES-MOSTRADA
           IF OFP-FECHA-PRIMERA-VISTA = 0
               MOVE WS-FECHA-HOY TO OFP-FECHA-PRIMERA-VISTA
           END-IF
           REWRITE OFP-RECORD
           MOVE OFP-MONTO-MAXIMO TO WS-MONTO-DISPLAY
           MOVE OFP-TASA-ANUAL TO WS-TASA-DISPLAY
           DISPLAY "*************************************"
           MOVE "CAJ0636" TO WS-MSG-ID
           PERFORM 9200-MOSTRAR-MENSAJE
           MOVE "CAJ0637" TO WS-MSG-ID
           PERFORM 9100-OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-MONTO-DISPLAY
           MOVE "CAJ0638" TO WS-MSG-ID
           PERFORM 9100-OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-MSG-TEXTO-AUX
           MOVE "CAJ0639" TO WS-MSG-ID
           PERFORM 9100-OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO-AUX TRAILING) " "
                   OFP-CUOTAS-MAXIMO
                   FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
           MOVE "CAJ0640" TO WS-MSG-ID
           PERFORM 9100-OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-TASA-DISPLAY " %"
           MOVE "CAJ0641" TO WS-MSG-ID
           PERFORM 9100-OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   OFP-VENCIMIENTO
           DISPLAY "*************************************"
           MOVE "CAJ0642" TO WS-MSG-ID
           PERFORM 9300-MOSTRAR-PREGUNTA
           ACCEPT WS-OPCION
           PERFORM 9400-NORMALIZAR-CONFIRMACION
           IF WS-OPCION = "S" OR WS-OPCION = "s"
               PERFORM 3000-TOMAR-OFERTA THRU 3000-TOMAR-OFERTA-FIN
           END-IF.

       3000-TOMAR-OFERTA.
           MOVE "CAJ0662" TO WS-MSG-ID
           PERFORM 9100-OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-IMP-TITULO
           MOVE "N" TO WS-IMP-PERMITE
           CALL 'validar-importe' USING WS-IMP-TITULO,
                WS-IMP-PERMITE, WS-IMPORTE-VALIDADO,
                WS-IMP-RESULTADO
           IF WS-IMP-RESULTADO = 1
               MOVE "CAJ0643" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               GO TO 3000-TOMAR-OFERTA-FIN
           END-IF
           IF WS-IMPORTE-VALIDADO > OFP-MONTO-MAXIMO
               MOVE "CAJ0644" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               GO TO 3000-TOMAR-OFERTA-FIN
           END-IF
           IF WS-IMPORTE-VALIDADO < WS-MONTO-MINIMO
               MOVE "CAJ0645" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               GO TO 3000-TOMAR-OFERTA-FIN
           END-IF
           MOVE WS-IMPORTE-VALIDADO TO WS-CAPITAL-INPUT
           MOVE "CAJ0646" TO WS-MSG-ID
           PERFORM 9100-OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   OFP-CUOTAS-MAXIMO "): "
                   WITH NO ADVANCING
           ACCEPT WS-CUOTAS-INPUT
           IF WS-CUOTAS-INPUT = 0
              OR WS-CUOTAS-INPUT > OFP-CUOTAS-MAXIMO
               MOVE "CAJ0647" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               GO TO 3000-TOMAR-OFERTA-FIN
           END-IF

      *    La aseguradora de la oferta tiene que seguir activa: el
      *    prestamo no se otorga sin seguro de vida.
           MOVE 0 TO ASG-TASA-PRIMA
           OPEN INPUT ASEGURADORAS-FILE
           IF ASEGURADORAS-STATUS = "00"
               MOVE OFP-ASEGURADORA TO ASG-CODIGO
               READ ASEGURADORAS-FILE
                   KEY IS ASG-CODIGO
                   INVALID KEY
                       MOVE "23" TO ASEGURADORAS-STATUS
               END-READ
               CLOSE ASEGURADORAS-FILE
           END-IF
           IF ASEGURADORAS-STATUS NOT = "00" OR NOT ASG-ACTIVA
               MOVE "CAJ0648" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               MOVE "CAJ0649" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               GO TO 3000-TOMAR-OFERTA-FIN
           END-IF

           COMPUTE WS-TASA-MENSUAL ROUNDED =
               OFP-TASA-ANUAL / 100 / 12
           COMPUTE WS-FACTOR ROUNDED =
               (1 + WS-TASA-MENSUAL) ** WS-CUOTAS-INPUT
           COMPUTE WS-CUOTA-FIJA ROUNDED =
               WS-CAPITAL-INPUT * WS-TASA-MENSUAL * WS-FACTOR
                   / (WS-FACTOR - 1)
           COMPUTE WS-PRIMA-ESTIMADA ROUNDED =
               WS-CAPITAL-INPUT * ASG-TASA-PRIMA / 100

      *    La capacidad se vuelve a medir con la cuota elegida: la
      *    carga pudo cambiar desde que se armo la oferta.
           CALL "evaluar-capacidad" USING LK-CBF, WS-CUOTA-FIJA,
                WS-INGRESO-MENSUAL, WS-CARGA-CUOTAS, WS-RATIO,
                WS-TOPE-RATIO, WS-CAP-APROBADA
           IF WS-CAP-APROBADA NOT = 1
               MOVE "CAJ0650" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               MOVE "CAJ0651" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               GO TO 3000-TOMAR-OFERTA-FIN
           END-IF

           MOVE WS-CAPITAL-INPUT TO WS-MONTO-DISPLAY
           DISPLAY "-------------------------------------"
           MOVE "CAJ0652" TO WS-MSG-ID
           PERFORM 9100-OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-MONTO-DISPLAY
           MOVE "CAJ0653" TO WS-MSG-ID
           PERFORM 9100-OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) "           "
                   WS-CUOTAS-INPUT
           MOVE WS-CUOTA-FIJA TO WS-IMPORTE-DISPLAY
           MOVE "CAJ0654" TO WS-MSG-ID
           PERFORM 9100-OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-IMPORTE-DISPLAY
           MOVE WS-PRIMA-ESTIMADA TO WS-IMPORTE-DISPLAY
           MOVE "CAJ0655" TO WS-MSG-ID
           PERFORM 9100-OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-IMPORTE-DISPLAY
           MOVE "CAJ0656" TO WS-MSG-ID
           PERFORM 9100-OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) "              "
                   WS-TASA-DISPLAY " %"
           DISPLAY "-------------------------------------"
           MOVE "CAJ0657" TO WS-MSG-ID
           PERFORM 9300-MOSTRAR-PREGUNTA
           ACCEPT WS-OPCION
           PERFORM 9400-NORMALIZAR-CONFIRMACION
           IF WS-OPCION NOT = "S" AND WS-OPCION NOT = "s"
               MOVE "CAJ0643" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               GO TO 3000-TOMAR-OFERTA-FIN
           END-IF
           PERFORM 4000-DESEMBOLSAR THRU 4000-DESEMBOLSAR-FIN.
       3000-TOMAR-OFERTA-FIN.
           EXIT.

       4000-DESEMBOLSAR.
           MOVE LK-CBF TO P-CBF
           MOVE "D" TO P-DESCRIPCION
           MOVE WS-CAPITAL-INPUT TO P-IMPORTE
           MOVE LK-MONEDA TO P-MONEDA
           MOVE 0 TO P-REF-KEY
           MOVE "N" TO P-OVERRIDE
           MOVE "DESEMBOLSO PRESTAMO PREAPROBADO" TO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO
           IF RESULTADO NOT = 0
               MOVE "CAJ0658" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               GO TO 4000-DESEMBOLSAR-FIN
           END-IF
           MOVE P-TIMESTAMP TO WS-TIMESTAMP-ALTA

           OPEN I-O PRESTAMOS-FILE
           IF PRESTAMOS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT PRESTAMOS-FILE
               CLOSE PRESTAMOS-FILE
               OPEN I-O PRESTAMOS-FILE
           END-IF
           OPEN I-O CUOTAS-FILE
           IF CUOTAS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT CUOTAS-FILE
               CLOSE CUOTAS-FILE
               OPEN I-O CUOTAS-FILE
           END-IF
           PERFORM 4100-GRABAR-PRESTAMO
           PERFORM 4200-GENERAR-PLAN
           CLOSE PRESTAMOS-FILE
           CLOSE CUOTAS-FILE

           SET OFP-ACEPTADA TO TRUE
           MOVE WS-FECHA-HOY TO OFP-FECHA-CIERRE
           MOVE WS-CAPITAL-INPUT TO OFP-MONTO-ACEPTADO
           MOVE WS-CUOTAS-INPUT TO OFP-CUOTAS-ACEPTADAS
           MOVE WS-TIMESTAMP-ALTA TO OFP-TS-PRESTAMO
           REWRITE OFP-RECORD

           MOVE "PRESTAMO PREAPROB" TO WS-JRN-EVENTO
           MOVE SPACES TO WS-JRN-DETALLE
           STRING "$ " DELIMITED BY SIZE
                  WS-MONTO-DISPLAY DELIMITED BY SIZE
                  " en " DELIMITED BY SIZE
                  WS-CUOTAS-INPUT DELIMITED BY SIZE
                  " cuotas TS " DELIMITED BY SIZE
                  WS-TIMESTAMP-ALTA DELIMITED BY SIZE
               INTO WS-JRN-DETALLE
           CALL "registrar-journal" USING WS-JRN-CBF,
                WS-JRN-EVENTO, WS-JRN-DETALLE
           MOVE "CAJ0659" TO WS-MSG-ID
           PERFORM 9200-MOSTRAR-MENSAJE
           MOVE "CAJ0054" TO WS-MSG-ID
           PERFORM 9200-MOSTRAR-MENSAJE
           ACCEPT OMITTED.
       4000-DESEMBOLSAR-FIN.
           EXIT.

       4100-GRABAR-PRESTAMO.
           MOVE LK-CBF TO PRE-CBF
           MOVE WS-TIMESTAMP-ALTA TO PRE-TIMESTAMP-ALTA
           MOVE WS-CAPITAL-INPUT TO PRE-CAPITAL
           MOVE OFP-TASA-ANUAL TO PRE-TASA-ANUAL
           MOVE WS-CUOTAS-INPUT TO PRE-CUOTAS
           MOVE 0 TO PRE-GARANTIA
           MOVE 0 TO PRE-FECHA-CASTIGO
           MOVE 0 TO PRE-DEUDA-CASTIGADA
           MOVE 0 TO PRE-RECUPERADO
           MOVE 0 TO PRE-TS-ORIGEN
           MOVE 0 TO PRE-SITUACION-REFIN
           MOVE "N" TO PRE-MODALIDAD
           MOVE 0 TO PRE-UVA-CAPITAL
           MOVE 0 TO PRE-UVA-INDICE-ALTA
           MOVE OFP-ASEGURADORA TO PRE-ASEGURADORA
           MOVE SPACE TO PRE-SINIESTRO
           MOVE WS-FECHA-HOY TO PRE-FECHA-DESEMBOLSO
           SET PRE-VIGENTE TO TRUE
           WRITE PRE-RECORD
               INVALID KEY
                   MOVE "CAJ0660" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
           END-WRITE.

      *    Sistema frances, igual que ORIGINAR-PRESTAMO: la ultima
      *    cuota amortiza el saldo exacto para absorber redondeos.
       4200-GENERAR-PLAN.
           MOVE WS-CAPITAL-INPUT TO WS-SALDO-DEUDA
           MOVE 0 TO WS-NUMERO-CUOTA
           PERFORM 4300-GRABAR-CUOTA WS-CUOTAS-INPUT TIMES.

       4300-GRABAR-CUOTA.
           ADD 1 TO WS-NUMERO-CUOTA
           COMPUTE WS-INTERES-CUOTA ROUNDED =
               WS-SALDO-DEUDA * WS-TASA-MENSUAL
           IF WS-NUMERO-CUOTA = WS-CUOTAS-INPUT
               COMPUTE WS-CAPITAL-CUOTA = WS-SALDO-DEUDA
               COMPUTE WS-CUOTA-FIJA =
                   WS-CAPITAL-CUOTA + WS-INTERES-CUOTA
           ELSE
               COMPUTE WS-CAPITAL-CUOTA =
                   WS-CUOTA-FIJA - WS-INTERES-CUOTA
           END-IF
           SUBTRACT WS-CAPITAL-CUOTA FROM WS-SALDO-DEUDA

           MOVE LK-CBF TO CUO-CBF
           MOVE WS-TIMESTAMP-ALTA TO CUO-TIMESTAMP-PREST
           MOVE WS-NUMERO-CUOTA TO CUO-NUMERO
           PERFORM 4400-CALCULAR-VENCIMIENTO
           MOVE WS-CUOTA-FIJA TO CUO-IMPORTE
           MOVE WS-CAPITAL-CUOTA TO CUO-CAPITAL
           MOVE WS-INTERES-CUOTA TO CUO-INTERES
           MOVE 0 TO CUO-PUNITORIO
           MOVE 0 TO CUO-UVA-IMPORTE
           MOVE 0 TO CUO-UVA-CAPITAL
           MOVE 0 TO CUO-UVA-INTERES
           MOVE 0 TO CUO-INDICE-UVA
           SET CUO-PENDIENTE TO TRUE
           WRITE CUO-RECORD
               INVALID KEY
                   MOVE "CAJ0661" TO WS-MSG-ID
                   PERFORM 9100-OBTENER-MENSAJE
                   DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                           WS-NUMERO-CUOTA
           END-WRITE.

      *    Vencimiento de la cuota k: k meses despues del desembolso,
      *    mismo dia del mes con tope 28.
       4400-CALCULAR-VENCIMIENTO.
           COMPUTE WS-MESES-TOTALES =
               WS-HOY-ANIO * 12 + WS-HOY-MES - 1 + WS-NUMERO-CUOTA
           COMPUTE WS-ANIO-VTO = WS-MESES-TOTALES / 12
           COMPUTE WS-MES-VTO =
               WS-MESES-TOTALES - WS-ANIO-VTO * 12 + 1
           MOVE WS-HOY-DIA TO WS-DIA-VTO
           IF WS-DIA-VTO > 28
               MOVE 28 TO WS-DIA-VTO
           END-IF
           COMPUTE CUO-VENCIMIENTO =
               WS-ANIO-VTO * 10000 + WS-MES-VTO * 100 + WS-DIA-VTO.

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

      *    En ingles la confirmacion se contesta Y: se lleva a la S
      *    que esperan los controles de la pantalla.
       9400-NORMALIZAR-CONFIRMACION.
           IF WS-OPCION = "Y" OR WS-OPCION = "y"
               MOVE "S" TO WS-OPCION
           END-IF.
