       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISAR-CAMBIOS-PRECIO.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Aviso previo a los clientes de los cambios de precio
      *  programados en MANTENER-PAQUETES (cambios-precio.dat). Corre
      *  todos los dias, antes de ENVIAR-NOTIFICACIONES. Por cada
      *  aumento no anulado recorre cuentas.dat y busca los CBF
      *  alcanzados: CLI-PAQUETE igual al paquete del cambio (abono
      *  PA, costo por excedente PE) o sin paquete (comision por
      *  exceso CE), salvo las cuentas cerradas. A cada uno le encola
      *  un aviso personalizado con el precio anterior, el nuevo y la
      *  fecha desde la que le rige (encolar-notificacion, evento
      *  "AVISO PRECIO " mas el producto). La constancia por CBF queda
      *  en avisos-precio.dat y se confirma en las corridas
      *  siguientes contra la cola: con el aviso entregado por correo
      *  o derivado a la impresion de la sucursal pasa a NOTIFICADO,
      *  con fecha de aplicacion igual a la vigencia del cambio o,
      *  si el aviso llego tarde (cuentas que tomaron el paquete
      *  despues, casillas corregidas), a PARM-DIAS-AVISO-PRECIO dias
      *  de la confirmacion. Un aviso que la cola da por muerto se
      *  reencola hasta tres veces; despues la constancia queda
      *  FALLIDA. Sin aviso entregado buscar-precio-vigente mantiene
      *  el precio anterior para esa cuenta. Las rebajas no
      *  necesitan aviso. Al llegar la vigencia de un cambio de
      *  paquete se actualiza el maestro de paquetes.
      *  El resumen por cambio y las cuentas sin aviso entregado se
      *  spoolean via escribir-reporte.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMBIOS-FILE ASSIGN TO "cambios-precio.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-NUMERO
               FILE STATUS IS CAMBIOS-STATUS.

           SELECT AVISOS-FILE ASSIGN TO "avisos-precio.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVP-KEY
               FILE STATUS IS AVISOS-STATUS.

           SELECT PAQUETES-FILE ASSIGN TO "paquetes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAQ-CODIGO
               FILE STATUS IS PAQUETES-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT NOTIFICACIONES-FILE ASSIGN TO "notificaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-KEY
               FILE STATUS IS NOTIFICACIONES-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMBIOS-FILE.
       COPY "cambio-precio.cpy".

       FD  AVISOS-FILE.
       COPY "aviso-precio.cpy".

       FD  PAQUETES-FILE.
       COPY "paquete.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  NOTIFICACIONES-FILE.
       COPY "notificacion.cpy".

       FD  PARAMETROS-FILE.
           COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  CAMBIOS-STATUS             PIC XX.
       01  AVISOS-STATUS              PIC XX.
       01  PAQUETES-STATUS            PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  NOTIFICACIONES-STATUS      PIC XX.
       01  PARAMETROS-STATUS          PIC XX.

       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-DIAS-AVISO              PIC 9(3) VALUE 0.
       01  WS-DIA-ENTERO              PIC 9(8).
       01  WS-FECHA-AVISO-MINIMA      PIC 9(8).
       01  WS-INTENTOS-MAXIMOS        PIC 9(2) VALUE 3.

      *    Cuenta alcanzada por el cambio en proceso y su aviso.
       01  WS-ALCANZADA               PIC X.
       01  WS-AVISO-NUEVO             PIC X.
       01  WS-NT-HALLADA              PIC X.
       01  WS-EVENTO                  PIC X(20).
       01  WS-ASUNTO                  PIC X(60).
       01  WS-CUERPO                  PIC X(80).
       01  WS-CONCEPTO                PIC X(23).
       01  WS-NOTIF-CBF               PIC 9(6).
       01  WS-NOTIF-RESULTADO         PIC 9.
       01  WS-FECHA-INFORMADA         PIC 9(8).
       01  WS-ANTERIOR-DISPLAY        PIC Z(6)9.99.
       01  WS-NUEVO-DISPLAY           PIC Z(6)9.99.

      *    Contadores del cambio en proceso y de la corrida.
       01  WS-CP-ALCANZADAS           PIC 9(6).
       01  WS-CP-ENCOLADOS            PIC 9(6).
       01  WS-CP-PENDIENTES           PIC 9(6).
       01  WS-CP-NOTIFICADOS          PIC 9(6).
       01  WS-CP-SIN-AVISO            PIC 9(6).
       01  WS-CP-FALLIDOS             PIC 9(6).
       01  WS-TOTAL-CAMBIOS           PIC 9(6) VALUE 0.
       01  WS-TOTAL-ENCOLADOS         PIC 9(6) VALUE 0.
       01  WS-TOTAL-CONFIRMADOS       PIC 9(6) VALUE 0.
       01  WS-TOTAL-EN-VIGOR          PIC 9(6) VALUE 0.

       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "avisos-precio".
       01  WS-REP-TITULO              PIC X(40)
                   VALUE "AVISO PREVIO DE CAMBIOS DE PRECIO".
       01  WS-REP-LINEA               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           IF CAMBIOS-STATUS = "00"
               PERFORM 2000-PROCESAR-CAMBIOS
           END-IF
           PERFORM 9000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  AVISO PREVIO DE CAMBIOS DE PRECIO".
           DISPLAY "==========================================".
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 1100-LEER-DIAS-AVISO
           COMPUTE WS-DIA-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) + WS-DIAS-AVISO
           COMPUTE WS-FECHA-AVISO-MINIMA =
               FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO)
           MOVE "Cambio Prod Paq  Cuentas Encol. Pend. Notif. S/aviso"
               TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           COPY "cargar-rutas.cpy".
           OPEN I-O CAMBIOS-FILE
           IF CAMBIOS-STATUS NOT = "00"
               DISPLAY "No hay cambios de precio programados."
           ELSE
               OPEN I-O AVISOS-FILE
               IF AVISOS-STATUS NOT = "00" AND NOT = "05"
                   OPEN OUTPUT AVISOS-FILE
                   CLOSE AVISOS-FILE
                   OPEN I-O AVISOS-FILE
               END-IF
               OPEN I-O PAQUETES-FILE
               OPEN INPUT CUENTAS-FILE
           END-IF.

       1100-LEER-DIAS-AVISO.
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DIAS-AVISO-PRECIO IS NUMERIC
                           MOVE PARM-DIAS-AVISO-PRECIO
                               TO WS-DIAS-AVISO
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF
           IF WS-DIAS-AVISO < 60
               MOVE 60 TO WS-DIAS-AVISO
           END-IF.

       2000-PROCESAR-CAMBIOS.
           MOVE 0 TO CP-NUMERO
           START CAMBIOS-FILE KEY IS >= CP-NUMERO
               INVALID KEY
                   MOVE "10" TO CAMBIOS-STATUS
           END-START
           PERFORM UNTIL CAMBIOS-STATUS = "10"
               READ CAMBIOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO CAMBIOS-STATUS
                   NOT AT END
                       IF NOT CP-ANULADO
                           ADD 1 TO WS-TOTAL-CAMBIOS
                           IF CP-IMPORTE-NUEVO > CP-IMPORTE-ANTERIOR
                               PERFORM 2100-AVISAR-CAMBIO
                           END-IF
                           IF CP-PROGRAMADO
                              AND CP-FECHA-VIGENCIA <= WS-FECHA-HOY
                               PERFORM 2800-APLICAR-VIGENCIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************************
      *  Un aumento: aviso y confirmacion para cada cuenta alcanzada.
      *****************************************************************
       2100-AVISAR-CAMBIO.
           MOVE 0 TO WS-CP-ALCANZADAS
           MOVE 0 TO WS-CP-ENCOLADOS
           MOVE 0 TO WS-CP-PENDIENTES
           MOVE 0 TO WS-CP-NOTIFICADOS
           MOVE 0 TO WS-CP-SIN-AVISO
           MOVE 0 TO WS-CP-FALLIDOS
           MOVE SPACES TO WS-EVENTO
           STRING "AVISO PRECIO " DELIMITED BY SIZE
                  CP-PRODUCTO DELIMITED BY SIZE
               INTO WS-EVENTO
           EVALUATE TRUE
               WHEN CP-ABONO-PAQUETE
                   MOVE SPACES TO WS-CONCEPTO
                   STRING "Abono paquete " DELIMITED BY SIZE
                          CP-PAQUETE DELIMITED BY SIZE
                       INTO WS-CONCEPTO
               WHEN CP-EXCEDENTE-PAQUETE
                   MOVE SPACES TO WS-CONCEPTO
                   STRING "Costo excedente paq " DELIMITED BY SIZE
                          CP-PAQUETE DELIMITED BY SIZE
                       INTO WS-CONCEPTO
               WHEN OTHER
                   MOVE "Comision por exceso" TO WS-CONCEPTO
           END-EVALUATE
      *    Fecha que se informa a quien se avisa hoy: la vigencia, o
      *    la anticipacion minima si la vigencia ya esta cerca.
           MOVE CP-FECHA-VIGENCIA TO WS-FECHA-INFORMADA
           IF WS-FECHA-AVISO-MINIMA > WS-FECHA-INFORMADA
               MOVE WS-FECHA-AVISO-MINIMA TO WS-FECHA-INFORMADA
           END-IF

           MOVE 0 TO CLI-CBF
           START CUENTAS-FILE KEY IS >= CLI-CBF
               INVALID KEY
                   MOVE "10" TO CUENTAS-STATUS
           END-START
           PERFORM UNTIL CUENTAS-STATUS = "10"
               READ CUENTAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO CUENTAS-STATUS
                   NOT AT END
                       PERFORM 2150-EVALUAR-CUENTA
                       IF WS-ALCANZADA = 'S'
                           ADD 1 TO WS-CP-ALCANZADAS
                           PERFORM 2200-PROCESAR-CUENTA
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO CUENTAS-STATUS

           DISPLAY "Cambio " CP-NUMERO " " CP-PRODUCTO " paquete "
                   CP-PAQUETE ": cuentas " WS-CP-ALCANZADAS
                   " encolados " WS-CP-ENCOLADOS
                   " notificados " WS-CP-NOTIFICADOS
                   " sin aviso " WS-CP-SIN-AVISO
                   " fallidos " WS-CP-FALLIDOS
           ADD WS-CP-FALLIDOS TO WS-CP-SIN-AVISO
           MOVE SPACES TO WS-REP-LINEA
           STRING CP-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CP-PRODUCTO DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  CP-PAQUETE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CP-ALCANZADAS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CP-ENCOLADOS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CP-PENDIENTES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CP-NOTIFICADOS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CP-SIN-AVISO DELIMITED BY SIZE
                  "  vig " DELIMITED BY SIZE
                  CP-FECHA-VIGENCIA DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       2150-EVALUAR-CUENTA.
           MOVE 'N' TO WS-ALCANZADA
           IF NOT CLI-CERRADA
               IF CP-COMISION-EXCESO
                   IF CLI-PAQUETE IS NOT NUMERIC OR CLI-PAQUETE = 0
                       MOVE 'S' TO WS-ALCANZADA
                   END-IF
               ELSE
                   IF CLI-PAQUETE IS NUMERIC
                      AND CLI-PAQUETE = CP-PAQUETE
                       MOVE 'S' TO WS-ALCANZADA
                   END-IF
               END-IF
           END-IF.

       2200-PROCESAR-CUENTA.
           MOVE CP-NUMERO TO AVP-NUMERO
           MOVE CLI-CBF TO AVP-CBF
           MOVE 'N' TO WS-AVISO-NUEVO
           READ AVISOS-FILE
               KEY IS AVP-KEY
               INVALID KEY
                   MOVE 'S' TO WS-AVISO-NUEVO
           END-READ
           IF WS-AVISO-NUEVO = 'S'
               INITIALIZE AVP-RECORD
               MOVE CP-NUMERO TO AVP-NUMERO
               MOVE CLI-CBF TO AVP-CBF
               MOVE CP-IMPORTE-ANTERIOR TO AVP-IMPORTE-ANTERIOR
               MOVE CP-IMPORTE-NUEVO TO AVP-IMPORTE-NUEVO
               PERFORM 2300-ENCOLAR-AVISO
               WRITE AVP-RECORD
           ELSE
               EVALUATE TRUE
                   WHEN AVP-ENCOLADO
                       PERFORM 2400-CONFIRMAR-ENTREGA
                       REWRITE AVP-RECORD
                   WHEN AVP-SIN-AVISO
                       PERFORM 2300-ENCOLAR-AVISO
                       REWRITE AVP-RECORD
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN AVP-NOTIFICADO
                   ADD 1 TO WS-CP-NOTIFICADOS
               WHEN AVP-ENCOLADO
                   ADD 1 TO WS-CP-PENDIENTES
               WHEN AVP-FALLIDO
                   ADD 1 TO WS-CP-FALLIDOS
                   PERFORM 2500-INFORMAR-SIN-AVISO
               WHEN OTHER
                   ADD 1 TO WS-CP-SIN-AVISO
                   PERFORM 2500-INFORMAR-SIN-AVISO
           END-EVALUATE.

      *    Aviso personalizado: nombre en el asunto, cuenta, concepto,
      *    precios y fecha en el cuerpo.
       2300-ENCOLAR-AVISO.
           MOVE CLI-EMAIL TO AVP-EMAIL
           IF CLI-EMAIL = SPACES
               SET AVP-SIN-AVISO TO TRUE
           ELSE
               MOVE CP-IMPORTE-ANTERIOR TO WS-ANTERIOR-DISPLAY
               MOVE CP-IMPORTE-NUEVO TO WS-NUEVO-DISPLAY
               MOVE SPACES TO WS-ASUNTO
               STRING "Aviso de cambio de precio: " DELIMITED BY SIZE
                      CLI-APELLIDO DELIMITED BY "  "
                      ", " DELIMITED BY SIZE
                      CLI-NOMBRE DELIMITED BY "  "
                   INTO WS-ASUNTO
               MOVE SPACES TO WS-CUERPO
               STRING "Cta " DELIMITED BY SIZE
                      CLI-CBF DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CONCEPTO DELIMITED BY "  "
                      ": $" DELIMITED BY SIZE
                      WS-ANTERIOR-DISPLAY DELIMITED BY SIZE
                      " a $" DELIMITED BY SIZE
                      WS-NUEVO-DISPLAY DELIMITED BY SIZE
                      " desde " DELIMITED BY SIZE
                      WS-FECHA-INFORMADA DELIMITED BY SIZE
                   INTO WS-CUERPO
               MOVE CLI-CBF TO WS-NOTIF-CBF
               MOVE FUNCTION CURRENT-DATE(1:14) TO AVP-TS-ENCOLADO
               CALL "encolar-notificacion" USING WS-NOTIF-CBF,
                    WS-EVENTO, CLI-EMAIL, WS-ASUNTO, WS-CUERPO,
                    WS-NOTIF-RESULTADO
               IF WS-NOTIF-RESULTADO = 0
                   ADD 1 TO AVP-INTENTOS
                   SET AVP-ENCOLADO TO TRUE
                   ADD 1 TO WS-CP-ENCOLADOS
                   ADD 1 TO WS-TOTAL-ENCOLADOS
               ELSE
                   SET AVP-SIN-AVISO TO TRUE
               END-IF
           END-IF.

      *    Estado del aviso en la cola: entregado por correo o
      *    derivado a imprenta confirma la constancia; muerto se
      *    reencola mientras queden intentos; si ya no esta en la
      *    cola (depurada) se vuelve a avisar.
       2400-CONFIRMAR-ENTREGA.
           PERFORM 2450-BUSCAR-NOTIFICACION
           IF WS-NT-HALLADA = 'N'
               PERFORM 2300-ENCOLAR-AVISO
           ELSE
               EVALUATE TRUE
                   WHEN NT-ENVIADA
                       SET AVP-VIA-CORREO TO TRUE
                       PERFORM 2470-CONFIRMAR-AVISO
                   WHEN NT-IMPRESA
                       SET AVP-VIA-IMPRESO TO TRUE
                       PERFORM 2470-CONFIRMAR-AVISO
                   WHEN NT-MUERTA
                       IF AVP-INTENTOS < WS-INTENTOS-MAXIMOS
                           PERFORM 2300-ENCOLAR-AVISO
                       ELSE
                           SET AVP-FALLIDO TO TRUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    La clave de la cola empieza por el momento de encolado:
      *    se busca desde AVP-TS-ENCOLADO el aviso del CBF y el
      *    evento, dentro del mismo dia.
       2450-BUSCAR-NOTIFICACION.
           MOVE 'N' TO WS-NT-HALLADA
           OPEN INPUT NOTIFICACIONES-FILE
           IF NOTIFICACIONES-STATUS NOT = "00"
               MOVE 'S' TO WS-NT-HALLADA
               SET NT-PENDIENTE TO TRUE
           ELSE
               MOVE AVP-TS-ENCOLADO TO NT-TIMESTAMP
               MOVE 0 TO NT-CBF
               MOVE SPACES TO NT-EVENTO
               START NOTIFICACIONES-FILE KEY IS >= NT-KEY
                   INVALID KEY
                       MOVE "10" TO NOTIFICACIONES-STATUS
               END-START
               PERFORM UNTIL NOTIFICACIONES-STATUS = "10"
                          OR WS-NT-HALLADA = 'S'
                   READ NOTIFICACIONES-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO NOTIFICACIONES-STATUS
                       NOT AT END
                           IF NT-TIMESTAMP(1:8)
                              NOT = AVP-TS-ENCOLADO(1:8)
                               MOVE "10" TO NOTIFICACIONES-STATUS
                           ELSE
                               IF NT-CBF = AVP-CBF
                                  AND NT-EVENTO = WS-EVENTO
                                   MOVE 'S' TO WS-NT-HALLADA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTIFICACIONES-FILE
           END-IF.

      *    Rige desde la vigencia, pero nunca antes de cumplida la
      *    anticipacion minima desde la confirmacion del aviso.
       2470-CONFIRMAR-AVISO.
           SET AVP-NOTIFICADO TO TRUE
           MOVE WS-FECHA-HOY TO AVP-FECHA-NOTIFICADO
           MOVE CP-FECHA-VIGENCIA TO AVP-FECHA-APLICA
           IF WS-FECHA-AVISO-MINIMA > AVP-FECHA-APLICA
               MOVE WS-FECHA-AVISO-MINIMA TO AVP-FECHA-APLICA
           END-IF
           ADD 1 TO WS-TOTAL-CONFIRMADOS.

       2500-INFORMAR-SIN-AVISO.
           MOVE SPACES TO WS-REP-LINEA
           STRING "   CBF " DELIMITED BY SIZE
                  AVP-CBF DELIMITED BY SIZE
                  " sin aviso entregado (" DELIMITED BY SIZE
                  AVP-ESTADO DELIMITED BY SIZE
                  "): sigue el precio anterior" DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

      *****************************************************************
      *  Vigencia alcanzada: el maestro de paquetes pasa al precio
      *  nuevo (lo que rige para cada cuenta lo sigue resolviendo
      *  buscar-precio-vigente con las constancias).
      *****************************************************************
       2800-APLICAR-VIGENCIA.
           IF NOT CP-COMISION-EXCESO
               MOVE CP-PAQUETE TO PAQ-CODIGO
               READ PAQUETES-FILE
                   KEY IS PAQ-CODIGO
                   INVALID KEY
                       DISPLAY "Cambio " CP-NUMERO ": no existe el"
                               " paquete " CP-PAQUETE
                   NOT INVALID KEY
                       IF CP-ABONO-PAQUETE
                           MOVE CP-IMPORTE-NUEVO TO PAQ-ABONO
                       ELSE
                           MOVE CP-IMPORTE-NUEVO TO PAQ-COSTO-EXC
                       END-IF
                       REWRITE PAQ-RECORD
               END-READ
           END-IF
           SET CP-EN-VIGOR TO TRUE
           REWRITE CP-RECORD
           ADD 1 TO WS-TOTAL-EN-VIGOR
           DISPLAY "Cambio " CP-NUMERO " en vigor desde "
                   CP-FECHA-VIGENCIA.

       9000-FINALIZAR.
           IF CAMBIOS-STATUS = "00" OR CAMBIOS-STATUS = "10"
               CLOSE CAMBIOS-FILE
               CLOSE AVISOS-FILE
               CLOSE PAQUETES-FILE
               CLOSE CUENTAS-FILE
           END-IF
           DISPLAY "------------------------------------------".
           DISPLAY "Cambios vigentes o programados: " WS-TOTAL-CAMBIOS.
           DISPLAY "Avisos encolados:               "
                   WS-TOTAL-ENCOLADOS.
           DISPLAY "Avisos confirmados:             "
                   WS-TOTAL-CONFIRMADOS.
           DISPLAY "Cambios que entran en vigor:    " WS-TOTAL-EN-VIGOR.
           MOVE SPACES TO WS-REP-LINEA
           STRING "Cambios " DELIMITED BY SIZE
                  WS-TOTAL-CAMBIOS DELIMITED BY SIZE
                  " - encolados " DELIMITED BY SIZE
                  WS-TOTAL-ENCOLADOS DELIMITED BY SIZE
                  " - confirmados " DELIMITED BY SIZE
                  WS-TOTAL-CONFIRMADOS DELIMITED BY SIZE
                  " - en vigor " DELIMITED BY SIZE
                  WS-TOTAL-EN-VIGOR DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           DISPLAY "==========================================".
