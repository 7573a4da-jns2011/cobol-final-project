      *  cuentas.dat), con auditoria de cada cambio de asignacion.
      *  El abono y los excedentes los debita COMISION-MANTENIMIENTO;
      *  la bonificacion la suma buscar-tasa.
      *  Cada registro que graba en los archivos del juego de backup
      *  queda ademas en la bitacora de imagenes posteriores
      *  (registrar-imagen), para la recuperacion hacia adelante con
      *  RECUPERAR-BITACORA.
      *  Los cambios de precio no rigen de inmediato: modificar el
      *  abono o el costo por excedente de un paquete existente, o la
      *  comision por exceso de las cuentas sin paquete, programa un
      *  cambio en cambios-precio.dat con fecha de vigencia futura
      *  (un aumento, con al menos PARM-DIAS-AVISO-PRECIO dias para
      *  el aviso previo a los clientes que hace
      *  AVISAR-CAMBIOS-PRECIO). Los cambios programados se listan y
      *  el ultimo de cada producto puede anularse antes de su
      *  vigencia; cada alta y anulacion queda en el journal de
      *  seguridad.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT CAMBIOS-FILE ASSIGN TO "cambios-precio.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-NUMERO
               FILE STATUS IS CAMBIOS-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAQUETES-FILE.
       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  CAMBIOS-FILE.
       COPY "cambio-precio.cpy".

       FD  PARAMETROS-FILE.
           COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  PAQUETES-STATUS            PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  CAMBIOS-STATUS             PIC XX.
       01  PARAMETROS-STATUS          PIC XX.

       01  MENU-CHOICE                PIC 9.
           88  ALTA-PAQUETE         VALUE 1.
           88  LISTAR-PAQUETES      VALUE 2.
           88  ASIGNAR-PAQUETE      VALUE 3.
           88  QUITAR-PAQUETE       VALUE 4.
           88  COMISION-SIN-PAQUETE VALUE 5.
           88  LISTAR-CAMBIOS       VALUE 6.
           88  ANULAR-CAMBIO        VALUE 7.
           88  SALIR-PROGRAMA       VALUE 8.
       01  WS-STAFF-USUARIO           PIC X(8).
       01  WS-STAFF-ROL               PIC X(1).
       01  WS-STAFF-AUTORIZADO        PIC 9 VALUE 0.
       01  WS-AUD-NUEVO               PIC X(50).
       01  WS-AUD-USUARIO             PIC X(20).

      *    Cambios de precio programados. La comision por exceso sin
      *    paquete es la de COMISION-MANTENIMIENTO mientras no haya
      *    ningun cambio programado.
       01  WS-COMISION-EXCESO-BASE    PIC 9(7)V99 VALUE 1500.00.
       01  WS-DIAS-AVISO              PIC 9(3) VALUE 0.
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-DIA-ENTERO              PIC 9(8).
       01  WS-FECHA-MINIMA            PIC 9(8).
       01  WS-FECHA-VIGENCIA          PIC 9(8).
       01  WS-ABONO-MAESTRO           PIC 9(7)V99.
       01  WS-COSTO-MAESTRO           PIC 9(7)V99.
       01  WS-ABONO-PEDIDO            PIC 9(7)V99.
       01  WS-COSTO-PEDIDO            PIC 9(7)V99.
       01  WS-CP-PRODUCTO             PIC X(2).
       01  WS-CP-PAQUETE              PIC 9(3).
       01  WS-CP-ANTERIOR             PIC 9(7)V99.
       01  WS-CP-NUEVO                PIC 9(7)V99.
       01  WS-CP-ULT-VIGENCIA         PIC 9(8).
       01  WS-CP-ULT-NUMERO           PIC 9(6).
       01  WS-CP-NUMERO-NUEVO         PIC 9(6).
       01  WS-CP-NUMERO-INPUT         PIC 9(6).
       01  WS-CP-POSTERIOR            PIC X.
       01  WS-CANT-CAMBIOS            PIC 9(4).
       01  WS-ANTERIOR-DISPLAY        PIC Z(6)9.99.
       01  WS-NUEVO-DISPLAY           PIC Z(6)9.99.
       01  WS-SEG-CBF                 PIC X(6) VALUE "000000".
       01  WS-SEG-EVENTO              PIC X(20).
       01  WS-SEG-DETALLE             PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "==========================================".
               PERFORM 1000-INICIALIZAR
               PERFORM 2000-MENU UNTIL SALIR-PROGRAMA
               CLOSE PAQUETES-FILE
               CLOSE CAMBIOS-FILE
           END-IF
           STOP RUN.

               OPEN OUTPUT PAQUETES-FILE
               CLOSE PAQUETES-FILE
               OPEN I-O PAQUETES-FILE
           END-IF
           OPEN I-O CAMBIOS-FILE
           IF CAMBIOS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT CAMBIOS-FILE
               CLOSE CAMBIOS-FILE
               OPEN I-O CAMBIOS-FILE
           END-IF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 1100-LEER-DIAS-AVISO.

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

       2000-MENU.
           DISPLAY " 2. Listar paquetes"
           DISPLAY " 3. Asignar paquete a una cuenta"
           DISPLAY " 4. Quitar paquete de una cuenta"
           DISPLAY " 5. Cambiar comision por exceso sin paquete"
           DISPLAY " 6. Listar cambios de precio programados"
           DISPLAY " 7. Anular un cambio de precio programado"
           DISPLAY " 8. Salir"
           DISPLAY "Opcion: " WITH NO ADVANCING
           ACCEPT MENU-CHOICE
           EVALUATE TRUE
                   PERFORM 5000-ASIGNAR
               WHEN QUITAR-PAQUETE
                   PERFORM 6000-QUITAR
               WHEN COMISION-SIN-PAQUETE
                   PERFORM 8000-COMISION-SIN-PAQUETE
               WHEN LISTAR-CAMBIOS
                   PERFORM 8100-LISTAR-CAMBIOS
               WHEN ANULAR-CAMBIO
                   PERFORM 8200-ANULAR-CAMBIO
               WHEN SALIR-PROGRAMA
                   CONTINUE
               WHEN OTHER
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-ES-ALTA
                       MOVE PAQ-ABONO TO WS-ABONO-MAESTRO
                       MOVE PAQ-COSTO-EXC TO WS-COSTO-MAESTRO
                       DISPLAY "Paquete existente: se modifica."
               END-READ
               MOVE WS-CODIGO-INPUT TO PAQ-CODIGO
                           DISPLAY "ERROR al grabar el paquete."
                   END-WRITE
               ELSE
                   PERFORM 3100-CAMBIOS-DE-PRECIO
                   REWRITE PAQ-RECORD
               END-IF
               DISPLAY "Paquete " WS-CODIGO-INPUT " grabado."
           END-IF.

      *    Paquete existente: el abono y el costo por excedente del
      *    maestro no se tocan; si difieren del precio vigente (o del
      *    ultimo ya programado) se programa el cambio.
       3100-CAMBIOS-DE-PRECIO.
           MOVE PAQ-ABONO TO WS-ABONO-PEDIDO
           MOVE PAQ-COSTO-EXC TO WS-COSTO-PEDIDO
           MOVE WS-ABONO-MAESTRO TO PAQ-ABONO
           MOVE WS-COSTO-MAESTRO TO PAQ-COSTO-EXC

           MOVE "PA" TO WS-CP-PRODUCTO
           MOVE WS-CODIGO-INPUT TO WS-CP-PAQUETE
           MOVE WS-ABONO-MAESTRO TO WS-CP-ANTERIOR
           PERFORM 3600-ULTIMO-PROGRAMADO
           IF WS-ABONO-PEDIDO NOT = WS-CP-ANTERIOR
               MOVE WS-ABONO-PEDIDO TO WS-CP-NUEVO
               PERFORM 3700-PROGRAMAR-CAMBIO
           END-IF

           MOVE "PE" TO WS-CP-PRODUCTO
           MOVE WS-COSTO-MAESTRO TO WS-CP-ANTERIOR
           PERFORM 3600-ULTIMO-PROGRAMADO
           IF WS-COSTO-PEDIDO NOT = WS-CP-ANTERIOR
               MOVE WS-COSTO-PEDIDO TO WS-CP-NUEVO
               PERFORM 3700-PROGRAMAR-CAMBIO
           END-IF.

      *    Precio del que parte un cambio nuevo: el nuevo del ultimo
      *    cambio no anulado del producto (o el que ya trae
      *    WS-CP-ANTERIOR si no hay ninguno), y su vigencia.
       3600-ULTIMO-PROGRAMADO.
           MOVE 0 TO WS-CP-ULT-VIGENCIA
           MOVE 0 TO WS-CP-ULT-NUMERO
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
                       MOVE CP-NUMERO TO WS-CP-ULT-NUMERO
                       IF CP-PRODUCTO = WS-CP-PRODUCTO
                          AND CP-PAQUETE = WS-CP-PAQUETE
                          AND NOT CP-ANULADO
                           MOVE CP-IMPORTE-NUEVO TO WS-CP-ANTERIOR
                           MOVE CP-FECHA-VIGENCIA
                               TO WS-CP-ULT-VIGENCIA
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO CAMBIOS-STATUS.

      *    Un aumento necesita WS-DIAS-AVISO dias para el aviso
      *    previo; una rebaja puede regir desde maniana. Nunca antes
      *    que el cambio anterior del mismo producto.
       3700-PROGRAMAR-CAMBIO.
           MOVE WS-CP-ANTERIOR TO WS-ANTERIOR-DISPLAY
           MOVE WS-CP-NUEVO TO WS-NUEVO-DISPLAY
           DISPLAY "Cambio de precio " WS-CP-PRODUCTO " paquete "
                   WS-CP-PAQUETE ": $ " WS-ANTERIOR-DISPLAY
                   " -> $ " WS-NUEVO-DISPLAY
           IF WS-CP-NUEVO > WS-CP-ANTERIOR
               COMPUTE WS-DIA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                   + WS-DIAS-AVISO
           ELSE
               COMPUTE WS-DIA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) + 1
           END-IF
           COMPUTE WS-FECHA-MINIMA =
               FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO)
           IF WS-CP-ULT-VIGENCIA > WS-FECHA-MINIMA
               MOVE WS-CP-ULT-VIGENCIA TO WS-FECHA-MINIMA
           END-IF
           DISPLAY "Fecha de vigencia (AAAAMMDD, minimo "
                   WS-FECHA-MINIMA "): " WITH NO ADVANCING
           ACCEPT WS-FECHA-VIGENCIA
           COMPUTE WS-DIA-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-VIGENCIA)
           IF WS-DIA-ENTERO = 0
              OR WS-FECHA-VIGENCIA < WS-FECHA-MINIMA
               DISPLAY "Fecha invalida: el cambio no se programa y"
                       " sigue el precio vigente."
           ELSE
               COMPUTE WS-CP-NUMERO-NUEVO = WS-CP-ULT-NUMERO + 1
               INITIALIZE CP-RECORD
               MOVE WS-CP-NUMERO-NUEVO TO CP-NUMERO
               MOVE WS-CP-PRODUCTO TO CP-PRODUCTO
               MOVE WS-CP-PAQUETE TO CP-PAQUETE
               MOVE WS-CP-ANTERIOR TO CP-IMPORTE-ANTERIOR
               MOVE WS-CP-NUEVO TO CP-IMPORTE-NUEVO
               MOVE WS-FECHA-VIGENCIA TO CP-FECHA-VIGENCIA
               MOVE WS-FECHA-HOY TO CP-FECHA-ALTA
               MOVE WS-STAFF-USUARIO TO CP-USUARIO
               SET CP-PROGRAMADO TO TRUE
               WRITE CP-RECORD
                   INVALID KEY
                       DISPLAY "ERROR al grabar el cambio de precio."
                   NOT INVALID KEY
                       DISPLAY "Cambio " CP-NUMERO " programado desde "
                               CP-FECHA-VIGENCIA "."
                       MOVE "CAMBIO PRECIO" TO WS-SEG-EVENTO
                       PERFORM 8900-REGISTRAR-EVENTO
               END-WRITE
           END-IF.

       4000-LISTAR.
           MOVE 0 TO WS-CANT-LISTADOS
           MOVE LOW-VALUES TO PAQ-CODIGO
                   END-IF
                   MOVE WS-CODIGO-INPUT TO CLI-PAQUETE
                   REWRITE REGISTRO-CLIENTE
                   IF CUENTAS-STATUS = "00"
                       CALL "registrar-imagen" USING "CUENTAS ", "R",
                            REGISTRO-CLIENTE
                   END-IF
                   MOVE SPACES TO WS-AUD-NUEVO
                   MOVE WS-CODIGO-INPUT TO WS-AUD-NUEVO(1:3)
                   PERFORM 7000-AUDITAR-ASIGNACION
                   END-IF
                   MOVE 0 TO CLI-PAQUETE
                   REWRITE REGISTRO-CLIENTE
                   IF CUENTAS-STATUS = "00"
                       CALL "registrar-imagen" USING "CUENTAS ", "R",
                            REGISTRO-CLIENTE
                   END-IF
                   MOVE "000" TO WS-AUD-NUEVO
                   PERFORM 7000-AUDITAR-ASIGNACION
                   DISPLAY "Paquete quitado de la cuenta "
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                WS-AUD-CAMPO, WS-AUD-ANTERIOR, WS-AUD-NUEVO,
                WS-AUD-USUARIO.

       8000-COMISION-SIN-PAQUETE.
           MOVE "CE" TO WS-CP-PRODUCTO
           MOVE 0 TO WS-CP-PAQUETE
           MOVE WS-COMISION-EXCESO-BASE TO WS-CP-ANTERIOR
           PERFORM 3600-ULTIMO-PROGRAMADO
           MOVE WS-CP-ANTERIOR TO WS-ANTERIOR-DISPLAY
           DISPLAY "Comision por exceso sin paquete (vigente o ultima"
                   " programada): $ " WS-ANTERIOR-DISPLAY
           DISPLAY "Nueva comision: " WITH NO ADVANCING
           ACCEPT WS-CP-NUEVO
           IF WS-CP-NUEVO = WS-CP-ANTERIOR
               DISPLAY "Sin cambios."
           ELSE
               PERFORM 3700-PROGRAMAR-CAMBIO
           END-IF.

       8100-LISTAR-CAMBIOS.
           MOVE 0 TO WS-CANT-CAMBIOS
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
                       ADD 1 TO WS-CANT-CAMBIOS
                       MOVE CP-IMPORTE-ANTERIOR TO WS-ANTERIOR-DISPLAY
                       MOVE CP-IMPORTE-NUEVO TO WS-NUEVO-DISPLAY
                       DISPLAY CP-NUMERO " " CP-PRODUCTO " paq "
                               CP-PAQUETE " $ " WS-ANTERIOR-DISPLAY
                               " -> $ " WS-NUEVO-DISPLAY
                               " desde " CP-FECHA-VIGENCIA
                               " estado " CP-ESTADO " " CP-USUARIO
               END-READ
           END-PERFORM
           MOVE "00" TO CAMBIOS-STATUS
           DISPLAY "Cambios listados: " WS-CANT-CAMBIOS.

      *    Solo el ultimo cambio de cada producto y antes de su
      *    vigencia: el siguiente parte del precio nuevo de este.
       8200-ANULAR-CAMBIO.
           DISPLAY "Numero de cambio: " WITH NO ADVANCING
           ACCEPT WS-CP-NUMERO-INPUT
           MOVE WS-CP-NUMERO-INPUT TO CP-NUMERO
           READ CAMBIOS-FILE
               KEY IS CP-NUMERO
               INVALID KEY
                   DISPLAY "Ese cambio no existe."
               NOT INVALID KEY
                   IF NOT CP-PROGRAMADO
                      OR CP-FECHA-VIGENCIA NOT > WS-FECHA-HOY
                       DISPLAY "Solo se anula un cambio programado"
                               " antes de su vigencia."
                   ELSE
                       PERFORM 8250-BUSCAR-POSTERIOR
                       IF WS-CP-POSTERIOR = 'S'
                           DISPLAY "Hay un cambio posterior del mismo"
                                   " producto: anule primero ese."
                       ELSE
                           PERFORM 8270-GRABAR-ANULACION
                       END-IF
                   END-IF
           END-READ.

       8250-BUSCAR-POSTERIOR.
           MOVE 'N' TO WS-CP-POSTERIOR
           MOVE CP-PRODUCTO TO WS-CP-PRODUCTO
           MOVE CP-PAQUETE TO WS-CP-PAQUETE
           START CAMBIOS-FILE KEY IS > CP-NUMERO
               INVALID KEY
                   MOVE "10" TO CAMBIOS-STATUS
           END-START
           PERFORM UNTIL CAMBIOS-STATUS = "10"
               READ CAMBIOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO CAMBIOS-STATUS
                   NOT AT END
                       IF CP-PRODUCTO = WS-CP-PRODUCTO
                          AND CP-PAQUETE = WS-CP-PAQUETE
                          AND NOT CP-ANULADO
                           MOVE 'S' TO WS-CP-POSTERIOR
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO CAMBIOS-STATUS
           MOVE WS-CP-NUMERO-INPUT TO CP-NUMERO
           READ CAMBIOS-FILE
               KEY IS CP-NUMERO
               INVALID KEY
                   MOVE 'S' TO WS-CP-POSTERIOR
           END-READ.

       8270-GRABAR-ANULACION.
           SET CP-ANULADO TO TRUE
           MOVE WS-FECHA-HOY TO CP-FECHA-ANULACION
           MOVE WS-STAFF-USUARIO TO CP-USUARIO-ANULA
           REWRITE CP-RECORD
           DISPLAY "Cambio " CP-NUMERO " anulado."
           MOVE "ANULA CAMBIO PRECIO" TO WS-SEG-EVENTO
           PERFORM 8900-REGISTRAR-EVENTO.

       8900-REGISTRAR-EVENTO.
           MOVE SPACES TO WS-SEG-DETALLE
           STRING CP-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CP-PRODUCTO DELIMITED BY SIZE
                  CP-PAQUETE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CP-FECHA-VIGENCIA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STAFF-USUARIO DELIMITED BY SIZE
               INTO WS-SEG-DETALLE
           CALL "registrar-evento-seg" USING WS-SEG-CBF,
                WS-SEG-EVENTO, WS-SEG-DETALLE.
