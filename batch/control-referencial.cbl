       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-REFERENCIAL.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Control de integridad referencial de la familia de archivos
      *  de datos: CONTROL-INTEGRIDAD cuadra cantidades y totales,
      *  pero no ve registros que apuntan a algo que ya no existe.
      *  Este paso recorre cada archivo dependiente y verifica contra
      *  su maestro, regla por regla:
      *    01 G titulares.dat de un CBF que no esta en cuentas.dat
      *    02 G tarjeta activa de un CBF inexistente
      *    03 G tarjeta activa de una cuenta cerrada
      *    04 G clientes-idx.dat de un CBF inexistente
      *    05 M clientes-idx.dat sin la persona en datos-clientes.dat
      *    06 M beneficiario guardado por un CBF inexistente
      *    07 L beneficiario con destino cerrado o inexistente
      *    08 M orden permanente activa con origen o destino cerrado
      *         o inexistente
      *    09 G plazo fijo vigente en cuenta cerrada o inexistente
      *    10 G prestamo vigente o en mora en cuenta cerrada o
      *         inexistente
      *    11 G embargo vigente en cuenta cerrada o inexistente
      *    12 M embargo vigente de titular fallecido sin tramite
      *         sucesorio (ningun pago sucesorio de VENTANILLA en
      *         los movimientos de la cuenta, vigentes o archivados)
      *  Severidad: G grave, M media, L leve. Cada quiebre sale en el
      *  reporte de excepciones (escribir-reporte) con su regla, su
      *  severidad y la clave del registro; el resumen por regla
      *  compara con la corrida anterior y se guarda en
      *  tendencia-referencial.dat para seguir si los datos vienen
      *  mejorando o empeorando. Un archivo dependiente que no existe
      *  deja sus reglas sin verificar (no es un quiebre).
      *  Si los quiebres graves alcanzan PARM-TOPE-REFERENCIAL el
      *  paso falla y PROCESO-NOCTURNO se corta antes de postear; en
      *  blanco o cero solo se informa.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT TITULARES-FILE ASSIGN TO "titulares.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-KEY
               ALTERNATE RECORD KEY IS TIT-CBF
                   WITH DUPLICATES
               FILE STATUS IS TITULARES-STATUS.

           SELECT TARJETAS-FILE ASSIGN TO "tarjetas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TJ-NUMERO
               ALTERNATE RECORD KEY IS TJ-CBF
                   WITH DUPLICATES
               FILE STATUS IS TARJETAS-STATUS.

           SELECT CLIENTES-IDX-FILE ASSIGN TO "clientes-idx.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CBF
               ALTERNATE RECORD KEY IS CI-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS IDX-STATUS.

           SELECT DATOS-FILE ASSIGN TO "datos-clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CLIENTE-ID
               FILE STATUS IS DATOS-STATUS.

           SELECT BENEFICIARIOS-FILE ASSIGN TO "beneficiarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-KEY
               FILE STATUS IS BENEFICIARIOS-STATUS.

           SELECT ORDENES-FILE ASSIGN TO "ordenes-permanentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-KEY
               FILE STATUS IS ORDENES-STATUS.

           SELECT PLAZOS-FILE ASSIGN TO "plazos-fijos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-KEY
               FILE STATUS IS PLAZOS-STATUS.

           SELECT PRESTAMOS-FILE ASSIGN TO "prestamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-KEY
               FILE STATUS IS PRESTAMOS-STATUS.

           SELECT EMBARGOS-FILE ASSIGN TO "embargos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMB-KEY
               FILE STATUS IS EMBARGOS-STATUS.

           SELECT TRANS-FILE ASSIGN TO WS-TRANS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS R-KEY
               ALTERNATE RECORD KEY IS R-CBF
                   WITH DUPLICATES
               FILE STATUS IS TRANS-STATUS.

           SELECT HIST-FILE ASSIGN TO "transacciones-historico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS HIST-STATUS.

           SELECT TENDENCIA-FILE ASSIGN TO "tendencia-referencial.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TENDENCIA-STATUS.

           SELECT TENDENCIA-NUEVA-FILE
               ASSIGN TO "tendencia-referencial.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NUEVA-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  TITULARES-FILE.
       COPY "titular.cpy".

       FD  TARJETAS-FILE.
       COPY "tarjeta.cpy".

       FD  CLIENTES-IDX-FILE.
       COPY "cliente-indice.cpy".

       FD  DATOS-FILE.
       COPY "datos-cliente.cpy".

       FD  BENEFICIARIOS-FILE.
       COPY "beneficiario.cpy".

       FD  ORDENES-FILE.
       COPY "orden-permanente.cpy".

       FD  PLAZOS-FILE.
       COPY "plazo-fijo.cpy".

       FD  PRESTAMOS-FILE.
       COPY "prestamo.cpy".

       FD  EMBARGOS-FILE.
       COPY "embargo.cpy".

       FD  TRANS-FILE.
       COPY "registro-transaccion.cpy".

       FD  HIST-FILE.
       COPY "registro-historico.cpy".

       FD  TENDENCIA-FILE.
       COPY "tendencia-referencial.cpy".

       FD  TENDENCIA-NUEVA-FILE.
       01  TENDENCIA-NUEVA-LINEA      PIC X(18).

       FD  PARAMETROS-FILE.
           COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  CUENTAS-STATUS             PIC XX.
       01  TITULARES-STATUS           PIC XX.
       01  TARJETAS-STATUS            PIC XX.
       01  IDX-STATUS                 PIC XX.
       01  DATOS-STATUS               PIC XX.
       01  BENEFICIARIOS-STATUS       PIC XX.
       01  ORDENES-STATUS             PIC XX.
       01  PLAZOS-STATUS              PIC XX.
       01  PRESTAMOS-STATUS           PIC XX.
       01  EMBARGOS-STATUS            PIC XX.
       01  TRANS-STATUS               PIC XX.
       01  HIST-STATUS                PIC XX.
       01  TENDENCIA-STATUS           PIC XX.
       01  NUEVA-STATUS               PIC XX.
       01  PARAMETROS-STATUS          PIC XX.

       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-TOPE-GRAVES             PIC 9(5) VALUE 0.
       01  WS-TRANS-ABIERTO           PIC X VALUE 'N'.
       01  WS-HIST-ABIERTO            PIC X VALUE 'N'.

      *    Reglas: codigo, severidad y descripcion; por regla se
      *    lleva si se pudo verificar, los quiebres de hoy y los de
      *    la corrida anterior (tendencia-referencial.dat).
       01  WS-TABLA-REGLAS-VALORES.
           05  FILLER PIC X(39)
               VALUE "01GTitular adicional sin cuenta".
           05  FILLER PIC X(39)
               VALUE "02GTarjeta activa sin cuenta".
           05  FILLER PIC X(39)
               VALUE "03GTarjeta activa en cuenta cerrada".
           05  FILLER PIC X(39)
               VALUE "04GIndice de cliente sin cuenta".
           05  FILLER PIC X(39)
               VALUE "05MIndice de cliente sin datos persona".
           05  FILLER PIC X(39)
               VALUE "06MBeneficiario de cuenta inexistente".
           05  FILLER PIC X(39)
               VALUE "07LBeneficiario con destino cerrado".
           05  FILLER PIC X(39)
               VALUE "08MOrden permanente con cta cerrada".
           05  FILLER PIC X(39)
               VALUE "09GPlazo fijo vigente en cta cerrada".
           05  FILLER PIC X(39)
               VALUE "10GPrestamo abierto en cta cerrada".
           05  FILLER PIC X(39)
               VALUE "11GEmbargo vigente en cta cerrada".
           05  FILLER PIC X(39)
               VALUE "12MEmbargo de fallecido sin sucesion".
       01  WS-TABLA-REGLAS REDEFINES WS-TABLA-REGLAS-VALORES.
           05  WS-REGLA-DEF OCCURS 12 TIMES.
               10  WS-REG-CODIGO      PIC 9(2).
               10  WS-REG-SEVERIDAD   PIC X(1).
               10  WS-REG-DESCRIPCION PIC X(36).
       01  WS-CANT-REGLAS             PIC 9(2) VALUE 12.
       01  WS-TABLA-CONTADORES.
           05  WS-REGLA-CONT OCCURS 12 TIMES.
               10  WS-REG-VERIFICADA  PIC X.
               10  WS-REG-HOY         PIC 9(7).
               10  WS-REG-HAY-ANTERIOR PIC X.
               10  WS-REG-ANTERIOR    PIC 9(7).
       01  WS-IDX-REGLA               PIC 9(2).

      *    Quiebre en curso y cuenta buscada.
       01  WS-REGLA                   PIC 9(2).
       01  WS-CBF-QUIEBRE             PIC 9(6).
       01  WS-DETALLE                 PIC X(60).
       01  WS-CBF-BUSCADO             PIC 9(6).
       01  WS-CUENTA-EXISTE           PIC X.
       01  WS-CUENTA-CERRADA          PIC X.
       01  WS-CUENTA-FALLECIDA        PIC X.
       01  WS-HAY-SUCESION            PIC X.
       01  WS-FIN-BUSQUEDA            PIC X.

       01  WS-TOTAL-GRAVES            PIC 9(7) VALUE 0.
       01  WS-TOTAL-MEDIOS            PIC 9(7) VALUE 0.
       01  WS-TOTAL-LEVES             PIC 9(7) VALUE 0.
       01  WS-TENDENCIA               PIC X(14).

       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "integridad-refer".
       01  WS-REP-TITULO              PIC X(40)
                                      VALUE "INTEGRIDAD REFERENCIAL".
       01  WS-REP-LINEA               PIC X(80).

       LINKAGE SECTION.
       01  LK-RESULTADO-BATCH         PIC 9.
           88  LK-BATCH-OK                VALUE 0.

       PROCEDURE DIVISION USING LK-RESULTADO-BATCH.
       0000-MAINLINE.
           MOVE 0 TO LK-RESULTADO-BATCH
           PERFORM 1000-INICIALIZAR
           IF LK-BATCH-OK
               PERFORM 2100-REVISAR-TITULARES
               PERFORM 2200-REVISAR-TARJETAS
               PERFORM 2300-REVISAR-INDICE-CLIENTES
               PERFORM 2400-REVISAR-BENEFICIARIOS
               PERFORM 2500-REVISAR-ORDENES
               PERFORM 2600-REVISAR-PLAZOS-FIJOS
               PERFORM 2700-REVISAR-PRESTAMOS
               PERFORM 2800-REVISAR-EMBARGOS
               PERFORM 3000-ACTUALIZAR-TENDENCIA
               PERFORM 4000-INFORMAR-TOTALES
               PERFORM 9000-CERRAR
           END-IF
           GOBACK.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  CONTROL DE INTEGRIDAD REFERENCIAL".
           DISPLAY "==========================================".
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM VARYING WS-IDX-REGLA FROM 1 BY 1
                   UNTIL WS-IDX-REGLA > WS-CANT-REGLAS
               MOVE 'N' TO WS-REG-VERIFICADA(WS-IDX-REGLA)
               MOVE 0 TO WS-REG-HOY(WS-IDX-REGLA)
               MOVE 'N' TO WS-REG-HAY-ANTERIOR(WS-IDX-REGLA)
               MOVE 0 TO WS-REG-ANTERIOR(WS-IDX-REGLA)
           END-PERFORM
           PERFORM 1100-LEER-PARAMETROS
           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE
           IF CUENTAS-STATUS NOT = "00"
               DISPLAY "ERROR AL ABRIR CUENTAS.DAT. STATUS = "
                       CUENTAS-STATUS
               MOVE 1 TO LK-RESULTADO-BATCH
           ELSE
               OPEN INPUT TRANS-FILE
               IF TRANS-STATUS = "00"
                   MOVE 'S' TO WS-TRANS-ABIERTO
               END-IF
               OPEN INPUT HIST-FILE
               IF HIST-STATUS = "00"
                   MOVE 'S' TO WS-HIST-ABIERTO
               END-IF
               MOVE "Rg S CBF    Detalle del quiebre" TO WS-REP-LINEA
               CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
           END-IF.

       1100-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-TOPE-REFERENCIAL IS NUMERIC
                           MOVE PARM-TOPE-REFERENCIAL
                               TO WS-TOPE-GRAVES
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF.

      *    Regla 01.
       2100-REVISAR-TITULARES.
           OPEN INPUT TITULARES-FILE
           IF TITULARES-STATUS NOT = "00"
               MOVE 1 TO WS-REGLA
               PERFORM 8300-SIN-ARCHIVO
           ELSE
               MOVE 'S' TO WS-REG-VERIFICADA(1)
               PERFORM UNTIL TITULARES-STATUS = "10"
                   READ TITULARES-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO TITULARES-STATUS
                       NOT AT END
                           MOVE TIT-CBF TO WS-CBF-BUSCADO
                           PERFORM 8000-LEER-CUENTA
                           IF WS-CUENTA-EXISTE = 'N'
                               MOVE 1 TO WS-REGLA
                               MOVE TIT-CBF TO WS-CBF-QUIEBRE
                               MOVE SPACES TO WS-DETALLE
                               STRING "Titular orden " DELIMITED BY SIZE
                                      TIT-ORDEN DELIMITED BY SIZE
                                      " " DELIMITED BY SIZE
                                      TIT-APELLIDO DELIMITED BY "  "
                                      ": la cuenta no existe"
                                          DELIMITED BY SIZE
                                   INTO WS-DETALLE
                               PERFORM 8100-REGISTRAR-QUIEBRE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TITULARES-FILE
           END-IF.

      *    Reglas 02 y 03: solo cuentan las tarjetas activas; una
      *    capturada o dada de baja ya no opera.
       2200-REVISAR-TARJETAS.
           OPEN INPUT TARJETAS-FILE
           IF TARJETAS-STATUS NOT = "00"
               MOVE 2 TO WS-REGLA
               PERFORM 8300-SIN-ARCHIVO
               MOVE 3 TO WS-REGLA
               PERFORM 8300-SIN-ARCHIVO
           ELSE
               MOVE 'S' TO WS-REG-VERIFICADA(2)
               MOVE 'S' TO WS-REG-VERIFICADA(3)
               PERFORM UNTIL TARJETAS-STATUS = "10"
                   READ TARJETAS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO TARJETAS-STATUS
                       NOT AT END
                           IF TJ-ACTIVA
                               PERFORM 2210-VERIFICAR-TARJETA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARJETAS-FILE
           END-IF.

       2210-VERIFICAR-TARJETA.
           MOVE TJ-CBF TO WS-CBF-BUSCADO
           PERFORM 8000-LEER-CUENTA
           MOVE TJ-CBF TO WS-CBF-QUIEBRE
           MOVE SPACES TO WS-DETALLE
           EVALUATE TRUE
               WHEN WS-CUENTA-EXISTE = 'N'
                   MOVE 2 TO WS-REGLA
                   STRING "Tarjeta " DELIMITED BY SIZE
                          TJ-NUMERO DELIMITED BY SIZE
                          " activa: la cuenta no existe"
                              DELIMITED BY SIZE
                       INTO WS-DETALLE
                   PERFORM 8100-REGISTRAR-QUIEBRE
               WHEN WS-CUENTA-CERRADA = 'S'
                   MOVE 3 TO WS-REGLA
                   STRING "Tarjeta " DELIMITED BY SIZE
                          TJ-NUMERO DELIMITED BY SIZE
                          " activa: la cuenta esta cerrada"
                              DELIMITED BY SIZE
                       INTO WS-DETALLE
                   PERFORM 8100-REGISTRAR-QUIEBRE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Reglas 04 y 05.
       2300-REVISAR-INDICE-CLIENTES.
           OPEN INPUT CLIENTES-IDX-FILE
           IF IDX-STATUS NOT = "00"
               MOVE 4 TO WS-REGLA
               PERFORM 8300-SIN-ARCHIVO
               MOVE 5 TO WS-REGLA
               PERFORM 8300-SIN-ARCHIVO
           ELSE
               MOVE 'S' TO WS-REG-VERIFICADA(4)
               OPEN INPUT DATOS-FILE
               IF DATOS-STATUS = "00"
                   MOVE 'S' TO WS-REG-VERIFICADA(5)
               ELSE
                   MOVE 5 TO WS-REGLA
                   PERFORM 8300-SIN-ARCHIVO
               END-IF
               PERFORM UNTIL IDX-STATUS = "10"
                   READ CLIENTES-IDX-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO IDX-STATUS
                       NOT AT END
                           PERFORM 2310-VERIFICAR-INDICE
                   END-READ
               END-PERFORM
               CLOSE CLIENTES-IDX-FILE
               IF WS-REG-VERIFICADA(5) = 'S'
                   CLOSE DATOS-FILE
               END-IF
           END-IF.

       2310-VERIFICAR-INDICE.
           MOVE CI-CBF TO WS-CBF-BUSCADO
           PERFORM 8000-LEER-CUENTA
           IF WS-CUENTA-EXISTE = 'N'
               MOVE 4 TO WS-REGLA
               MOVE CI-CBF TO WS-CBF-QUIEBRE
               MOVE SPACES TO WS-DETALLE
               STRING "Cliente " DELIMITED BY SIZE
                      CI-CLIENTE-ID DELIMITED BY SIZE
                      ": la cuenta no existe" DELIMITED BY SIZE
                   INTO WS-DETALLE
               PERFORM 8100-REGISTRAR-QUIEBRE
           END-IF
           IF WS-REG-VERIFICADA(5) = 'S'
               MOVE CI-CLIENTE-ID TO DC-CLIENTE-ID
               READ DATOS-FILE
                   KEY IS DC-CLIENTE-ID
                   INVALID KEY
                       MOVE 5 TO WS-REGLA
                       MOVE CI-CBF TO WS-CBF-QUIEBRE
                       MOVE SPACES TO WS-DETALLE
                       STRING "Cliente " DELIMITED BY SIZE
                              CI-CLIENTE-ID DELIMITED BY SIZE
                              " sin registro en datos-clientes.dat"
                                  DELIMITED BY SIZE
                           INTO WS-DETALLE
                       PERFORM 8100-REGISTRAR-QUIEBRE
               END-READ
           END-IF.

      *    Reglas 06 y 07.
       2400-REVISAR-BENEFICIARIOS.
           OPEN INPUT BENEFICIARIOS-FILE
           IF BENEFICIARIOS-STATUS NOT = "00"
               MOVE 6 TO WS-REGLA
               PERFORM 8300-SIN-ARCHIVO
               MOVE 7 TO WS-REGLA
               PERFORM 8300-SIN-ARCHIVO
           ELSE
               MOVE 'S' TO WS-REG-VERIFICADA(6)
               MOVE 'S' TO WS-REG-VERIFICADA(7)
               PERFORM UNTIL BENEFICIARIOS-STATUS = "10"
                   READ BENEFICIARIOS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO BENEFICIARIOS-STATUS
                       NOT AT END
                           PERFORM 2410-VERIFICAR-BENEFICIARIO
                   END-READ
               END-PERFORM
               CLOSE BENEFICIARIOS-FILE
           END-IF.

       2410-VERIFICAR-BENEFICIARIO.
           MOVE BEN-CBF-TITULAR TO WS-CBF-BUSCADO
           PERFORM 8000-LEER-CUENTA
           IF WS-CUENTA-EXISTE = 'N'
               MOVE 6 TO WS-REGLA
               MOVE BEN-CBF-TITULAR TO WS-CBF-QUIEBRE
               MOVE SPACES TO WS-DETALLE
               STRING "Beneficiario " DELIMITED BY SIZE
                      BEN-ALIAS DELIMITED BY "  "
                      ": la cuenta titular no existe"
                          DELIMITED BY SIZE
                   INTO WS-DETALLE
               PERFORM 8100-REGISTRAR-QUIEBRE
           END-IF
           MOVE BEN-CBF-DESTINO TO WS-CBF-BUSCADO
           PERFORM 8000-LEER-CUENTA
           IF WS-CUENTA-EXISTE = 'N' OR WS-CUENTA-CERRADA = 'S'
               MOVE 7 TO WS-REGLA
               MOVE BEN-CBF-TITULAR TO WS-CBF-QUIEBRE
               MOVE SPACES TO WS-DETALLE
               STRING "Beneficiario " DELIMITED BY SIZE
                      BEN-ALIAS DELIMITED BY "  "
                      ": destino " DELIMITED BY SIZE
                      BEN-CBF-DESTINO DELIMITED BY SIZE
                      " cerrado o inexistente" DELIMITED BY SIZE
                   INTO WS-DETALLE
               PERFORM 8100-REGISTRAR-QUIEBRE
           END-IF.

      *    Regla 08: solo ordenes activas (las canceladas o vencidas
      *    ya no se instancian).
       2500-REVISAR-ORDENES.
           OPEN INPUT ORDENES-FILE
           IF ORDENES-STATUS NOT = "00"
               MOVE 8 TO WS-REGLA
               PERFORM 8300-SIN-ARCHIVO
           ELSE
               MOVE 'S' TO WS-REG-VERIFICADA(8)
               PERFORM UNTIL ORDENES-STATUS = "10"
                   READ ORDENES-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO ORDENES-STATUS
                       NOT AT END
                           IF OP-ACTIVA
                               PERFORM 2510-VERIFICAR-ORDEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDENES-FILE
           END-IF.

       2510-VERIFICAR-ORDEN.
           MOVE 8 TO WS-REGLA
           MOVE OP-CBF-ORIGEN TO WS-CBF-QUIEBRE
           MOVE OP-CBF-ORIGEN TO WS-CBF-BUSCADO
           PERFORM 8000-LEER-CUENTA
           IF WS-CUENTA-EXISTE = 'N' OR WS-CUENTA-CERRADA = 'S'
               MOVE SPACES TO WS-DETALLE
               STRING "Orden " DELIMITED BY SIZE
                      OP-TIMESTAMP-ALTA DELIMITED BY SIZE
                      " activa: origen cerrado o inexistente"
                          DELIMITED BY SIZE
                   INTO WS-DETALLE
               PERFORM 8100-REGISTRAR-QUIEBRE
           ELSE
               MOVE OP-CBF-DESTINO TO WS-CBF-BUSCADO
               PERFORM 8000-LEER-CUENTA
               IF WS-CUENTA-EXISTE = 'N' OR WS-CUENTA-CERRADA = 'S'
                   MOVE SPACES TO WS-DETALLE
                   STRING "Orden " DELIMITED BY SIZE
                          OP-TIMESTAMP-ALTA DELIMITED BY SIZE
                          " activa: destino " DELIMITED BY SIZE
                          OP-CBF-DESTINO DELIMITED BY SIZE
                          " cerrado o inexistente" DELIMITED BY SIZE
                       INTO WS-DETALLE
                   PERFORM 8100-REGISTRAR-QUIEBRE
               END-IF
           END-IF.

      *    Regla 09.
       2600-REVISAR-PLAZOS-FIJOS.
           OPEN INPUT PLAZOS-FILE
           IF PLAZOS-STATUS NOT = "00"
               MOVE 9 TO WS-REGLA
               PERFORM 8300-SIN-ARCHIVO
           ELSE
               MOVE 'S' TO WS-REG-VERIFICADA(9)
               PERFORM UNTIL PLAZOS-STATUS = "10"
                   READ PLAZOS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO PLAZOS-STATUS
                       NOT AT END
                           IF PF-VIGENTE
                               MOVE PF-CBF TO WS-CBF-BUSCADO
                               PERFORM 8000-LEER-CUENTA
                               IF WS-CUENTA-EXISTE = 'N'
                                  OR WS-CUENTA-CERRADA = 'S'
                                   MOVE 9 TO WS-REGLA
                                   MOVE PF-CBF TO WS-CBF-QUIEBRE
                                   MOVE SPACES TO WS-DETALLE
                                   STRING "Plazo fijo "
                                              DELIMITED BY SIZE
                                          PF-TIMESTAMP-ALTA
                                              DELIMITED BY SIZE
                                          " vigente: cuenta cerrada"
                                              DELIMITED BY SIZE
                                          " o inexistente"
                                              DELIMITED BY SIZE
                                       INTO WS-DETALLE
                                   PERFORM 8100-REGISTRAR-QUIEBRE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAZOS-FILE
           END-IF.

      *    Regla 10: prestamos vigentes o en mora.
       2700-REVISAR-PRESTAMOS.
           OPEN INPUT PRESTAMOS-FILE
           IF PRESTAMOS-STATUS NOT = "00"
               MOVE 10 TO WS-REGLA
               PERFORM 8300-SIN-ARCHIVO
           ELSE
               MOVE 'S' TO WS-REG-VERIFICADA(10)
               PERFORM UNTIL PRESTAMOS-STATUS = "10"
                   READ PRESTAMOS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO PRESTAMOS-STATUS
                       NOT AT END
                           IF PRE-VIGENTE OR PRE-EN-MORA
                               MOVE PRE-CBF TO WS-CBF-BUSCADO
                               PERFORM 8000-LEER-CUENTA
                               IF WS-CUENTA-EXISTE = 'N'
                                  OR WS-CUENTA-CERRADA = 'S'
                                   MOVE 10 TO WS-REGLA
                                   MOVE PRE-CBF TO WS-CBF-QUIEBRE
                                   MOVE SPACES TO WS-DETALLE
                                   STRING "Prestamo "
                                              DELIMITED BY SIZE
                                          PRE-TIMESTAMP-ALTA
                                              DELIMITED BY SIZE
                                          " abierto: cuenta cerrada"
                                              DELIMITED BY SIZE
                                          " o inexistente"
                                              DELIMITED BY SIZE
                                       INTO WS-DETALLE
                                   PERFORM 8100-REGISTRAR-QUIEBRE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRESTAMOS-FILE
           END-IF.

      *    Reglas 11 y 12: embargos vigentes.
       2800-REVISAR-EMBARGOS.
           OPEN INPUT EMBARGOS-FILE
           IF EMBARGOS-STATUS NOT = "00"
               MOVE 11 TO WS-REGLA
               PERFORM 8300-SIN-ARCHIVO
               MOVE 12 TO WS-REGLA
               PERFORM 8300-SIN-ARCHIVO
           ELSE
               MOVE 'S' TO WS-REG-VERIFICADA(11)
               MOVE 'S' TO WS-REG-VERIFICADA(12)
               PERFORM UNTIL EMBARGOS-STATUS = "10"
                   READ EMBARGOS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO EMBARGOS-STATUS
                       NOT AT END
                           IF EMB-VIGENTE
                               PERFORM 2810-VERIFICAR-EMBARGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMBARGOS-FILE
           END-IF.

       2810-VERIFICAR-EMBARGO.
           MOVE EMB-CBF TO WS-CBF-BUSCADO
           PERFORM 8000-LEER-CUENTA
           MOVE EMB-CBF TO WS-CBF-QUIEBRE
           MOVE SPACES TO WS-DETALLE
           EVALUATE TRUE
               WHEN WS-CUENTA-EXISTE = 'N' OR WS-CUENTA-CERRADA = 'S'
                   MOVE 11 TO WS-REGLA
                   STRING "Embargo oficio " DELIMITED BY SIZE
                          EMB-OFICIO DELIMITED BY "  "
                          ": cuenta cerrada o inexistente"
                              DELIMITED BY SIZE
                       INTO WS-DETALLE
                   PERFORM 8100-REGISTRAR-QUIEBRE
               WHEN WS-CUENTA-FALLECIDA = 'S'
                   PERFORM 8200-BUSCAR-SUCESION
                   IF WS-HAY-SUCESION = 'N'
                       MOVE 12 TO WS-REGLA
                       STRING "Embargo oficio " DELIMITED BY SIZE
                              EMB-OFICIO DELIMITED BY "  "
                              ": titular fallecido sin sucesion"
                                  DELIMITED BY SIZE
                           INTO WS-DETALLE
                       PERFORM 8100-REGISTRAR-QUIEBRE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Las lineas de otras fechas se conservan (las de hoy se
      *    reemplazan en una re-corrida) y la ultima fecha anterior a
      *    hoy es la corrida con la que se compara cada regla.
       3000-ACTUALIZAR-TENDENCIA.
           OPEN OUTPUT TENDENCIA-NUEVA-FILE
           OPEN INPUT TENDENCIA-FILE
           IF TENDENCIA-STATUS = "00"
               PERFORM UNTIL TENDENCIA-STATUS = "10"
                   READ TENDENCIA-FILE
                       AT END
                           MOVE "10" TO TENDENCIA-STATUS
                       NOT AT END
                           PERFORM 3100-COPIAR-TENDENCIA
                   END-READ
               END-PERFORM
               CLOSE TENDENCIA-FILE
           END-IF
           PERFORM VARYING WS-IDX-REGLA FROM 1 BY 1
                   UNTIL WS-IDX-REGLA > WS-CANT-REGLAS
               IF WS-REG-VERIFICADA(WS-IDX-REGLA) = 'S'
                   MOVE WS-FECHA-HOY TO TR-FECHA
                   MOVE WS-REG-CODIGO(WS-IDX-REGLA) TO TR-REGLA
                   MOVE WS-REG-SEVERIDAD(WS-IDX-REGLA)
                       TO TR-SEVERIDAD
                   MOVE WS-REG-HOY(WS-IDX-REGLA) TO TR-CANTIDAD
                   MOVE TR-REGISTRO TO TENDENCIA-NUEVA-LINEA
                   WRITE TENDENCIA-NUEVA-LINEA
               END-IF
           END-PERFORM
           CLOSE TENDENCIA-NUEVA-FILE
           CALL "SYSTEM" USING
               "mv tendencia-referencial.tmp tendencia-referencial.dat".

       3100-COPIAR-TENDENCIA.
           IF TR-FECHA NOT = WS-FECHA-HOY
               MOVE TR-REGISTRO TO TENDENCIA-NUEVA-LINEA
               WRITE TENDENCIA-NUEVA-LINEA
           END-IF
           IF TR-FECHA < WS-FECHA-HOY
              AND TR-REGLA > 0 AND TR-REGLA NOT > WS-CANT-REGLAS
               MOVE 'S' TO WS-REG-HAY-ANTERIOR(TR-REGLA)
               MOVE TR-CANTIDAD TO WS-REG-ANTERIOR(TR-REGLA)
           END-IF.

       4000-INFORMAR-TOTALES.
           MOVE ALL "-" TO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           PERFORM VARYING WS-IDX-REGLA FROM 1 BY 1
                   UNTIL WS-IDX-REGLA > WS-CANT-REGLAS
               PERFORM 4100-INFORMAR-REGLA
           END-PERFORM
           MOVE SPACES TO WS-REP-LINEA
           STRING "Quiebres graves " DELIMITED BY SIZE
                  WS-TOTAL-GRAVES DELIMITED BY SIZE
                  " - medios " DELIMITED BY SIZE
                  WS-TOTAL-MEDIOS DELIMITED BY SIZE
                  " - leves " DELIMITED BY SIZE
                  WS-TOTAL-LEVES DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           DISPLAY WS-REP-LINEA
           IF WS-TOPE-GRAVES > 0 AND WS-TOTAL-GRAVES >= WS-TOPE-GRAVES
               MOVE SPACES TO WS-REP-LINEA
               STRING "Quiebres graves en o sobre el tope de "
                          DELIMITED BY SIZE
                      WS-TOPE-GRAVES DELIMITED BY SIZE
                      ": se corta la corrida." DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
               DISPLAY WS-REP-LINEA
               MOVE 1 TO LK-RESULTADO-BATCH
           END-IF
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

      *    Resumen por regla contra la corrida anterior: menos
      *    quiebres que la vez pasada es "mejora".
       4100-INFORMAR-REGLA.
           MOVE SPACES TO WS-REP-LINEA
           IF WS-REG-VERIFICADA(WS-IDX-REGLA) = 'N'
               STRING WS-REG-CODIGO(WS-IDX-REGLA) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-REG-SEVERIDAD(WS-IDX-REGLA) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-REG-DESCRIPCION(WS-IDX-REGLA)
                          DELIMITED BY SIZE
                      " sin archivo" DELIMITED BY SIZE
                   INTO WS-REP-LINEA
           ELSE
               EVALUATE TRUE
                   WHEN WS-REG-HAY-ANTERIOR(WS-IDX-REGLA) = 'N'
                       MOVE "(sin anterior)" TO WS-TENDENCIA
                   WHEN WS-REG-HOY(WS-IDX-REGLA) <
                        WS-REG-ANTERIOR(WS-IDX-REGLA)
                       MOVE "mejora" TO WS-TENDENCIA
                   WHEN WS-REG-HOY(WS-IDX-REGLA) >
                        WS-REG-ANTERIOR(WS-IDX-REGLA)
                       MOVE "empeora" TO WS-TENDENCIA
                   WHEN OTHER
                       MOVE "igual" TO WS-TENDENCIA
               END-EVALUATE
               STRING WS-REG-CODIGO(WS-IDX-REGLA) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-REG-SEVERIDAD(WS-IDX-REGLA) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-REG-DESCRIPCION(WS-IDX-REGLA)
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-REG-HOY(WS-IDX-REGLA) DELIMITED BY SIZE
                      " ant " DELIMITED BY SIZE
                      WS-REG-ANTERIOR(WS-IDX-REGLA) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-TENDENCIA DELIMITED BY SIZE
                   INTO WS-REP-LINEA
           END-IF
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

      *    Cuenta del CBF buscado: existe, cerrada, fallecido.
       8000-LEER-CUENTA.
           MOVE 'N' TO WS-CUENTA-EXISTE
           MOVE 'N' TO WS-CUENTA-CERRADA
           MOVE 'N' TO WS-CUENTA-FALLECIDA
           MOVE WS-CBF-BUSCADO TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CUENTA-EXISTE
                   IF CLI-CERRADA
                       MOVE 'S' TO WS-CUENTA-CERRADA
                   END-IF
                   IF CLI-FALLECIDO-SI
                       MOVE 'S' TO WS-CUENTA-FALLECIDA
                   END-IF
           END-READ.

       8100-REGISTRAR-QUIEBRE.
           ADD 1 TO WS-REG-HOY(WS-REGLA)
           EVALUATE WS-REG-SEVERIDAD(WS-REGLA)
               WHEN "G"
                   ADD 1 TO WS-TOTAL-GRAVES
               WHEN "M"
                   ADD 1 TO WS-TOTAL-MEDIOS
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-LEVES
           END-EVALUATE
           MOVE SPACES TO WS-REP-LINEA
           STRING WS-REG-CODIGO(WS-REGLA) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REG-SEVERIDAD(WS-REGLA) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CBF-QUIEBRE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DETALLE DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

      *    Tramite sucesorio de la cuenta del embargo: el pago
      *    sucesorio de VENTANILLA deja en el debito el memo
      *    "SUCESION OFICIO ..."; se busca en los movimientos
      *    vigentes y en los archivados (mismo layout).
       8200-BUSCAR-SUCESION.
           MOVE 'N' TO WS-HAY-SUCESION
           IF WS-TRANS-ABIERTO = 'S'
               MOVE 'N' TO WS-FIN-BUSQUEDA
               MOVE WS-CBF-BUSCADO TO R-CBF
               MOVE 0 TO R-TIMESTAMP
               START TRANS-FILE KEY IS >= R-KEY
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-BUSQUEDA
               END-START
               PERFORM UNTIL WS-FIN-BUSQUEDA = 'S'
                   READ TRANS-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FIN-BUSQUEDA
                       NOT AT END
                           IF R-CBF NOT = WS-CBF-BUSCADO
                               MOVE 'S' TO WS-FIN-BUSQUEDA
                           ELSE
                               PERFORM 8210-ES-PAGO-SUCESORIO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-HIST-ABIERTO = 'S' AND WS-HAY-SUCESION = 'N'
               MOVE 'N' TO WS-FIN-BUSQUEDA
               MOVE WS-CBF-BUSCADO TO HIST-CBF
               MOVE 0 TO HIST-TIMESTAMP
               START HIST-FILE KEY IS >= HIST-KEY
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-BUSQUEDA
               END-START
               PERFORM UNTIL WS-FIN-BUSQUEDA = 'S'
                   READ HIST-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FIN-BUSQUEDA
                       NOT AT END
                           IF HIST-CBF NOT = WS-CBF-BUSCADO
                               MOVE 'S' TO WS-FIN-BUSQUEDA
                           ELSE
                               MOVE HIST-RECORD TO R-RECORD
                               PERFORM 8210-ES-PAGO-SUCESORIO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       8210-ES-PAGO-SUCESORIO.
           IF R-DESCRIPCION = "T"
              AND R-MEMO(1:16) = "SUCESION OFICIO "
               MOVE 'S' TO WS-HAY-SUCESION
               MOVE 'S' TO WS-FIN-BUSQUEDA
           END-IF.

       8300-SIN-ARCHIVO.
           MOVE SPACES TO WS-REP-LINEA
           STRING WS-REG-CODIGO(WS-REGLA) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  "regla no verificada: archivo no disponible"
                      DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           DISPLAY "   Regla " WS-REG-CODIGO(WS-REGLA)
                   ": archivo no disponible, no se verifica.".

       9000-CERRAR.
           CLOSE CUENTAS-FILE
           IF WS-TRANS-ABIERTO = 'S'
               CLOSE TRANS-FILE
           END-IF
           IF WS-HIST-ABIERTO = 'S'
               CLOSE HIST-FILE
           END-IF
           DISPLAY "==========================================".
