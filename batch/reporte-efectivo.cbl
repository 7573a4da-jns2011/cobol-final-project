      *  (movimientos-dia.dat) cuando su fecha coincide, o el barrido
      *  del maestro. Son efectivo todas las "E" y las "D" cuyo memo
      *  no marque un origen no-efectivo (credito interbancario,
      *  deposito de cheque, haberes y sus adelantos, jubilaciones,
      *  barridos, devoluciones, vencimientos de plazo fijo, patas
      *  de transferencia, liquidaciones de recaudacion).
      *  Cada operacion informada queda marcada en
      *  operaciones-informadas.dat: una re-corrida nunca la
      *  duplica. Sale el archivo de presentacion de ancho fijo
      *  (efectivo-regulador.dat, con trailer de control) y el
      *  listado de control spooleado via escribir-reporte.
      *  Una operacion de empresa sale con su CUIT y domicilio legal
      *  y REG-TIPO-PERSONA en "J" (persona-juridica.cpy).
      *  La linea del extracto tiene el largo del registro de
      *  transacciones, canal de la operacion incluido.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY "registro-transaccion.cpy".

       FD  EXTRACTO-FILE.
       01  EXT-LINEA                  PIC X(118).
       01  EXT-CABECERA REDEFINES EXT-LINEA.
           05  EXT-MARCA              PIC X(8).
           05  EXT-FECHA              PIC 9(8).
           05  FILLER                 PIC X(102).

       FD  INFORMADAS-FILE.
       01  INF-REGISTRO.
           05  REG-DOMICILIO          PIC X(50).
           05  REG-IMPORTE            PIC 9(11)V99.
           05  REG-SUCURSAL           PIC 9(3).
           05  REG-TIPO-PERSONA       PIC X(1).
       01  REGULADOR-TRAILER REDEFINES REGULADOR-REGISTRO.
           05  REG-T-TIPO             PIC X(1).
           05  REG-T-CANTIDAD         PIC 9(6).
           05  REG-T-IMPORTE          PIC 9(13)V99.
           05  FILLER                 PIC X(69).

       FD  PARAMETROS-FILE.
           COPY "parametros.cpy".
       01  WS-TELEFONO                PIC X(15).
       01  WS-FECHA-NAC               PIC 9(8).
       01  WS-DC-ENCONTRADO           PIC 9.
       01  WS-TIPO-PERSONA            PIC X(1).
       01  WS-RAZON-SOCIAL            PIC X(60).
       01  WS-FORMA-JURIDICA          PIC X(4).
       01  WS-ACTIVIDAD               PIC 9(6).
       01  WS-PJ-ENCONTRADA           PIC 9.

       01  WS-TOTAL-INFORMADAS        PIC 9(6) VALUE 0.
       01  WS-TOTAL-OMITIDAS          PIC 9(6) VALUE 0.
               END-IF
           END-IF.

      *    Efectivo: todas las extracciones, y los depositos cuyo memo
      *    no marque un origen no-efectivo conocido (credito
      *    interbancario, deposito de cheque, haberes, splits y
      *    adelantos, jubilaciones, barridos, devoluciones, vencimiento
      *    de plazo fijo, patas de transferencia, pagos entre personas,
      *    pagos sucesorios, creditos provisorios de reclamos,
      *    transferencias de inmovilizados, liquidaciones de
      *    recaudacion y contra-partidas de operaciones fallidas). Un
      *    "D" con memo en blanco es siempre un asiento de libro: todos
      *    los caminos de deposito en efectivo escriben un memo.
       2200-CLASIFICAR-EFECTIVO.
           MOVE 'N' TO WS-ES-EFECTIVO
           EVALUATE TRUE
               WHEN R-MEMO(1:11) = "CRED INTERB"
                 OR R-MEMO(1:7) = "DEP CHQ"
                 OR R-MEMO(1:7) = "HABERES"
                 OR R-MEMO(1:10) = "JUBILACION"
                 OR R-MEMO(1:16) = "ADELANTO HABERES"
                 OR R-MEMO(1:8) = "SPLIT DE"
                 OR R-MEMO(1:7) = "BARRIDO"
                 OR R-MEMO(1:5) = "DEVOL"
                 OR R-MEMO(1:8) = "SUCESION"
                 OR R-MEMO(1:9) = "CRED PROV"
                 OR R-MEMO(1:12) = "INMOVILIZADO"
                 OR R-MEMO(1:11) = "RECAUDACION"
                 OR R-MEMO(1:13) = "CONTRAPARTIDA"
                   CONTINUE
               WHEN OTHER
                   MOVE 'S' TO WS-ES-EFECTIVO
           MOVE SPACES TO WS-TIPO-DOC
           MOVE SPACES TO WS-NRO-DOC
           MOVE SPACES TO WS-DOMICILIO
           MOVE "F" TO WS-TIPO-PERSONA
           CALL "buscar-cliente-id" USING R-CBF, WS-CLIENTE-ID,
                WS-ID-ENCONTRADO
           IF WS-ID-ENCONTRADO = 1
               CALL "leer-datos-cliente" USING WS-CLIENTE-ID,
                    WS-TIPO-DOC, WS-NRO-DOC, WS-DOMICILIO,
                    WS-TELEFONO, WS-FECHA-NAC, WS-DC-ENCONTRADO
      *        Empresa: el documento ya es la CUIT y el domicilio el
      *        legal; se marca el tipo de persona para el organismo.
               CALL "leer-persona-juridica" USING WS-CLIENTE-ID,
                    WS-RAZON-SOCIAL, WS-FORMA-JURIDICA, WS-ACTIVIDAD,
                    WS-PJ-ENCONTRADA
               IF WS-PJ-ENCONTRADA = 1
                   MOVE "J" TO WS-TIPO-PERSONA
               END-IF
           END-IF

           MOVE SPACES TO REGULADOR-REGISTRO
           MOVE WS-DOMICILIO TO REG-DOMICILIO
           MOVE R-IMPORTE TO REG-IMPORTE
           MOVE R-SUCURSAL TO REG-SUCURSAL
           MOVE WS-TIPO-PERSONA TO REG-TIPO-PERSONA
           WRITE REGULADOR-REGISTRO

           MOVE R-CBF TO INF-CBF
