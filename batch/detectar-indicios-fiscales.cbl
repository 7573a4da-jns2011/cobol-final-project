       IDENTIFICATION DIVISION.
       PROGRAM-ID. DETECTAR-INDICIOS-FISCALES.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Indicios de residencia fiscal en el exterior: recorre el
      *  maestro de identidad (datos-clientes.dat) buscando en los
      *  datos que ya tenemos senales de que la persona puede ser
      *  residente fiscal de otro pais:
      *    - domicilio que nombra un pais extranjero (tabla de
      *      paises de este programa);
      *    - telefono con prefijo internacional que no es el de
      *      Argentina ("+" o "00" seguido de otro codigo que 54);
      *    - transferencias al exterior en dolares
      *      (transferencias-internacionales.dat) a un beneficiario
      *      de otro pais en los ultimos doce meses, de cualquiera
      *      de sus cuentas (clientes-idx via buscar-cliente-id).
      *  Lista, por cliente, los que tienen algun indicio y no
      *  entregaron la autocertificacion de residencia fiscal
      *  (DC-FECHA-AUTOCERT en cero); se cargan en REVISAR-KYC. Los
      *  que ya se autocertificaron solo se cuentan. Las
      *  transferencias se acumulan primero por cliente en
      *  indicios-fiscales.wrk, que se arma de cero en cada corrida.
      *  El listado sale spooleado via escribir-reporte.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATOS-FILE ASSIGN TO "datos-clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CLIENTE-ID
               FILE STATUS IS DATOS-STATUS.

           SELECT TRANSF-INTL-FILE
               ASSIGN TO "transferencias-internacionales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-KEY
               FILE STATUS IS TRANSF-INTL-STATUS.

           SELECT INDICIOS-FILE ASSIGN TO "indicios-fiscales.wrk"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IFX-CLIENTE-ID
               FILE STATUS IS INDICIOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATOS-FILE.
       COPY "datos-cliente.cpy".

       FD  TRANSF-INTL-FILE.
       COPY "transferencia-internacional.cpy".

      *    Transferencias al exterior del periodo por cliente;
      *    IFX-VISTO marca los que aparecieron en el maestro.
       FD  INDICIOS-FILE.
       01  IFX-RECORD.
           05  IFX-CLIENTE-ID         PIC 9(8).
           05  IFX-CANT-TRANSF        PIC 9(4).
           05  IFX-IMPORTE-TRANSF     PIC 9(11)V99.
           05  IFX-PAIS-TRANSF        PIC X(2).
           05  IFX-VISTO              PIC X(1).

       WORKING-STORAGE SECTION.
       01  DATOS-STATUS               PIC XX.
       01  TRANSF-INTL-STATUS         PIC XX.
       01  INDICIOS-STATUS            PIC XX.
       01  WS-SEGUIR                  PIC X VALUE 'S'.
       01  WS-TRANSF-ABIERTO          PIC X VALUE 'N'.

      *    Paises que, nombrados en el domicilio, son indicio.
       01  TABLA-PAISES-VALORES.
           05  FILLER PIC X(18) VALUE "USESTADOS UNIDOS  ".
           05  FILLER PIC X(18) VALUE "USEEUU            ".
           05  FILLER PIC X(18) VALUE "US USA            ".
           05  FILLER PIC X(18) VALUE "UYURUGUAY         ".
           05  FILLER PIC X(18) VALUE "BRBRASIL          ".
           05  FILLER PIC X(18) VALUE "BRBRAZIL          ".
           05  FILLER PIC X(18) VALUE "CLCHILE           ".
           05  FILLER PIC X(18) VALUE "PYPARAGUAY        ".
           05  FILLER PIC X(18) VALUE "BOBOLIVIA         ".
           05  FILLER PIC X(18) VALUE "PEPERU            ".
           05  FILLER PIC X(18) VALUE "MXMEXICO          ".
           05  FILLER PIC X(18) VALUE "ESESPANA          ".
           05  FILLER PIC X(18) VALUE "ITITALIA          ".
           05  FILLER PIC X(18) VALUE "GBREINO UNIDO     ".
       01  TABLA-PAISES REDEFINES TABLA-PAISES-VALORES.
           05  TPX-ENTRY OCCURS 14 TIMES INDEXED BY TPX-IDX.
               10  TPX-CODIGO         PIC X(2).
               10  TPX-NOMBRE         PIC X(16).

       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-FECHA-DESDE             PIC 9(8).
       01  WS-FECHA-TRANSF            PIC 9(8).
       01  WS-CLIENTE-ID              PIC 9(8).
       01  WS-ID-ENCONTRADO           PIC 9.
       01  WS-IMPORTE-TRANSF          PIC 9(11)V99.
       01  WS-PAIS-TRANSF             PIC X(2).

      *    Indicios del cliente en curso.
       01  WS-DOMICILIO               PIC X(50).
       01  WS-LARGO-NOMBRE            PIC 9(2).
       01  WS-OCURRENCIAS             PIC 9(3).
       01  WS-IND-DOMICILIO           PIC X(1).
       01  WS-IND-TELEFONO            PIC X(1).
       01  WS-IND-TRANSF              PIC X(1).
       01  WS-PAIS-DOMICILIO          PIC X(2).
       01  WS-PAIS-TELEFONO           PIC X(3).
       01  WS-TIENE-AUTOCERT          PIC X(1).
       01  WS-CANT-TRANSF             PIC 9(4).
       01  WS-PUNTERO                 PIC 9(3).

       01  WS-TOTAL-CLIENTES          PIC 9(8) VALUE 0.
       01  WS-TOTAL-CON-INDICIOS      PIC 9(8) VALUE 0.
       01  WS-TOTAL-AUTOCERTIFICADOS  PIC 9(8) VALUE 0.
       01  WS-TOTAL-A-CERTIFICAR      PIC 9(8) VALUE 0.
       01  WS-TOTAL-TRANSF            PIC 9(8) VALUE 0.
       01  WS-SIN-CLIENTE             PIC 9(8) VALUE 0.

       01  WS-IMPORTE-DISPLAY         PIC Z(10)9.99.
       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "indicios-fiscales".
       01  WS-REP-TITULO              PIC X(40)
                   VALUE "INDICIOS DE RESIDENCIA EN EL EXTERIOR".
       01  WS-REP-LINEA               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-FIN
           IF WS-SEGUIR = 'S'
               PERFORM 2000-TRANSFERENCIAS-EXTERIOR
               PERFORM 3000-REVISAR-CLIENTES
               PERFORM 4000-CLIENTES-SIN-DATOS
           END-IF
           PERFORM 9000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  INDICIOS DE RESIDENCIA FISCAL EXTERIOR".
           DISPLAY "==========================================".
           MOVE "Clientes con indicios sin autocertificar"
               TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-FECHA-DESDE = WS-FECHA-HOY - 10000

           OPEN INPUT DATOS-FILE
           IF DATOS-STATUS NOT = "00"
               DISPLAY "No hay datos de identidad cargados."
               MOVE 'N' TO WS-SEGUIR
               GO TO 1000-INICIALIZAR-FIN
           END-IF
           OPEN INPUT TRANSF-INTL-FILE
           IF TRANSF-INTL-STATUS = "00"
               MOVE 'S' TO WS-TRANSF-ABIERTO
           ELSE
               MOVE "10" TO TRANSF-INTL-STATUS
           END-IF
           OPEN OUTPUT INDICIOS-FILE
           CLOSE INDICIOS-FILE
           OPEN I-O INDICIOS-FILE.
       1000-INICIALIZAR-FIN.
           EXIT.

      *    Primera pasada: ordenes en dolares a beneficiarios de otro
      *    pais dadas de alta en los ultimos doce meses, por cliente.
       2000-TRANSFERENCIAS-EXTERIOR.
           IF TRANSF-INTL-STATUS = "00"
               MOVE LOW-VALUES TO TI-KEY
               START TRANSF-INTL-FILE KEY IS >= TI-KEY
                   INVALID KEY
                       MOVE "10" TO TRANSF-INTL-STATUS
               END-START
           END-IF
           PERFORM UNTIL TRANSF-INTL-STATUS = "10"
               READ TRANSF-INTL-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO TRANSF-INTL-STATUS
                   NOT AT END
                       MOVE TI-TIMESTAMP-ALTA(1:8) TO WS-FECHA-TRANSF
                       IF TI-MONEDA = "USD"
                          AND TI-BENEF-PAIS NOT = SPACES
                          AND TI-BENEF-PAIS NOT = "AR"
                          AND WS-FECHA-TRANSF NOT < WS-FECHA-DESDE
                           PERFORM 2100-ACUMULAR-TRANSFERENCIA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TRANSF-ABIERTO = 'S'
               CLOSE TRANSF-INTL-FILE
           END-IF.

       2100-ACUMULAR-TRANSFERENCIA.
           ADD 1 TO WS-TOTAL-TRANSF
           CALL "buscar-cliente-id" USING TI-CBF-ORIGEN,
                WS-CLIENTE-ID, WS-ID-ENCONTRADO
           IF WS-ID-ENCONTRADO NOT = 1
               ADD 1 TO WS-SIN-CLIENTE
           ELSE
               MOVE TI-IMPORTE TO WS-IMPORTE-TRANSF
               MOVE TI-BENEF-PAIS TO WS-PAIS-TRANSF
               MOVE WS-CLIENTE-ID TO IFX-CLIENTE-ID
               READ INDICIOS-FILE
                   KEY IS IFX-CLIENTE-ID
                   INVALID KEY
                       MOVE WS-CLIENTE-ID TO IFX-CLIENTE-ID
                       MOVE 1 TO IFX-CANT-TRANSF
                       MOVE WS-IMPORTE-TRANSF TO IFX-IMPORTE-TRANSF
                       MOVE WS-PAIS-TRANSF TO IFX-PAIS-TRANSF
                       MOVE 'N' TO IFX-VISTO
                       WRITE IFX-RECORD
                   NOT INVALID KEY
                       ADD 1 TO IFX-CANT-TRANSF
                       ADD WS-IMPORTE-TRANSF TO IFX-IMPORTE-TRANSF
                       MOVE WS-PAIS-TRANSF TO IFX-PAIS-TRANSF
                       REWRITE IFX-RECORD
               END-READ
           END-IF.

      *    Segunda pasada: el maestro de identidad completo.
       3000-REVISAR-CLIENTES.
           MOVE LOW-VALUES TO DC-CLIENTE-ID
           START DATOS-FILE KEY IS >= DC-CLIENTE-ID
               INVALID KEY
                   MOVE "10" TO DATOS-STATUS
           END-START
           PERFORM UNTIL DATOS-STATUS = "10"
               READ DATOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO DATOS-STATUS
                   NOT AT END
                       ADD 1 TO WS-TOTAL-CLIENTES
                       PERFORM 3100-EVALUAR-CLIENTE
               END-READ
           END-PERFORM.

       3100-EVALUAR-CLIENTE.
           MOVE 'N' TO WS-IND-DOMICILIO
           MOVE 'N' TO WS-IND-TELEFONO
           MOVE 'N' TO WS-IND-TRANSF
           MOVE SPACES TO WS-PAIS-DOMICILIO
           MOVE SPACES TO WS-PAIS-TELEFONO
           MOVE SPACES TO WS-PAIS-TRANSF
           MOVE 0 TO WS-CANT-TRANSF
           MOVE 0 TO WS-IMPORTE-TRANSF

           MOVE FUNCTION UPPER-CASE(DC-DOMICILIO) TO WS-DOMICILIO
           PERFORM 3200-BUSCAR-PAIS
               VARYING TPX-IDX FROM 1 BY 1
               UNTIL TPX-IDX > 14 OR WS-IND-DOMICILIO = 'S'
           PERFORM 3300-EVALUAR-TELEFONO

           MOVE DC-CLIENTE-ID TO IFX-CLIENTE-ID
           READ INDICIOS-FILE
               KEY IS IFX-CLIENTE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-IND-TRANSF
                   MOVE IFX-CANT-TRANSF TO WS-CANT-TRANSF
                   MOVE IFX-IMPORTE-TRANSF TO WS-IMPORTE-TRANSF
                   MOVE IFX-PAIS-TRANSF TO WS-PAIS-TRANSF
                   MOVE 'S' TO IFX-VISTO
                   REWRITE IFX-RECORD
           END-READ

           IF WS-IND-DOMICILIO = 'S' OR WS-IND-TELEFONO = 'S'
              OR WS-IND-TRANSF = 'S'
               ADD 1 TO WS-TOTAL-CON-INDICIOS
               MOVE 'N' TO WS-TIENE-AUTOCERT
               IF DC-FECHA-AUTOCERT IS NUMERIC
                  AND DC-FECHA-AUTOCERT > 0
                   MOVE 'S' TO WS-TIENE-AUTOCERT
               END-IF
               IF WS-TIENE-AUTOCERT = 'S'
                   ADD 1 TO WS-TOTAL-AUTOCERTIFICADOS
               ELSE
                   MOVE DC-CLIENTE-ID TO WS-CLIENTE-ID
                   PERFORM 5000-LISTAR-CLIENTE
               END-IF
           END-IF.

      *    El nombre del pais se busca entero (sin los blancos de
      *    relleno de la tabla) en cualquier parte del domicilio.
       3200-BUSCAR-PAIS.
           MOVE 16 TO WS-LARGO-NOMBRE
           PERFORM UNTIL WS-LARGO-NOMBRE = 1
                   OR TPX-NOMBRE(TPX-IDX)(WS-LARGO-NOMBRE:1)
                      NOT = SPACE
               SUBTRACT 1 FROM WS-LARGO-NOMBRE
           END-PERFORM
           MOVE 0 TO WS-OCURRENCIAS
           INSPECT WS-DOMICILIO TALLYING WS-OCURRENCIAS
               FOR ALL TPX-NOMBRE(TPX-IDX)(1:WS-LARGO-NOMBRE)
           IF WS-OCURRENCIAS > 0
               MOVE 'S' TO WS-IND-DOMICILIO
               MOVE TPX-CODIGO(TPX-IDX) TO WS-PAIS-DOMICILIO
           END-IF.

      *    Prefijo internacional "+" o "00": si el codigo de pais
      *    no es el 54 el telefono es del exterior.
       3300-EVALUAR-TELEFONO.
           EVALUATE TRUE
               WHEN DC-TELEFONO(1:1) = "+"
                   IF DC-TELEFONO(2:2) NOT = "54"
                       MOVE 'S' TO WS-IND-TELEFONO
                       MOVE DC-TELEFONO(2:3) TO WS-PAIS-TELEFONO
                   END-IF
               WHEN DC-TELEFONO(1:2) = "00"
                   IF DC-TELEFONO(3:2) NOT = "54"
                       MOVE 'S' TO WS-IND-TELEFONO
                       MOVE DC-TELEFONO(3:3) TO WS-PAIS-TELEFONO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Tercera pasada: clientes con transferencias al exterior
      *    que no tienen registro de identidad (nunca autocertifican
      *    desde el maestro, se listan siempre).
       4000-CLIENTES-SIN-DATOS.
           MOVE LOW-VALUES TO IFX-CLIENTE-ID
           START INDICIOS-FILE KEY IS >= IFX-CLIENTE-ID
               INVALID KEY
                   MOVE "10" TO INDICIOS-STATUS
               NOT INVALID KEY
                   MOVE "00" TO INDICIOS-STATUS
           END-START
           PERFORM UNTIL INDICIOS-STATUS = "10"
               READ INDICIOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO INDICIOS-STATUS
                   NOT AT END
                       IF IFX-VISTO NOT = 'S'
                           ADD 1 TO WS-TOTAL-CON-INDICIOS
                           MOVE 'N' TO WS-IND-DOMICILIO
                           MOVE 'N' TO WS-IND-TELEFONO
                           MOVE 'S' TO WS-IND-TRANSF
                           MOVE SPACES TO WS-PAIS-DOMICILIO
                           MOVE SPACES TO WS-PAIS-TELEFONO
                           MOVE IFX-CANT-TRANSF TO WS-CANT-TRANSF
                           MOVE IFX-IMPORTE-TRANSF
                               TO WS-IMPORTE-TRANSF
                           MOVE IFX-PAIS-TRANSF TO WS-PAIS-TRANSF
                           MOVE IFX-CLIENTE-ID TO WS-CLIENTE-ID
                           PERFORM 5000-LISTAR-CLIENTE
                       END-IF
               END-READ
           END-PERFORM.

       5000-LISTAR-CLIENTE.
           ADD 1 TO WS-TOTAL-A-CERTIFICAR
           MOVE SPACES TO WS-REP-LINEA
           MOVE 1 TO WS-PUNTERO
           STRING "Cliente " DELIMITED BY SIZE
                  WS-CLIENTE-ID DELIMITED BY SIZE
               INTO WS-REP-LINEA WITH POINTER WS-PUNTERO
           IF WS-IND-DOMICILIO = 'S'
               STRING " DOMICILIO " DELIMITED BY SIZE
                      WS-PAIS-DOMICILIO DELIMITED BY SIZE
                   INTO WS-REP-LINEA WITH POINTER WS-PUNTERO
           END-IF
           IF WS-IND-TELEFONO = 'S'
               STRING " TELEFONO +" DELIMITED BY SIZE
                      WS-PAIS-TELEFONO DELIMITED BY SIZE
                   INTO WS-REP-LINEA WITH POINTER WS-PUNTERO
           END-IF
           IF WS-IND-TRANSF = 'S'
               MOVE WS-IMPORTE-TRANSF TO WS-IMPORTE-DISPLAY
               STRING " TRANSF " DELIMITED BY SIZE
                      WS-CANT-TRANSF DELIMITED BY SIZE
                      " a " DELIMITED BY SIZE
                      WS-PAIS-TRANSF DELIMITED BY SIZE
                      " USD " DELIMITED BY SIZE
                      WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                   INTO WS-REP-LINEA WITH POINTER WS-PUNTERO
           END-IF
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       9000-FINALIZAR.
           IF WS-SEGUIR = 'S'
               CLOSE DATOS-FILE
               CLOSE INDICIOS-FILE
           END-IF
           DISPLAY "------------------------------------------".
           DISPLAY "Clientes revisados:      " WS-TOTAL-CLIENTES.
           DISPLAY "Transferencias al exterior: " WS-TOTAL-TRANSF.
           DISPLAY "  sin numero de cliente: " WS-SIN-CLIENTE.
           DISPLAY "Con indicios:            " WS-TOTAL-CON-INDICIOS.
           DISPLAY "  ya autocertificados:   "
                   WS-TOTAL-AUTOCERTIFICADOS.
           DISPLAY "  a autocertificar:      " WS-TOTAL-A-CERTIFICAR.
           DISPLAY "==========================================".
           MOVE SPACES TO WS-REP-LINEA
           STRING "Con indicios " DELIMITED BY SIZE
                  WS-TOTAL-CON-INDICIOS DELIMITED BY SIZE
                  " autocertificados " DELIMITED BY SIZE
                  WS-TOTAL-AUTOCERTIFICADOS DELIMITED BY SIZE
                  " a autocertificar " DELIMITED BY SIZE
                  WS-TOTAL-A-CERTIFICAR DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.
