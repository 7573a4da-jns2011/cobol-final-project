       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORMAR-RESIDENTES-EXTERIOR.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Informe anual de residentes fiscales en el exterior
      *  (intercambio automatico de informacion, CRS/FATCA): para un
      *  anio calendario terminado genera el archivo de la autoridad
      *  (residentes-exterior-AAAA.dat, ancho fijo) con un renglon
      *  "P" por persona sujeta a informar y un renglon "C" por cada
      *  una de sus cuentas, con cabecera "H" y trailer "T" de
      *  totales de control por moneda.
      *  Es sujeta a informar la persona que en su autocertificacion
      *  (datos-clientes.dat, ver REVISAR-KYC) declaro alguna
      *  residencia fiscal distinta de "AR"; se informan los paises
      *  y numeros de identificacion fiscal extranjeros declarados.
      *  Sus cuentas salen de clientes-idx.dat: cajas de ahorro y
      *  cuentas corrientes con el saldo de cierre al 31/12
      *  (historia-saldos.dat; sin historia, el saldo actual) y los
      *  plazos fijos vigentes a esa fecha (capital), en la moneda de
      *  la cuenta; un saldo deudor se informa en cero. El interes
      *  bruto pagado en el anio va en el renglon de la caja de
      *  ahorro o cuenta corriente: los intereses acreditados ("I",
      *  neto de sus reversos) del archivo en linea y del historico,
      *  con o sin retencion; el interes de los plazos fijos del CBF
      *  vencidos en el anio (pagados o renovados, con el mismo
      *  calculo de VENCER-PLAZOS-FIJOS, tambien cuando se
      *  capitalizo); y el de los precancelados en el anio (credito
      *  "PRECANC PLAZO FIJO TS" menos el capital del certificado).
      *  Los titulares adicionales de titulares.dat no tienen maestro
      *  de identidad ni autocertificacion y no se informan. El
      *  archivo queda en el manifiesto de salidas y el resumen
      *  spooleado via escribir-reporte. Un anio se puede re-correr:
      *  el archivo se reemplaza.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATOS-FILE ASSIGN TO "datos-clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CLIENTE-ID
               FILE STATUS IS DATOS-STATUS.

           SELECT CLIENTES-IDX-FILE ASSIGN TO "clientes-idx.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CBF
               ALTERNATE RECORD KEY IS CI-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS IDX-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT PLAZOS-FILE ASSIGN TO "plazos-fijos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-KEY
               FILE STATUS IS PLAZOS-STATUS.

           SELECT HISTORIA-FILE ASSIGN TO "historia-saldos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS HISTORIA-STATUS.

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

           SELECT INFORME-FILE ASSIGN TO WS-INFORME-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INFORME-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATOS-FILE.
       COPY "datos-cliente.cpy".

       FD  CLIENTES-IDX-FILE.
       COPY "cliente-indice.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  PLAZOS-FILE.
       COPY "plazo-fijo.cpy".

       FD  HISTORIA-FILE.
       COPY "historia-saldo.cpy".

       FD  TRANS-FILE.
       COPY "registro-transaccion.cpy".

       FD  HIST-FILE.
       COPY "registro-historico.cpy".

      *    Renglon "P" por persona, "C" por cuenta; cabecera "H" y
      *    trailer "T" con los totales de control por moneda.
       FD  INFORME-FILE.
       01  INF-PERSONA.
           05  INF-TIPO               PIC X(1).
           05  INF-CLIENTE-ID         PIC 9(8).
           05  INF-TIPO-DOC           PIC X(3).
           05  INF-NRO-DOC            PIC X(11).
           05  INF-APELLIDO           PIC X(30).
           05  INF-NOMBRE             PIC X(30).
           05  INF-FECHA-NAC          PIC 9(8).
           05  INF-TIPO-PERSONA       PIC X(1).
           05  INF-DOMICILIO          PIC X(50).
           05  INF-RESIDENCIA OCCURS 3 TIMES.
               10  INF-PAIS           PIC X(2).
               10  INF-NIF            PIC X(20).
           05  INF-FECHA-AUTOCERT     PIC 9(8).
       01  INF-CUENTA REDEFINES INF-PERSONA.
           05  INF-CTA-TIPO           PIC X(1).
           05  INF-CTA-CLIENTE-ID     PIC 9(8).
           05  INF-CTA-CBF            PIC 9(6).
           05  INF-CTA-PRODUCTO       PIC X(2).
           05  INF-CTA-MONEDA         PIC X(3).
           05  INF-CTA-CERRADA        PIC X(1).
           05  INF-CTA-SALDO          PIC 9(13)V99.
           05  INF-CTA-INTERES        PIC 9(13)V99.
           05  FILLER                 PIC X(165).
       01  INF-CABECERA REDEFINES INF-PERSONA.
           05  INF-CAB-TIPO           PIC X(1).
           05  INF-CAB-ANIO           PIC 9(4).
           05  INF-CAB-CUIT           PIC X(13).
           05  INF-CAB-FECHA          PIC 9(8).
           05  FILLER                 PIC X(190).
       01  INF-TRAILER REDEFINES INF-PERSONA.
           05  INF-TRL-TIPO           PIC X(1).
           05  INF-TRL-PERSONAS       PIC 9(8).
           05  INF-TRL-CUENTAS        PIC 9(8).
           05  INF-TRL-SALDO-ARS      PIC 9(15)V99.
           05  INF-TRL-INTERES-ARS    PIC 9(15)V99.
           05  INF-TRL-SALDO-USD      PIC 9(15)V99.
           05  INF-TRL-INTERES-USD    PIC 9(15)V99.
           05  FILLER                 PIC X(131).

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  DATOS-STATUS               PIC XX.
       01  IDX-STATUS                 PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  PLAZOS-STATUS              PIC XX.
       01  HISTORIA-STATUS            PIC XX.
       01  TRANS-STATUS               PIC XX.
       01  HIST-STATUS                PIC XX.
       01  INFORME-STATUS             PIC XX.
       01  WS-INFORME-PATH            PIC X(100).
       01  WS-SEGUIR                  PIC X VALUE 'S'.
       01  WS-PLAZOS-ABIERTO          PIC X VALUE 'N'.
       01  WS-HISTORIA-ABIERTO        PIC X VALUE 'N'.
       01  WS-TRANS-ABIERTO           PIC X VALUE 'N'.
       01  WS-HAY-HISTORICO           PIC X VALUE 'N'.

       01  WS-BANCO-CUIT              PIC X(13)
               VALUE "30-99999999-7".

       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-FECHA-HOY-GRP REDEFINES WS-FECHA-HOY.
           05  WS-HOY-ANIO            PIC 9(4).
           05  WS-HOY-MMDD            PIC 9(4).
       01  WS-ANIO                    PIC 9(4).
       01  WS-FECHA-CORTE             PIC 9(8).
       01  WS-VTO-ANIO                PIC 9(4).

      *    Persona y cuenta en curso.
       01  WS-REPORTABLE              PIC X(1).
       01  WS-CLIENTE-ID              PIC 9(8).
       01  WS-PRIMERA-CUENTA          PIC X(1).
       01  WS-CBF                     PIC 9(6).
       01  WS-CBF-ALFA                PIC X(6).
       01  WS-SALDO                   PIC S9(10)V99.
       01  WS-SALDO-HISTORIA          PIC 9 VALUE 0.
       01  WS-INTERES                 PIC S9(11)V99.
       01  WS-MONEDA                  PIC X(3).
       01  WS-CTA-CERRADA             PIC X(1).
       01  WS-SIN-NIF                 PIC X(1).

      *    Interes de un plazo fijo vencido o precancelado.
       01  WS-PF-BASE                 PIC S9(9)V99.
       01  WS-PF-INTERES              PIC S9(9)V99.
       01  WS-PF-TS-MEMO              PIC X(14).
       01  WS-INDICE-UVA              PIC 9(6)V99.
       01  WS-FECHA-INDICE            PIC 9(8).
       01  WS-INDICE-ENCONTRADO       PIC 9.

      *    Totales de control.
       01  WS-TOTAL-PERSONAS          PIC 9(8) VALUE 0.
       01  WS-TOTAL-CUENTAS           PIC 9(8) VALUE 0.
       01  WS-TOTAL-SIN-NIF           PIC 9(8) VALUE 0.
       01  WS-TOTAL-SALDO-ARS         PIC 9(15)V99 VALUE 0.
       01  WS-TOTAL-INTERES-ARS       PIC 9(15)V99 VALUE 0.
       01  WS-TOTAL-SALDO-USD         PIC 9(15)V99 VALUE 0.
       01  WS-TOTAL-INTERES-USD       PIC 9(15)V99 VALUE 0.
       01  WS-MAN-ARCHIVO             PIC X(30).
       01  WS-MAN-CANTIDAD            PIC 9(6).
       01  WS-MAN-TOTAL               PIC S9(13)V99.

       01  WS-IMPORTE-DISPLAY         PIC Z(14)9.99.
       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "residentes-exterior".
       01  WS-REP-TITULO              PIC X(40)
                            VALUE "RESIDENTES FISCALES EN EL EXTERIOR".
       01  WS-REP-LINEA               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-FIN
           IF WS-SEGUIR = 'S'
               PERFORM 3000-INFORMAR-PERSONAS
               PERFORM 4000-TRAILER
           END-IF
           PERFORM 9000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  RESIDENTES FISCALES EN EL EXTERIOR".
           DISPLAY "==========================================".
           MOVE "Personas y cuentas informadas" TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           DISPLAY "Anio a informar (AAAA): " WITH NO ADVANCING
           ACCEPT WS-ANIO
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           IF WS-ANIO = 0
               DISPLAY "Anio invalido."
               MOVE 'N' TO WS-SEGUIR
               GO TO 1000-INICIALIZAR-FIN
           END-IF
           IF WS-ANIO NOT < WS-HOY-ANIO
               DISPLAY "Solo se informa un anio ya terminado."
               MOVE 'N' TO WS-SEGUIR
               GO TO 1000-INICIALIZAR-FIN
           END-IF
           COMPUTE WS-FECHA-CORTE = WS-ANIO * 10000 + 1231

           OPEN INPUT DATOS-FILE
           IF DATOS-STATUS NOT = "00"
               DISPLAY "No hay datos de identidad cargados."
               MOVE 'N' TO WS-SEGUIR
               GO TO 1000-INICIALIZAR-FIN
           END-IF
           OPEN INPUT CLIENTES-IDX-FILE
           IF IDX-STATUS NOT = "00"
               DISPLAY "ERROR al abrir clientes-idx: " IDX-STATUS
               CLOSE DATOS-FILE
               MOVE 'N' TO WS-SEGUIR
               GO TO 1000-INICIALIZAR-FIN
           END-IF
           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE
           IF CUENTAS-STATUS NOT = "00"
               DISPLAY "ERROR al abrir cuentas: " CUENTAS-STATUS
               CLOSE DATOS-FILE
               CLOSE CLIENTES-IDX-FILE
               MOVE 'N' TO WS-SEGUIR
               GO TO 1000-INICIALIZAR-FIN
           END-IF
           OPEN INPUT PLAZOS-FILE
           IF PLAZOS-STATUS = "00"
               MOVE 'S' TO WS-PLAZOS-ABIERTO
           END-IF
           OPEN INPUT HISTORIA-FILE
           IF HISTORIA-STATUS = "00"
               MOVE 'S' TO WS-HISTORIA-ABIERTO
           END-IF
           OPEN INPUT TRANS-FILE
           IF TRANS-STATUS = "00"
               MOVE 'S' TO WS-TRANS-ABIERTO
           END-IF
           OPEN INPUT HIST-FILE
           IF HIST-STATUS = "00"
               MOVE 'S' TO WS-HAY-HISTORICO
           END-IF

           MOVE SPACES TO WS-INFORME-PATH
           STRING "residentes-exterior-" DELIMITED BY SIZE
                  WS-ANIO DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-INFORME-PATH
           MOVE WS-INFORME-PATH TO WS-MAN-ARCHIVO
           OPEN OUTPUT INFORME-FILE
           MOVE SPACES TO INF-CABECERA
           MOVE "H" TO INF-CAB-TIPO
           MOVE WS-ANIO TO INF-CAB-ANIO
           MOVE WS-BANCO-CUIT TO INF-CAB-CUIT
           MOVE WS-FECHA-HOY TO INF-CAB-FECHA
           WRITE INF-CABECERA.
       1000-INICIALIZAR-FIN.
           EXIT.

      *    Recorrido del maestro de identidad: cada persona con
      *    residencia fiscal extranjera declarada se informa con
      *    todas sus cuentas.
       3000-INFORMAR-PERSONAS.
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
                       MOVE 'N' TO WS-REPORTABLE
                       MOVE 'N' TO WS-SIN-NIF
                       IF DC-FECHA-AUTOCERT IS NUMERIC
                          AND DC-FECHA-AUTOCERT > 0
                           PERFORM 3050-VERIFICAR-RESIDENCIA
                               VARYING DC-RF-IDX FROM 1 BY 1
                               UNTIL DC-RF-IDX > 3
                       END-IF
                       IF WS-REPORTABLE = 'S'
                           PERFORM 3100-INFORMAR-PERSONA
                       END-IF
               END-READ
           END-PERFORM.

       3050-VERIFICAR-RESIDENCIA.
           IF DC-RF-PAIS(DC-RF-IDX) NOT = SPACES
              AND DC-RF-PAIS(DC-RF-IDX) NOT = "AR"
               MOVE 'S' TO WS-REPORTABLE
               IF DC-RF-NIF(DC-RF-IDX) = SPACES
                   MOVE 'S' TO WS-SIN-NIF
               END-IF
           END-IF.

      *    El nombre sale de la primera cuenta de la persona; el
      *    renglon "P" se graba antes que sus cuentas.
       3100-INFORMAR-PERSONA.
           ADD 1 TO WS-TOTAL-PERSONAS
           IF WS-SIN-NIF = 'S'
               ADD 1 TO WS-TOTAL-SIN-NIF
           END-IF
           MOVE DC-CLIENTE-ID TO WS-CLIENTE-ID
           MOVE SPACES TO CLI-APELLIDO
           MOVE SPACES TO CLI-NOMBRE
           MOVE WS-CLIENTE-ID TO CI-CLIENTE-ID
           READ CLIENTES-IDX-FILE
               KEY IS CI-CLIENTE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CI-CBF TO CLI-CBF
                   READ CUENTAS-FILE
                       KEY IS CLI-CBF
                       INVALID KEY
                           MOVE SPACES TO CLI-APELLIDO
                           MOVE SPACES TO CLI-NOMBRE
                   END-READ
           END-READ

           MOVE SPACES TO INF-PERSONA
           MOVE "P" TO INF-TIPO
           MOVE DC-CLIENTE-ID TO INF-CLIENTE-ID
           MOVE DC-TIPO-DOC TO INF-TIPO-DOC
           MOVE DC-NRO-DOC TO INF-NRO-DOC
           MOVE CLI-APELLIDO TO INF-APELLIDO
           MOVE CLI-NOMBRE TO INF-NOMBRE
           MOVE DC-FECHA-NAC TO INF-FECHA-NAC
           MOVE DC-TIPO-PERSONA TO INF-TIPO-PERSONA
           MOVE DC-DOMICILIO TO INF-DOMICILIO
           MOVE DC-RF-PAIS(1) TO INF-PAIS(1)
           MOVE DC-RF-NIF(1) TO INF-NIF(1)
           MOVE DC-RF-PAIS(2) TO INF-PAIS(2)
           MOVE DC-RF-NIF(2) TO INF-NIF(2)
           MOVE DC-RF-PAIS(3) TO INF-PAIS(3)
           MOVE DC-RF-NIF(3) TO INF-NIF(3)
           MOVE DC-FECHA-AUTOCERT TO INF-FECHA-AUTOCERT
           WRITE INF-PERSONA

           MOVE SPACES TO WS-REP-LINEA
           STRING DC-CLIENTE-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CLI-APELLIDO DELIMITED BY "  "
                  " residencia " DELIMITED BY SIZE
                  DC-RF-PAIS(1) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DC-RF-PAIS(2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DC-RF-PAIS(3) DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA

      *    Todas las cuentas de la persona por la clave alternativa.
           MOVE WS-CLIENTE-ID TO CI-CLIENTE-ID
           START CLIENTES-IDX-FILE KEY IS = CI-CLIENTE-ID
               INVALID KEY
                   MOVE "10" TO IDX-STATUS
               NOT INVALID KEY
                   MOVE "00" TO IDX-STATUS
           END-START
           PERFORM UNTIL IDX-STATUS = "10"
               READ CLIENTES-IDX-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO IDX-STATUS
                   NOT AT END
                       IF CI-CLIENTE-ID NOT = WS-CLIENTE-ID
                           MOVE "10" TO IDX-STATUS
                       ELSE
                           MOVE CI-CBF TO WS-CBF
                           PERFORM 3200-INFORMAR-CUENTA
                           PERFORM 3400-INFORMAR-PLAZOS
                       END-IF
               END-READ
           END-PERFORM.

       3200-INFORMAR-CUENTA.
           MOVE WS-CBF TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   MOVE "X" TO CLI-TIPO-CUENTA
           END-READ
           IF CLI-CAJA-AHORRO OR CLI-CTA-CORRIENTE
               PERFORM 3300-SALDO-AL-CORTE
               PERFORM 3600-INTERES-DEL-ANIO
               MOVE CLI-MONEDA TO WS-MONEDA
               MOVE 'N' TO WS-CTA-CERRADA
               IF CLI-CERRADA
                   MOVE 'S' TO WS-CTA-CERRADA
               END-IF
               MOVE SPACES TO INF-CUENTA
               IF CLI-CAJA-AHORRO
                   MOVE "CA" TO INF-CTA-PRODUCTO
               ELSE
                   MOVE "CC" TO INF-CTA-PRODUCTO
               END-IF
               PERFORM 3500-GRABAR-CUENTA
           END-IF.

      *    Ultimo saldo de cierre del CBF no posterior al 31/12; una
      *    cuenta sin historia en el archivo toma su saldo actual.
       3300-SALDO-AL-CORTE.
           MOVE 0 TO WS-SALDO
           MOVE 0 TO WS-SALDO-HISTORIA
           IF WS-HISTORIA-ABIERTO = 'S'
               MOVE WS-CBF TO HS-CBF
               MOVE 0 TO HS-FECHA
               START HISTORIA-FILE KEY IS >= HS-KEY
                   INVALID KEY
                       MOVE "10" TO HISTORIA-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO HISTORIA-STATUS
               END-START
               PERFORM UNTIL HISTORIA-STATUS = "10"
                   READ HISTORIA-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO HISTORIA-STATUS
                       NOT AT END
                           IF HS-CBF NOT = WS-CBF
                              OR HS-FECHA > WS-FECHA-CORTE
                               MOVE "10" TO HISTORIA-STATUS
                           ELSE
                               MOVE HS-SALDO TO WS-SALDO
                               MOVE 1 TO WS-SALDO-HISTORIA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-SALDO-HISTORIA = 0
               MOVE WS-CBF TO WS-CBF-ALFA
               CALL "leer-saldo" USING WS-CBF-ALFA, WS-SALDO,
                    CLI-MONEDA
           END-IF
           IF WS-SALDO < 0
               MOVE 0 TO WS-SALDO
           END-IF.

      *    Plazos fijos del CBF vigentes al 31/12: constituidos hasta
      *    esa fecha, con vencimiento posterior y no precancelados.
       3400-INFORMAR-PLAZOS.
           IF WS-PLAZOS-ABIERTO = 'S'
               MOVE WS-CBF TO PF-CBF
               MOVE 0 TO PF-TIMESTAMP-ALTA
               START PLAZOS-FILE KEY IS >= PF-KEY
                   INVALID KEY
                       MOVE "10" TO PLAZOS-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO PLAZOS-STATUS
               END-START
               PERFORM UNTIL PLAZOS-STATUS = "10"
                   READ PLAZOS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO PLAZOS-STATUS
                       NOT AT END
                           IF PF-CBF NOT = WS-CBF
                               MOVE "10" TO PLAZOS-STATUS
                           ELSE
                               IF PF-FECHA-INICIO NOT > WS-FECHA-CORTE
                                  AND PF-FECHA-VTO > WS-FECHA-CORTE
                                  AND NOT PF-PRECANCELADO
                                  AND PF-CAPITAL > 0
                                   PERFORM 3450-INFORMAR-PLAZO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    El certificado va en la moneda de su cuenta de origen.
       3450-INFORMAR-PLAZO.
           MOVE "ARS" TO WS-MONEDA
           MOVE WS-CBF TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLI-MONEDA TO WS-MONEDA
           END-READ
           MOVE PF-CAPITAL TO WS-SALDO
           MOVE 0 TO WS-INTERES
           MOVE 'N' TO WS-CTA-CERRADA
           MOVE SPACES TO INF-CUENTA
           MOVE "PF" TO INF-CTA-PRODUCTO
           PERFORM 3500-GRABAR-CUENTA.

      *    Interes bruto pagado en el anio al CBF, con el mismo
      *    criterio que CERTIFICADO-ANUAL para los "I" (en linea e
      *    historico, neto de reversos) mas el de sus plazos fijos.
       3600-INTERES-DEL-ANIO.
           MOVE 0 TO WS-INTERES
           IF WS-TRANS-ABIERTO = 'S'
               MOVE WS-CBF TO R-CBF
               MOVE 0 TO R-TIMESTAMP
               START TRANS-FILE KEY IS >= R-KEY
                   INVALID KEY
                       MOVE "10" TO TRANS-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO TRANS-STATUS
               END-START
               PERFORM UNTIL TRANS-STATUS = "10"
                   READ TRANS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO TRANS-STATUS
                       NOT AT END
                           IF R-CBF NOT = WS-CBF
                               MOVE "10" TO TRANS-STATUS
                           ELSE
                               PERFORM 3650-ACUMULAR-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-HAY-HISTORICO = 'S'
               MOVE WS-CBF TO HIST-CBF
               MOVE 0 TO HIST-TIMESTAMP
               START HIST-FILE KEY IS >= HIST-KEY
                   INVALID KEY
                       MOVE "10" TO HIST-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO HIST-STATUS
               END-START
               PERFORM UNTIL HIST-STATUS = "10"
                   READ HIST-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO HIST-STATUS
                       NOT AT END
                           IF HIST-CBF NOT = WS-CBF
                               MOVE "10" TO HIST-STATUS
                           ELSE
                               MOVE HIST-RECORD TO R-RECORD
                               PERFORM 3650-ACUMULAR-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM 3700-INTERES-PLAZOS-VENCIDOS.

       3650-ACUMULAR-MOVIMIENTO.
           IF R-ANIO = WS-ANIO
               EVALUATE TRUE
                   WHEN R-DESCRIPCION = "I"
                       ADD R-IMPORTE TO WS-INTERES
                   WHEN R-DESCRIPCION = "R" AND R-REF-TIPO = "I"
                       SUBTRACT R-IMPORTE FROM WS-INTERES
                   WHEN R-DESCRIPCION = "D"
                    AND R-MEMO(1:22) = "PRECANC PLAZO FIJO TS "
                       PERFORM 3660-INTERES-PRECANCELACION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    El credito de la precancelacion es el capital mas el
      *    interes a tasa de penalidad; el memo trae la clave del
      *    certificado.
       3660-INTERES-PRECANCELACION.
           MOVE R-MEMO(23:14) TO WS-PF-TS-MEMO
           IF WS-PLAZOS-ABIERTO = 'S' AND WS-PF-TS-MEMO IS NUMERIC
               MOVE WS-CBF TO PF-CBF
               MOVE WS-PF-TS-MEMO TO PF-TIMESTAMP-ALTA
               READ PLAZOS-FILE
                   KEY IS PF-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-INTERES =
                           WS-INTERES + R-IMPORTE - PF-CAPITAL
               END-READ
           END-IF.

      *    Plazos fijos del CBF vencidos en el anio y ya liquidados
      *    (pagados o renovados): el interes se recalcula como lo
      *    liquido VENCER-PLAZOS-FIJOS, tambien el capitalizado en
      *    una renovacion total. El UVA se valua al indice del dia
      *    del vencimiento.
       3700-INTERES-PLAZOS-VENCIDOS.
           IF WS-PLAZOS-ABIERTO = 'S'
               MOVE WS-CBF TO PF-CBF
               MOVE 0 TO PF-TIMESTAMP-ALTA
               START PLAZOS-FILE KEY IS >= PF-KEY
                   INVALID KEY
                       MOVE "10" TO PLAZOS-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO PLAZOS-STATUS
               END-START
               PERFORM UNTIL PLAZOS-STATUS = "10"
                   READ PLAZOS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO PLAZOS-STATUS
                       NOT AT END
                           IF PF-CBF NOT = WS-CBF
                               MOVE "10" TO PLAZOS-STATUS
                           ELSE
                               MOVE PF-FECHA-VTO(1:4) TO WS-VTO-ANIO
                               IF (PF-PAGADO OR PF-RENOVADO)
                                  AND WS-VTO-ANIO = WS-ANIO
                                   PERFORM 3750-INTERES-PLAZO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       3750-INTERES-PLAZO.
           MOVE PF-CAPITAL TO WS-PF-BASE
           IF PF-UVA
               CALL "buscar-indice-uva" USING PF-FECHA-VTO,
                    WS-INDICE-UVA, WS-FECHA-INDICE,
                    WS-INDICE-ENCONTRADO
               IF WS-INDICE-ENCONTRADO = 1 AND WS-INDICE-UVA > 0
                   COMPUTE WS-PF-BASE ROUNDED =
                       PF-UVA-UNIDADES * WS-INDICE-UVA
               END-IF
           END-IF
           COMPUTE WS-PF-INTERES ROUNDED =
               WS-PF-BASE * PF-TASA-ANUAL / 100 * PF-DIAS / 365
           ADD WS-PF-INTERES TO WS-INTERES.

       3500-GRABAR-CUENTA.
           MOVE "C" TO INF-CTA-TIPO
           MOVE WS-CLIENTE-ID TO INF-CTA-CLIENTE-ID
           MOVE WS-CBF TO INF-CTA-CBF
           MOVE WS-MONEDA TO INF-CTA-MONEDA
           MOVE WS-CTA-CERRADA TO INF-CTA-CERRADA
           MOVE WS-SALDO TO INF-CTA-SALDO
           IF WS-INTERES > 0
               MOVE WS-INTERES TO INF-CTA-INTERES
           ELSE
               MOVE 0 TO INF-CTA-INTERES
           END-IF
           WRITE INF-CUENTA
           ADD 1 TO WS-TOTAL-CUENTAS
           IF WS-MONEDA = "USD"
               ADD INF-CTA-SALDO TO WS-TOTAL-SALDO-USD
               ADD INF-CTA-INTERES TO WS-TOTAL-INTERES-USD
           ELSE
               ADD INF-CTA-SALDO TO WS-TOTAL-SALDO-ARS
               ADD INF-CTA-INTERES TO WS-TOTAL-INTERES-ARS
           END-IF.

       4000-TRAILER.
           MOVE SPACES TO INF-TRAILER
           MOVE "T" TO INF-TRL-TIPO
           MOVE WS-TOTAL-PERSONAS TO INF-TRL-PERSONAS
           MOVE WS-TOTAL-CUENTAS TO INF-TRL-CUENTAS
           MOVE WS-TOTAL-SALDO-ARS TO INF-TRL-SALDO-ARS
           MOVE WS-TOTAL-INTERES-ARS TO INF-TRL-INTERES-ARS
           MOVE WS-TOTAL-SALDO-USD TO INF-TRL-SALDO-USD
           MOVE WS-TOTAL-INTERES-USD TO INF-TRL-INTERES-USD
           WRITE INF-TRAILER
           CLOSE INFORME-FILE

           MOVE WS-TOTAL-PERSONAS TO WS-MAN-CANTIDAD
           MOVE WS-TOTAL-SALDO-ARS TO WS-MAN-TOTAL
           CALL "registrar-manifiesto" USING WS-MAN-ARCHIVO,
                WS-FECHA-HOY, WS-MAN-CANTIDAD, WS-MAN-TOTAL.

       9000-FINALIZAR.
           IF WS-SEGUIR = 'S'
               CLOSE DATOS-FILE
               CLOSE CLIENTES-IDX-FILE
               CLOSE CUENTAS-FILE
               IF WS-TRANS-ABIERTO = 'S'
                   CLOSE TRANS-FILE
               END-IF
               IF WS-HAY-HISTORICO = 'S'
                   CLOSE HIST-FILE
               END-IF
               IF WS-PLAZOS-ABIERTO = 'S'
                   CLOSE PLAZOS-FILE
               END-IF
               IF WS-HISTORIA-ABIERTO = 'S'
                   CLOSE HISTORIA-FILE
               END-IF
           END-IF
           DISPLAY "------------------------------------------".
           DISPLAY "Personas informadas: " WS-TOTAL-PERSONAS.
           DISPLAY "  sin NIF extranjero: " WS-TOTAL-SIN-NIF.
           DISPLAY "Cuentas informadas:  " WS-TOTAL-CUENTAS.
           MOVE WS-TOTAL-SALDO-ARS TO WS-IMPORTE-DISPLAY
           DISPLAY "Saldos ARS:      $ " WS-IMPORTE-DISPLAY.
           MOVE WS-TOTAL-INTERES-ARS TO WS-IMPORTE-DISPLAY
           DISPLAY "Intereses ARS:   $ " WS-IMPORTE-DISPLAY.
           MOVE WS-TOTAL-SALDO-USD TO WS-IMPORTE-DISPLAY
           DISPLAY "Saldos USD:    U$S " WS-IMPORTE-DISPLAY.
           MOVE WS-TOTAL-INTERES-USD TO WS-IMPORTE-DISPLAY
           DISPLAY "Intereses USD: U$S " WS-IMPORTE-DISPLAY.
           DISPLAY "==========================================".
           MOVE SPACES TO WS-REP-LINEA
           STRING "Anio " DELIMITED BY SIZE
                  WS-ANIO DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-TOTAL-PERSONAS DELIMITED BY SIZE
                  " personas, " DELIMITED BY SIZE
                  WS-TOTAL-CUENTAS DELIMITED BY SIZE
                  " cuentas, sin NIF " DELIMITED BY SIZE
                  WS-TOTAL-SIN-NIF DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.
