       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURAR-COMISIONES.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Facturacion mensual de comisiones: para el periodo AAAAMM
      *  pedido (un mes ya terminado) emite una factura por CBF con
      *  todas las comisiones "F" de la cuenta cuya fecha contable
      *  cae en el mes, cada una con el IVA "G" que crear-transaccion
      *  le posteo enlazado y la alicuota aplicada. Las comisiones
      *  revertidas no se facturan. La factura es A si el titular es
      *  responsable inscripto (DC-CONDICION-IVA) y B en los demas
      *  casos; el punto de venta es la sucursal de la cuenta y el
      *  numero es el siguiente de numeracion-facturas.dat para ese
      *  punto de venta y tipo, que se graba recien cuando la factura
      *  quedo registrada en facturas.dat: la numeracion no deja
      *  huecos y un CBF/periodo ya facturado no se vuelve a facturar
      *  aunque el batch se corra de nuevo. R-KEY ordena por CBF y
      *  luego por fecha/hora, asi que un recorrido secuencial llega
      *  agrupado por cuenta y el IVA y los reversos llegan despues
      *  de su comision.
      *  Salidas: facturas-emitidas.dat (cabecera, renglones y total
      *  de cada factura emitida en la corrida) y
      *  libro-iva-ventas.dat (todas las facturas del periodo, con
      *  un total por moneda), ambas en el manifiesto de salidas, y
      *  el resumen spooleado via escribir-reporte.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO WS-TRANS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS R-KEY
               ALTERNATE RECORD KEY IS R-CBF
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT FACTURAS-FILE ASSIGN TO "facturas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAC-KEY
               FILE STATUS IS FACTURAS-STATUS.

           SELECT NUMERACION-FILE ASSIGN TO "numeracion-facturas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-KEY
               FILE STATUS IS NUMERACION-STATUS.

           SELECT EMITIDAS-FILE ASSIGN TO "facturas-emitidas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMITIDAS-STATUS.

           SELECT LIBRO-FILE ASSIGN TO "libro-iva-ventas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIBRO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       COPY "registro-transaccion.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  FACTURAS-FILE.
       COPY "factura.cpy".

       FD  NUMERACION-FILE.
       COPY "numeracion-factura.cpy".

       FD  EMITIDAS-FILE.
       01  EMITIDA-RENGLON.
           05  FE-TIPO                PIC X(1).
           05  FE-FECHA               PIC 9(8).
           05  FE-MEMO                PIC X(40).
           05  FE-NETO                PIC 9(9)V99.
           05  FE-ALICUOTA            PIC 9(2)V99.
           05  FE-IVA                 PIC 9(9)V99.
           05  FILLER                 PIC X(25).
       01  EMITIDA-CABECERA REDEFINES EMITIDA-RENGLON.
           05  FE-H-TIPO              PIC X(1).
           05  FE-H-TIPO-FACTURA      PIC X(1).
           05  FE-H-PUNTO-VENTA       PIC 9(4).
           05  FE-H-NUMERO            PIC 9(8).
           05  FE-H-FECHA             PIC 9(8).
           05  FE-H-CBF               PIC 9(6).
           05  FE-H-PERIODO           PIC 9(6).
           05  FE-H-CONDICION-IVA     PIC X(2).
           05  FE-H-TIPO-DOC          PIC X(3).
           05  FE-H-NRO-DOC           PIC X(11).
           05  FE-H-MONEDA            PIC X(3).
           05  FE-H-RAZON-SOCIAL      PIC X(40).
           05  FILLER                 PIC X(7).
       01  EMITIDA-TOTAL REDEFINES EMITIDA-RENGLON.
           05  FE-T-TIPO              PIC X(1).
           05  FE-T-CANT-ITEMS        PIC 9(3).
           05  FE-T-NO-GRAVADO        PIC 9(11)V99.
           05  FE-T-GRAVADO           PIC 9(11)V99.
           05  FE-T-IVA               PIC 9(11)V99.
           05  FE-T-TOTAL             PIC 9(11)V99.
           05  FILLER                 PIC X(44).

       FD  LIBRO-FILE.
       01  LIBRO-RENGLON.
           05  LIV-TIPO               PIC X(1).
           05  LIV-FECHA              PIC 9(8).
           05  LIV-TIPO-FACTURA       PIC X(1).
           05  LIV-PUNTO-VENTA        PIC 9(4).
           05  LIV-NUMERO             PIC 9(8).
           05  LIV-TIPO-DOC           PIC X(3).
           05  LIV-NRO-DOC            PIC X(11).
           05  LIV-CONDICION-IVA      PIC X(2).
           05  LIV-CBF                PIC 9(6).
           05  LIV-MONEDA             PIC X(3).
           05  LIV-NO-GRAVADO         PIC 9(11)V99.
           05  LIV-GRAVADO            PIC 9(11)V99.
           05  LIV-IVA                PIC 9(11)V99.
           05  LIV-TOTAL              PIC 9(11)V99.
       01  LIBRO-CABECERA REDEFINES LIBRO-RENGLON.
           05  LIV-H-TIPO             PIC X(1).
           05  LIV-H-PERIODO          PIC 9(6).
           05  FILLER                 PIC X(92).
       01  LIBRO-TOTAL REDEFINES LIBRO-RENGLON.
           05  LIV-T-TIPO             PIC X(1).
           05  LIV-T-MONEDA           PIC X(3).
           05  LIV-T-CANTIDAD         PIC 9(6).
           05  LIV-T-NO-GRAVADO       PIC 9(13)V99.
           05  LIV-T-GRAVADO          PIC 9(13)V99.
           05  LIV-T-IVA              PIC 9(13)V99.
           05  LIV-T-TOTAL            PIC 9(13)V99.
           05  FILLER                 PIC X(29).

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".

       01  FILE-STATUS                PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  FACTURAS-STATUS            PIC XX.
       01  NUMERACION-STATUS          PIC XX.
       01  EMITIDAS-STATUS            PIC XX.
       01  LIBRO-STATUS               PIC XX.

       01  WS-PERIODO-FILTRO          PIC 9(6).
       01  WS-PERIODO-ACTUAL          PIC 9(6).
       01  WS-PERIODO-OK              PIC X VALUE 'S'.
       01  WS-FECHA-HOY.
           05  WS-HOY-ANIO            PIC 9(4).
           05  WS-HOY-MES             PIC 9(2).
           05  WS-HOY-DIA             PIC 9(2).
       01  WS-FECHA-EMISION           PIC 9(8).

       01  WS-CBF-ANTERIOR            PIC 9(6) VALUE 0.
       01  WS-PRIMERA-CUENTA          PIC X VALUE 'S'.
       01  WS-FECHA-MOV               PIC 9(8).

      *    Comisiones del periodo de la cuenta en proceso, con el IVA
      *    enlazado (y el timestamp del "G", para reconocer su
      *    reverso) y la marca de las revertidas.
       01  WS-TABLA-ITEMS.
           05  WS-CANT-ITEMS          PIC 9(3) VALUE 0.
           05  WS-ITEM OCCURS 200 TIMES.
               10  WS-IT-TIMESTAMP    PIC 9(14).
               10  WS-IT-TS-IVA       PIC 9(14).
               10  WS-IT-FECHA        PIC 9(8).
               10  WS-IT-MEMO         PIC X(40).
               10  WS-IT-NETO         PIC S9(9)V99.
               10  WS-IT-IVA          PIC S9(9)V99.
               10  WS-IT-REVERTIDA    PIC X(1).
       01  WS-IDX                     PIC 9(3).
       01  WS-IDX-HALLADO             PIC 9(3).
       01  WS-ITEMS-DESCARTADOS       PIC 9(6) VALUE 0.

       01  WS-CANT-FACTURABLES        PIC 9(3).
       01  WS-NO-GRAVADO              PIC S9(11)V99.
       01  WS-GRAVADO                 PIC S9(11)V99.
       01  WS-IVA                     PIC S9(11)V99.
       01  WS-TOTAL                   PIC S9(11)V99.
       01  WS-ALICUOTA                PIC 9(2)V99.
       01  WS-NUMERO                  PIC 9(8).
       01  WS-NUM-EXISTE              PIC X.

       01  WS-CLIENTE-ID              PIC 9(8).
       01  WS-ID-ENCONTRADO           PIC 9.
       01  WS-TIPO-DOC                PIC X(3).
       01  WS-NRO-DOC                 PIC X(11).
       01  WS-DOMICILIO               PIC X(50).
       01  WS-TELEFONO                PIC X(15).
       01  WS-FECHA-NAC               PIC 9(8).
       01  WS-DC-ENCONTRADO           PIC 9.
       01  WS-CONDICION-IVA           PIC X(2).
       01  WS-RAZON-SOCIAL            PIC X(40).
       01  WS-SUCURSAL                PIC 9(3).
       01  WS-MONEDA                  PIC X(3).

       01  WS-CANT-FACTURAS           PIC 9(6) VALUE 0.
       01  WS-CANT-YA-FACTURADAS      PIC 9(6) VALUE 0.
       01  WS-CANT-RECHAZADAS         PIC 9(6) VALUE 0.
       01  WS-TOTAL-FACTURADO         PIC S9(13)V99 VALUE 0.
       01  WS-RENGLONES-EMITIDAS      PIC 9(6) VALUE 0.

       01  WS-LIB-RENGLONES           PIC 9(6) VALUE 0.
       01  WS-LIB-ARS-CANT            PIC 9(6) VALUE 0.
       01  WS-LIB-ARS-NO-GRAVADO      PIC S9(13)V99 VALUE 0.
       01  WS-LIB-ARS-GRAVADO         PIC S9(13)V99 VALUE 0.
       01  WS-LIB-ARS-IVA             PIC S9(13)V99 VALUE 0.
       01  WS-LIB-ARS-TOTAL           PIC S9(13)V99 VALUE 0.
       01  WS-LIB-USD-CANT            PIC 9(6) VALUE 0.
       01  WS-LIB-USD-NO-GRAVADO      PIC S9(13)V99 VALUE 0.
       01  WS-LIB-USD-GRAVADO         PIC S9(13)V99 VALUE 0.
       01  WS-LIB-USD-IVA             PIC S9(13)V99 VALUE 0.
       01  WS-LIB-USD-TOTAL           PIC S9(13)V99 VALUE 0.

       01  WS-IMPORTE-DISPLAY         PIC -Z(12).99.

       01  WS-MAN-ARCHIVO             PIC X(30).
       01  WS-MAN-FECHA               PIC 9(8).
       01  WS-MAN-CANTIDAD            PIC 9(6).
       01  WS-MAN-TOTAL               PIC S9(13)V99.

       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "facturas-comision".
       01  WS-REP-TITULO              PIC X(40)
                                      VALUE "FACTURACION DE COMISIONES".
       01  WS-REP-LINEA               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-FIN
           IF WS-PERIODO-OK = 'S'
               PERFORM 2000-PROCESAR-TRANSACCIONES
               PERFORM 4000-LIBRO-IVA-VENTAS
               PERFORM 9000-FINALIZAR
           END-IF
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  FACTURACION MENSUAL DE COMISIONES".
           DISPLAY "==========================================".
           DISPLAY "Periodo a facturar (AAAAMM): " WITH NO ADVANCING
           ACCEPT WS-PERIODO-FILTRO
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-FECHA-HOY TO WS-FECHA-EMISION
           COMPUTE WS-PERIODO-ACTUAL = WS-HOY-ANIO * 100 + WS-HOY-MES

      *    Solo se factura un mes terminado: el mes en curso todavia
      *    puede recibir comisiones.
           IF WS-PERIODO-FILTRO = 0
              OR WS-PERIODO-FILTRO(5:2) < "01"
              OR WS-PERIODO-FILTRO(5:2) > "12"
               DISPLAY "Periodo invalido."
               MOVE 'N' TO WS-PERIODO-OK
           END-IF
           IF WS-PERIODO-OK = 'S'
              AND WS-PERIODO-FILTRO NOT < WS-PERIODO-ACTUAL
               DISPLAY "Solo se factura un mes ya terminado."
               MOVE 'N' TO WS-PERIODO-OK
           END-IF
           IF WS-PERIODO-OK = 'N'
               GO TO 1000-INICIALIZAR-FIN
           END-IF

           MOVE "Facturas de comisiones emitidas" TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA

           OPEN I-O FACTURAS-FILE
           IF FACTURAS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT FACTURAS-FILE
               CLOSE FACTURAS-FILE
               OPEN I-O FACTURAS-FILE
           END-IF
           OPEN I-O NUMERACION-FILE
           IF NUMERACION-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT NUMERACION-FILE
               CLOSE NUMERACION-FILE
               OPEN I-O NUMERACION-FILE
           END-IF
           OPEN OUTPUT EMITIDAS-FILE

           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE
           OPEN INPUT TRANS-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "No hay movimientos registrados."
               MOVE "10" TO FILE-STATUS
           ELSE
               MOVE LOW-VALUES TO R-KEY
               START TRANS-FILE KEY IS >= R-KEY
                   INVALID KEY
                       MOVE "10" TO FILE-STATUS
               END-START
           END-IF.

       1000-INICIALIZAR-FIN.
           EXIT.

       2000-PROCESAR-TRANSACCIONES.
           PERFORM UNTIL FILE-STATUS = "10"
               READ TRANS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FILE-STATUS
                   NOT AT END
                       PERFORM 2100-EVALUAR-MOVIMIENTO
               END-READ
           END-PERFORM
           IF WS-PRIMERA-CUENTA = 'N'
               PERFORM 3000-FACTURAR-CUENTA THRU 3000-FACTURAR-FIN
           END-IF.

       2100-EVALUAR-MOVIMIENTO.
           IF R-CBF NOT = WS-CBF-ANTERIOR
               IF WS-PRIMERA-CUENTA = 'N'
                   PERFORM 3000-FACTURAR-CUENTA THRU 3000-FACTURAR-FIN
               END-IF
               MOVE R-CBF TO WS-CBF-ANTERIOR
               MOVE 'N' TO WS-PRIMERA-CUENTA
               MOVE 0 TO WS-CANT-ITEMS
           END-IF

           IF R-FECHA-CONTABLE > 0
               MOVE R-FECHA-CONTABLE TO WS-FECHA-MOV
           ELSE
               MOVE R-TIMESTAMP(1:8) TO WS-FECHA-MOV
           END-IF

           EVALUATE R-DESCRIPCION
               WHEN "F"
                   IF WS-FECHA-MOV(1:6) = WS-PERIODO-FILTRO
                       PERFORM 2110-AGREGAR-COMISION
                   END-IF
               WHEN "G"
                   PERFORM 2200-BUSCAR-COMISION
                   IF WS-IDX-HALLADO > 0
                       ADD R-IMPORTE TO WS-IT-IVA(WS-IDX-HALLADO)
                       MOVE R-TIMESTAMP TO WS-IT-TS-IVA(WS-IDX-HALLADO)
                   END-IF
               WHEN "R"
                   PERFORM 2300-APLICAR-REVERSO
           END-EVALUATE.

       2110-AGREGAR-COMISION.
           IF WS-CANT-ITEMS < 200
               ADD 1 TO WS-CANT-ITEMS
               MOVE R-TIMESTAMP TO WS-IT-TIMESTAMP(WS-CANT-ITEMS)
               MOVE 0 TO WS-IT-TS-IVA(WS-CANT-ITEMS)
               MOVE WS-FECHA-MOV TO WS-IT-FECHA(WS-CANT-ITEMS)
               MOVE R-MEMO TO WS-IT-MEMO(WS-CANT-ITEMS)
               MOVE R-IMPORTE TO WS-IT-NETO(WS-CANT-ITEMS)
               MOVE 0 TO WS-IT-IVA(WS-CANT-ITEMS)
               MOVE 'N' TO WS-IT-REVERTIDA(WS-CANT-ITEMS)
           ELSE
               ADD 1 TO WS-ITEMS-DESCARTADOS
               DISPLAY "CBF " R-CBF " supera 200 comisiones en el"
                       " mes: comision " R-TIMESTAMP " sin facturar"
           END-IF.

      *    Comision del periodo a la que apunta R-REF-KEY.
       2200-BUSCAR-COMISION.
           MOVE 0 TO WS-IDX-HALLADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-ITEMS OR WS-IDX-HALLADO > 0
               IF WS-IT-TIMESTAMP(WS-IDX) = R-REF-KEY
                   MOVE WS-IDX TO WS-IDX-HALLADO
               END-IF
           END-PERFORM.

      *    Una comision revertida no se factura (su IVA vuelve con el
      *    mismo reverso); el reverso suelto de un IVA lo descuenta.
       2300-APLICAR-REVERSO.
           IF R-REF-TIPO = "F"
               PERFORM 2200-BUSCAR-COMISION
               IF WS-IDX-HALLADO > 0
                   MOVE 'S' TO WS-IT-REVERTIDA(WS-IDX-HALLADO)
               END-IF
           END-IF
           IF R-REF-TIPO = "G"
               MOVE 0 TO WS-IDX-HALLADO
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-CANT-ITEMS
                          OR WS-IDX-HALLADO > 0
                   IF WS-IT-TS-IVA(WS-IDX) = R-REF-KEY
                       MOVE WS-IDX TO WS-IDX-HALLADO
                   END-IF
               END-PERFORM
               IF WS-IDX-HALLADO > 0
                   SUBTRACT R-IMPORTE FROM WS-IT-IVA(WS-IDX-HALLADO)
               END-IF
           END-IF.

      *    Cierre de la cuenta: si tiene comisiones vigentes en el
      *    periodo y todavia no tiene factura del mes, se emite.
       3000-FACTURAR-CUENTA.
           MOVE 0 TO WS-CANT-FACTURABLES
           MOVE 0 TO WS-NO-GRAVADO
           MOVE 0 TO WS-GRAVADO
           MOVE 0 TO WS-IVA
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-ITEMS
               IF WS-IT-REVERTIDA(WS-IDX) = 'N'
                   ADD 1 TO WS-CANT-FACTURABLES
                   IF WS-IT-IVA(WS-IDX) > 0
                       ADD WS-IT-NETO(WS-IDX) TO WS-GRAVADO
                       ADD WS-IT-IVA(WS-IDX) TO WS-IVA
                   ELSE
                       ADD WS-IT-NETO(WS-IDX) TO WS-NO-GRAVADO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CANT-FACTURABLES = 0
               GO TO 3000-FACTURAR-FIN
           END-IF
           COMPUTE WS-TOTAL = WS-NO-GRAVADO + WS-GRAVADO + WS-IVA

           MOVE WS-CBF-ANTERIOR TO FAC-CBF
           MOVE WS-PERIODO-FILTRO TO FAC-PERIODO
           READ FACTURAS-FILE
               KEY IS FAC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CANT-YA-FACTURADAS
                   GO TO 3000-FACTURAR-FIN
           END-READ

           PERFORM 3100-DATOS-RECEPTOR
           PERFORM 3200-TOMAR-NUMERO

           MOVE WS-CBF-ANTERIOR TO FAC-CBF
           MOVE WS-PERIODO-FILTRO TO FAC-PERIODO
           IF WS-CONDICION-IVA = "RI"
               SET FAC-TIPO-A TO TRUE
           ELSE
               SET FAC-TIPO-B TO TRUE
           END-IF
           MOVE WS-SUCURSAL TO FAC-PUNTO-VENTA
           MOVE WS-NUMERO TO FAC-NUMERO
           MOVE WS-FECHA-EMISION TO FAC-FECHA
           MOVE WS-CLIENTE-ID TO FAC-CLIENTE-ID
           MOVE WS-CONDICION-IVA TO FAC-CONDICION-IVA
           MOVE WS-TIPO-DOC TO FAC-TIPO-DOC
           MOVE WS-NRO-DOC TO FAC-NRO-DOC
           MOVE WS-MONEDA TO FAC-MONEDA
           MOVE WS-CANT-FACTURABLES TO FAC-CANT-ITEMS
           MOVE WS-NO-GRAVADO TO FAC-NO-GRAVADO
           MOVE WS-GRAVADO TO FAC-GRAVADO
           MOVE WS-IVA TO FAC-IVA
           MOVE WS-TOTAL TO FAC-TOTAL
           MOVE FUNCTION CURRENT-DATE(1:14) TO FAC-TIMESTAMP
           WRITE FAC-RECORD
               INVALID KEY
                   ADD 1 TO WS-CANT-RECHAZADAS
                   DISPLAY "CBF " WS-CBF-ANTERIOR " no se pudo"
                           " registrar la factura"
                   GO TO 3000-FACTURAR-FIN
           END-WRITE

      *    La factura quedo registrada: recien ahora se consume el
      *    numero.
           PERFORM 3300-GRABAR-NUMERO
           PERFORM 3400-IMPRIMIR-FACTURA
           ADD 1 TO WS-CANT-FACTURAS
           ADD WS-TOTAL TO WS-TOTAL-FACTURADO.

       3000-FACTURAR-FIN.
           EXIT.

      *    Receptor: sucursal, moneda y nombre de la cuenta; documento
      *    y condicion frente al IVA de la persona (clientes-idx ->
      *    datos-clientes). Sin cliente vinculado, consumidor final.
       3100-DATOS-RECEPTOR.
           MOVE 0 TO WS-SUCURSAL
           MOVE "ARS" TO WS-MONEDA
           MOVE SPACES TO WS-RAZON-SOCIAL
           MOVE WS-CBF-ANTERIOR TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLI-SUCURSAL TO WS-SUCURSAL
                   IF CLI-MONEDA NOT = SPACES
                       MOVE CLI-MONEDA TO WS-MONEDA
                   END-IF
                   STRING CLI-APELLIDO DELIMITED BY "  "
                          ", " DELIMITED BY SIZE
                          CLI-NOMBRE DELIMITED BY "  "
                       INTO WS-RAZON-SOCIAL
           END-READ

           MOVE 0 TO WS-CLIENTE-ID
           MOVE SPACES TO WS-TIPO-DOC
           MOVE SPACES TO WS-NRO-DOC
           MOVE "CF" TO WS-CONDICION-IVA
           CALL "buscar-cliente-id" USING WS-CBF-ANTERIOR,
                WS-CLIENTE-ID, WS-ID-ENCONTRADO
           IF WS-ID-ENCONTRADO = 1
               CALL "leer-datos-cliente" USING WS-CLIENTE-ID,
                    WS-TIPO-DOC, WS-NRO-DOC, WS-DOMICILIO,
                    WS-TELEFONO, WS-FECHA-NAC, WS-DC-ENCONTRADO
               CALL "leer-condicion-iva" USING WS-CLIENTE-ID,
                    WS-CONDICION-IVA, WS-DC-ENCONTRADO
           END-IF.

      *    Siguiente numero del punto de venta y tipo de comprobante.
       3200-TOMAR-NUMERO.
           MOVE WS-SUCURSAL TO NUM-PUNTO-VENTA
           IF WS-CONDICION-IVA = "RI"
               MOVE "A" TO NUM-TIPO
           ELSE
               MOVE "B" TO NUM-TIPO
           END-IF
           READ NUMERACION-FILE
               KEY IS NUM-KEY
               INVALID KEY
                   MOVE 'N' TO WS-NUM-EXISTE
                   MOVE 0 TO NUM-ULTIMO
               NOT INVALID KEY
                   MOVE 'S' TO WS-NUM-EXISTE
           END-READ
           COMPUTE WS-NUMERO = NUM-ULTIMO + 1.

       3300-GRABAR-NUMERO.
           MOVE FAC-PUNTO-VENTA TO NUM-PUNTO-VENTA
           MOVE FAC-TIPO TO NUM-TIPO
           MOVE WS-NUMERO TO NUM-ULTIMO
           MOVE FAC-TIMESTAMP TO NUM-TIMESTAMP
           IF WS-NUM-EXISTE = 'S'
               REWRITE NUM-RECORD
           ELSE
               WRITE NUM-RECORD
           END-IF.

      *    Cabecera, un renglon por comision (con la alicuota que se
      *    aplico) y total de la factura en facturas-emitidas.dat.
       3400-IMPRIMIR-FACTURA.
           MOVE SPACES TO EMITIDA-RENGLON
           MOVE "H" TO FE-H-TIPO
           MOVE FAC-TIPO TO FE-H-TIPO-FACTURA
           MOVE FAC-PUNTO-VENTA TO FE-H-PUNTO-VENTA
           MOVE FAC-NUMERO TO FE-H-NUMERO
           MOVE FAC-FECHA TO FE-H-FECHA
           MOVE FAC-CBF TO FE-H-CBF
           MOVE FAC-PERIODO TO FE-H-PERIODO
           MOVE FAC-CONDICION-IVA TO FE-H-CONDICION-IVA
           MOVE FAC-TIPO-DOC TO FE-H-TIPO-DOC
           MOVE FAC-NRO-DOC TO FE-H-NRO-DOC
           MOVE FAC-MONEDA TO FE-H-MONEDA
           MOVE WS-RAZON-SOCIAL TO FE-H-RAZON-SOCIAL
           WRITE EMITIDA-RENGLON
           ADD 1 TO WS-RENGLONES-EMITIDAS

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-ITEMS
               IF WS-IT-REVERTIDA(WS-IDX) = 'N'
                   MOVE SPACES TO EMITIDA-RENGLON
                   MOVE "D" TO FE-TIPO
                   MOVE WS-IT-FECHA(WS-IDX) TO FE-FECHA
                   MOVE WS-IT-MEMO(WS-IDX) TO FE-MEMO
                   MOVE WS-IT-NETO(WS-IDX) TO FE-NETO
                   MOVE 0 TO WS-ALICUOTA
                   IF WS-IT-IVA(WS-IDX) > 0 AND WS-IT-NETO(WS-IDX) > 0
                       COMPUTE WS-ALICUOTA ROUNDED =
                           WS-IT-IVA(WS-IDX) * 100 / WS-IT-NETO(WS-IDX)
                   END-IF
                   MOVE WS-ALICUOTA TO FE-ALICUOTA
                   MOVE WS-IT-IVA(WS-IDX) TO FE-IVA
                   WRITE EMITIDA-RENGLON
                   ADD 1 TO WS-RENGLONES-EMITIDAS
               END-IF
           END-PERFORM

           MOVE SPACES TO EMITIDA-RENGLON
           MOVE "T" TO FE-T-TIPO
           MOVE FAC-CANT-ITEMS TO FE-T-CANT-ITEMS
           MOVE FAC-NO-GRAVADO TO FE-T-NO-GRAVADO
           MOVE FAC-GRAVADO TO FE-T-GRAVADO
           MOVE FAC-IVA TO FE-T-IVA
           MOVE FAC-TOTAL TO FE-T-TOTAL
           WRITE EMITIDA-RENGLON
           ADD 1 TO WS-RENGLONES-EMITIDAS

           MOVE FAC-TOTAL TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "CBF " DELIMITED BY SIZE
                  FAC-CBF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FAC-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FAC-PUNTO-VENTA DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  FAC-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FAC-MONEDA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

      *    Libro IVA ventas del periodo: todas las facturas del mes
      *    registradas en facturas.dat (las de esta corrida y las de
      *    corridas anteriores), con un total por moneda.
       4000-LIBRO-IVA-VENTAS.
           OPEN OUTPUT LIBRO-FILE
           MOVE SPACES TO LIBRO-RENGLON
           MOVE "H" TO LIV-H-TIPO
           MOVE WS-PERIODO-FILTRO TO LIV-H-PERIODO
           WRITE LIBRO-RENGLON

           MOVE LOW-VALUES TO FAC-KEY
           START FACTURAS-FILE KEY IS >= FAC-KEY
               INVALID KEY
                   MOVE "10" TO FACTURAS-STATUS
               NOT INVALID KEY
                   MOVE "00" TO FACTURAS-STATUS
           END-START
           PERFORM UNTIL FACTURAS-STATUS = "10"
               READ FACTURAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FACTURAS-STATUS
                   NOT AT END
                       IF FAC-PERIODO = WS-PERIODO-FILTRO
                           PERFORM 4100-RENGLON-LIBRO
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO LIBRO-RENGLON
           MOVE "T" TO LIV-T-TIPO
           MOVE "ARS" TO LIV-T-MONEDA
           MOVE WS-LIB-ARS-CANT TO LIV-T-CANTIDAD
           MOVE WS-LIB-ARS-NO-GRAVADO TO LIV-T-NO-GRAVADO
           MOVE WS-LIB-ARS-GRAVADO TO LIV-T-GRAVADO
           MOVE WS-LIB-ARS-IVA TO LIV-T-IVA
           MOVE WS-LIB-ARS-TOTAL TO LIV-T-TOTAL
           WRITE LIBRO-RENGLON
           IF WS-LIB-USD-CANT > 0
               MOVE SPACES TO LIBRO-RENGLON
               MOVE "T" TO LIV-T-TIPO
               MOVE "USD" TO LIV-T-MONEDA
               MOVE WS-LIB-USD-CANT TO LIV-T-CANTIDAD
               MOVE WS-LIB-USD-NO-GRAVADO TO LIV-T-NO-GRAVADO
               MOVE WS-LIB-USD-GRAVADO TO LIV-T-GRAVADO
               MOVE WS-LIB-USD-IVA TO LIV-T-IVA
               MOVE WS-LIB-USD-TOTAL TO LIV-T-TOTAL
               WRITE LIBRO-RENGLON
           END-IF
           CLOSE LIBRO-FILE.

       4100-RENGLON-LIBRO.
           MOVE SPACES TO LIBRO-RENGLON
           MOVE "D" TO LIV-TIPO
           MOVE FAC-FECHA TO LIV-FECHA
           MOVE FAC-TIPO TO LIV-TIPO-FACTURA
           MOVE FAC-PUNTO-VENTA TO LIV-PUNTO-VENTA
           MOVE FAC-NUMERO TO LIV-NUMERO
           MOVE FAC-TIPO-DOC TO LIV-TIPO-DOC
           MOVE FAC-NRO-DOC TO LIV-NRO-DOC
           MOVE FAC-CONDICION-IVA TO LIV-CONDICION-IVA
           MOVE FAC-CBF TO LIV-CBF
           MOVE FAC-MONEDA TO LIV-MONEDA
           MOVE FAC-NO-GRAVADO TO LIV-NO-GRAVADO
           MOVE FAC-GRAVADO TO LIV-GRAVADO
           MOVE FAC-IVA TO LIV-IVA
           MOVE FAC-TOTAL TO LIV-TOTAL
           WRITE LIBRO-RENGLON
           ADD 1 TO WS-LIB-RENGLONES
           IF FAC-MONEDA = "USD"
               ADD 1 TO WS-LIB-USD-CANT
               ADD FAC-NO-GRAVADO TO WS-LIB-USD-NO-GRAVADO
               ADD FAC-GRAVADO TO WS-LIB-USD-GRAVADO
               ADD FAC-IVA TO WS-LIB-USD-IVA
               ADD FAC-TOTAL TO WS-LIB-USD-TOTAL
           ELSE
               ADD 1 TO WS-LIB-ARS-CANT
               ADD FAC-NO-GRAVADO TO WS-LIB-ARS-NO-GRAVADO
               ADD FAC-GRAVADO TO WS-LIB-ARS-GRAVADO
               ADD FAC-IVA TO WS-LIB-ARS-IVA
               ADD FAC-TOTAL TO WS-LIB-ARS-TOTAL
           END-IF.

       9000-FINALIZAR.
           CLOSE TRANS-FILE
           CLOSE CUENTAS-FILE
           CLOSE FACTURAS-FILE
           CLOSE NUMERACION-FILE
           CLOSE EMITIDAS-FILE

           ACCEPT WS-MAN-FECHA FROM DATE YYYYMMDD
           MOVE "facturas-emitidas.dat" TO WS-MAN-ARCHIVO
           MOVE WS-RENGLONES-EMITIDAS TO WS-MAN-CANTIDAD
           MOVE WS-TOTAL-FACTURADO TO WS-MAN-TOTAL
           CALL "registrar-manifiesto" USING WS-MAN-ARCHIVO,
                WS-MAN-FECHA, WS-MAN-CANTIDAD, WS-MAN-TOTAL
           MOVE "libro-iva-ventas.dat" TO WS-MAN-ARCHIVO
           MOVE WS-LIB-RENGLONES TO WS-MAN-CANTIDAD
           COMPUTE WS-MAN-TOTAL = WS-LIB-ARS-IVA + WS-LIB-USD-IVA
           CALL "registrar-manifiesto" USING WS-MAN-ARCHIVO,
                WS-MAN-FECHA, WS-MAN-CANTIDAD, WS-MAN-TOTAL

           DISPLAY "------------------------------------------".
           DISPLAY "Facturas emitidas:        " WS-CANT-FACTURAS.
           DISPLAY "Ya facturadas antes:      " WS-CANT-YA-FACTURADAS.
           DISPLAY "No registradas:           " WS-CANT-RECHAZADAS.
           DISPLAY "Comisiones sin facturar:  " WS-ITEMS-DESCARTADOS.
           MOVE WS-TOTAL-FACTURADO TO WS-IMPORTE-DISPLAY
           DISPLAY "Total facturado:        " WS-IMPORTE-DISPLAY.
           DISPLAY "Facturas en el libro:     " WS-LIB-RENGLONES.
           MOVE WS-LIB-ARS-IVA TO WS-IMPORTE-DISPLAY
           DISPLAY "IVA debito fiscal ARS:  " WS-IMPORTE-DISPLAY.
           MOVE WS-LIB-USD-IVA TO WS-IMPORTE-DISPLAY
           DISPLAY "IVA debito fiscal USD:  " WS-IMPORTE-DISPLAY.
           DISPLAY "==========================================".
           MOVE WS-TOTAL-FACTURADO TO WS-IMPORTE-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING "Periodo " DELIMITED BY SIZE
                  WS-PERIODO-FILTRO DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-CANT-FACTURAS DELIMITED BY SIZE
                  " facturas, total " DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.
