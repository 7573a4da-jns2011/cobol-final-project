       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcular-exposicion.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: exposicion crediticia en pesos
      *              a una fecha de un grupo economico
      *              (grupos-economicos.dat) o de un cliente. Con
      *              LK-GRUPO-ID en cero se parte de LK-CBF: si su
      *              cliente pertenece a un grupo se devuelve el
      *              grupo en LK-GRUPO-ID y se calcula el grupo
      *              entero; si no, todas las cuentas hermanas del
      *              cliente (clientes-idx.dat), o el CBF solo si no
      *              esta vinculado. Suma por cuenta:
      *                - prestamos vigentes y en mora: capital de las
      *                  cuotas impagas mas el interes de las ya
      *                  vencidas;
      *                - limite de compra de las tarjetas de credito
      *                  activas;
      *                - limite de descubierto de las cuentas no
      *                  cerradas;
      *              y aparte la cobertura computable de las
      *              garantias de esos prestamos (calcular-cobertura),
      *              que se informa pero no resta de la exposicion.
      *              Lo que esta en dolares se pasa a pesos al
      *              comprador de la fecha; sin cotizacion no computa
      *              y se marca LK-SIN-COTIZACION. Devuelve tambien
      *              el limite de concentracion en LK-LIMITE:
      *              PARM-PCT-GRUPO por ciento del capital computable
      *              (PARM-CAPITAL-MILLONES), cero si el capital no
      *              esta cargado. Lo usan MANTENER-GRUPOS-ECONOMICOS,
      *              REPORTE-CONCENTRACION y ORIGINAR-PRESTAMO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRUPOS-FILE ASSIGN TO "grupos-economicos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRE-KEY
               ALTERNATE RECORD KEY IS GRE-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS GRUPOS-STATUS.

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

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

           SELECT TARJETAS-CREDITO-FILE ASSIGN TO "tarjetas-credito.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-NUMERO
               ALTERNATE RECORD KEY IS TC-CBF
                   WITH DUPLICATES
               FILE STATUS IS TARJETAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRUPOS-FILE.
       COPY "grupo-economico.cpy".

       FD  CLIENTES-IDX-FILE.
       COPY "cliente-indice.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  PRESTAMOS-FILE.
       COPY "prestamo.cpy".

       FD  CUOTAS-FILE.
       COPY "cuota-prestamo.cpy".

       FD  PARAMETROS-FILE.
       COPY "parametros.cpy".

       FD  TARJETAS-CREDITO-FILE.
       COPY "tarjeta-credito.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  GRUPOS-STATUS              PIC XX.
       01  IDX-STATUS                 PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  PRESTAMOS-STATUS           PIC XX.
       01  CUOTAS-STATUS              PIC XX.
       01  TARJETAS-STATUS            PIC XX.
       01  PARAMETROS-STATUS          PIC XX.
       01  WS-PCT-GRUPO               PIC 9(3) VALUE 15.

      *    Clientes y cuentas alcanzados por el calculo.
       01  WS-CLIENTE-ID              PIC 9(8) VALUE 0.
       01  WS-ID-ENCONTRADO           PIC 9.
       01  WS-CANT-CLIENTES           PIC 9(3) VALUE 0.
       01  WS-TABLA-CLIENTES.
           05  WS-ID-CLIENTE OCCURS 100 TIMES PIC 9(8).
       01  WS-IDX-CLI                 PIC 9(3).
       01  WS-CANT-CUENTAS            PIC 9(4) VALUE 0.
       01  WS-TABLA-CUENTAS.
           05  WS-CBF-CUENTA OCCURS 500 TIMES PIC 9(6).
       01  WS-IDX-CTA                 PIC 9(4).

      *    Cuenta y prestamo en tratamiento.
       01  WS-MONEDA                  PIC X(3).
       01  WS-IMPORTE                 PIC S9(11)V99.
       01  WS-DEUDA                   PIC S9(11)V99.
       01  WS-COBERTURA               PIC S9(11)V99.
       01  WS-CANT-GARANTIAS          PIC 9(3).
       01  WS-TASACION-VENCIDA        PIC 9(3).
       01  WS-SEGURO-VENCIDO          PIC 9(3).
       01  WS-COMPRA                  PIC 9(5)V9999 VALUE 0.
       01  WS-VENTA                   PIC 9(5)V9999.
       01  WS-COT-ENCONTRADA          PIC 9 VALUE 0.

       LINKAGE SECTION.
       01  LK-GRUPO-ID                PIC 9(6).
       01  LK-CBF                     PIC 9(6).
       01  LK-FECHA                   PIC 9(8).
       01  LK-PRESTAMOS               PIC S9(13)V99.
       01  LK-TARJETAS                PIC S9(13)V99.
       01  LK-DESCUBIERTOS            PIC S9(13)V99.
       01  LK-GARANTIAS               PIC S9(13)V99.
       01  LK-TOTAL                   PIC S9(13)V99.
       01  LK-CUENTAS                 PIC 9(4).
       01  LK-SIN-COTIZACION          PIC 9.
       01  LK-LIMITE                  PIC S9(13)V99.

       PROCEDURE DIVISION USING LK-GRUPO-ID, LK-CBF, LK-FECHA,
                                 LK-PRESTAMOS, LK-TARJETAS,
                                 LK-DESCUBIERTOS, LK-GARANTIAS,
                                 LK-TOTAL, LK-CUENTAS,
                                 LK-SIN-COTIZACION, LK-LIMITE.
       MAIN-PARA.
           MOVE 0 TO LK-PRESTAMOS
           MOVE 0 TO LK-TARJETAS
           MOVE 0 TO LK-DESCUBIERTOS
           MOVE 0 TO LK-GARANTIAS
           MOVE 0 TO LK-TOTAL
           MOVE 0 TO LK-CUENTAS
           MOVE 0 TO LK-SIN-COTIZACION
           MOVE 0 TO WS-CANT-CLIENTES
           MOVE 0 TO WS-CANT-CUENTAS
           PERFORM LEER-PARAMETROS

           PERFORM ARMAR-CLIENTES THRU ARMAR-CLIENTES-FIN
           PERFORM ARMAR-CUENTAS THRU ARMAR-CUENTAS-FIN
           IF WS-CANT-CUENTAS = 0
               GOBACK
           END-IF

           CALL "buscar-cotizacion" USING LK-FECHA, WS-COMPRA,
                WS-VENTA, WS-COT-ENCONTRADA
           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE
           OPEN INPUT PRESTAMOS-FILE
           OPEN INPUT CUOTAS-FILE
           OPEN INPUT TARJETAS-CREDITO-FILE
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-CANT-CUENTAS
               PERFORM SUMAR-CUENTA
           END-PERFORM
           IF CUENTAS-STATUS = "00"
               CLOSE CUENTAS-FILE
           END-IF
           IF PRESTAMOS-STATUS = "00"
               CLOSE PRESTAMOS-FILE
           END-IF
           IF CUOTAS-STATUS = "00"
               CLOSE CUOTAS-FILE
           END-IF
           IF TARJETAS-STATUS = "00"
               CLOSE TARJETAS-CREDITO-FILE
           END-IF

           MOVE WS-CANT-CUENTAS TO LK-CUENTAS
           COMPUTE LK-TOTAL = LK-PRESTAMOS + LK-TARJETAS
                            + LK-DESCUBIERTOS
           GOBACK.

       LEER-PARAMETROS.
           MOVE 0 TO LK-LIMITE
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-PCT-GRUPO IS NUMERIC
                          AND PARM-PCT-GRUPO > 0
                           MOVE PARM-PCT-GRUPO TO WS-PCT-GRUPO
                       END-IF
                       IF PARM-CAPITAL-MILLONES IS NUMERIC
                           COMPUTE LK-LIMITE =
                               PARM-CAPITAL-MILLONES * 1000000
                               * WS-PCT-GRUPO / 100
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF.

      *    Clientes a evaluar: los miembros del grupo pedido, o los
      *    del grupo del cliente de LK-CBF, o ese cliente solo.
       ARMAR-CLIENTES.
           MOVE 0 TO WS-CLIENTE-ID
           IF LK-GRUPO-ID = 0
               CALL "buscar-cliente-id" USING LK-CBF, WS-CLIENTE-ID,
                    WS-ID-ENCONTRADO
               IF WS-ID-ENCONTRADO = 0
                   MOVE 0 TO WS-CLIENTE-ID
               END-IF
           END-IF
           OPEN INPUT GRUPOS-FILE
           IF GRUPOS-STATUS NOT = "00"
               GO TO ARMAR-CLIENTES-SOLO
           END-IF
           IF LK-GRUPO-ID = 0 AND WS-CLIENTE-ID NOT = 0
               MOVE WS-CLIENTE-ID TO GRE-CLIENTE-ID
               READ GRUPOS-FILE
                   KEY IS GRE-CLIENTE-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GRE-GRUPO-ID TO LK-GRUPO-ID
               END-READ
           END-IF
           IF LK-GRUPO-ID NOT = 0
               MOVE LK-GRUPO-ID TO GRE-GRUPO-ID
               MOVE 1 TO GRE-CLIENTE-ID
               START GRUPOS-FILE KEY IS >= GRE-KEY
                   INVALID KEY
                       MOVE "10" TO GRUPOS-STATUS
               END-START
               PERFORM UNTIL GRUPOS-STATUS = "10"
                   READ GRUPOS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO GRUPOS-STATUS
                       NOT AT END
                           IF GRE-GRUPO-ID NOT = LK-GRUPO-ID
                               MOVE "10" TO GRUPOS-STATUS
                           ELSE
                               IF WS-CANT-CLIENTES < 100
                                   ADD 1 TO WS-CANT-CLIENTES
                                   MOVE GRE-CLIENTE-ID TO
                                       WS-ID-CLIENTE(WS-CANT-CLIENTES)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GRUPOS-FILE.
       ARMAR-CLIENTES-SOLO.
           IF LK-GRUPO-ID = 0 AND WS-CLIENTE-ID NOT = 0
               MOVE 1 TO WS-CANT-CLIENTES
               MOVE WS-CLIENTE-ID TO WS-ID-CLIENTE(1)
           END-IF.
       ARMAR-CLIENTES-FIN.
           EXIT.

      *    Cuentas hermanas de cada cliente; un CBF sin vinculo en el
      *    indice se evalua solo.
       ARMAR-CUENTAS.
           IF WS-CANT-CLIENTES = 0
               IF LK-GRUPO-ID = 0 AND LK-CBF NOT = 0
                   MOVE 1 TO WS-CANT-CUENTAS
                   MOVE LK-CBF TO WS-CBF-CUENTA(1)
               END-IF
               GO TO ARMAR-CUENTAS-FIN
           END-IF
           OPEN INPUT CLIENTES-IDX-FILE
           IF IDX-STATUS NOT = "00"
               GO TO ARMAR-CUENTAS-FIN
           END-IF
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-CANT-CLIENTES
               PERFORM ARMAR-CUENTAS-CLIENTE
           END-PERFORM
           CLOSE CLIENTES-IDX-FILE.
       ARMAR-CUENTAS-FIN.
           EXIT.

       ARMAR-CUENTAS-CLIENTE.
           MOVE WS-ID-CLIENTE(WS-IDX-CLI) TO CI-CLIENTE-ID
           START CLIENTES-IDX-FILE KEY IS = CI-CLIENTE-ID
               INVALID KEY
                   MOVE "10" TO IDX-STATUS
           END-START
           PERFORM UNTIL IDX-STATUS = "10"
               READ CLIENTES-IDX-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO IDX-STATUS
                   NOT AT END
                       IF CI-CLIENTE-ID NOT = WS-ID-CLIENTE(WS-IDX-CLI)
                           MOVE "10" TO IDX-STATUS
                       ELSE
                           IF WS-CANT-CUENTAS < 500
                               ADD 1 TO WS-CANT-CUENTAS
                               MOVE CI-CBF TO
                                   WS-CBF-CUENTA(WS-CANT-CUENTAS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO IDX-STATUS.

       SUMAR-CUENTA.
           MOVE "ARS" TO WS-MONEDA
           IF CUENTAS-STATUS = "00"
               MOVE WS-CBF-CUENTA(WS-IDX-CTA) TO CLI-CBF
               READ CUENTAS-FILE
                   KEY IS CLI-CBF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLI-MONEDA-USD
                           MOVE "USD" TO WS-MONEDA
                       END-IF
                       IF NOT CLI-CERRADA
                           MOVE CLI-LIMITE-DESCUBIERTO TO WS-IMPORTE
                           PERFORM CONVERTIR-PESOS
                           ADD WS-IMPORTE TO LK-DESCUBIERTOS
                       END-IF
               END-READ
               MOVE "00" TO CUENTAS-STATUS
           END-IF
           IF PRESTAMOS-STATUS = "00"
               PERFORM SUMAR-PRESTAMOS
           END-IF
           IF TARJETAS-STATUS = "00"
               PERFORM SUMAR-TARJETAS
           END-IF.

       SUMAR-PRESTAMOS.
           MOVE WS-CBF-CUENTA(WS-IDX-CTA) TO PRE-CBF
           MOVE 0 TO PRE-TIMESTAMP-ALTA
           START PRESTAMOS-FILE KEY IS >= PRE-KEY
               INVALID KEY
                   MOVE "10" TO PRESTAMOS-STATUS
           END-START
           PERFORM UNTIL PRESTAMOS-STATUS = "10"
               READ PRESTAMOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO PRESTAMOS-STATUS
                   NOT AT END
                       IF PRE-CBF NOT = WS-CBF-CUENTA(WS-IDX-CTA)
                           MOVE "10" TO PRESTAMOS-STATUS
                       ELSE
                           IF PRE-VIGENTE OR PRE-EN-MORA
                               PERFORM SUMAR-UN-PRESTAMO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO PRESTAMOS-STATUS.

      *    Deuda del prestamo a la fecha: capital de las cuotas
      *    impagas mas el interes de las ya vencidas.
       SUMAR-UN-PRESTAMO.
           MOVE 0 TO WS-DEUDA
           IF CUOTAS-STATUS = "00"
               MOVE PRE-CBF TO CUO-CBF
               MOVE PRE-TIMESTAMP-ALTA TO CUO-TIMESTAMP-PREST
               MOVE 0 TO CUO-NUMERO
               START CUOTAS-FILE KEY IS >= CUO-KEY
                   INVALID KEY
                       MOVE "10" TO CUOTAS-STATUS
               END-START
               PERFORM UNTIL CUOTAS-STATUS = "10"
                   READ CUOTAS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO CUOTAS-STATUS
                       NOT AT END
                           IF CUO-CBF NOT = PRE-CBF
                              OR CUO-TIMESTAMP-PREST
                                  NOT = PRE-TIMESTAMP-ALTA
                               MOVE "10" TO CUOTAS-STATUS
                           ELSE
                               IF CUO-PENDIENTE OR CUO-EN-MORA
                                   ADD CUO-CAPITAL TO WS-DEUDA
                                   IF CUO-VENCIMIENTO
                                       NOT > LK-FECHA
                                       ADD CUO-INTERES TO WS-DEUDA
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO CUOTAS-STATUS
           END-IF
           MOVE WS-DEUDA TO WS-IMPORTE
           PERFORM CONVERTIR-PESOS
           ADD WS-IMPORTE TO LK-PRESTAMOS

           CALL "calcular-cobertura" USING PRE-CBF,
                PRE-TIMESTAMP-ALTA, WS-MONEDA, LK-FECHA,
                WS-COBERTURA, WS-CANT-GARANTIAS,
                WS-TASACION-VENCIDA, WS-SEGURO-VENCIDO
           MOVE WS-COBERTURA TO WS-IMPORTE
           PERFORM CONVERTIR-PESOS
           ADD WS-IMPORTE TO LK-GARANTIAS.

      *    Las tarjetas de credito operan en pesos: computa el limite
      *    de compra completo de cada tarjeta activa.
       SUMAR-TARJETAS.
           MOVE WS-CBF-CUENTA(WS-IDX-CTA) TO TC-CBF
           START TARJETAS-CREDITO-FILE KEY IS = TC-CBF
               INVALID KEY
                   MOVE "10" TO TARJETAS-STATUS
           END-START
           PERFORM UNTIL TARJETAS-STATUS = "10"
               READ TARJETAS-CREDITO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO TARJETAS-STATUS
                   NOT AT END
                       IF TC-CBF NOT = WS-CBF-CUENTA(WS-IDX-CTA)
                           MOVE "10" TO TARJETAS-STATUS
                       ELSE
                           IF TC-ACTIVA
                               ADD TC-LIMITE TO LK-TARJETAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO TARJETAS-STATUS.

       CONVERTIR-PESOS.
           IF WS-MONEDA = "USD" AND WS-IMPORTE NOT = 0
               IF WS-COT-ENCONTRADA = 1 AND WS-COMPRA > 0
                   COMPUTE WS-IMPORTE ROUNDED =
                       WS-IMPORTE * WS-COMPRA
               ELSE
                   MOVE 0 TO WS-IMPORTE
                   MOVE 1 TO LK-SIN-COTIZACION
               END-IF
           END-IF.
