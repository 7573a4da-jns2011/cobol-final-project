      *              los movimientos en linea. Como el historico solo
      *              contiene periodos anteriores a los en linea, el
      *              orden cronologico del resumen se conserva.
      *  2026-10-15  El signo de cada movimiento sale de la tabla de
      *              codigos (buscar-codigo-trans) en lugar de una lista
      *              fija, para que las compras con tarjeta de debito y
      *              sus devoluciones sumen bien al saldo.
      *  2026-10-15  Al pie se muestra la tenencia de fondos comunes de
      *              inversion al cierre del periodo, valuada al valor
      *              de cuotaparte vigente a esa fecha, con el total por
      *              moneda (valuar-tenencias-fci).
      *  2026-10-15  Al pie se muestran los plazos fijos UVA vigentes al
      *              cierre y el saldo de capital de los prestamos UVA,
      *              en unidades y en pesos al indice UVA del cierre
      *              (buscar-indice-uva).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS HIST-KEY
               FILE STATUS IS HIST-STATUS.

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

           SELECT CUOTAS-FILE ASSIGN TO "cuotas-prestamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-KEY
               FILE STATUS IS CUOTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       FD  HIST-FILE.
       COPY "registro-historico.cpy".

       FD  PLAZOS-FILE.
       COPY "plazo-fijo.cpy".

       FD  PRESTAMOS-FILE.
       COPY "prestamo.cpy".

       FD  CUOTAS-FILE.
       COPY "cuota-prestamo.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       COPY "cliente.cpy".
       01  WS-SALDO-APERTURA          PIC S9(10)V99 VALUE 0.
       01  WS-SALDO-ACUMULADO         PIC S9(10)V99 VALUE 0.
       01  WS-IMPORTE-SIGNED          PIC S9(9)V99.
       01  WS-CODIGO-DESC             PIC X(15).
       01  WS-CODIGO-SIGNO            PIC X(1).
       01  WS-IMPORTE-DISPLAY         PIC -Z(9).99.
       01  WS-SALDO-DISPLAY           PIC -Z(9).99.
       01  WS-CANT-MOVIMIENTOS        PIC 9(6) VALUE 0.

       COPY "valuacion-fci.cpy".
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-FECHA-CIERRE            PIC 9(8).
       01  WS-DIA-ENTERO              PIC 9(8).
       01  WS-IDX-FCI                 PIC 9(2).
       01  WS-CANT-FONDOS             PIC 9(2).
       01  WS-FCI-CP-DISPLAY          PIC Z(8)9.999999.
       01  WS-FCI-VALOR-DISPLAY       PIC Z(4)9.999999.
       01  WS-FCI-IMPORTE-DISPLAY     PIC Z(10)9.99.

       01  PLAZOS-STATUS              PIC XX.
       01  PRESTAMOS-STATUS           PIC XX.
       01  CUOTAS-STATUS              PIC XX.
       01  WS-INDICE-UVA              PIC 9(6)V99.
       01  WS-FECHA-INDICE            PIC 9(8).
       01  WS-INDICE-ENCONTRADO       PIC 9.
       01  WS-CANT-UVA                PIC 9(3).
       01  WS-UVA-UNIDADES            PIC S9(11)V9(4).
       01  WS-UVA-PESOS               PIC S9(11)V99.
       01  WS-UVA-DISPLAY             PIC Z(10)9.9999.
       01  WS-INDICE-DISPLAY          PIC Z(5)9.99.

       01  WS-DC-CLIENTE-ID           PIC 9(8).
       01  WS-DC-ENCONTRADO           PIC 9.
       01  WS-DC-TIPO-DOC             PIC X(3).
           END-PERFORM.

       2100-ACUMULAR-APERTURA.
           PERFORM 8000-FIRMAR-IMPORTE
           ADD WS-IMPORTE-SIGNED TO WS-SALDO-APERTURA.

       3000-IMPRIMIR-MOVIMIENTOS.
           MOVE WS-SALDO-APERTURA TO WS-SALDO-DISPLAY

       3100-IMPRIMIR-MOVIMIENTO.
           ADD 1 TO WS-CANT-MOVIMIENTOS
           PERFORM 8000-FIRMAR-IMPORTE
           ADD WS-IMPORTE-SIGNED TO WS-SALDO-ACUMULADO
           MOVE WS-IMPORTE-SIGNED TO WS-IMPORTE-DISPLAY
           MOVE WS-SALDO-ACUMULADO TO WS-SALDO-DISPLAY
           DISPLAY "Movimientos en el periodo: " WS-CANT-MOVIMIENTOS.
           MOVE WS-SALDO-ACUMULADO TO WS-SALDO-DISPLAY
           DISPLAY "Saldo de cierre: $ " WS-SALDO-DISPLAY.
           PERFORM 5000-FONDOS-COMUNES
           PERFORM 5500-PRODUCTOS-UVA
           DISPLAY "==========================================".

      *    Tenencia de fondos comunes al cierre del periodo (el ultimo
      *    dia del mes hasta, u hoy si el mes no termino), valuada al
      *    ultimo valor de cuotaparte no posterior a esa fecha.
       5000-FONDOS-COMUNES.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           IF WS-MES-HASTA = 12
               COMPUTE WS-FECHA-CIERRE =
                   (WS-ANIO-HASTA + 1) * 10000 + 101
           ELSE
               COMPUTE WS-FECHA-CIERRE =
                   WS-PERIODO-HASTA * 100 + 101
           END-IF
           COMPUTE WS-DIA-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-CIERRE) - 1
           COMPUTE WS-FECHA-CIERRE =
               FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO)
           IF WS-FECHA-CIERRE > WS-FECHA-HOY
               MOVE WS-FECHA-HOY TO WS-FECHA-CIERRE
           END-IF
           CALL "valuar-tenencias-fci" USING WS-CBF-FILTRO,
                WS-FECHA-CIERRE, VF-VALUACION
           MOVE 0 TO WS-CANT-FONDOS
           PERFORM VARYING WS-IDX-FCI FROM 1 BY 1
                   UNTIL WS-IDX-FCI > VF-CANT
               IF VF-CUOTAPARTES(WS-IDX-FCI) > 0
                   PERFORM 5100-MOSTRAR-FONDO
               END-IF
           END-PERFORM
           IF WS-CANT-FONDOS > 0
               IF VF-TOTAL-ARS > 0
                   MOVE VF-TOTAL-ARS TO WS-FCI-IMPORTE-DISPLAY
                   DISPLAY "Total fondos ARS: $ " WS-FCI-IMPORTE-DISPLAY
               END-IF
               IF VF-TOTAL-USD > 0
                   MOVE VF-TOTAL-USD TO WS-FCI-IMPORTE-DISPLAY
                   DISPLAY "Total fondos USD: $ " WS-FCI-IMPORTE-DISPLAY
               END-IF
           END-IF.

       5100-MOSTRAR-FONDO.
           IF WS-CANT-FONDOS = 0
               DISPLAY "------------------------------------------"
               DISPLAY "Fondos comunes de inversion al "
                       WS-FECHA-CIERRE ":"
           END-IF
           ADD 1 TO WS-CANT-FONDOS
           MOVE VF-CUOTAPARTES(WS-IDX-FCI) TO WS-FCI-CP-DISPLAY
           MOVE VF-VALOR-CP(WS-IDX-FCI) TO WS-FCI-VALOR-DISPLAY
           MOVE VF-IMPORTE(WS-IDX-FCI) TO WS-FCI-IMPORTE-DISPLAY
           DISPLAY "  " VF-FONDO(WS-IDX-FCI) " "
                   VF-NOMBRE(WS-IDX-FCI)
           IF VF-FECHA-VALOR(WS-IDX-FCI) = 0
               DISPLAY "     Cuotapartes " WS-FCI-CP-DISPLAY
                       "  sin valor de cuotaparte"
           ELSE
               DISPLAY "     Cuotapartes " WS-FCI-CP-DISPLAY
                       " x " WS-FCI-VALOR-DISPLAY
                       " = " VF-MONEDA(WS-IDX-FCI) " "
                       WS-FCI-IMPORTE-DISPLAY
           END-IF.

      *    Plazos fijos y prestamos UVA al cierre (la fecha que dejo
      *    5000-FONDOS-COMUNES), valuados al indice de esa fecha. Un
      *    plazo fijo cuenta si se constituyo hasta el cierre y vencia
      *    despues o sigue vigente; de un prestamo se informa el
      *    capital en unidades de las cuotas que al cierre faltaban.
       5500-PRODUCTOS-UVA.
           MOVE 0 TO WS-CANT-UVA
           CALL "buscar-indice-uva" USING WS-FECHA-CIERRE,
                WS-INDICE-UVA, WS-FECHA-INDICE, WS-INDICE-ENCONTRADO
           IF WS-INDICE-ENCONTRADO NOT = 1
               MOVE 0 TO WS-INDICE-UVA
           END-IF
           OPEN INPUT PLAZOS-FILE
           IF PLAZOS-STATUS = "00"
               MOVE WS-CBF-FILTRO TO PF-CBF
               MOVE 0 TO PF-TIMESTAMP-ALTA
               START PLAZOS-FILE KEY IS >= PF-KEY
                   INVALID KEY
                       MOVE "10" TO PLAZOS-STATUS
               END-START
               PERFORM UNTIL PLAZOS-STATUS = "10"
                   READ PLAZOS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO PLAZOS-STATUS
                       NOT AT END
                           IF PF-CBF NOT = WS-CBF-FILTRO
                               MOVE "10" TO PLAZOS-STATUS
                           ELSE
                               IF PF-UVA
                                  AND PF-FECHA-INICIO <= WS-FECHA-CIERRE
                                  AND NOT PF-PRECANCELADO
                                  AND (PF-VIGENTE
                                   OR PF-FECHA-VTO > WS-FECHA-CIERRE)
                                   PERFORM 5510-MOSTRAR-PLAZO-UVA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAZOS-FILE
           END-IF
           OPEN INPUT PRESTAMOS-FILE
           OPEN INPUT CUOTAS-FILE
           IF PRESTAMOS-STATUS = "00" AND CUOTAS-STATUS = "00"
               MOVE WS-CBF-FILTRO TO PRE-CBF
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
                           IF PRE-CBF NOT = WS-CBF-FILTRO
                               MOVE "10" TO PRESTAMOS-STATUS
                           ELSE
                               IF PRE-UVA
                                  AND PRE-FECHA-DESEMBOLSO
                                      <= WS-FECHA-CIERRE
                                  AND (PRE-VIGENTE OR PRE-EN-MORA)
                                   PERFORM 5520-MOSTRAR-PRESTAMO-UVA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF PRESTAMOS-STATUS NOT = "35"
               CLOSE PRESTAMOS-FILE
           END-IF
           IF CUOTAS-STATUS NOT = "35"
               CLOSE CUOTAS-FILE
           END-IF.

       5510-MOSTRAR-PLAZO-UVA.
           PERFORM 5530-TITULO-UVA
           MOVE PF-UVA-UNIDADES TO WS-UVA-UNIDADES
           PERFORM 5540-VALUAR-UNIDADES
           DISPLAY "  Plazo fijo UVA del " PF-FECHA-INICIO
                   " al " PF-FECHA-VTO
           DISPLAY "     Unidades " WS-UVA-DISPLAY
                   " x " WS-INDICE-DISPLAY
                   " = ARS " WS-FCI-IMPORTE-DISPLAY.

       5520-MOSTRAR-PRESTAMO-UVA.
           MOVE 0 TO WS-UVA-UNIDADES
           MOVE PRE-CBF TO CUO-CBF
           MOVE PRE-TIMESTAMP-ALTA TO CUO-TIMESTAMP-PREST
           MOVE 0 TO CUO-NUMERO
           START CUOTAS-FILE KEY IS >= CUO-KEY
               INVALID KEY
                   MOVE "10" TO CUOTAS-STATUS
               NOT INVALID KEY
                   MOVE "00" TO CUOTAS-STATUS
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
                           IF NOT CUO-PAGADA
                              OR CUO-VENCIMIENTO > WS-FECHA-CIERRE
                               ADD CUO-UVA-CAPITAL TO WS-UVA-UNIDADES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO CUOTAS-STATUS
           PERFORM 5530-TITULO-UVA
           PERFORM 5540-VALUAR-UNIDADES
           DISPLAY "  Prestamo UVA del " PRE-FECHA-DESEMBOLSO
                   " - saldo de capital"
           DISPLAY "     Unidades " WS-UVA-DISPLAY
                   " x " WS-INDICE-DISPLAY
                   " = ARS " WS-FCI-IMPORTE-DISPLAY.

       5530-TITULO-UVA.
           IF WS-CANT-UVA = 0
               DISPLAY "------------------------------------------"
               DISPLAY "Productos UVA al " WS-FECHA-CIERRE ":"
               IF WS-INDICE-UVA = 0
                   DISPLAY "  (sin indice UVA cargado a esa fecha)"
               END-IF
           END-IF
           ADD 1 TO WS-CANT-UVA.

       5540-VALUAR-UNIDADES.
           COMPUTE WS-UVA-PESOS ROUNDED =
               WS-UVA-UNIDADES * WS-INDICE-UVA
           MOVE WS-UVA-UNIDADES TO WS-UVA-DISPLAY
           MOVE WS-INDICE-UVA TO WS-INDICE-DISPLAY
           MOVE WS-UVA-PESOS TO WS-FCI-IMPORTE-DISPLAY.

      *    Importe con signo segun la tabla de codigos; el reverso
      *    lleva el signo opuesto al del codigo original.
       8000-FIRMAR-IMPORTE.
           IF R-DESCRIPCION = "R"
               CALL "buscar-codigo-trans" USING R-REF-TIPO,
                    WS-CODIGO-DESC, WS-CODIGO-SIGNO
               IF WS-CODIGO-SIGNO = "+"
                   COMPUTE WS-IMPORTE-SIGNED = R-IMPORTE * -1
               ELSE
                   MOVE R-IMPORTE TO WS-IMPORTE-SIGNED
               END-IF
           ELSE
               CALL "buscar-codigo-trans" USING R-DESCRIPCION,
                    WS-CODIGO-DESC, WS-CODIGO-SIGNO
               IF WS-CODIGO-SIGNO = "-"
                   COMPUTE WS-IMPORTE-SIGNED = R-IMPORTE * -1
               ELSE
                   MOVE R-IMPORTE TO WS-IMPORTE-SIGNED
               END-IF
           END-IF.
