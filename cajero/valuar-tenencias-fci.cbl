       IDENTIFICATION DIVISION.
       PROGRAM-ID. valuar-tenencias-fci.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: tenencia de fondos comunes de un
      *              CBF a una fecha, valuada al ultimo valor de
      *              cuotaparte no posterior a esa fecha
      *              (buscar-valor-cuotaparte). Parte del libro de
      *              tenencias (tenencias-fci.dat) y descuenta las
      *              ordenes ya valuadas con fecha posterior, de modo
      *              que un resumen de un periodo cerrado muestre la
      *              tenencia que habia al cierre. Devuelve un renglon
      *              por fondo (los que quedan en cero los saltea el
      *              llamador) y el total por moneda.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TENENCIAS-FILE ASSIGN TO "tenencias-fci.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TF-KEY
               FILE STATUS IS TENENCIAS-STATUS.

           SELECT ORDENES-FILE ASSIGN TO "ordenes-fci.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFC-KEY
               FILE STATUS IS ORDENES-STATUS.

           SELECT FONDOS-FILE ASSIGN TO "fondos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-CODIGO
               FILE STATUS IS FONDOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TENENCIAS-FILE.
       COPY "tenencia-fci.cpy".

       FD  ORDENES-FILE.
       COPY "orden-fci.cpy".

       FD  FONDOS-FILE.
       COPY "fondo-comun.cpy".

       WORKING-STORAGE SECTION.
       01  TENENCIAS-STATUS        PIC XX.
       01  ORDENES-STATUS          PIC XX.
       01  FONDOS-STATUS           PIC XX.
       01  WS-IDX                  PIC 9(2).
       01  WS-RENGLON              PIC 9(2).
       01  WS-VALOR-ENCONTRADO     PIC 9.
       01  WS-FONDOS-ABIERTO       PIC X(1).

       LINKAGE SECTION.
       01  LK-CBF                  PIC 9(6).
       01  LK-FECHA                PIC 9(8).
       COPY "valuacion-fci.cpy".

       PROCEDURE DIVISION USING LK-CBF, LK-FECHA, VF-VALUACION.
       MAIN-PARA.
           MOVE 0 TO VF-CANT
           MOVE 0 TO VF-TOTAL-ARS
           MOVE 0 TO VF-TOTAL-USD
           PERFORM LEER-TENENCIAS
           PERFORM DESCONTAR-POSTERIORES
           IF VF-CANT > 0
               PERFORM VALUAR-RENGLONES
           END-IF
           GOBACK.

       LEER-TENENCIAS.
           OPEN INPUT TENENCIAS-FILE
           IF TENENCIAS-STATUS = "00"
               MOVE LK-CBF TO TF-CBF
               MOVE LOW-VALUES TO TF-FONDO
               START TENENCIAS-FILE KEY IS >= TF-KEY
                   INVALID KEY
                       MOVE "10" TO TENENCIAS-STATUS
               END-START
               PERFORM UNTIL TENENCIAS-STATUS = "10"
                   READ TENENCIAS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO TENENCIAS-STATUS
                       NOT AT END
                           IF TF-CBF NOT = LK-CBF
                               MOVE "10" TO TENENCIAS-STATUS
                           ELSE
                               MOVE TF-FONDO TO OFC-FONDO
                               PERFORM UBICAR-RENGLON
                               IF WS-RENGLON > 0
                                   MOVE TF-CUOTAPARTES TO
                                       VF-CUOTAPARTES(WS-RENGLON)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TENENCIAS-FILE
           END-IF.

      *    Las ordenes valuadas con fecha posterior a la pedida ya
      *    movieron el libro: se revierten sobre la tenencia.
       DESCONTAR-POSTERIORES.
           OPEN INPUT ORDENES-FILE
           IF ORDENES-STATUS = "00"
               MOVE LK-CBF TO OFC-CBF
               MOVE 0 TO OFC-TIMESTAMP
               START ORDENES-FILE KEY IS >= OFC-KEY
                   INVALID KEY
                       MOVE "10" TO ORDENES-STATUS
               END-START
               PERFORM UNTIL ORDENES-STATUS = "10"
                   READ ORDENES-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO ORDENES-STATUS
                       NOT AT END
                           IF OFC-CBF NOT = LK-CBF
                               MOVE "10" TO ORDENES-STATUS
                           ELSE
                               IF OFC-VALUADA
                                  AND OFC-FECHA-ORDEN > LK-FECHA
                                   PERFORM REVERTIR-ORDEN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDENES-FILE
           END-IF.

       REVERTIR-ORDEN.
           PERFORM UBICAR-RENGLON
           IF WS-RENGLON > 0
               IF OFC-SUSCRIPCION
                   IF VF-CUOTAPARTES(WS-RENGLON) > OFC-CUOTAPARTES
                       SUBTRACT OFC-CUOTAPARTES
                           FROM VF-CUOTAPARTES(WS-RENGLON)
                   ELSE
                       MOVE 0 TO VF-CUOTAPARTES(WS-RENGLON)
                   END-IF
               ELSE
                   ADD OFC-CUOTAPARTES TO VF-CUOTAPARTES(WS-RENGLON)
               END-IF
           END-IF.

      *    Renglon del fondo de OFC-FONDO; si no esta se agrega en
      *    cero. WS-RENGLON = 0 si la tabla ya esta llena.
       UBICAR-RENGLON.
           MOVE 0 TO WS-RENGLON
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > VF-CANT OR WS-RENGLON > 0
               IF VF-FONDO(WS-IDX) = OFC-FONDO
                   MOVE WS-IDX TO WS-RENGLON
               END-IF
           END-PERFORM
           IF WS-RENGLON = 0 AND VF-CANT < 10
               ADD 1 TO VF-CANT
               MOVE VF-CANT TO WS-RENGLON
               MOVE OFC-FONDO TO VF-FONDO(WS-RENGLON)
               MOVE SPACES TO VF-NOMBRE(WS-RENGLON)
               MOVE SPACES TO VF-MONEDA(WS-RENGLON)
               MOVE 0 TO VF-CUOTAPARTES(WS-RENGLON)
               MOVE 0 TO VF-VALOR-CP(WS-RENGLON)
               MOVE 0 TO VF-FECHA-VALOR(WS-RENGLON)
               MOVE 0 TO VF-IMPORTE(WS-RENGLON)
           END-IF.

       VALUAR-RENGLONES.
           MOVE 'N' TO WS-FONDOS-ABIERTO
           OPEN INPUT FONDOS-FILE
           IF FONDOS-STATUS = "00"
               MOVE 'S' TO WS-FONDOS-ABIERTO
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > VF-CANT
               IF WS-FONDOS-ABIERTO = 'S'
                   MOVE VF-FONDO(WS-IDX) TO FC-CODIGO
                   READ FONDOS-FILE
                       KEY IS FC-CODIGO
                       INVALID KEY
                           MOVE "ARS" TO VF-MONEDA(WS-IDX)
                       NOT INVALID KEY
                           MOVE FC-NOMBRE TO VF-NOMBRE(WS-IDX)
                           MOVE FC-MONEDA TO VF-MONEDA(WS-IDX)
                   END-READ
               ELSE
                   MOVE "ARS" TO VF-MONEDA(WS-IDX)
               END-IF
               CALL "buscar-valor-cuotaparte" USING VF-FONDO(WS-IDX),
                    LK-FECHA, VF-VALOR-CP(WS-IDX),
                    VF-FECHA-VALOR(WS-IDX), WS-VALOR-ENCONTRADO
               COMPUTE VF-IMPORTE(WS-IDX) ROUNDED =
                   VF-CUOTAPARTES(WS-IDX) * VF-VALOR-CP(WS-IDX)
               IF VF-MONEDA(WS-IDX) = "USD"
                   ADD VF-IMPORTE(WS-IDX) TO VF-TOTAL-USD
               ELSE
                   ADD VF-IMPORTE(WS-IDX) TO VF-TOTAL-ARS
               END-IF
           END-PERFORM
           IF WS-FONDOS-ABIERTO = 'S'
               CLOSE FONDOS-FILE
           END-IF.
