      *              bonificacion del paquete (buscar-paquete) se
      *              suman a la tasa mensual del tramo resuelto. Con
      *              cero (o sin paquete valido) la tasa no cambia.
      *  2026-10-15  Nuevo parametro LK-CBF: una excepcion de precio
      *              aprobada y vigente para la cuenta o su persona,
      *              producto CA (buscar-excepcion-precio), reemplaza
      *              la tasa del tramo y la bonificacion del paquete
      *              por la tasa anual negociada. Con CBF en cero rige
      *              solo la tabla (la tasa estandar).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-PAQ-CHEQUERA            PIC X(1).
       01  WS-PAQ-ENCONTRADO          PIC 9.
       01  WS-BONIF-MENSUAL           PIC V9(6).
       01  WS-TABLA-ABIERTA           PIC X.
       01  WS-EXC-VALOR               PIC 9(7)V99.
       01  WS-EXC-NUMERO              PIC 9(6).
       01  WS-EXC-ENCONTRADA          PIC 9.

       LINKAGE SECTION.
       01  LK-FECHA                PIC 9(8).
       01  LK-VIGENCIA             PIC 9(8).
       01  LK-ENCONTRADA           PIC 9.
       01  LK-PAQUETE              PIC 9(3).
       01  LK-CBF                  PIC 9(6).

       PROCEDURE DIVISION USING LK-FECHA, LK-SALDO, LK-TASA,
                                 LK-VIGENCIA, LK-ENCONTRADA,
                                 LK-PAQUETE, LK-CBF.
       MAIN-PARA.
           MOVE 0 TO LK-ENCONTRADA
           MOVE 0 TO LK-TASA
               MOVE LK-SALDO TO WS-SALDO-ENTERO
           END-IF

           MOVE 'N' TO WS-TABLA-ABIERTA
           OPEN INPUT TASAS-FILE
           IF FILE-STATUS = "00"
               MOVE 'S' TO WS-TABLA-ABIERTA
           ELSE
               MOVE "10" TO FILE-STATUS
           END-IF

      *    La tabla es chica (una entrada por cambio comercial de
               END-READ
           END-PERFORM

           IF WS-TABLA-ABIERTA = 'S'
               CLOSE TASAS-FILE
           END-IF

      *    Bonificacion del paquete: sus puntos anuales se prorratean
      *    a tasa mensual y se suman a la del tramo resuelto.
                   ADD WS-BONIF-MENSUAL TO LK-TASA
               END-IF
           END-IF

      *    Tasa negociada: por encima del tramo y del paquete, y rige
      *    aunque la tabla no tenga una entrada aplicable.
           CALL "buscar-excepcion-precio" USING LK-CBF, "CA",
                LK-FECHA, WS-EXC-VALOR, WS-EXC-NUMERO,
                WS-EXC-ENCONTRADA
           IF WS-EXC-ENCONTRADA = 1
               COMPUTE LK-TASA ROUNDED = WS-EXC-VALOR / 100 / 12
               MOVE 1 TO LK-ENCONTRADA
           END-IF
           GOBACK.
