      *              toca ningun archivo de datos: hasta ahora la
      *              unica forma de ver la cuota era originar el
      *              prestamo de verdad.
      *  2026-10-15  Modalidad UVA para plazo fijo y prestamo: capital
      *              en unidades al indice UVA del dia
      *              (buscar-indice-uva), tasa adicional
      *              PARM-TASA-UVA-PF o de referencia
      *              PARM-TASA-UVA-PRESTAMO, y los pesos proyectados a
      *              indice constante (el resultado real depende del
      *              indice de cada fecha).
      *  2026-10-15  buscar-tasa recibe el CBF: el simulador pasa cero
      *              y proyecta con la tasa de lista, sin excepciones
      *              de precio.
      *  2026-10-15  Los textos de pantalla salen del catalogo de
      *              mensajes (mensaje-catalogo) en el idioma de la
      *              sesion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    La simulacion no tiene cuenta (ni paquete) asociado: la
      *    tasa se consulta sin bonificacion.
       01  WS-PAQUETE-NULO            PIC 9(3) VALUE 0.
      *    Ni excepcion de precio: se simula con la tasa de lista.
       01  WS-CBF-NULO                PIC 9(6) VALUE 0.
       01  WS-SALDO-CONSULTA          PIC S9(10)V99.
       01  WS-INTERES                 PIC S9(9)V99.
       01  WS-MONTO-FINAL             PIC S9(9)V99.
       01  WS-TIMESTAMP-SIM           PIC 9(14).
       01  WS-IMPORTE-RECIBO          PIC S9(9)V99.

       01  WS-MODALIDAD               PIC X(1).
       01  WS-TASA-UVA-PF             PIC 9(3)V99 VALUE 1.00.
       01  WS-TASA-UVA-PRESTAMO       PIC 9(3)V99 VALUE 8.00.
       01  WS-INDICE-UVA              PIC 9(6)V99.
       01  WS-FECHA-INDICE            PIC 9(8).
       01  WS-INDICE-ENCONTRADO       PIC 9.
       01  WS-UVA-UNIDADES            PIC S9(9)V9(4).
       01  WS-UVA-DISPLAY             PIC -Z(8)9.9999.
       01  WS-INDICE-DISPLAY          PIC Z(5)9.99.

      *    Textos de pantalla del catalogo de mensajes
      *    (mensaje-catalogo) en el idioma de la sesion del cajero.
       01  WS-MSG-ACCION              PIC X(1).
       01  WS-MSG-ID                  PIC X(7).
       01  WS-MSG-IDIOMA              PIC X(2) VALUE SPACES.
       01  WS-MSG-TEXTO               PIC X(70).

       LINKAGE SECTION.
       01  LK-CBF                  PIC X(6).

       PROCEDURE DIVISION USING LK-CBF.
       MAIN-PARA.
           DISPLAY "*******************************"
           MOVE "CAJ0532" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           DISPLAY "*******************************"
           MOVE "CAJ0533" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0534" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0085" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-OPCION
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

               WHEN 2
                   PERFORM SIMULAR-PRESTAMO
               WHEN OTHER
                   MOVE "CAJ0245" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
           END-EVALUATE
           GOBACK.

       SIMULAR-PLAZO-FIJO.
           MOVE "CAJ0535" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-CAPITAL-INPUT
           MOVE "CAJ0536" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-DIAS-INPUT
           PERFORM PEDIR-MODALIDAD
           IF WS-CAPITAL-INPUT = 0 OR WS-DIAS-INPUT = 0
               MOVE "CAJ0537" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
           ELSE
           IF WS-MODALIDAD = "U"
               PERFORM SIMULAR-PLAZO-FIJO-UVA
           ELSE
               MOVE WS-CAPITAL-INPUT TO WS-SALDO-CONSULTA
               CALL 'buscar-tasa' USING WS-FECHA-HOY,
                    WS-SALDO-CONSULTA, WS-TASA-MENSUAL-PF,
                    WS-TASA-VIGENCIA, WS-TASA-ENCONTRADA,
                    WS-PAQUETE-NULO, WS-CBF-NULO
               IF WS-TASA-ENCONTRADA NOT = 1
                   MOVE "CAJ0538" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
               ELSE
                   COMPUTE WS-INTERES ROUNDED =
                       WS-CAPITAL-INPUT * WS-TASA-MENSUAL-PF
                           * WS-DIAS-INPUT / 30
                   COMPUTE WS-MONTO-FINAL =
                       WS-CAPITAL-INPUT + WS-INTERES
                   MOVE "CAJ0539" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE WS-INTERES TO WS-IMPORTE-DISPLAY
                   MOVE "CAJ0540" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                           WS-IMPORTE-DISPLAY
                   MOVE WS-MONTO-FINAL TO WS-IMPORTE-DISPLAY
                   MOVE "CAJ0541" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                           WS-IMPORTE-DISPLAY
                   DISPLAY "------------------------------"
                   MOVE WS-MONTO-FINAL TO WS-IMPORTE-RECIBO
                   PERFORM IMPRIMIR-COMPROBANTE
               END-IF
           END-IF
           END-IF.

      *    Plazo fijo UVA: las unidades al indice de hoy y, a indice
      *    constante, la tasa adicional sobre el capital.
       SIMULAR-PLAZO-FIJO-UVA.
           PERFORM BUSCAR-INDICE
           IF WS-INDICE-ENCONTRADO NOT = 1
               MOVE "CAJ0542" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
           ELSE
               PERFORM LEER-TASA-PRESTAMO
               COMPUTE WS-UVA-UNIDADES ROUNDED =
                   WS-CAPITAL-INPUT / WS-INDICE-UVA
               COMPUTE WS-INTERES ROUNDED =
                   WS-CAPITAL-INPUT * WS-TASA-UVA-PF / 100
                       * WS-DIAS-INPUT / 365
               COMPUTE WS-MONTO-FINAL =
                   WS-CAPITAL-INPUT + WS-INTERES
               MOVE "CAJ0539" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               PERFORM MOSTRAR-UNIDADES
               MOVE "CAJ0543" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) "    "
                       WS-TASA-UVA-PF " %"
               MOVE WS-INTERES TO WS-IMPORTE-DISPLAY
               MOVE "CAJ0544" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       WS-IMPORTE-DISPLAY
               MOVE WS-MONTO-FINAL TO WS-IMPORTE-DISPLAY
               MOVE "CAJ0545" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       WS-IMPORTE-DISPLAY
               MOVE "CAJ0546" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0547" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               DISPLAY "------------------------------"
               MOVE WS-MONTO-FINAL TO WS-IMPORTE-RECIBO
               PERFORM IMPRIMIR-COMPROBANTE
           END-IF.

       SIMULAR-PRESTAMO.
           MOVE "CAJ0535" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-CAPITAL-INPUT
           MOVE "CAJ0548" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-CUOTAS-INPUT
           PERFORM PEDIR-MODALIDAD
           IF WS-MODALIDAD = "U"
               PERFORM BUSCAR-INDICE
           END-IF
           IF WS-CAPITAL-INPUT = 0 OR WS-CUOTAS-INPUT = 0
               MOVE "CAJ0549" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
           ELSE
           IF WS-MODALIDAD = "U" AND WS-INDICE-ENCONTRADO NOT = 1
               MOVE "CAJ0542" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
           ELSE
               PERFORM LEER-TASA-PRESTAMO
      *        En pesos a indice constante el plan UVA es el frances
      *        sobre el capital a la tasa UVA; las unidades se
      *        informan aparte.
               IF WS-MODALIDAD = "U"
                   MOVE WS-TASA-UVA-PRESTAMO TO WS-TASA-PRESTAMO
               END-IF
               COMPUTE WS-TASA-MENSUAL ROUNDED =
                   WS-TASA-PRESTAMO / 100 / 12
               COMPUTE WS-FACTOR ROUNDED =
               COMPUTE WS-CUOTA-FIJA ROUNDED =
                   WS-CAPITAL-INPUT * WS-TASA-MENSUAL * WS-FACTOR
                       / (WS-FACTOR - 1)
               MOVE "CAJ0539" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE "CAJ0550" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       WS-TASA-PRESTAMO " %"
               MOVE WS-CUOTA-FIJA TO WS-IMPORTE-DISPLAY
               MOVE "CAJ0551" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       WS-IMPORTE-DISPLAY
               MOVE WS-CUOTA-FIJA TO WS-IMPORTE-RECIBO
               IF WS-MODALIDAD = "U"
                   COMPUTE WS-UVA-UNIDADES ROUNDED =
                       WS-CAPITAL-INPUT / WS-INDICE-UVA
                   PERFORM MOSTRAR-UNIDADES
                   COMPUTE WS-UVA-UNIDADES ROUNDED =
                       WS-CUOTA-FIJA / WS-INDICE-UVA
                   MOVE WS-UVA-UNIDADES TO WS-UVA-DISPLAY
                   MOVE "CAJ0552" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) "    "
                           WS-UVA-DISPLAY
                   MOVE "CAJ0553" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
               END-IF
               PERFORM MOSTRAR-PLAN
               DISPLAY "------------------------------"
               PERFORM IMPRIMIR-COMPROBANTE
           END-IF
           END-IF.

       PEDIR-MODALIDAD.
           MOVE "CAJ0554" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-MODALIDAD
           IF WS-MODALIDAD = "u"
               MOVE "U" TO WS-MODALIDAD
           END-IF
           IF WS-MODALIDAD NOT = "U"
               MOVE "N" TO WS-MODALIDAD
           END-IF.

       BUSCAR-INDICE.
           CALL "buscar-indice-uva" USING WS-FECHA-HOY, WS-INDICE-UVA,
                WS-FECHA-INDICE, WS-INDICE-ENCONTRADO
           IF WS-INDICE-UVA = 0
               MOVE 0 TO WS-INDICE-ENCONTRADO
           END-IF.

       MOSTRAR-UNIDADES.
           MOVE WS-INDICE-UVA TO WS-INDICE-DISPLAY
           MOVE "CAJ0188" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-FECHA-INDICE ": " WS-INDICE-DISPLAY
           MOVE WS-UVA-UNIDADES TO WS-UVA-DISPLAY
           MOVE "CAJ0555" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) "       "
                   WS-UVA-DISPLAY.

       LEER-TASA-PRESTAMO.
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
                           MOVE PARM-TASA-PRESTAMO
                               TO WS-TASA-PRESTAMO
                       END-IF
                       IF PARM-TASA-UVA-PF IS NUMERIC
                          AND PARM-TASA-UVA-PF > 0
                           MOVE PARM-TASA-UVA-PF TO WS-TASA-UVA-PF
                       END-IF
                       IF PARM-TASA-UVA-PRESTAMO IS NUMERIC
                          AND PARM-TASA-UVA-PRESTAMO > 0
                           MOVE PARM-TASA-UVA-PRESTAMO
                               TO WS-TASA-UVA-PRESTAMO
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF.
           MOVE 0 TO WS-TOTAL-PAGAR
           PERFORM MOSTRAR-CUOTA WS-CUOTAS-INPUT TIMES
           MOVE WS-TOTAL-PAGAR TO WS-IMPORTE-DISPLAY
           MOVE "CAJ0556" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-IMPORTE-DISPLAY.

       MOSTRAR-CUOTA.
           ADD 1 TO WS-NUMERO-CUOTA
           SUBTRACT WS-CAPITAL-CUOTA FROM WS-SALDO-DEUDA
           ADD WS-CUOTA-FIJA TO WS-TOTAL-PAGAR
           MOVE WS-CUOTA-FIJA TO WS-IMPORTE-DISPLAY
           MOVE "CAJ0557" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-NUMERO-CUOTA "  $ " WS-IMPORTE-DISPLAY.

      *    Comprobante no contable: sale por el mismo recibo que las
      *    operaciones reales pero con el codigo propio "SI" y saldo
           CALL "imprimir-recibo" USING LK-CBF,
                WS-DESC-SIMULACION, WS-IMPORTE-RECIBO,
                WS-SALDO-NULO, WS-TIMESTAMP-SIM
           MOVE "CAJ0558" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.

       OBTENER-MENSAJE.
           MOVE "O" TO WS-MSG-ACCION
           MOVE SPACES TO WS-MSG-TEXTO
           CALL 'mensaje-catalogo' USING WS-MSG-ACCION, WS-MSG-ID,
                WS-MSG-IDIOMA, WS-MSG-TEXTO.

       MOSTRAR-MENSAJE.
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING).

      *    Pregunta: el cursor queda en la misma linea para el ACCEPT.
       MOSTRAR-PREGUNTA.
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
               WITH NO ADVANCING.
