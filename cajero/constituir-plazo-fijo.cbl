      *              vigente y las fechas de inicio y vencimiento.
      *              VENCER-PLAZOS-FIJOS procesa los vencimientos en
      *              el proceso nocturno.
      *  2026-10-15  El certificado nace sin prenda (PF-GARANTIA-ID en
      *              cero).
      *  2026-10-15  Modalidad UVA (LK-MODALIDAD "U"): el capital se
      *              convierte a unidades al indice UVA del dia
      *              (buscar-indice-uva) y la tasa del certificado es
      *              la adicional PARM-TASA-UVA-PF. Sin indice cargado
      *              no se graba (LK-RESULTADO = 2).
      *  2026-10-15  Excepciones de precio: un plazo fijo tradicional
      *              de una cuenta (o persona) con excepcion PF
      *              aprobada y vigente (buscar-excepcion-precio) nace
      *              con la tasa negociada en lugar de la vigente; el
      *              interes de mas sobre todo el plazo queda como
      *              ingreso resignado de la excepcion
      *              (registrar-excepcion-aplicada). La tasa del UVA no
      *              se negocia.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PF-KEY
               FILE STATUS IS FILE-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAZOS-FILE.
       COPY "plazo-fijo.cpy".

       FD  PARAMETROS-FILE.
           COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                       PIC XX.
      *    Tasa nominal anual vigente para plazos fijos. Unico lugar
       01  WS-TASA-ANUAL              PIC 9(3)V99 VALUE 45.00.
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-DIAS-ENTEROS            PIC 9(8).
       01  PARAMETROS-STATUS          PIC XX.
      *    Tasa adicional del plazo fijo UVA sobre el capital
      *    ajustado, si no esta en los parametros.
       01  WS-TASA-UVA                PIC 9(3)V99 VALUE 1.00.
       01  WS-INDICE-UVA              PIC 9(6)V99.
       01  WS-FECHA-INDICE            PIC 9(8).
       01  WS-INDICE-ENCONTRADO       PIC 9.
      *    Excepcion de precio: tasa negociada e intereses del plazo
      *    con la tasa vigente y con la negociada.
       01  WS-CBF-NUM                 PIC 9(6).
       01  WS-EXC-VALOR               PIC 9(7)V99.
       01  WS-EXC-NUMERO              PIC 9(6).
       01  WS-EXC-ENCONTRADA          PIC 9 VALUE 0.
       01  WS-EXC-ESTANDAR            PIC S9(9)V99.
       01  WS-EXC-APLICADO            PIC S9(9)V99.
       01  WS-EXC-RESIGNADO           PIC S9(9)V99.
       01  WS-EXC-ORIGEN              PIC X(20)
                                      VALUE "CONSTITUIR-PF".

       LINKAGE SECTION.
       01  LK-CBF                  PIC X(6).
       01  LK-CAPITAL              PIC S9(9)V99.
       01  LK-DIAS                 PIC 9(3).
       01  LK-RENOVACION           PIC X(1).
       01  LK-MODALIDAD            PIC X(1).
       01  LK-RESULTADO            PIC 9.

       PROCEDURE DIVISION USING LK-CBF, LK-CAPITAL, LK-DIAS,
                                 LK-RENOVACION, LK-MODALIDAD,
                                 LK-RESULTADO.
       MAIN-PARA.
           MOVE 0 TO LK-RESULTADO
           MOVE 0 TO WS-EXC-ENCONTRADA
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           IF LK-MODALIDAD = "U"
               CALL "buscar-indice-uva" USING WS-FECHA-HOY,
                    WS-INDICE-UVA, WS-FECHA-INDICE,
                    WS-INDICE-ENCONTRADO
               IF WS-INDICE-ENCONTRADO NOT = 1 OR WS-INDICE-UVA = 0
                   MOVE 2 TO LK-RESULTADO
                   GOBACK
               END-IF
               PERFORM LEER-TASA-UVA
           ELSE
               MOVE LK-CBF TO WS-CBF-NUM
               CALL "buscar-excepcion-precio" USING WS-CBF-NUM, "PF",
                    WS-FECHA-HOY, WS-EXC-VALOR, WS-EXC-NUMERO,
                    WS-EXC-ENCONTRADA
           END-IF

           OPEN I-O PLAZOS-FILE
           IF FILE-STATUS NOT = "00" AND NOT = "05"
               OPEN I-O PLAZOS-FILE
           END-IF

           MOVE LK-CBF TO PF-CBF
           MOVE FUNCTION CURRENT-DATE(1:14) TO PF-TIMESTAMP-ALTA
           MOVE LK-CAPITAL TO PF-CAPITAL
               FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTEROS)
           MOVE LK-RENOVACION TO PF-RENOVACION
           SET PF-VIGENTE TO TRUE
           MOVE 0 TO PF-GARANTIA-ID
           IF LK-MODALIDAD = "U"
               MOVE "U" TO PF-MODALIDAD
               MOVE WS-TASA-UVA TO PF-TASA-ANUAL
               MOVE WS-INDICE-UVA TO PF-UVA-INDICE-ALTA
               COMPUTE PF-UVA-UNIDADES ROUNDED =
                   LK-CAPITAL / WS-INDICE-UVA
           ELSE
               MOVE "N" TO PF-MODALIDAD
               MOVE 0 TO PF-UVA-UNIDADES
               MOVE 0 TO PF-UVA-INDICE-ALTA
               IF WS-EXC-ENCONTRADA = 1
                   MOVE WS-EXC-VALOR TO PF-TASA-ANUAL
               END-IF
           END-IF

           WRITE PF-RECORD
               INVALID KEY
           END-WRITE

           CLOSE PLAZOS-FILE
           IF LK-RESULTADO = 0 AND WS-EXC-ENCONTRADA = 1
               PERFORM REGISTRAR-EXCEPCION
           END-IF
           GOBACK.

      *    Interes del plazo con la tasa negociada menos el que
      *    hubiera pagado con la vigente (dias sobre 365).
       REGISTRAR-EXCEPCION.
           COMPUTE WS-EXC-ESTANDAR ROUNDED =
               LK-CAPITAL * WS-TASA-ANUAL / 100 * LK-DIAS / 365
           COMPUTE WS-EXC-APLICADO ROUNDED =
               LK-CAPITAL * PF-TASA-ANUAL / 100 * LK-DIAS / 365
           COMPUTE WS-EXC-RESIGNADO =
               WS-EXC-APLICADO - WS-EXC-ESTANDAR
           CALL "registrar-excepcion-aplicada" USING WS-EXC-NUMERO,
                WS-CBF-NUM, "PF", WS-EXC-ESTANDAR, WS-EXC-APLICADO,
                WS-EXC-RESIGNADO, WS-EXC-ORIGEN.

       LEER-TASA-UVA.
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-TASA-UVA-PF IS NUMERIC
                          AND PARM-TASA-UVA-PF > 0
                           MOVE PARM-TASA-UVA-PF TO WS-TASA-UVA
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF.
