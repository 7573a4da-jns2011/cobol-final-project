       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcular-cobertura.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: cobertura computable de un
      *              prestamo (LK-CBF + LK-TS) a una fecha de corte,
      *              en la moneda del prestamo, sumando sus garantias
      *              activas de garantias.dat:
      *                - hipoteca y prenda automotor por su valor de
      *                  tasacion, solo con tasacion de no mas de
      *                  PARM-DIAS-TASACION dias y seguro vigente;
      *                - plazo fijo prendado por el capital del
      *                  certificado, solo si sigue vigente;
      *                - el garante no suma cobertura.
      *              Una garantia en otra moneda se convierte a la
      *              cotizacion de la fecha (buscar-cotizacion):
      *              dolares a pesos al comprador, pesos a dolares al
      *              vendedor; sin cotizacion no computa. Devuelve
      *              tambien cuantas garantias activas tiene el
      *              prestamo y cuantas tienen la tasacion o el
      *              seguro vencidos. La comparten REPORTE-COBERTURA
      *              y PREVISIONAR-CARTERA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GARANTIAS-FILE ASSIGN TO "garantias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAR-ID
               ALTERNATE RECORD KEY IS GAR-PRESTAMO
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

           SELECT PLAZOS-FILE ASSIGN TO "plazos-fijos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-KEY
               FILE STATUS IS PLAZOS-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GARANTIAS-FILE.
       COPY "garantia.cpy".

       FD  PLAZOS-FILE.
       COPY "plazo-fijo.cpy".

       FD  PARAMETROS-FILE.
       COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                PIC XX.
       01  PLAZOS-STATUS              PIC XX.
       01  PARAMETROS-STATUS          PIC XX.
       01  WS-DIAS-TASACION           PIC 9(4) VALUE 365.
       01  WS-DIAS-CORTE              PIC 9(7).
       01  WS-DIAS-ANTIGUEDAD         PIC S9(7).
       01  WS-VALOR                   PIC S9(11)V99.
       01  WS-COMPUTA                 PIC X(1).
       01  WS-COMPRA                  PIC 9(5)V9999.
       01  WS-VENTA                   PIC 9(5)V9999.
       01  WS-COT-ENCONTRADA          PIC 9.

       LINKAGE SECTION.
       01  LK-CBF                     PIC 9(6).
       01  LK-TS                      PIC 9(14).
       01  LK-MONEDA                  PIC X(3).
       01  LK-FECHA                   PIC 9(8).
       01  LK-COBERTURA               PIC S9(11)V99.
       01  LK-GARANTIAS               PIC 9(3).
       01  LK-TASACION-VENCIDA        PIC 9(3).
       01  LK-SEGURO-VENCIDO          PIC 9(3).

       PROCEDURE DIVISION USING LK-CBF, LK-TS, LK-MONEDA, LK-FECHA,
                                 LK-COBERTURA, LK-GARANTIAS,
                                 LK-TASACION-VENCIDA,
                                 LK-SEGURO-VENCIDO.
       MAIN-PARA.
           MOVE 0 TO LK-COBERTURA
           MOVE 0 TO LK-GARANTIAS
           MOVE 0 TO LK-TASACION-VENCIDA
           MOVE 0 TO LK-SEGURO-VENCIDO
           OPEN INPUT GARANTIAS-FILE
           IF FILE-STATUS NOT = "00"
               GOBACK
           END-IF
           PERFORM LEER-PARAMETROS
           COMPUTE WS-DIAS-CORTE = FUNCTION INTEGER-OF-DATE(LK-FECHA)
           OPEN INPUT PLAZOS-FILE

           MOVE LK-CBF TO GAR-PRE-CBF
           MOVE LK-TS TO GAR-PRE-TS
           START GARANTIAS-FILE KEY IS = GAR-PRESTAMO
               INVALID KEY
                   MOVE "10" TO FILE-STATUS
           END-START
           PERFORM UNTIL FILE-STATUS = "10"
               READ GARANTIAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FILE-STATUS
                   NOT AT END
                       IF GAR-PRE-CBF NOT = LK-CBF
                          OR GAR-PRE-TS NOT = LK-TS
                           MOVE "10" TO FILE-STATUS
                       ELSE
                           IF GAR-ACTIVA
                               PERFORM EVALUAR-GARANTIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GARANTIAS-FILE
           IF PLAZOS-STATUS = "00"
               CLOSE PLAZOS-FILE
           END-IF
           GOBACK.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DIAS-TASACION IS NUMERIC
                          AND PARM-DIAS-TASACION > 0
                           MOVE PARM-DIAS-TASACION
                               TO WS-DIAS-TASACION
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF.

       EVALUAR-GARANTIA.
           ADD 1 TO LK-GARANTIAS
           MOVE 0 TO WS-VALOR
           MOVE "N" TO WS-COMPUTA
           EVALUATE TRUE
               WHEN GAR-HIPOTECA
               WHEN GAR-PRENDA-AUTO
                   PERFORM EVALUAR-BIEN
               WHEN GAR-PLAZO-FIJO
                   PERFORM EVALUAR-PLAZO-FIJO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-COMPUTA = "S"
               PERFORM CONVERTIR-MONEDA
               ADD WS-VALOR TO LK-COBERTURA
           END-IF.

      *    Un bien computa con tasacion al dia y poliza vigente a la
      *    fecha de corte; sin seguro cargado no computa.
       EVALUAR-BIEN.
           MOVE "S" TO WS-COMPUTA
           MOVE GAR-VALOR TO WS-VALOR
           IF GAR-FECHA-TASACION NOT NUMERIC
              OR GAR-FECHA-TASACION = 0
               MOVE 99999 TO WS-DIAS-ANTIGUEDAD
           ELSE
               COMPUTE WS-DIAS-ANTIGUEDAD = WS-DIAS-CORTE
                   - FUNCTION INTEGER-OF-DATE(GAR-FECHA-TASACION)
           END-IF
           IF WS-DIAS-ANTIGUEDAD > WS-DIAS-TASACION
               ADD 1 TO LK-TASACION-VENCIDA
               MOVE "N" TO WS-COMPUTA
           END-IF
           IF GAR-VTO-SEGURO NOT NUMERIC
              OR GAR-VTO-SEGURO < LK-FECHA
               ADD 1 TO LK-SEGURO-VENCIDO
               MOVE "N" TO WS-COMPUTA
           END-IF.

       EVALUAR-PLAZO-FIJO.
           IF PLAZOS-STATUS = "00"
               MOVE GAR-PF-CBF TO PF-CBF
               MOVE GAR-PF-TS TO PF-TIMESTAMP-ALTA
               READ PLAZOS-FILE
                   KEY IS PF-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PF-VIGENTE
                           MOVE PF-CAPITAL TO WS-VALOR
                           MOVE "S" TO WS-COMPUTA
                       END-IF
               END-READ
               MOVE "00" TO PLAZOS-STATUS
           END-IF.

       CONVERTIR-MONEDA.
           IF GAR-MONEDA NOT = LK-MONEDA
               CALL "buscar-cotizacion" USING LK-FECHA, WS-COMPRA,
                    WS-VENTA, WS-COT-ENCONTRADA
               EVALUATE TRUE
                   WHEN WS-COT-ENCONTRADA = 0
                       MOVE 0 TO WS-VALOR
                   WHEN GAR-MONEDA = "USD"
                       COMPUTE WS-VALOR ROUNDED =
                           WS-VALOR * WS-COMPRA
                   WHEN WS-VENTA > 0
                       COMPUTE WS-VALOR ROUNDED =
                           WS-VALOR / WS-VENTA
                   WHEN OTHER
                       MOVE 0 TO WS-VALOR
               END-EVALUATE
           END-IF.
