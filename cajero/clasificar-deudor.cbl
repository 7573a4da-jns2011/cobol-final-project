       IDENTIFICATION DIVISION.
       PROGRAM-ID. clasificar-deudor.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: situacion regulatoria del
      *              deudor (1 a 5) segun los dias de atraso de su
      *              deuda impaga mas vieja: 1 normal hasta 30, 2
      *              hasta 90, 3 hasta 180, 4 hasta 365 y 5
      *              irrecuperable. La comparten EXPORTAR-DEUDORES
      *              (central de riesgo) y PREVISIONAR-CARTERA
      *              (prevision por incobrabilidad), para que las dos
      *              clasifiquen igual.
      *  2026-10-15  Recibe la situacion piso del deudor (cero si no
      *              tiene): un prestamo refinanciado no mejora la
      *              situacion que tenia al refinanciar hasta pagar las
      *              cuotas minimas del plan nuevo.
      *****************************************************************
       DATA DIVISION.
       LINKAGE SECTION.
       01  LK-DIAS-ATRASO             PIC 9(5).
       01  LK-SITUACION               PIC 9(1).
       01  LK-SITUACION-PISO          PIC 9(1).

       PROCEDURE DIVISION USING LK-DIAS-ATRASO, LK-SITUACION,
                                 LK-SITUACION-PISO.
       MAIN-PARA.
           EVALUATE TRUE
               WHEN LK-DIAS-ATRASO <= 30
                   MOVE 1 TO LK-SITUACION
               WHEN LK-DIAS-ATRASO <= 90
                   MOVE 2 TO LK-SITUACION
               WHEN LK-DIAS-ATRASO <= 180
                   MOVE 3 TO LK-SITUACION
               WHEN LK-DIAS-ATRASO <= 365
                   MOVE 4 TO LK-SITUACION
               WHEN OTHER
                   MOVE 5 TO LK-SITUACION
           END-EVALUATE
           IF LK-SITUACION-PISO > LK-SITUACION
               MOVE LK-SITUACION-PISO TO LK-SITUACION
           END-IF
           GOBACK.
