      *              sucursal (tesoros-sucursales.dat, ver
      *              MANTENER-TESORO) mas las cajas del dia, y al pie
      *              el stock de casetes del cajero automatico.
      *  2026-10-15  Los billetes sospechosos retenidos en custodia
      *              del tesoro se informan aparte, fuera del
      *              consolidado, hasta su envio al BCRA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-ATM-200                 PIC 9(5).
       01  WS-ATM-100                 PIC 9(5).
       01  WS-VALOR-ATM               PIC S9(12)V99.
       01  WS-CUST-CANT-ARS           PIC 9(5).
       01  WS-CUST-ARS                PIC 9(11)V99.
       01  WS-CUST-CANT-USD           PIC 9(5).
       01  WS-CUST-USD                PIC 9(11)V99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *    es lo que la sucursal tiene que poder contar.
       3100-POSICION-CONSOLIDADA.
           MOVE 0 TO WS-VALOR-TESORO
           MOVE 0 TO WS-CUST-CANT-ARS
           MOVE 0 TO WS-CUST-ARS
           MOVE 0 TO WS-CUST-CANT-USD
           MOVE 0 TO WS-CUST-USD
           IF TESOROS-STATUS = "00"
               MOVE WS-SUC-CODIGO(WS-IDX-SUC) TO TES-SUCURSAL
               READ TESOROS-FILE
                       COMPUTE WS-VALOR-TESORO =
                           TES-CANT-1000 * 1000 + TES-CANT-500 * 500
                           + TES-CANT-200 * 200 + TES-CANT-100 * 100
                       MOVE TES-CUSTODIA-CANT-ARS TO WS-CUST-CANT-ARS
                       MOVE TES-CUSTODIA-ARS TO WS-CUST-ARS
                       MOVE TES-CUSTODIA-CANT-USD TO WS-CUST-CANT-USD
                       MOVE TES-CUSTODIA-USD TO WS-CUST-USD
               END-READ
           END-IF
           MOVE WS-VALOR-TESORO TO WS-IMPORTE-DISPLAY
           COMPUTE WS-VALOR-CONSOLIDADO =
               WS-SUC-FISICO(WS-IDX-SUC) + WS-VALOR-TESORO
           MOVE WS-VALOR-CONSOLIDADO TO WS-IMPORTE-DISPLAY
           DISPLAY "  Consolidado:    $ " WS-IMPORTE-DISPLAY
      *    Billetes sospechosos en custodia: no se cuentan como
      *    efectivo de la sucursal.
           IF WS-CUST-CANT-ARS > 0
               MOVE WS-CUST-ARS TO WS-IMPORTE-DISPLAY
               DISPLAY "  Custodia sospechosos ARS: " WS-CUST-CANT-ARS
                       " billetes por $ " WS-IMPORTE-DISPLAY
           END-IF
           IF WS-CUST-CANT-USD > 0
               MOVE WS-CUST-USD TO WS-IMPORTE-DISPLAY
               DISPLAY "  Custodia sospechosos USD: " WS-CUST-CANT-USD
                       " billetes por U$S " WS-IMPORTE-DISPLAY
           END-IF.

       3200-STOCK-ATM.
           CALL "leer-casetes" USING WS-ATM-1000, WS-ATM-500,
