      *  (solo agregado, como el journal) y la posicion consolidada
      *  de la sucursal (tesoro + cajas abiertas + casetes del ATM)
      *  se consulta aca y se cierra en ARQUEO-CAJAS.
      *  Los billetes sospechosos de falsedad retenidos en ventanilla
      *  quedan en custodia del tesoro hasta su envio al BCRA: se
      *  informan aparte y no integran el stock ni la posicion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   " $500:" TES-CANT-500
                   " $200:" TES-CANT-200
                   " $100:" TES-CANT-100
           DISPLAY "Valor del tesoro: $ " WS-IMPORTE-DISPLAY
           PERFORM 2150-MOSTRAR-CUSTODIA.

      *    Custodia de billetes sospechosos, fuera del stock.
       2150-MOSTRAR-CUSTODIA.
           IF TES-CUSTODIA-CANT-ARS > 0 OR TES-CUSTODIA-CANT-USD > 0
               MOVE TES-CUSTODIA-ARS TO WS-IMPORTE-DISPLAY
               DISPLAY "Custodia billetes sospechosos ARS: "
                       TES-CUSTODIA-CANT-ARS " por $ "
                       WS-IMPORTE-DISPLAY
               MOVE TES-CUSTODIA-USD TO WS-IMPORTE-DISPLAY
               DISPLAY "Custodia billetes sospechosos USD: "
                       TES-CUSTODIA-CANT-USD " por U$S "
                       WS-IMPORTE-DISPLAY
           END-IF.

       3000-MOVIMIENTO-TRANSPORTE.
           DISPLAY "Recibo de la transportadora: " WITH NO ADVANCING
           MOVE WS-VALOR-ATM TO WS-IMPORTE-DISPLAY
           DISPLAY "  Casetes ATM:     $ " WS-IMPORTE-DISPLAY
           MOVE WS-VALOR-TOTAL TO WS-IMPORTE-DISPLAY
           DISPLAY "  TOTAL:           $ " WS-IMPORTE-DISPLAY
           PERFORM 2150-MOSTRAR-CUSTODIA.

       6000-APLICAR-MOVIMIENTO.
           PERFORM 8000-LEER-TESORO
                   MOVE 0 TO TES-CANT-500
                   MOVE 0 TO TES-CANT-200
                   MOVE 0 TO TES-CANT-100
                   MOVE 0 TO TES-CUSTODIA-CANT-ARS
                   MOVE 0 TO TES-CUSTODIA-ARS
                   MOVE 0 TO TES-CUSTODIA-CANT-USD
                   MOVE 0 TO TES-CUSTODIA-USD
                   WRITE TES-RECORD
           END-READ.

