      *    - devenga el punitorio del dia sobre el importe vencido, a
      *      la tasa anual PARM-TASA-MORA de parametros.dat (mismo
      *      criterio que INTERES-DEUDOR para los descubiertos),
      *      posteado via crear-transaccion con codigo "J" y
      *      acumulado en la cuota (CUO-PUNITORIO, lo que una
      *      refinanciacion capitaliza); la re-corrida del mismo dia
      *      la frena el control de corrida del proceso nocturno,
      *      como en todo paso que postea;
      *    - el dia que la cuota entra a cada tramo encola el aviso
      *      de cobranza correspondiente, de tono creciente, via
      *      encolar-notificacion.
      *  Al final arma el reporte de aging para el area de creditos
      *  (escribir-reporte): totales por tramo y por sucursal.
      *  Las cuotas de un prestamo castigado dejan de estar en mora
      *  (CUO-CASTIGADA): no devengan punitorios ni generan avisos.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           INITIALIZE WS-AGING-TOTALES
           INITIALIZE WS-AGING-SUCURSALES
           PERFORM 1100-LEER-TASA
           OPEN I-O CUOTAS-FILE
           IF CUOTAS-STATUS NOT = "00"
               DISPLAY "No hay plan de cuotas registrado."
               MOVE 'N' TO WS-HAY-CUOTAS
                   INTO P-MEMO
               CALL "crear-transaccion" USING TRANSACCION, RESULTADO
               IF RESULTADO = 0
                   ADD WS-PUNITORIO TO CUO-PUNITORIO
                   REWRITE CUO-RECORD
                   ADD 1 TO WS-CANT-PUNITORIOS
                   ADD WS-PUNITORIO TO WS-TOTAL-PUNITORIOS
                   MOVE WS-PUNITORIO TO WS-IMPORTE-DISPLAY
