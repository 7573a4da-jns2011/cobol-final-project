           END-EVALUATE.

       3000-ALTA.
           DISPLAY "Operacion (D/E/T/I/F/C/W/J/K/S/Q/Y/L, RV"
                   " revaluacion USD, PV prevision, CK/CO/RA castigo"
                   " o *): "
                   WITH NO ADVANCING
           ACCEPT WS-OPER-INPUT
           DISPLAY "Tipo de cuenta (A/C, P/T en PV, P en CK/CO/RA,"
                   " o *): "
                   WITH NO ADVANCING
           ACCEPT WS-TIPO-INPUT
           DISPLAY "Moneda (ARS/USD o *): " WITH NO ADVANCING
           ACCEPT WS-MONEDA-INPUT
