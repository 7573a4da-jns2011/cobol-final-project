      *              (cada numero nace CHQ-EMITIDO, continuando la
      *              numeracion de la cuenta como MANTENER-CHEQUES)
      *              y deja el rango asentado en la solicitud.
      *  2026-10-15  No se entrega la chequera a una cuenta inhabilitada
      *              por cheques rechazados (verificar-inhab-cheques);
      *              el pedido queda impreso.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-ULTIMO-NUMERO           PIC 9(8).
       01  WS-IDX-CHEQUE              PIC 9(3).
       01  WS-NUMERO-DESDE            PIC 9(8).
       01  WS-INHABILITADA            PIC X(1).

       LINKAGE SECTION.
       01  LK-CBF                  PIC 9(6).
      *    alta de la cuenta en cheques.dat, como la chequera de
      *    MANTENER-CHEQUES, y asienta el rango en la solicitud.
       2200-ENTREGAR.
           CALL "verificar-inhab-cheques" USING LK-CBF,
                WS-INHABILITADA
           IF NOT SC-IMPRESA
               DISPLAY "Solo una chequera impresa se entrega"
                       " (estado " SC-ESTADO ")."
           ELSE
           IF WS-INHABILITADA = "S"
      *        Pedida antes de la inhabilitacion: queda impresa sin
      *        entregar hasta que la cuenta regularice los rechazos.
               DISPLAY "Cuenta inhabilitada para chequeras por"
                       " cheques rechazados: no se entrega."
           ELSE
               PERFORM 2300-BUSCAR-ULTIMO-NUMERO
               PERFORM 2400-EMITIR-RANGO
               REWRITE SC-RECORD
               DISPLAY "Chequera entregada: cheques " SC-DESDE
                       " a " SC-HASTA "."
           END-IF
           END-IF.

       2300-BUSCAR-ULTIMO-NUMERO.
