      *  mas CLI-LIMITE-DESCUBIERTO rebota: queda CHQ-RECHAZADO y se
      *  informa en cheques-rechazados.dat para el seguimiento
      *  regulatorio de cheques sin fondos.
      *  Los rechazos imputables al librador (orden de no pagar,
      *  defecto formal que marca la camara en PRE-DEFECTO-FORMAL,
      *  fondos insuficientes) se asientan ademas con su causal en
      *  rechazos-cheques.dat (registrar-rechazo-cheque) para el
      *  informe al registro, la multa y la inhabilitacion que
      *  resuelve INFORMAR-CHEQUES-RECHAZADOS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  PRE-CBF                PIC 9(6).
           05  PRE-NUMERO             PIC 9(8).
           05  PRE-IMPORTE            PIC 9(9)V99.
      *    "S" cuando la camara devuelve el cheque por defecto formal
      *    (firma, endoso, enmienda); en blanco en los demas.
           05  PRE-DEFECTO-FORMAL     PIC X(1).
               88  PRE-CON-DEFECTO    VALUE "S".

       FD  CHEQUES-FILE.
       COPY "cheque.cpy".

       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-MOTIVO                  PIC X(30).
      *    Causal legal del rechazo para rechazos-cheques.dat; en
      *    blanco cuando el rechazo no es imputable al librador.
       01  WS-CAUSAL                  PIC X(1).
       01  WS-TIPO-VALOR              PIC X(1) VALUE "P".
       01  WS-RESULTADO-RECHAZO       PIC 9.
       01  WS-SALDO-CALCULADO         PIC S9(10)V99.
       01  WS-FONDOS-DISPONIBLES      PIC S9(11)V99.


       2100-PROCESAR-CHEQUE.
           MOVE SPACES TO WS-MOTIVO
           MOVE SPACE TO WS-CAUSAL
           MOVE PRE-CBF TO CHQ-CBF
           MOVE PRE-NUMERO TO CHQ-NUMERO
           READ CHEQUES-FILE
           EVALUATE TRUE
               WHEN CHQ-DETENIDO
                   MOVE "Orden de no pagar" TO WS-MOTIVO
                   MOVE "N" TO WS-CAUSAL
                   PERFORM 2500-RECHAZAR-CHEQUE
               WHEN CHQ-PAGADO OR CHQ-RECHAZADO
      *            Re-presentacion de un numero ya procesado: no se
      *            termino sin quemar el numero.
                   MOVE "Anterior a fecha de pago" TO WS-MOTIVO
                   PERFORM 2400-RECHAZAR-SIN-REGISTRO
               WHEN CHQ-EMITIDO AND PRE-CON-DEFECTO
                   MOVE "Defecto formal" TO WS-MOTIVO
                   MOVE "D" TO WS-CAUSAL
                   PERFORM 2500-RECHAZAR-CHEQUE
               WHEN CHQ-EMITIDO
                   PERFORM 2300-VERIFICAR-FONDOS
           END-EVALUATE.
                       WS-SALDO-CALCULADO + CLI-LIMITE-DESCUBIERTO
                   IF PRE-IMPORTE > WS-FONDOS-DISPONIBLES
                       MOVE "Fondos insuficientes" TO WS-MOTIVO
                       MOVE "F" TO WS-CAUSAL
                       PERFORM 2500-RECHAZAR-CHEQUE
                   ELSE
                       PERFORM 2600-PAGAR-CHEQUE
           MOVE PRE-IMPORTE TO CHQ-IMPORTE
           MOVE WS-FECHA-HOY TO CHQ-FECHA-ESTADO
           REWRITE CHQ-RECORD
           IF WS-CAUSAL NOT = SPACE
               CALL "registrar-rechazo-cheque" USING PRE-CBF,
                    WS-TIPO-VALOR, PRE-NUMERO, PRE-IMPORTE,
                    WS-CAUSAL, WS-MOTIVO, WS-RESULTADO-RECHAZO
           END-IF
           ADD 1 TO WS-TOTAL-RECHAZADOS
           PERFORM 2900-GRABAR-RECHAZO.

