      *****************************************************************
      *  RECHAZO-CHEQUE.CPY
      *  Layout de rechazos-cheques.dat: registro de los cheques y
      *  echeqs de nuestros clientes rechazados al cobro, con la
      *  causal legal. Lo alimenta registrar-rechazo-cheque desde
      *  COMPENSAR-CHEQUES, COMPENSAR-ECHEQS y el deposito de un
      *  echeq propio (operar-echeq). INFORMAR-CHEQUES-RECHAZADOS
      *  lo recorre cada noche: informa al registro del banco
      *  central los rechazos por falta de fondos o defecto formal
      *  (con el documento del librador del maestro de identidad),
      *  debita la multa legal como comision, informa la
      *  regularizacion que registra back-office (MANTENER-CHEQUES)
      *  cuando el librador paga el cheque fuera de termino, y marca
      *  la cuenta CLI-INHAB-CHEQUES cuando acumula
      *  PARM-RECHAZOS-INHAB rechazos sin regularizar. La orden de
      *  no pagar queda registrada pero no se informa ni se multa.
      *****************************************************************
       01  CRZ-RECORD.
           05  CRZ-KEY.
               10  CRZ-CBF             PIC 9(6).
               10  CRZ-TIPO-VALOR      PIC X(1).
                   88  CRZ-CHEQUE-PAPEL    VALUE "P".
                   88  CRZ-ECHEQ           VALUE "E".
               10  CRZ-NUMERO          PIC 9(8).
           05  CRZ-FECHA-RECHAZO       PIC 9(8).
           05  CRZ-IMPORTE             PIC 9(9)V99.
           05  CRZ-CAUSAL              PIC X(1).
               88  CRZ-SIN-FONDOS      VALUE "F".
               88  CRZ-DEFECTO-FORMAL  VALUE "D".
               88  CRZ-ORDEN-NO-PAGAR  VALUE "N".
               88  CRZ-INFORMABLE      VALUE "F" "D".
           05  CRZ-MOTIVO              PIC X(30).
      *    Alta informada al registro y multa debitada (timestamp
      *    del movimiento "F"; en cero si no se pudo debitar).
           05  CRZ-FECHA-INFORMADO     PIC 9(8).
           05  CRZ-TIPO-DOC            PIC X(3).
           05  CRZ-NRO-DOC             PIC X(11).
           05  CRZ-MULTA               PIC 9(9)V99.
           05  CRZ-TS-MULTA            PIC 9(14).
      *    Regularizacion: el librador pago el cheque al tenedor
      *    fuera de termino; se informa como levantamiento.
           05  CRZ-REGULARIZADO        PIC X(1).
               88  CRZ-REGULARIZADO-SI VALUE "S".
           05  CRZ-FECHA-REGULARIZ     PIC 9(8).
           05  CRZ-USUARIO-REGULARIZ   PIC X(8).
           05  CRZ-FECHA-INF-REGULARIZ PIC 9(8).
