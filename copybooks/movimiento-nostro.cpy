      *****************************************************************
      *  MOVIMIENTO-NOSTRO.CPY
      *  Layout de libro-nostro.dat: libro propio de la cuenta en
      *  dolares que el banco tiene abierta en el corresponsal
      *  (cuenta nostro). Cada transferencia internacional enviada
      *  asienta dos debitos esperados (E importe, G gastos del
      *  corresponsal) con la referencia de la orden; tesoreria
      *  asienta los fondeos (F) y ajustes (A) en MANTENER-NOSTRO.
      *  NO-IMPORTE lleva signo desde el punto de vista del banco
      *  (debito negativo). RECONCILIAR-CORRESPONSAL marca cada
      *  partida conciliada (C) al encontrarla en el extracto diario
      *  del corresponsal; las que siguen pendientes son las partidas
      *  abiertas de la conciliacion.
      *****************************************************************
       01  NO-RECORD.
           05  NO-KEY.
               10  NO-TIMESTAMP        PIC 9(14).
               10  NO-TIPO             PIC X(1).
                   88  NO-ENVIO            VALUE "E".
                   88  NO-GASTOS           VALUE "G".
                   88  NO-FONDEO           VALUE "F".
                   88  NO-AJUSTE           VALUE "A".
               10  NO-REFERENCIA       PIC X(20).
           05  NO-IMPORTE              PIC S9(11)V99.
           05  NO-CONCEPTO             PIC X(30).
           05  NO-FECHA-CONCILIACION   PIC 9(8).
           05  NO-ESTADO               PIC X(1).
               88  NO-PENDIENTE        VALUE "P".
               88  NO-CONCILIADO       VALUE "C".
