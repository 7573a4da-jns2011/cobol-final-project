      *****************************************************************
      *  EXTRACCION-RED.CPY
      *  Layout de extracciones-red.dat: extracciones cursadas por la
      *  red compartida de cajeros, pendientes de liquidar con ella.
      *    "E" emisor: un cliente propio extrajo en un cajero ajeno
      *        (lo informa la red y lo postea
      *        DEBITAR-EXTRACCIONES-RED); le debemos a la red el
      *        importe mas el intercambio.
      *    "A" adquirente: una tarjeta de otro banco extrajo en
      *        nuestro cajero (extraer-red, dispensado desde
      *        casetes.dat); la red nos debe el importe mas el
      *        intercambio.
      *  LIQUIDAR-RED-CAJEROS envia a la red las "A" no enviadas,
      *  netea todo lo pendiente y deja cada item liquidado.
      *****************************************************************
       01  RX-RECORD.
           05  RX-KEY.
               10  RX-TIPO             PIC X(1).
                   88  RX-EMISOR           VALUE "E".
                   88  RX-ADQUIRENTE       VALUE "A".
               10  RX-FECHA            PIC 9(8).
               10  RX-TRACE            PIC X(12).
           05  RX-NUMERO               PIC 9(16).
           05  RX-CAJERO               PIC X(8).
           05  RX-IMPORTE              PIC 9(9)V99.
           05  RX-INTERCAMBIO          PIC 9(5)V99.
      *    CBF debitado (solo "E"; en "A" la cuenta es del otro
      *    banco y va en cero).
           05  RX-CBF                  PIC 9(6).
           05  RX-ESTADO               PIC X(1).
               88  RX-PENDIENTE            VALUE "P".
               88  RX-LIQUIDADA            VALUE "L".
               88  RX-RECHAZADA            VALUE "R".
      *    Marca de envio a la red de las "A" (archivo de cobro).
           05  RX-ENVIADA              PIC X(1).
               88  RX-ENVIADA-SI           VALUE "S".
           05  RX-FECHA-LIQ            PIC 9(8).
