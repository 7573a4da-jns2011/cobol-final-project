      *  humanos, cada movimiento asentado en movimientos-tesoro.dat)
      *  y lo consolida ARQUEO-CAJAS en la posicion de efectivo de la
      *  sucursal (tesoro + cajas abiertas + casetes del ATM).
      *  Aparte del stock, la custodia: billetes sospechosos de
      *  falsedad retenidos en VENTANILLA (ver billete-retenido.cpy)
      *  que esperan el envio al BCRA (ENVIAR-BILLETES-BCRA). No son
      *  efectivo disponible: no entran en la posicion consolidada.
      *****************************************************************
       01  TES-RECORD.
           05  TES-SUCURSAL            PIC 9(3).
           05  TES-CANT-500            PIC 9(7).
           05  TES-CANT-200            PIC 9(7).
           05  TES-CANT-100            PIC 9(7).
           05  TES-CUSTODIA-CANT-ARS   PIC 9(5).
           05  TES-CUSTODIA-ARS        PIC 9(11)V99.
           05  TES-CUSTODIA-CANT-USD   PIC 9(5).
           05  TES-CUSTODIA-USD        PIC 9(11)V99.
