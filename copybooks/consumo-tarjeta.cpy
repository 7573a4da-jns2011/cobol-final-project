      *****************************************************************
      *  CONSUMO-TARJETA.CPY
      *  Layout de consumos-tarjeta.dat: movimientos de las cuentas
      *  de tarjeta de credito (consumos en comercios, pagos,
      *  intereses de financiacion y ajustes). Los consumos entran
      *  pendientes de facturar; CIERRE-TARJETAS los toma en el
      *  resumen del periodo y los deja facturados con la fecha del
      *  cierre en que salieron.
      *****************************************************************
       01  CT-RECORD.
           05  CT-KEY.
               10  CT-NUMERO           PIC 9(16).
               10  CT-TIMESTAMP        PIC 9(14).
           05  CT-FECHA                PIC 9(8).
           05  CT-COMERCIO             PIC X(30).
           05  CT-IMPORTE              PIC S9(9)V99.
           05  CT-TIPO                 PIC X(1).
               88  CT-CONSUMO              VALUE "C".
               88  CT-PAGO                 VALUE "P".
               88  CT-INTERES              VALUE "I".
               88  CT-AJUSTE               VALUE "A".
           05  CT-ESTADO               PIC X(1).
               88  CT-PENDIENTE            VALUE "P".
               88  CT-FACTURADO            VALUE "F".
           05  CT-FECHA-CIERRE         PIC 9(8).
