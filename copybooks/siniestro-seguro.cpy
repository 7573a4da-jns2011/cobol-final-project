      *****************************************************************
      *  SINIESTRO-SEGURO.CPY
      *  Layout de siniestros-seguro.dat: reclamos a la aseguradora
      *  por fallecimiento del titular de un prestamo asegurado. Los
      *  abre MANTENER-FALLECIMIENTO al registrar el fallecimiento,
      *  uno por prestamo vigente o en mora con aseguradora, por el
      *  saldo a esa fecha (SIN-SALDO-CAPITAL: capital de las cuotas
      *  impagas; SIN-SALDO-INTERES: interes de las cuotas ya
      *  vencidas sin pagar). MANTENER-ASEGURADORAS registra el pago
      *  (el prestamo queda cancelado por seguro) o el rechazo (el
      *  saldo sigue a cargo de la sucesion); si la marca de
      *  fallecimiento se levanta por error el siniestro se anula.
      *****************************************************************
       01  SIN-RECORD.
           05  SIN-KEY.
               10  SIN-CBF             PIC 9(6).
               10  SIN-TS-PREST        PIC 9(14).
           05  SIN-ASEGURADORA         PIC X(4).
           05  SIN-FECHA-APERTURA      PIC 9(8).
           05  SIN-ACTA                PIC X(20).
           05  SIN-SALDO-CAPITAL       PIC S9(9)V99.
           05  SIN-SALDO-INTERES       PIC S9(9)V99.
           05  SIN-ESTADO              PIC X(1).
               88  SIN-ABIERTO         VALUE "A".
               88  SIN-PAGADO          VALUE "P".
               88  SIN-RECHAZADO       VALUE "R".
               88  SIN-ANULADO         VALUE "N".
           05  SIN-FECHA-CIERRE        PIC 9(8).
           05  SIN-IMPORTE-PAGADO      PIC S9(9)V99.
           05  SIN-USUARIO             PIC X(8).
