      *****************************************************************
      *  RIESGO-CLIENTE.CPY
      *  Layout de riesgo-clientes.dat: calificacion de riesgo de
      *  cada cliente (CI-CLIENTE-ID de clientes-idx.dat) y control
      *  de la revision periodica de conocimiento del cliente.
      *  CALIFICAR-RIESGO-CLIENTES recalcula puntaje, nivel y el
      *  desglose por factor con la fecha del calculo; REVISAR-KYC
      *  registra la revision hecha (fecha y usuario). El
      *  vencimiento de la proxima revision es la ultima revision (o
      *  la primera calificacion, si nunca se reviso) mas los anios
      *  que corresponden al nivel (PARM-ANIOS-KYC-*). Un cliente
      *  de riesgo alto con la revision vencida queda bloqueado para
      *  operar transferencias interbancarias e internacionales
      *  (verificar-kyc) hasta que se registre la revision.
      *****************************************************************
       01  RC-RECORD.
           05  RC-CLIENTE-ID           PIC 9(8).
           05  RC-PUNTAJE              PIC 9(3).
           05  RC-NIVEL                PIC X(1).
               88  RC-RIESGO-BAJO      VALUE "B".
               88  RC-RIESGO-MEDIO     VALUE "M".
               88  RC-RIESGO-ALTO      VALUE "A".
           05  RC-FECHA-CALCULO        PIC 9(8).
           05  RC-FECHA-ALTA           PIC 9(8).
      *    Puntos aportados por cada factor en el ultimo calculo.
           05  RC-FACTORES.
               10  RC-PTS-PRODUCTOS    PIC 9(3).
               10  RC-PTS-EFECTIVO     PIC 9(3).
               10  RC-PTS-TRANSFER     PIC 9(3).
               10  RC-PTS-PEP          PIC 9(3).
               10  RC-PTS-LISTAS       PIC 9(3).
               10  RC-PTS-ALERTAS      PIC 9(3).
               10  RC-PTS-OCUPACION    PIC 9(3).
           05  RC-FECHA-REVISION       PIC 9(8).
           05  RC-USUARIO-REVISION     PIC X(8).
           05  RC-FECHA-VTO-REVISION   PIC 9(8).
