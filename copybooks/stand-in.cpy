      *****************************************************************
      *  STAND-IN.CPY
      *  Layout de cola-stand-in.dat: depositos y extracciones que el
      *  cajero acepta en modo contingencia mientras corre el proceso
      *  nocturno (operar-stand-in), sin postear. Al terminar la
      *  corrida APLICAR-STAND-IN los postea via crear-transaccion,
      *  con la fecha contable del momento del posteo, y deja en
      *  SI-ESTADO el resultado: aplicado, o rechazado con el motivo
      *  para su tratamiento manual (la extraccion ya se entrego).
      *  SI-TS-POSTEO es el timestamp del movimiento posteado.
      *****************************************************************
       01  SI-RECORD.
           05  SI-KEY.
               10  SI-CBF              PIC 9(6).
               10  SI-TIMESTAMP        PIC 9(14).
           05  SI-TIPO                 PIC X(1).
               88  SI-DEPOSITO         VALUE "D".
               88  SI-EXTRACCION       VALUE "E".
           05  SI-IMPORTE              PIC S9(9)V99.
           05  SI-MONEDA               PIC X(3).
           05  SI-MEMO                 PIC X(40).
           05  SI-ESTADO               PIC X(1).
               88  SI-PENDIENTE        VALUE "P".
               88  SI-APLICADO         VALUE "A".
               88  SI-RECHAZADO        VALUE "R".
           05  SI-TS-POSTEO            PIC 9(14).
           05  SI-MOTIVO               PIC X(30).
