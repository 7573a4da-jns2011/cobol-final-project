      *****************************************************************
      *  PREVISION-CARTERA.CPY
      *  Layout de prevision-cartera.dat: prevision por
      *  incobrabilidad constituida para cada deuda de la cartera,
      *  la mantiene PREVISIONAR-CARTERA en el cierre de cada mes.
      *  La clave es producto ("PR" prestamo, "TC" tarjeta de
      *  credito) x CBF x referencia (timestamp de alta del prestamo
      *  o numero de tarjeta). PRV-IMPORTE es la prevision del
      *  ultimo periodo previsionado y PRV-IMPORTE-ANT la del mes
      *  anterior a ese, para que una re-corrida del mismo periodo
      *  compare contra el mes anterior y no contra si misma. Una
      *  deuda que sale de la cartera (prestamo cancelado, tarjeta
      *  sin saldo) queda con prevision cero: se desafecto entera.
      *****************************************************************
       01  PRV-RECORD.
           05  PRV-KEY.
               10  PRV-PRODUCTO        PIC X(2).
                   88  PRV-PRESTAMO        VALUE "PR".
                   88  PRV-TARJETA         VALUE "TC".
               10  PRV-CBF             PIC 9(6).
               10  PRV-REFERENCIA      PIC X(16).
           05  PRV-SUCURSAL            PIC 9(3).
           05  PRV-MONEDA              PIC X(3).
           05  PRV-PERIODO             PIC 9(6).
           05  PRV-SITUACION           PIC 9(1).
           05  PRV-DIAS-ATRASO         PIC 9(5).
           05  PRV-DEUDA               PIC S9(11)V99.
           05  PRV-GARANTIA            PIC S9(11)V99.
           05  PRV-PORCENTAJE          PIC 9(3).
           05  PRV-IMPORTE             PIC S9(11)V99.
           05  PRV-PERIODO-ANT         PIC 9(6).
           05  PRV-IMPORTE-ANT         PIC S9(11)V99.
           05  PRV-TIMESTAMP-CORRIDA   PIC 9(14).
