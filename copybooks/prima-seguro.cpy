      *****************************************************************
      *  PRIMA-SEGURO.CPY
      *  Layout de primas-seguro.dat: libro de primas de seguro de
      *  vida cobradas por COBRAR-CUOTAS, una por cuota cobrada,
      *  ligada a la cuota por CBF + timestamp del prestamo + numero.
      *  PS-SALDO-CAPITAL es el capital adeudado sobre el que se
      *  calculo la prima (antes de imputar la cuota) y PS-TASA el
      *  porcentaje de la aseguradora en ese momento; PS-MONEDA es
      *  la de la cuenta en que se debito.
      *  REMITIR-SEGURO-VIDA marca PS-REMITIDA con el periodo de la
      *  remesa mensual (PS-PERIODO-REMESA, AAAAMM) en que la prima
      *  se informo y se giro a la aseguradora.
      *****************************************************************
       01  PS-RECORD.
           05  PS-KEY.
               10  PS-CBF              PIC 9(6).
               10  PS-TS-PREST         PIC 9(14).
               10  PS-NUMERO           PIC 9(3).
           05  PS-ASEGURADORA          PIC X(4).
           05  PS-FECHA                PIC 9(8).
           05  PS-SALDO-CAPITAL        PIC S9(9)V99.
           05  PS-TASA                 PIC 9(1)V9(4).
           05  PS-PRIMA                PIC S9(7)V99.
           05  PS-MONEDA               PIC X(3).
           05  PS-REMITIDA             PIC X(1).
               88  PS-PENDIENTE-REMESA VALUE "N".
               88  PS-REMESADA         VALUE "S".
           05  PS-PERIODO-REMESA       PIC 9(6).
