      *****************************************************************
      *  RECUPERO-CASTIGO.CPY
      *  Layout de recuperos-castigo.dat: un registro por cobro
      *  aplicado a un prestamo ya castigado, lo graba
      *  registrar-recupero. El canal dice de donde vino la plata:
      *  cajero o ventanilla (debito "K" a la cuenta del cliente,
      *  RCP-REFERENCIA es el timestamp de ese debito) o agencia de
      *  cobranza externa (IMPUTAR-RECUPEROS-AGENCIA, RCP-REFERENCIA
      *  es el recibo de la agencia y RCP-USUARIO su codigo).
      *  REPORTE-RECUPEROS lo recorre por mes para el reporte y el
      *  asiento de recuperos.
      *****************************************************************
       01  RCP-RECORD.
           05  RCP-KEY.
               10  RCP-TIMESTAMP       PIC 9(14).
               10  RCP-CBF             PIC 9(6).
               10  RCP-TS-PRESTAMO     PIC 9(14).
           05  RCP-IMPORTE             PIC S9(9)V99.
           05  RCP-MONEDA              PIC X(3).
           05  RCP-CANAL               PIC X(1).
               88  RCP-CAJERO          VALUE "C".
               88  RCP-VENTANILLA      VALUE "V".
               88  RCP-AGENCIA         VALUE "A".
           05  RCP-USUARIO             PIC X(8).
           05  RCP-REFERENCIA          PIC X(20).
