      *****************************************************************
      *  CERTIFICADO-EXENCION.CPY
      *  Layout de certificados-exencion.dat: certificados de
      *  exencion del impuesto a los debitos y creditos bancarios
      *  presentados por el cliente, con su vigencia (CEX-DESDE a
      *  CEX-HASTA, ambas inclusive) y su alcance (solo debitos, solo
      *  creditos o ambos). calcular-impuesto-dyc no liquida el
      *  impuesto sobre un movimiento cuya fecha contable cae dentro
      *  de un certificado vigente de la cuenta. Los mantiene
      *  MANTENER-EXENCIONES con auditoria; anular un certificado lo
      *  deja sin efecto sin borrar el rastro.
      *****************************************************************
       01  CEX-RECORD.
           05  CEX-KEY.
               10  CEX-CBF             PIC 9(6).
               10  CEX-DESDE           PIC 9(8).
           05  CEX-HASTA               PIC 9(8).
           05  CEX-NUMERO              PIC X(20).
           05  CEX-ALCANCE             PIC X(1).
               88  CEX-ALCANCE-DEBITOS   VALUE "D".
               88  CEX-ALCANCE-CREDITOS  VALUE "C".
               88  CEX-ALCANCE-AMBOS     VALUE "A".
           05  CEX-ESTADO              PIC X(1).
               88  CEX-VIGENTE         VALUE "V".
               88  CEX-ANULADO         VALUE "A".
           05  CEX-USUARIO             PIC X(8).
           05  CEX-TIMESTAMP-ALTA      PIC 9(14).
