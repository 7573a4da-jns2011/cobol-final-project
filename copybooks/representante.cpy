      *****************************************************************
      *  REPRESENTANTE.CPY
      *  Layout de representantes.dat: personas humanas (clientes
      *  del maestro de identidad) autorizadas a operar en nombre
      *  de una persona juridica, con su cargo y el vencimiento de
      *  su mandato. Clave: empresa + representante; clave
      *  alternativa por representante para ver a quien representa
      *  una persona. RP-VTO-MANDATO en cero es un mandato sin
      *  vencimiento (poder vigente hasta su revocacion).
      *****************************************************************
       01  RP-RECORD.
           05  RP-KEY.
               10  RP-EMPRESA-ID       PIC 9(8).
               10  RP-PERSONA-ID       PIC 9(8).
           05  RP-CARGO                PIC X(2).
               88  RP-CARGO-VALIDO         VALUE "PR" "VP" "DI"
                                                 "SG" "AD" "AP".
           05  RP-VTO-MANDATO          PIC 9(8).
           05  RP-FECHA-ALTA           PIC 9(8).
           05  RP-USUARIO              PIC X(8).
