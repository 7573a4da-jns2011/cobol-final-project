      *****************************************************************
      *  VALOR-CUOTAPARTE.CPY
      *  Layout de valores-cuotaparte.dat: valor diario de la
      *  cuotaparte de cada fondo, informado por la sociedad gerente y
      *  cargado en MANTENER-FONDOS. Las ordenes de suscripcion y
      *  rescate se valuan al valor de la fecha de la orden
      *  (VALUAR-ORDENES-FCI); las tenencias, al ultimo valor no
      *  posterior a la fecha de la valuacion (buscar-valor-cuotaparte).
      *****************************************************************
       01  VC-RECORD.
           05  VC-KEY.
               10  VC-FONDO            PIC X(4).
               10  VC-FECHA            PIC 9(8).
           05  VC-VALOR                PIC 9(5)V9(6).
           05  VC-USUARIO              PIC X(8).
