      *****************************************************************
      *  OFERTA-PREAPROBADA.CPY
      *  Layout de ofertas-preaprobadas.dat: oferta de prestamo
      *  personal preaprobado que CALCULAR-OFERTAS arma cada noche
      *  para las cuentas en pesos con capacidad de pago (evaluar-
      *  capacidad), sin atraso ni descubierto reiterado. El cajero
      *  la muestra al iniciar la sesion (atender-oferta-prestamo);
      *  si el cliente la toma elige importe y cuotas dentro de la
      *  oferta y el prestamo se desembolsa en el momento con el
      *  mismo plan que ORIGINAR-PRESTAMO. Una oferta no tomada
      *  vence en OFP-VENCIMIENTO y la corrida siguiente puede armar
      *  otra. REPORTE-OFERTAS mide la conversion del mes.
      *****************************************************************
       01  OFP-RECORD.
           05  OFP-KEY.
               10  OFP-CBF             PIC 9(6).
               10  OFP-FECHA-ALTA      PIC 9(8).
           05  OFP-VENCIMIENTO         PIC 9(8).
           05  OFP-MONTO-MAXIMO        PIC 9(9).
           05  OFP-TASA-ANUAL          PIC 9(3)V99.
           05  OFP-CUOTAS-MAXIMO       PIC 9(3).
           05  OFP-ASEGURADORA         PIC X(4).
      *    Base de la oferta: ingreso mensual estimado, cuota libre
      *    (techo de cuota/ingreso menos la carga vigente) y si el
      *    ingreso sale de acreditaciones de haberes (S) o del saldo
      *    promedio (N, lleva el recargo de tasa).
           05  OFP-INGRESO-MENSUAL     PIC S9(11)V99.
           05  OFP-CUOTA-LIBRE         PIC S9(9)V99.
           05  OFP-CON-HABERES         PIC X(1).
               88  OFP-INGRESO-HABERES VALUE "S".
           05  OFP-ESTADO              PIC X(1).
               88  OFP-VIGENTE         VALUE "V".
               88  OFP-ACEPTADA        VALUE "A".
               88  OFP-VENCIDA         VALUE "X".
           05  OFP-VECES-MOSTRADA      PIC 9(3).
           05  OFP-FECHA-PRIMERA-VISTA PIC 9(8).
           05  OFP-FECHA-CIERRE        PIC 9(8).
      *    Prestamo tomado (solo en una oferta aceptada).
           05  OFP-MONTO-ACEPTADO      PIC 9(9).
           05  OFP-CUOTAS-ACEPTADAS    PIC 9(3).
           05  OFP-TS-PRESTAMO         PIC 9(14).
