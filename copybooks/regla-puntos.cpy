      *****************************************************************
      *  REGLA-PUNTOS.CPY
      *  Layout de reglas-puntos.dat: tabla del programa de puntos
      *  por fidelidad, una regla por actividad que el banco ya
      *  registra. La mantiene un supervisor en MANTENER-REGLAS-PUNTOS
      *  y la aplica cada noche ACUMULAR-PUNTOS sobre la actividad
      *  con fecha desde RGP-FECHA-DESDE (la actividad anterior a la
      *  regla no suma, aunque siga en los archivos). Puntos de una
      *  actividad: RGP-PUNTOS-FIJOS mas RGP-PUNTOS-TRAMO por cada
      *  RGP-IMPORTE-TRAMO pesos completos del importe (en cero no
      *  hay puntos por importe; en una cuenta en dolares solo suman
      *  los fijos), con RGP-TOPE-PUNTOS como maximo por actividad
      *  (cero = sin tope).
      *  Actividad:
      *    HA  acreditacion de haberes (ACREDITAR-HABERES, "D")
      *    SV  pago de servicios en el cajero (pagos-servicios.dat)
      *    PF  constitucion de plazo fijo (plazos-fijos.dat)
      *    CU  cuota de prestamo pagada al dia, sin punitorios
      *        (cuotas-prestamos.dat)
      *    TD  compra con tarjeta de debito ("P")
      *    TC  consumo con tarjeta de credito (consumos-tarjeta.dat)
      *****************************************************************
       01  RGP-RECORD.
           05  RGP-ACTIVIDAD           PIC X(2).
               88  RGP-HABERES         VALUE "HA".
               88  RGP-SERVICIOS       VALUE "SV".
               88  RGP-PLAZO-FIJO      VALUE "PF".
               88  RGP-CUOTA-PRESTAMO  VALUE "CU".
               88  RGP-COMPRA-DEBITO   VALUE "TD".
               88  RGP-CONSUMO-CREDITO VALUE "TC".
               88  RGP-ACTIVIDAD-VALIDA VALUE "HA" "SV" "PF" "CU"
                                              "TD" "TC".
           05  RGP-DESCRIPCION         PIC X(30).
           05  RGP-PUNTOS-FIJOS        PIC 9(5).
           05  RGP-PUNTOS-TRAMO        PIC 9(5).
           05  RGP-IMPORTE-TRAMO       PIC 9(7)V99.
           05  RGP-TOPE-PUNTOS         PIC 9(7).
           05  RGP-FECHA-DESDE         PIC 9(8).
           05  RGP-ESTADO              PIC X(1).
               88  RGP-ACTIVA          VALUE "A".
               88  RGP-SUSPENDIDA      VALUE "S".
           05  RGP-USUARIO             PIC X(8).
           05  RGP-FECHA-MODIF         PIC 9(8).
