      *****************************************************************
      *  ASEGURADORA.CPY
      *  Layout de aseguradoras.dat: companias con las que el banco
      *  contrata el seguro de vida sobre saldo deudor de los
      *  prestamos personales. ASG-TASA-PRIMA es el porcentaje
      *  mensual que se aplica sobre el capital adeudado del prestamo
      *  al cobrar cada cuota (COBRAR-CUOTAS); lo que se cobra se
      *  remite una vez por mes (REMITIR-SEGURO-VIDA). Una compania
      *  dada de baja no toma prestamos nuevos; los ya asegurados con
      *  ella siguen pagando la prima hasta cancelarse. La mantiene
      *  MANTENER-ASEGURADORAS, que tambien registra el pago o el
      *  rechazo de los siniestros (siniestros-seguro.dat).
      *****************************************************************
       01  ASG-RECORD.
           05  ASG-CODIGO              PIC X(4).
           05  ASG-NOMBRE              PIC X(30).
           05  ASG-CUIT                PIC X(11).
           05  ASG-TASA-PRIMA          PIC 9(1)V9(4).
           05  ASG-ESTADO              PIC X(1).
               88  ASG-ACTIVA          VALUE "A".
               88  ASG-BAJA            VALUE "B".
