      *  frances) generado por ORIGINAR-PRESTAMO, una cuota por
      *  registro, ligada a su prestamo por CBF + timestamp de alta.
      *  COBRAR-CUOTAS debita cada cuota al vencimiento o la deja en
      *  mora si no hay fondos. CUO-PUNITORIO acumula los
      *  punitorios que MORA-PRESTAMOS devengo por la cuota en mora.
      *  En un prestamo UVA la cuota vale CUO-UVA-IMPORTE unidades
      *  (capital + interes en CUO-UVA-CAPITAL / CUO-UVA-INTERES) y
      *  CUO-IMPORTE / CUO-CAPITAL / CUO-INTERES son su equivalente en
      *  pesos al indice CUO-INDICE-UVA: COBRAR-CUOTAS los reexpresa
      *  cada noche al indice del dia para las cuotas impagas y cobra
      *  al indice de la fecha de cobro. En un prestamo en pesos los
      *  campos UVA quedan en cero.
      *****************************************************************
       01  CUO-RECORD.
           05  CUO-KEY.
      *        cierre y el interes no devengado se bonifico; ya no
      *        se cobra por COBRAR-CUOTAS.
               88  CUO-PRECANCELADA    VALUE "X".
      *        Cuota impaga de un prestamo castigado: su saldo paso a
      *        cuentas de orden; no se cobra ni devenga punitorios.
               88  CUO-CASTIGADA       VALUE "K".
      *        Cuota impaga de un prestamo refinanciado: su saldo y
      *        sus punitorios se capitalizaron en el prestamo nuevo.
               88  CUO-REFINANCIADA    VALUE "R".
      *        Cuota impaga de un prestamo cuyo siniestro pago la
      *        aseguradora del seguro de vida: no se cobra.
               88  CUO-CUBIERTA-SEGURO VALUE "S".
           05  CUO-PUNITORIO           PIC S9(9)V99.
           05  CUO-UVA-IMPORTE         PIC S9(9)V9(4).
           05  CUO-UVA-CAPITAL         PIC S9(9)V9(4).
           05  CUO-UVA-INTERES         PIC S9(9)V9(4).
           05  CUO-INDICE-UVA          PIC 9(6)V99.
