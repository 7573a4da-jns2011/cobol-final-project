      *  crear-transaccion y genera el plan de cuotas en
      *  cuotas-prestamos.dat). COBRAR-CUOTAS debita las cuotas
      *  vencidas cada mes y actualiza el estado de la cartera.
      *  PRE-GARANTIA es el valor computable de la garantia que
      *  respalda el prestamo (cero si no tiene); PREVISIONAR-CARTERA
      *  la descuenta de la deuda antes de aplicar el porcentaje de
      *  prevision de la situacion del deudor, salvo que el prestamo
      *  tenga garantias en el registro de garantias (garantias.dat,
      *  MANTENER-GARANTIAS), cuya cobertura la reemplaza.
      *  Un prestamo castigado (CASTIGAR-PRESTAMOS) sale del balance:
      *  PRE-DEUDA-CASTIGADA es lo que se dio de baja en la fecha de
      *  castigo y queda en cuentas de orden; PRE-RECUPERADO acumula
      *  lo cobrado despues (registrar-recupero).
      *  Un prestamo en mora refinanciado (REFINANCIAR-PRESTAMO) queda
      *  PRE-REFINANCIADO y su deuda pasa a un prestamo nuevo, que
      *  lleva en PRE-TS-ORIGEN el timestamp de alta del original
      *  (cero en un prestamo que no viene de una refinanciacion) y
      *  en PRE-SITUACION-REFIN la situacion del deudor al
      *  refinanciar, piso de su clasificacion hasta que pague
      *  PARM-CUOTAS-REFIN cuotas del plan nuevo.
      *  Un prestamo UVA (PRE-MODALIDAD "U") tiene el plan expresado
      *  en unidades (CUO-UVA-*): PRE-CAPITAL son los pesos
      *  desembolsados, PRE-UVA-CAPITAL las unidades equivalentes al
      *  indice del desembolso (PRE-UVA-INDICE-ALTA) y PRE-TASA-ANUAL
      *  la tasa sobre el capital en unidades. La refinanciacion de
      *  un prestamo UVA genera un prestamo nuevo en pesos.
      *  PRE-ASEGURADORA es la compania del seguro de vida sobre
      *  saldo deudor (aseguradoras.dat; blanco en los prestamos
      *  anteriores al seguro, que no pagan prima). PRE-SINIESTRO
      *  sigue el reclamo abierto por fallecimiento del titular
      *  (siniestros-seguro.dat): mientras esta abierto las cuotas no
      *  se cobran, y si la aseguradora lo paga el prestamo queda
      *  PRE-CANCELADO-SEGURO con sus cuotas impagas cubiertas.
      *****************************************************************
       01  PRE-RECORD.
           05  PRE-KEY.
               88  PRE-VIGENTE         VALUE "V".
               88  PRE-EN-MORA         VALUE "M".
               88  PRE-CANCELADO       VALUE "C".
               88  PRE-CASTIGADO       VALUE "K".
               88  PRE-REFINANCIADO    VALUE "R".
               88  PRE-CANCELADO-SEGURO VALUE "S".
           05  PRE-GARANTIA            PIC S9(9)V99.
           05  PRE-FECHA-CASTIGO       PIC 9(8).
           05  PRE-DEUDA-CASTIGADA     PIC S9(9)V99.
           05  PRE-RECUPERADO          PIC S9(9)V99.
           05  PRE-TS-ORIGEN           PIC 9(14).
           05  PRE-SITUACION-REFIN     PIC 9(1).
      *    N (o blanco en los prestamos anteriores) = pesos; U = UVA.
           05  PRE-MODALIDAD           PIC X(1).
               88  PRE-UVA             VALUE "U".
           05  PRE-UVA-CAPITAL         PIC 9(9)V9(4).
           05  PRE-UVA-INDICE-ALTA     PIC 9(6)V99.
           05  PRE-ASEGURADORA         PIC X(4).
      *    Blanco = sin siniestro; A abierto, P pagado, R rechazado,
      *    N anulado (marca de fallecimiento levantada por error).
           05  PRE-SINIESTRO           PIC X(1).
               88  PRE-SINIESTRO-ABIERTO VALUE "A".
               88  PRE-SINIESTRO-PAGADO  VALUE "P".
