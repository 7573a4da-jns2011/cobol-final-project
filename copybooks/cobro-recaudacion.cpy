      *****************************************************************
      *  COBRO-RECAUDACION.CPY
      *  Layout de cobros-recaudacion.dat: referencias de recaudacion
      *  pagadas por cajero o VENTANILLA (cobrar-recaudacion). El
      *  debito al pagador ya quedo posteado via crear-transaccion
      *  (CR-CBF + CR-TIMESTAMP es la clave de ese movimiento); el
      *  cobro espera aca la liquidacion diaria a la empresa
      *  (LIQUIDAR-RECAUDACION), que lo marca liquidado o, si la
      *  referencia ya no es cobrable, devuelto al pagador. La clave
      *  arranca por convenio para que la liquidacion recorra cada
      *  empresa en un solo tramo.
      *****************************************************************
       01  CR-RECORD.
           05  CR-KEY.
               10  CR-CONVENIO         PIC 9(4).
               10  CR-TIMESTAMP        PIC 9(14).
               10  CR-CBF              PIC 9(6).
           05  CR-REFERENCIA           PIC X(20).
           05  CR-IMPORTE              PIC S9(9)V99.
           05  CR-MONEDA               PIC X(3).
           05  CR-CANAL                PIC X(1).
               88  CR-CANAL-CAJERO         VALUE "C".
               88  CR-CANAL-VENTANILLA     VALUE "V".
           05  CR-USUARIO              PIC X(8).
           05  CR-ESTADO               PIC X(1).
               88  CR-PENDIENTE            VALUE "P".
               88  CR-LIQUIDADO            VALUE "L".
               88  CR-DEVUELTO             VALUE "X".
           05  CR-FECHA-LIQUIDACION    PIC 9(8).
