      *****************************************************************
      *  EXCEPCION-PRECIO.CPY
      *  Layout de excepciones-precio.dat: condiciones negociadas por
      *  el oficial de cuenta para un cliente, en lugar de las
      *  reversiones manuales posteriores. La solicita el oficial en
      *  MANTENER-EXCEPCIONES-PRECIO (queda pendiente) y solo rige
      *  una vez que un supervisor distinto la aprueba en
      *  APROBAR-EXCEPCIONES-PRECIO, y entre sus fechas desde y
      *  hasta. Alcance: una cuenta (EXP-CBF) o todas las cuentas de
      *  la persona (EXP-CLIENTE-ID, con EXP-CBF en cero); la de la
      *  cuenta prevalece sobre la de la persona.
      *  Producto y significado de EXP-VALOR:
      *    CA  tasa nominal anual % de la caja de ahorro (reemplaza
      *        el tramo de tasas-interes.dat y la bonificacion del
      *        paquete, ver buscar-tasa)
      *    PF  tasa nominal anual % del plazo fijo tradicional
      *        (constituir-plazo-fijo)
      *    PR  tasa nominal anual % del prestamo (ORIGINAR-PRESTAMO)
      *    CM  importe mensual de mantenimiento: reemplaza el abono
      *        del paquete o, sin paquete, la comision por exceso de
      *        extracciones (COMISION-MANTENIMIENTO); cero = bonificado
      *  Lo resuelve buscar-excepcion-precio; cada aplicacion deja el
      *  ingreso resignado en excepciones-aplicadas.dat para
      *  REPORTE-EXCEPCIONES-PRECIO.
      *****************************************************************
       01  EXP-RECORD.
           05  EXP-NUMERO              PIC 9(6).
           05  EXP-ALCANCE             PIC X(1).
               88  EXP-POR-CLIENTE     VALUE "C".
               88  EXP-POR-CUENTA      VALUE "A".
           05  EXP-CLIENTE-ID          PIC 9(8).
           05  EXP-CBF                 PIC 9(6).
           05  EXP-PRODUCTO            PIC X(2).
               88  EXP-PROD-CAJA-AHORRO VALUE "CA".
               88  EXP-PROD-PLAZO-FIJO VALUE "PF".
               88  EXP-PROD-PRESTAMO   VALUE "PR".
               88  EXP-PROD-MANTENIMIENTO VALUE "CM".
               88  EXP-PRODUCTO-VALIDO VALUE "CA" "PF" "PR" "CM".
           05  EXP-VALOR               PIC 9(7)V99.
           05  EXP-FECHA-DESDE         PIC 9(8).
           05  EXP-FECHA-HASTA         PIC 9(8).
           05  EXP-MOTIVO              PIC X(40).
           05  EXP-USUARIO-SOLICITA    PIC X(8).
           05  EXP-FECHA-SOLICITUD     PIC 9(8).
           05  EXP-USUARIO-REVISA      PIC X(8).
           05  EXP-FECHA-REVISION      PIC 9(8).
           05  EXP-ESTADO              PIC X(1).
               88  EXP-PENDIENTE       VALUE "P".
               88  EXP-APROBADA        VALUE "A".
               88  EXP-RECHAZADA       VALUE "R".
      *        Anulada por el oficial antes de su vencimiento.
               88  EXP-ANULADA         VALUE "B".
