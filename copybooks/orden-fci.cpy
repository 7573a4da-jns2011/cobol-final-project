      *****************************************************************
      *  ORDEN-FCI.CPY
      *  Layout de ordenes-fci.dat: ordenes de suscripcion y rescate
      *  de fondos comunes cargadas en el cajero o la ventanilla
      *  (operar-fci). OFC-FECHA-ORDEN es la fecha contable de la
      *  orden (fecha-contable): a su valor de cuotaparte la valua
      *  VALUAR-ORDENES-FCI en el proceso nocturno.
      *  Suscripcion: el importe se debita de la cuenta al cargarla
      *  (codigo "S", timestamp en OFC-TS-MOVIMIENTO); al valuarse se
      *  calculan las cuotapartes, se suman a la tenencia y la orden
      *  queda liquidada.
      *  Rescate: se piden cuotapartes, que quedan reservadas en la
      *  tenencia (TF-CP-A-RESCATAR); al valuarse se calcula el
      *  importe, se bajan de la tenencia y la orden queda a liquidar
      *  hasta OFC-FECHA-LIQUIDACION (fecha de la orden mas el plazo
      *  de rescate del fondo en dias habiles), cuando se acredita
      *  en la cuenta (codigo "Q") y pasa a liquidada.
      *****************************************************************
       01  OFC-RECORD.
           05  OFC-KEY.
               10  OFC-CBF             PIC 9(6).
               10  OFC-TIMESTAMP       PIC 9(14).
           05  OFC-FONDO               PIC X(4).
           05  OFC-TIPO                PIC X(1).
               88  OFC-SUSCRIPCION     VALUE "S".
               88  OFC-RESCATE         VALUE "R".
           05  OFC-FECHA-ORDEN         PIC 9(8).
           05  OFC-MONEDA              PIC X(3).
           05  OFC-IMPORTE             PIC 9(9)V99.
           05  OFC-CUOTAPARTES         PIC 9(9)V9(6).
           05  OFC-VALOR-CP            PIC 9(5)V9(6).
           05  OFC-FECHA-VALUACION     PIC 9(8).
           05  OFC-FECHA-LIQUIDACION   PIC 9(8).
           05  OFC-ESTADO              PIC X(1).
               88  OFC-PENDIENTE       VALUE "P".
               88  OFC-A-LIQUIDAR      VALUE "A".
               88  OFC-LIQUIDADA       VALUE "L".
               88  OFC-VALUADA         VALUE "A" "L".
           05  OFC-CANAL               PIC X(1).
           05  OFC-USUARIO             PIC X(8).
           05  OFC-TS-MOVIMIENTO       PIC 9(14).
