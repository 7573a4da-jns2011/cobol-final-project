      *****************************************************************
      *  MOVIMIENTO-PUNTOS.CPY
      *  Layout de puntos-movimientos.dat: libro de puntos del
      *  programa de fidelidad, por persona (PTM-CLIENTE-ID de
      *  clientes-idx.dat; la cuenta no vinculada a un cliente no
      *  suma puntos). La clave es el origen del movimiento mas la
      *  clave del registro que lo genero, de modo que cada
      *  actividad suma una sola vez aunque ACUMULAR-PUNTOS se corra
      *  de nuevo. El saldo de una persona es la suma de
      *  PTM-SALDO de sus lotes.
      *  Origen:
      *    HA SV PF CU TD TC  acreditacion por actividad (ver
      *        regla-puntos.cpy): un lote con PTM-PUNTOS positivos,
      *        PTM-SALDO lo que queda sin canjear ni vencer y
      *        PTM-FECHA-VENCE el ultimo dia del mes en que cumple
      *        PARM-MESES-VTO-PUNTOS meses (24 si no esta cargado).
      *        Referencia: la clave del registro de origen.
      *    CJ  canje en el cajero (canjear-puntos), PTM-PUNTOS
      *        negativos que se descuentan de los lotes que vencen
      *        primero. Referencia "C" + CBF + timestamp para la
      *        acreditacion en cuenta (codigo "L", PTM-IMPORTE los
      *        pesos acreditados) o "A" + CBF + periodo AAAAMM para la
      *        bonificacion del abono del paquete de ese periodo
      *        (PTM-IMPORTE el abono bonificado), que
      *        COMISION-MANTENIMIENTO aplica en lugar de debitarlo.
      *    VT  vencimiento de lo que quedaba de un lote (referencia:
      *        origen y referencia del lote).
      *    RI  reintegro, como lote nuevo, de una bonificacion de
      *        abono cuyo periodo paso sin que se debitara abono
      *        (referencia: la del canje).
      *****************************************************************
       01  PTM-RECORD.
           05  PTM-KEY.
               10  PTM-ORIGEN          PIC X(2).
                   88  PTM-ES-LOTE     VALUE "HA" "SV" "PF" "CU"
                                             "TD" "TC" "RI".
                   88  PTM-CANJE       VALUE "CJ".
                   88  PTM-VENCIMIENTO VALUE "VT".
                   88  PTM-REINTEGRO   VALUE "RI".
               10  PTM-REFERENCIA      PIC X(32).
           05  PTM-CLIENTE-ID          PIC 9(8).
           05  PTM-CBF                 PIC 9(6).
      *        Fecha de la actividad (lotes) o del movimiento.
           05  PTM-FECHA               PIC 9(8).
           05  PTM-FECHA-ALTA          PIC 9(8).
           05  PTM-PUNTOS              PIC S9(7).
           05  PTM-SALDO               PIC 9(7).
           05  PTM-FECHA-VENCE         PIC 9(8).
           05  PTM-IMPORTE             PIC S9(9)V99.
           05  PTM-PERIODO             PIC 9(6).
           05  PTM-ESTADO              PIC X(1).
      *        Lote con saldo, lote agotado por canjes o vencido.
               88  PTM-LOTE-VIGENTE    VALUE "V".
               88  PTM-LOTE-AGOTADO    VALUE "G".
               88  PTM-LOTE-VENCIDO    VALUE "X".
      *        Bonificacion de abono: pendiente del debito del
      *        periodo, aplicada por COMISION-MANTENIMIENTO o
      *        devuelta por ACUMULAR-PUNTOS.
               88  PTM-BONIF-PENDIENTE VALUE "P".
               88  PTM-BONIF-APLICADA  VALUE "U".
               88  PTM-BONIF-DEVUELTA  VALUE "D".
      *        Acreditacion en cuenta y vencimientos: sin estado.
               88  PTM-CERRADO         VALUE "C".
           05  PTM-DETALLE             PIC X(30).
