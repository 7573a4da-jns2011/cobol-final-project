      *****************************************************************
      *  DEUDA-RECAUDACION.CPY
      *  Layout de deudas-recaudacion.dat: padron de deudas que cada
      *  empresa con convenio de recaudacion sube al banco
      *  (CARGAR-DEUDAS-RECAUDACION), una por referencia, con importe
      *  y vencimiento. Solo se cobra una referencia que exista aca,
      *  no este vencida ni ya pagada; el pago la marca cobrada con
      *  la clave del cobro (DR-CBF-PAGO + DR-TS-PAGO), que
      *  LIQUIDAR-RECAUDACION vuelve a verificar antes de liquidar.
      *****************************************************************
       01  DR-RECORD.
           05  DR-KEY.
               10  DR-CONVENIO         PIC 9(4).
               10  DR-REFERENCIA       PIC X(20).
           05  DR-DEUDOR               PIC X(30).
           05  DR-IMPORTE              PIC S9(9)V99.
           05  DR-VENCIMIENTO          PIC 9(8).
           05  DR-ESTADO               PIC X(1).
               88  DR-PENDIENTE            VALUE "P".
               88  DR-COBRADA              VALUE "C".
           05  DR-CBF-PAGO             PIC 9(6).
           05  DR-TS-PAGO              PIC 9(14).
