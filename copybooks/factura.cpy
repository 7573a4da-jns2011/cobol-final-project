      *****************************************************************
      *  FACTURA.CPY
      *  Layout de facturas.dat: registro de las facturas de
      *  comisiones emitidas por FACTURAR-COMISIONES, una por CBF y
      *  periodo AAAAMM (la clave impide facturar dos veces el mismo
      *  mes aunque el batch se corra de nuevo). Tipo A al
      *  responsable inscripto, B al resto; el punto de venta es la
      *  sucursal de la cuenta y el numero sale de
      *  numeracion-facturas.dat. Los importes van en la moneda de
      *  la cuenta: neto no gravado (comisiones sin IVA), neto
      *  gravado, IVA y total. El libro IVA ventas del periodo se
      *  arma desde este archivo.
      *****************************************************************
       01  FAC-RECORD.
           05  FAC-KEY.
               10  FAC-CBF             PIC 9(6).
               10  FAC-PERIODO         PIC 9(6).
           05  FAC-TIPO                PIC X(1).
               88  FAC-TIPO-A              VALUE "A".
               88  FAC-TIPO-B              VALUE "B".
           05  FAC-PUNTO-VENTA         PIC 9(4).
           05  FAC-NUMERO              PIC 9(8).
           05  FAC-FECHA               PIC 9(8).
           05  FAC-CLIENTE-ID          PIC 9(8).
           05  FAC-CONDICION-IVA       PIC X(2).
           05  FAC-TIPO-DOC            PIC X(3).
           05  FAC-NRO-DOC             PIC X(11).
           05  FAC-MONEDA              PIC X(3).
           05  FAC-CANT-ITEMS          PIC 9(3).
           05  FAC-NO-GRAVADO          PIC S9(11)V99.
           05  FAC-GRAVADO             PIC S9(11)V99.
           05  FAC-IVA                 PIC S9(11)V99.
           05  FAC-TOTAL               PIC S9(11)V99.
           05  FAC-TIMESTAMP           PIC 9(14).
