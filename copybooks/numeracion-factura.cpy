      *****************************************************************
      *  NUMERACION-FACTURA.CPY
      *  Layout de numeracion-facturas.dat: ultimo numero de factura
      *  emitido por punto de venta (la sucursal) y tipo de
      *  comprobante. FACTURAR-COMISIONES toma el siguiente y lo
      *  graba recien cuando la factura quedo registrada, asi la
      *  numeracion no deja huecos.
      *****************************************************************
       01  NUM-RECORD.
           05  NUM-KEY.
               10  NUM-PUNTO-VENTA     PIC 9(4).
               10  NUM-TIPO            PIC X(1).
           05  NUM-ULTIMO              PIC 9(8).
           05  NUM-TIMESTAMP           PIC 9(14).
