      *****************************************************************
      *  TRASLADO-CUENTA.CPY
      *  Layout de traslados-cuentas.dat: historia de los traslados
      *  de una cuenta (CBF) de una sucursal a otra. MANTENER-
      *  TRASLADOS los programa con su fecha efectiva (fecha contable
      *  con cuyo cierre la cuenta pasa a la sucursal nueva) y los
      *  anula mientras estan pendientes; el paso nocturno
      *  TRASLADAR-CUENTAS los ejecuta: cambia CLI-SUCURSAL, asienta
      *  el pase de saldo, prestamos y plazos fijos entre sucursales
      *  y deja aca lo que se traslado. Los prestamos, plazos fijos,
      *  chequeras pendientes y cajas de seguridad cuelgan del CBF y
      *  siguen a la cuenta; la caja de seguridad queda fisicamente
      *  en su sucursal (CS-SUCURSAL) y solo se informa.
      *****************************************************************
       01  TRC-RECORD.
           05  TRC-KEY.
               10  TRC-CBF             PIC 9(6).
               10  TRC-TIMESTAMP       PIC 9(14).
           05  TRC-SUC-ORIGEN          PIC 9(3).
           05  TRC-SUC-DESTINO         PIC 9(3).
           05  TRC-FECHA-EFECTIVA      PIC 9(8).
           05  TRC-ESTADO              PIC X(1).
               88  TRC-PENDIENTE       VALUE "P".
               88  TRC-EJECUTADO       VALUE "E".
               88  TRC-ANULADO         VALUE "A".
           05  TRC-USUARIO             PIC X(20).
           05  TRC-FECHA-EJECUCION     PIC 9(8).
           05  TRC-MONEDA              PIC X(3).
           05  TRC-SALDO               PIC S9(13)V99.
           05  TRC-CANT-PRESTAMOS      PIC 9(3).
           05  TRC-CAPITAL-PRESTAMOS   PIC 9(13)V99.
           05  TRC-CANT-PLAZOS         PIC 9(3).
           05  TRC-CAPITAL-PLAZOS      PIC 9(13)V99.
           05  TRC-CANT-CHEQUERAS      PIC 9(3).
           05  TRC-CANT-CAJAS          PIC 9(2).
