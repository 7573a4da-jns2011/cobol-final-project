      *****************************************************************
      *  TRANSFERENCIA-INTERNACIONAL.CPY
      *  Layout de transferencias-internacionales.dat: ordenes de
      *  transferencia al exterior en dolares desde cuentas USD,
      *  capturadas por ventanilla (transferir-internacional). El
      *  debito del importe y de las comisiones se postea en el
      *  momento via crear-transaccion; la orden queda aca a la
      *  espera del archivo de ordenes de pago para el corresponsal:
      *  GENERAR-INTERNACIONALES la incluye (estado P -> E) y asienta
      *  el debito esperado en el libro de la cuenta nostro, y
      *  RECONCILIAR-CORRESPONSAL la marca conciliada (C) cuando el
      *  extracto del corresponsal trae el debito. La referencia que
      *  viaja en el mensaje y vuelve en el extracto es la clave
      *  (CBF + timestamp de alta).
      *****************************************************************
       01  TI-RECORD.
           05  TI-KEY.
               10  TI-CBF-ORIGEN       PIC 9(6).
               10  TI-TIMESTAMP-ALTA   PIC 9(14).
           05  TI-BENEF-NOMBRE         PIC X(40).
           05  TI-BENEF-DIRECCION      PIC X(60).
           05  TI-BENEF-PAIS           PIC X(2).
           05  TI-BANCO-BIC            PIC X(11).
           05  TI-CUENTA-DESTINO       PIC X(34).
           05  TI-PROPOSITO            PIC X(4).
           05  TI-IMPORTE              PIC S9(9)V99.
           05  TI-MONEDA               PIC X(3).
           05  TI-COMISION             PIC S9(7)V99.
           05  TI-GASTOS-CORRESP       PIC S9(7)V99.
           05  TI-USUARIO              PIC X(8).
           05  TI-FECHA-ENVIO          PIC 9(8).
           05  TI-ESTADO               PIC X(1).
               88  TI-PENDIENTE        VALUE "P".
               88  TI-ENVIADA          VALUE "E".
               88  TI-CONCILIADA       VALUE "C".
