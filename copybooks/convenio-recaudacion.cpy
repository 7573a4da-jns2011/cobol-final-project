      *****************************************************************
      *  CONVENIO-RECAUDACION.CPY
      *  Layout de convenios-recaudacion.dat: convenios de recaudacion
      *  con empresas clientes (colegios, administraciones de
      *  consorcios) que cobran a sus pagadores por el banco. Cada
      *  convenio trae la cuenta propia donde se liquida lo cobrado
      *  (CV-CBF-LIQUID), el formato de la referencia que tipea el
      *  pagador (largo exacto y si es solo numerica) y la comision
      *  por item cobrado. Lo mantiene MANTENER-CONVENIOS; el pago de
      *  una referencia (cobrar-recaudacion) lo valida y
      *  LIQUIDAR-RECAUDACION acredita a la empresa neto de
      *  comisiones.
      *****************************************************************
       01  CV-RECORD.
           05  CV-CODIGO               PIC 9(4).
           05  CV-NOMBRE               PIC X(30).
           05  CV-CBF-LIQUID           PIC 9(6).
           05  CV-LARGO-REF            PIC 9(2).
           05  CV-TIPO-REF             PIC X(1).
               88  CV-REF-NUMERICA         VALUE "N".
               88  CV-REF-ALFANUMERICA     VALUE "A".
           05  CV-COMISION-ITEM        PIC 9(5)V99.
           05  CV-ESTADO               PIC X(1).
               88  CV-ACTIVO               VALUE "A".
               88  CV-BAJA                 VALUE "B".
