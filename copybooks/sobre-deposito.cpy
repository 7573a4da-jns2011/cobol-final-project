      *****************************************************************
      *  SOBRE-DEPOSITO.CPY
      *  Layout de sobres-deposito.dat: depositos en sobre del cajero
      *  automatico. El cajero acredita el importe que declara el
      *  cliente via crear-transaccion (SB-TIMESTAMP es el timestamp
      *  de ese credito) y lo deja retenido en retenciones-fondos.dat
      *  (SB-RF-TIMESTAMP) hasta que un cajero de sucursal abre el
      *  sobre en VERIFICAR-SOBRES y carga lo contado. Una diferencia
      *  se ajusta con un movimiento propio ("A" faltante, "B"
      *  sobrante) con motivo y aviso al cliente; la verificacion
      *  libera la retencion. Los sobres sin verificar con mas de
      *  PARM-DIAS-SOBRE dias salen en el TABLERO-OPERACIONES y la
      *  conciliacion de RECONCILIAR-CASETES toma lo verificado.
      *****************************************************************
       01  SB-RECORD.
           05  SB-KEY.
               10  SB-CBF              PIC 9(6).
               10  SB-TIMESTAMP        PIC 9(14).
      *    Importe declarado por el cliente y acreditado al depositar.
           05  SB-IMPORTE-DECLARADO    PIC S9(9)V99.
           05  SB-MONEDA               PIC X(3).
           05  SB-RF-TIMESTAMP         PIC 9(14).
      *    Lo contado al abrir el sobre y la diferencia contra lo
      *    declarado (negativa = faltante).
           05  SB-IMPORTE-VERIFICADO   PIC S9(9)V99.
           05  SB-DIFERENCIA           PIC S9(9)V99.
           05  SB-MOTIVO               PIC X(2).
               88  SB-SIN-DIFERENCIA       VALUE "00".
               88  SB-MOTIVO-FALTANTE      VALUE "01".
               88  SB-MOTIVO-SOBRANTE      VALUE "02".
               88  SB-MOTIVO-FALSO         VALUE "03".
               88  SB-MOTIVO-VACIO         VALUE "04".
               88  SB-MOTIVO-VALIDO        VALUE "01" THRU "04".
           05  SB-FECHA-VERIFICACION   PIC 9(14).
           05  SB-USUARIO-VERIFICA     PIC X(8).
           05  SB-ESTADO               PIC X(1).
               88  SB-PENDIENTE            VALUE "P".
               88  SB-VERIFICADO           VALUE "V".
