      *****************************************************************
      *  ADELANTO-HABERES.CPY
      *  Layout de adelantos-haberes.dat: adelantos de sueldo a
      *  clientes que cobran haberes por el banco, otorgados desde el
      *  cajero o la VENTANILLA (otorgar-adelanto) hasta
      *  PARM-PORC-ADELANTO del promedio de sus ultimos tres creditos
      *  de haberes, con la comision fija PARM-COMISION-ADELANTO.
      *  AD-TIMESTAMP es el del credito del adelanto en
      *  transacciones.dat. ACREDITAR-HABERES recupera AD-SALDO antes
      *  de repartir el proximo sueldo del CBF; lo que siga sin
      *  recuperar a los PARM-DIAS-ADELANTO dias pasa a cobranza
      *  (MORA-ADELANTOS). Un adelanto pendiente por cuenta.
      *****************************************************************
       01  AD-RECORD.
           05  AD-KEY.
               10  AD-CBF              PIC 9(6).
               10  AD-TIMESTAMP        PIC 9(14).
           05  AD-IMPORTE              PIC S9(9)V99.
           05  AD-COMISION             PIC S9(9)V99.
      *    Importe adelantado todavia sin recuperar.
           05  AD-SALDO                PIC S9(9)V99.
           05  AD-FECHA-ALTA           PIC 9(8).
           05  AD-CANAL                PIC X(1).
               88  AD-CANAL-CAJERO         VALUE "C".
               88  AD-CANAL-VENTANILLA     VALUE "V".
           05  AD-USUARIO              PIC X(8).
           05  AD-ESTADO               PIC X(1).
               88  AD-PENDIENTE            VALUE "P".
               88  AD-EN-COBRANZA          VALUE "M".
               88  AD-RECUPERADO           VALUE "R".
               88  AD-ABIERTO              VALUE "P" "M".
           05  AD-FECHA-COBRANZA       PIC 9(8).
           05  AD-FECHA-CIERRE         PIC 9(8).
