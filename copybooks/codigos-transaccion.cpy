      *  reverso). Cargada por VALUE y redefinida como tabla para que
      *  obtener-sald.cbl, listar-transacciones.cbl y listar-ult-mov.cbl
      *  no mantengan cada uno su propia copia de la lista de codigos.
      *  Las compras con tarjeta de debito del clearing de la red
      *  ("P") y sus devoluciones ("V") llevan codigo propio, igual
      *  que los ajustes por diferencia al verificar un deposito en
      *  sobre del cajero ("A" faltante, "B" sobrante). El impuesto
      *  a los debitos y creditos bancarios ("X") lo postea
      *  crear-transaccion como movimiento propio, enlazado por
      *  R-REF-KEY / R-REF-TIPO al movimiento que lo origino. Lo
      *  mismo el IVA sobre comisiones ("G"), enlazado a la "F".
      *  Lo que el cliente paga de un prestamo ya castigado se debita
      *  con codigo propio ("K"), que el GL imputa a recuperos.
      *  La suscripcion a un fondo comun de inversion ("S") y la
      *  acreditacion de su rescate ("Q") tambien tienen codigo
      *  propio, para que el GL las impute contra la cuenta puente
      *  de la sociedad gerente.
      *  La prima del seguro de vida sobre saldo deudor que
      *  COBRAR-CUOTAS debita junto con la cuota del prestamo ("Y")
      *  va con codigo propio: el GL la imputa a la cuenta a pagar a
      *  la aseguradora, que se cancela con la remesa mensual.
      *  El canje de puntos del programa de fidelidad acreditado en
      *  la cuenta ("L") va con codigo propio: el GL lo imputa contra
      *  el pasivo por puntos (ver REPORTE-PASIVO-PUNTOS).
      *  TCT-CANTIDAD acompana al OCCURS: los recorridos de la tabla
      *  usan ese tope en lugar de repetir el literal.
      *  El signo de "R" (reverso) no sale de esta tabla: depende del
      *  codigo original que se esta revirtiendo (R-REF-TIPO), y se
      *  resuelve aparte en cada programa que lo necesita.
           05  FILLER PIC X(18) VALUE "C CHEQUE         -".
           05  FILLER PIC X(18) VALUE "W RETENCION      -".
           05  FILLER PIC X(18) VALUE "J INTERES DEUDOR -".
           05  FILLER PIC X(18) VALUE "P COMPRA DEBITO  -".
           05  FILLER PIC X(18) VALUE "V DEVOL COMPRA   +".
           05  FILLER PIC X(18) VALUE "A FALTANTE SOBRE -".
           05  FILLER PIC X(18) VALUE "B SOBRANTE SOBRE +".
           05  FILLER PIC X(18) VALUE "X IMP DEB/CRED   -".
           05  FILLER PIC X(18) VALUE "G IVA COMISION   -".
           05  FILLER PIC X(18) VALUE "K RECUPERO CASTIG-".
           05  FILLER PIC X(18) VALUE "S SUSCRIPCION FCI-".
           05  FILLER PIC X(18) VALUE "Q RESCATE FCI    +".
           05  FILLER PIC X(18) VALUE "Y PRIMA SEG VIDA -".
           05  FILLER PIC X(18) VALUE "L CANJE PUNTOS   +".


       01  TABLA-CODIGOS-TRANS REDEFINES TABLA-CODIGOS-TRANS-VALORES.
           05  TCT-ENTRY OCCURS 20 TIMES INDEXED BY TCT-IDX.
               10  TCT-CODIGO           PIC X(2).
               10  TCT-DESCRIPCION      PIC X(15).
               10  TCT-SIGNO            PIC X(1).

       01  TCT-CANTIDAD                 PIC 9(2) VALUE 20.
