      *****************************************************************
      *  ECHEQ.CPY
      *  Layout de echeqs.dat: registro de cheques electronicos. Un
      *  echeq de banco propio (ECQ-BANCO = 001) lo libra un cliente
      *  de cuenta corriente desde el cajero o la VENTANILLA
      *  (operar-echeq) a favor de un beneficiario identificado por
      *  su documento (CUIT/CUIL/DNI), sin chequera. El tenedor del
      *  momento es ECQ-DOC-TENEDOR: lo cambia cada endoso (cadena en
      *  ECQ-ENDOSO) y el repudio lo devuelve al endosante anterior;
      *  repudiado por el beneficiario original queda ECQ-REPUDIADO.
      *  Cobro: depositado en nuestro banco se paga en el momento
      *  contra la cuenta del librador (pagar-echeq); presentado por
      *  otro banco llega por la camara a COMPENSAR-ECHEQS, que lo
      *  paga o lo rechaza con el motivo. Un echeq de OTRO banco se
      *  registra aca recien al depositarlo (ECQ-CBF-EMISOR en cero):
      *  viaja en la remesa de cheques-depositados.dat
      *  (CD-TIPO-VALOR "E") y LIQUIDAR-REMESA-CHEQUES le deja el
      *  resultado del clearing.
      *****************************************************************
       01  ECQ-RECORD.
           05  ECQ-KEY.
               10  ECQ-BANCO           PIC 9(3).
               10  ECQ-NUMERO          PIC 9(8).
           05  ECQ-CBF-EMISOR          PIC 9(6).
           05  ECQ-DOC-EMISOR          PIC X(11).
           05  ECQ-DOC-BENEFICIARIO    PIC X(11).
           05  ECQ-IMPORTE             PIC 9(9)V99.
           05  ECQ-FECHA-EMISION       PIC 9(8).
           05  ECQ-FECHA-PAGO          PIC 9(8).
           05  ECQ-DOC-TENEDOR         PIC X(11).
           05  ECQ-ESTADO              PIC X(1).
      *        Activo: en cartera del tenedor, se puede endosar,
      *        repudiar o depositar.
               88  ECQ-ACTIVO          VALUE "A".
               88  ECQ-REPUDIADO       VALUE "R".
      *        Depositado en nuestro banco y enviado al clearing.
               88  ECQ-DEPOSITADO      VALUE "D".
               88  ECQ-PAGADO          VALUE "P".
               88  ECQ-RECHAZADO       VALUE "X".
           05  ECQ-FECHA-ESTADO        PIC 9(8).
           05  ECQ-MOTIVO              PIC X(30).
      *    Deposito: cuenta acreditada y timestamp del credito.
           05  ECQ-CBF-DEPOSITO        PIC 9(6).
           05  ECQ-TS-DEPOSITO         PIC 9(14).
           05  ECQ-CANT-ENDOSOS        PIC 9(2).
           05  ECQ-ENDOSO OCCURS 10 TIMES.
               10  ECQ-END-FECHA       PIC 9(8).
               10  ECQ-END-DOC-CEDENTE PIC X(11).
               10  ECQ-END-DOC-ENDOSATARIO PIC X(11).
