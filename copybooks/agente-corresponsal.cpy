      *****************************************************************
      *  AGENTE-CORRESPONSAL.CPY
      *  Layout de agentes.dat: comercios adheridos que operan como
      *  agentes corresponsales del banco (depositos, extracciones
      *  chicas y pagos de servicios de nuestros clientes en zonas
      *  sin sucursal ni cajero). No confundir con el banco
      *  corresponsal de la cuenta nostro (RECONCILIAR-CORRESPONSAL).
      *  Cada agente tiene su cuenta float en pesos (AGC-CBF-FLOAT):
      *  cada operacion postea al cliente y la contrapartida al float
      *  (INGRESAR-OPERACIONES-AGENTES). AGC-EFECTIVO es el efectivo
      *  que el comercio tiene del banco: sube con los depositos y
      *  pagos que recibe y con las provisiones, baja con las
      *  extracciones que paga y con las remesas que entrega en la
      *  sucursal (MANTENER-AGENTES). El agente se bloquea si el
      *  float queda negativo o el efectivo supera el limite
      *  asegurado AGC-TOPE-EFECTIVO. AGC-ACUM-DIA acumula lo operado
      *  en AGC-FECHA-ACUM contra el tope diario. Las comisiones son
      *  importes fijos por operacion, que PAGAR-COMISIONES-AGENTES
      *  acredita en el float una vez por mes
      *  (AGC-ULT-PERIODO-COMISION).
      *****************************************************************
       01  AGC-RECORD.
           05  AGC-CODIGO              PIC X(8).
           05  AGC-NOMBRE              PIC X(40).
           05  AGC-CUIT                PIC X(11).
           05  AGC-DOMICILIO           PIC X(40).
           05  AGC-EMAIL               PIC X(50).
      *        Sucursal que supervisa al agente y recibe sus remesas.
           05  AGC-SUCURSAL            PIC 9(3).
           05  AGC-CBF-FLOAT           PIC 9(6).
           05  AGC-TOPE-OPERACION      PIC 9(7)V99.
           05  AGC-TOPE-DIARIO         PIC 9(9)V99.
           05  AGC-TOPE-EFECTIVO       PIC 9(9)V99.
           05  AGC-EFECTIVO            PIC S9(9)V99.
           05  AGC-FECHA-ACUM          PIC 9(8).
           05  AGC-ACUM-DIA            PIC 9(9)V99.
           05  AGC-COMISION-DEPOSITO   PIC 9(5)V99.
           05  AGC-COMISION-EXTRACCION PIC 9(5)V99.
           05  AGC-COMISION-PAGO       PIC 9(5)V99.
           05  AGC-ULT-PERIODO-COMISION PIC 9(6).
           05  AGC-FECHA-ALTA          PIC 9(8).
           05  AGC-ESTADO              PIC X(1).
               88  AGC-ACTIVO          VALUE "A".
               88  AGC-BLOQUEADO       VALUE "B".
               88  AGC-DE-BAJA         VALUE "X".
           05  AGC-FECHA-BLOQUEO       PIC 9(8).
           05  AGC-MOTIVO-BLOQUEO      PIC X(40).
