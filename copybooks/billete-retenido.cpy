      *****************************************************************
      *  BILLETE-RETENIDO.CPY
      *  Layout de billetes-retenidos.dat: un caso por cada billete
      *  sospechoso de falsedad retenido en el recuento de un deposito
      *  por VENTANILLA (retener-billetes-sospechosos). El billete no
      *  se acredita ni entra en la caja del cajero: queda en la
      *  custodia del tesoro de la sucursal (tesoro-sucursal.cpy)
      *  hasta que ENVIAR-BILLETES-BCRA lo incluye en el lote para el
      *  BCRA. REGISTRAR-DICTAMEN-BCRA registra la respuesta: un
      *  billete legitimo se acredita tarde en la cuenta del
      *  depositante; uno falso cierra el caso.
      *****************************************************************
       01  BIL-RECORD.
           05  BIL-NUMERO              PIC 9(8).
           05  BIL-FECHA               PIC 9(8).
           05  BIL-TIMESTAMP           PIC 9(14).
           05  BIL-SUCURSAL            PIC 9(3).
           05  BIL-USUARIO-CAJA        PIC X(8).
      *        Cuenta en la que se hacia el deposito y persona que
      *        presento el billete en la ventanilla.
           05  BIL-CBF                 PIC 9(6).
           05  BIL-DOC-DEPOSITANTE     PIC X(11).
           05  BIL-NOMBRE-DEPOSITANTE  PIC X(40).
           05  BIL-MONEDA              PIC X(3).
           05  BIL-DENOMINACION        PIC 9(5).
           05  BIL-SERIE               PIC X(12).
           05  BIL-ESTADO              PIC X(1).
               88  BIL-EN-CUSTODIA     VALUE "C".
               88  BIL-ENVIADO         VALUE "E".
               88  BIL-LEGITIMO        VALUE "L".
               88  BIL-FALSO           VALUE "F".
           05  BIL-LOTE-ENVIO          PIC 9(6).
           05  BIL-FECHA-ENVIO         PIC 9(8).
           05  BIL-FECHA-DICTAMEN      PIC 9(8).
           05  BIL-REF-DICTAMEN        PIC X(12).
      *        Movimiento del credito tardio (billete legitimo).
           05  BIL-TS-ACREDITACION     PIC 9(14).
