      *****************************************************************
      *  AUTORIZACION-MENOR.CPY
      *  Layout de autorizaciones-menor.dat: pedidos de aprobacion
      *  del tutor para una operacion de la cuenta de un menor que
      *  excede lo que el menor puede hacer solo (una extraccion por
      *  encima del tope mensual o cualquier transferencia). Los
      *  genera controlar-operacion-menor desde el cajero o la
      *  ventanilla; el tutor los aprueba o rechaza al iniciar su
      *  sesion del cajero (atender-autorizaciones-menor), como los
      *  pedidos de cobro. Una autorizacion aprobada se consume
      *  (AM-UTILIZADA) con la primera operacion del menor del mismo
      *  tipo, hasta ese importe y al mismo destino. La clave arranca
      *  por el tutor para listar sus pendientes de un barrido corto;
      *  la alternativa por el menor ubica las aprobadas.
      *****************************************************************
       01  AM-RECORD.
           05  AM-KEY.
               10  AM-TUTOR-CBF        PIC 9(6).
               10  AM-TIMESTAMP        PIC 9(14).
           05  AM-CBF-MENOR            PIC 9(6).
           05  AM-TIPO                 PIC X(1).
               88  AM-EXTRACCION           VALUE "E".
               88  AM-TRANSFERENCIA        VALUE "T".
           05  AM-IMPORTE              PIC 9(9)V99.
           05  AM-CBF-DESTINO          PIC 9(6).
           05  AM-CANAL                PIC X(1).
           05  AM-ESTADO               PIC X(1).
               88  AM-PENDIENTE            VALUE "P".
               88  AM-APROBADA             VALUE "A".
               88  AM-RECHAZADA            VALUE "R".
               88  AM-UTILIZADA            VALUE "U".
               88  AM-VENCIDA              VALUE "V".
           05  AM-FECHA-RESOLUCION     PIC 9(8).
