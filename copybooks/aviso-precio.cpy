      *****************************************************************
      *  AVISO-PRECIO.CPY
      *  Layout de avisos-precio.dat: constancia del aviso de cada
      *  cambio de precio (cambio-precio.cpy) a cada CBF alcanzado,
      *  que lleva AVISAR-CAMBIOS-PRECIO. El aviso sale por el motor
      *  de notificaciones (encolar-notificacion, evento
      *  "AVISO PRECIO " mas el producto); la constancia queda
      *  ENCOLADO hasta que ENVIAR-NOTIFICACIONES lo entrega por
      *  correo o lo deriva a la impresion de la sucursal, y recien
      *  ahi pasa a NOTIFICADO con la fecha desde la que el precio
      *  nuevo le rige: la vigencia del cambio o, si el aviso llego
      *  tarde, PARM-DIAS-AVISO-PRECIO dias despues del aviso. Sin
      *  aviso entregado la cuenta sigue con el precio anterior.
      *****************************************************************
       01  AVP-RECORD.
           05  AVP-KEY.
               10  AVP-NUMERO          PIC 9(6).
               10  AVP-CBF             PIC 9(6).
           05  AVP-EMAIL               PIC X(50).
           05  AVP-IMPORTE-ANTERIOR    PIC 9(7)V99.
           05  AVP-IMPORTE-NUEVO       PIC 9(7)V99.
      *        Momento en que se encolo el ultimo intento: ubica el
      *        aviso en notificaciones.dat (NT-KEY).
           05  AVP-TS-ENCOLADO         PIC 9(14).
           05  AVP-INTENTOS            PIC 9(2).
           05  AVP-FECHA-NOTIFICADO    PIC 9(8).
           05  AVP-FECHA-APLICA        PIC 9(8).
           05  AVP-VIA                 PIC X(1).
               88  AVP-VIA-CORREO      VALUE "E".
               88  AVP-VIA-IMPRESO     VALUE "I".
           05  AVP-ESTADO              PIC X(1).
               88  AVP-ENCOLADO        VALUE "E".
               88  AVP-NOTIFICADO      VALUE "N".
      *        Sin casilla de correo, o no se pudo encolar: se
      *        reintenta en cada corrida.
               88  AVP-SIN-AVISO       VALUE "S".
      *        Agotados los intentos de aviso.
               88  AVP-FALLIDO         VALUE "F".
