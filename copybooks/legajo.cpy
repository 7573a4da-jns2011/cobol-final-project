      *****************************************************************
      *  LEGAJO.CPY
      *  Layout de legajos.dat: documentos recibidos del legajo de
      *  cada cliente (numero de cliente, no CBF: el legajo es uno
      *  para todas sus cuentas). Clave: cliente + codigo de
      *  documento (ver requisitos-documentos.dat). Guarda la fecha
      *  de recepcion, el vencimiento (cero = no vence) y el usuario
      *  staff que controlo el documento. Lo registra
      *  MANTENER-LEGAJOS; un documento nuevo reemplaza al anterior
      *  del mismo codigo.
      *****************************************************************
       01  LG-RECORD.
           05  LG-KEY.
               10  LG-CLIENTE-ID       PIC 9(8).
               10  LG-DOCUMENTO        PIC X(3).
           05  LG-FECHA-RECEPCION      PIC 9(8).
           05  LG-FECHA-VTO            PIC 9(8).
           05  LG-USUARIO              PIC X(8).
           05  LG-OBSERVACION          PIC X(30).
