      *****************************************************************
      *  REQUISITO-DOCUMENTO.CPY
      *  Layout de requisitos-documentos.dat: tabla de documentos
      *  del legajo del cliente por tipo de cliente (persona humana
      *  o juridica) y producto. Las filas del producto GE (general)
      *  rigen para todo cliente del tipo; las de CA, CC, TC y PR se
      *  suman a las generales para abrir una caja de ahorro, una
      *  cuenta corriente, una tarjeta de credito o un prestamo. Un
      *  producto no se activa mientras falte (o este vencido) algun
      *  documento obligatorio (verificar-legajo). La mantiene
      *  MANTENER-LEGAJOS.
      *****************************************************************
       01  RD-RECORD.
           05  RD-KEY.
               10  RD-TIPO-CLIENTE     PIC X(1).
                   88  RD-PERSONA-HUMANA   VALUE "F".
                   88  RD-PERSONA-JURIDICA VALUE "J".
               10  RD-PRODUCTO         PIC X(2).
                   88  RD-PRODUCTO-VALIDO  VALUE "GE" "CA" "CC"
                                                 "TC" "PR".
                   88  RD-GENERAL          VALUE "GE".
               10  RD-DOCUMENTO        PIC X(3).
           05  RD-DESCRIPCION          PIC X(30).
           05  RD-OBLIGATORIO          PIC X(1).
               88  RD-ES-OBLIGATORIO       VALUE "S".
      *    Meses de vigencia desde la recepcion; cero = no vence.
           05  RD-MESES-VIGENCIA       PIC 9(3).
