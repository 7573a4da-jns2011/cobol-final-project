      *****************************************************************
      *  CAMBIO-PRECIO.CPY
      *  Layout de cambios-precio.dat: cambios de precio programados
      *  sobre lo que debita COMISION-MANTENIMIENTO. Se cargan en
      *  MANTENER-PAQUETES con fecha de vigencia futura: un aumento
      *  necesita al menos PARM-DIAS-AVISO-PRECIO dias (60 si no esta
      *  cargado) de aviso previo al cliente; una rebaja puede regir
      *  desde el dia siguiente. AVISAR-CAMBIOS-PRECIO avisa a cada
      *  CBF alcanzado (CLI-PAQUETE) y deja la constancia en
      *  avisos-precio.dat; al llegar la vigencia actualiza el
      *  maestro de paquetes. El precio que rige para cada cuenta lo
      *  resuelve buscar-precio-vigente: el aumento solo alcanza a
      *  quien fue avisado con la anticipacion debida.
      *  Producto:
      *    PA  abono mensual del paquete CP-PAQUETE (PAQ-ABONO)
      *    PE  costo por operacion excedente del paquete
      *        (PAQ-COSTO-EXC)
      *    CE  comision por exceso de extracciones de las cuentas
      *        sin paquete (CP-PAQUETE en cero)
      *****************************************************************
       01  CP-RECORD.
           05  CP-NUMERO               PIC 9(6).
           05  CP-PRODUCTO             PIC X(2).
               88  CP-ABONO-PAQUETE    VALUE "PA".
               88  CP-EXCEDENTE-PAQUETE VALUE "PE".
               88  CP-COMISION-EXCESO  VALUE "CE".
           05  CP-PAQUETE              PIC 9(3).
      *        Precio que rige hasta el cambio (el nuevo del cambio
      *        anterior del mismo producto, si lo hay) y el nuevo.
           05  CP-IMPORTE-ANTERIOR     PIC 9(7)V99.
           05  CP-IMPORTE-NUEVO        PIC 9(7)V99.
           05  CP-FECHA-VIGENCIA       PIC 9(8).
           05  CP-FECHA-ALTA           PIC 9(8).
           05  CP-USUARIO              PIC X(8).
           05  CP-ESTADO               PIC X(1).
               88  CP-PROGRAMADO       VALUE "P".
      *        Vigencia alcanzada: el maestro de paquetes ya tiene el
      *        precio nuevo.
               88  CP-EN-VIGOR         VALUE "V".
               88  CP-ANULADO          VALUE "A".
           05  CP-FECHA-ANULACION      PIC 9(8).
           05  CP-USUARIO-ANULA        PIC X(8).
