      *****************************************************************
      *  TENENCIA-FCI.CPY
      *  Layout de tenencias-fci.dat: libro de cuotapartes por cuenta
      *  (CBF) y fondo. TF-CUOTAPARTES es la tenencia valuada: sube
      *  con cada suscripcion y baja con cada rescate cuando
      *  VALUAR-ORDENES-FCI los valua. TF-CP-A-RESCATAR son las
      *  cuotapartes de rescates cargados y todavia sin valuar, que
      *  ya no se pueden volver a rescatar.
      *****************************************************************
       01  TF-RECORD.
           05  TF-KEY.
               10  TF-CBF              PIC 9(6).
               10  TF-FONDO            PIC X(4).
           05  TF-CUOTAPARTES          PIC 9(9)V9(6).
           05  TF-CP-A-RESCATAR        PIC 9(9)V9(6).
           05  TF-FECHA-ULT-MOV        PIC 9(8).
