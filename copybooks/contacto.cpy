      *****************************************************************
      *  CONTACTO.CPY
      *  Layout de contactos.dat: bitacora de contactos con el
      *  cliente (llamadas, visitas a la sucursal, correos) que
      *  registra el personal de sucursal y back-office en
      *  REGISTRAR-CONTACTOS. Clave: numero de cliente + timestamp
      *  del registro, asi la bitacora de un cliente se lee en orden
      *  cronologico. Cada contacto lleva el canal, el codigo de
      *  motivo, las notas, el usuario staff que lo atendio y, si se
      *  prometio algo, la fecha de seguimiento con su responsable
      *  (clave alternativa CO-RESPONSABLE para el reporte diario
      *  REPORTE-SEGUIMIENTOS). Puede quedar vinculado a un reclamo
      *  (RCL-KEY), un prestamo (PRE-KEY), un cambio en cuatro ojos
      *  (CP-KEY) o una transferencia en aprobacion (TA-KEY): todas
      *  son CBF + timestamp.
      *****************************************************************
       01  CO-RECORD.
           05  CO-KEY.
               10  CO-CLIENTE-ID       PIC 9(8).
               10  CO-TIMESTAMP        PIC 9(14).
           05  CO-CBF                  PIC 9(6).
           05  CO-CANAL                PIC X(1).
               88  CO-CANAL-VALIDO         VALUE "T" "P" "E" "O".
               88  CO-CANAL-TELEFONO       VALUE "T".
               88  CO-CANAL-PRESENCIAL     VALUE "P".
               88  CO-CANAL-EMAIL          VALUE "E".
           05  CO-MOTIVO               PIC X(3).
               88  CO-MOTIVO-VALIDO        VALUE "CON" "REC" "PRE"
                                                 "PRO" "DOC" "CAM"
                                                 "BAJ" "OTR".
           05  CO-NOTAS                PIC X(120).
           05  CO-USUARIO              PIC X(8).
      *    Seguimiento: fecha cero y responsable en blanco = sin
      *    seguimiento. Se cierra con fecha y usuario de cierre.
           05  CO-FECHA-SEGUIMIENTO    PIC 9(8).
           05  CO-RESPONSABLE          PIC X(8).
           05  CO-SEGUIMIENTO          PIC X(1).
               88  CO-SEG-PENDIENTE        VALUE "P".
               88  CO-SEG-CUMPLIDO         VALUE "C".
           05  CO-FECHA-CUMPLIDO       PIC 9(8).
           05  CO-USUARIO-CUMPLE       PIC X(8).
      *    Vinculo opcional: R reclamo, P prestamo, C cambio de datos
      *    en cuatro ojos, T transferencia en aprobacion; en blanco
      *    sin vinculo.
           05  CO-REF-TIPO             PIC X(1).
               88  CO-REF-VALIDO           VALUE " " "R" "P" "C" "T".
               88  CO-SIN-REFERENCIA       VALUE " ".
           05  CO-REF-CBF              PIC 9(6).
           05  CO-REF-TIMESTAMP        PIC 9(14).
