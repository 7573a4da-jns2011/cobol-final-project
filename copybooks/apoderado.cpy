      *****************************************************************
      *  APODERADO.CPY
      *  Layout de apoderados.dat: poderes otorgados por el titular
      *  de un CBF a un tercero (apoderado) para operar la cuenta en
      *  su nombre. Clave: CBF + numero de orden del poder. El
      *  apoderado tiene PIN propio (hasheado como TIT-PIN) para el
      *  cajero. La consulta esta incluida en todo poder; los
      *  alcances de deposito, extraccion y transferencia se otorgan
      *  por separado. AP-TOPE-OPERACION en cero es un poder sin tope
      *  propio por operacion (rigen los limites de la cuenta).
      *  Estado: V vigente, E vencido (paso nocturno VENCER-PODERES),
      *  R revocado (por el banco o por fallecimiento del otorgante).
      *****************************************************************
       01  AP-RECORD.
           05  AP-KEY.
               10  AP-CBF              PIC 9(6).
               10  AP-ORDEN            PIC 9(2).
           05  AP-APELLIDO             PIC X(30).
           05  AP-NOMBRE               PIC X(30).
           05  AP-TIPO-DOC             PIC X(3).
           05  AP-NRO-DOC              PIC X(11).
           05  AP-PIN                  PIC X(4).
           05  AP-ALCANCE.
               10  AP-ALC-DEPOSITO     PIC X(1).
                   88  AP-PUEDE-DEPOSITAR      VALUE "S".
               10  AP-ALC-EXTRACCION   PIC X(1).
                   88  AP-PUEDE-EXTRAER        VALUE "S".
               10  AP-ALC-TRANSFERENCIA PIC X(1).
                   88  AP-PUEDE-TRANSFERIR     VALUE "S".
           05  AP-TOPE-OPERACION       PIC 9(9)V99.
           05  AP-FECHA-DESDE          PIC 9(8).
           05  AP-FECHA-HASTA          PIC 9(8).
           05  AP-ESCRITURA            PIC X(30).
           05  AP-ESTADO               PIC X(1).
               88  AP-VIGENTE              VALUE "V".
               88  AP-VENCIDO              VALUE "E".
               88  AP-REVOCADO             VALUE "R".
           05  AP-FECHA-BAJA           PIC 9(8).
           05  AP-MOTIVO-BAJA          PIC X(20).
           05  AP-USUARIO              PIC X(8).
