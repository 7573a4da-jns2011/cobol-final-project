      *****************************************************************
      *  PERSONA-JURIDICA.CPY
      *  Layout de personas-juridicas.dat: datos propios de un
      *  cliente empresa, por numero de cliente (el mismo
      *  CI-CLIENTE-ID de clientes-idx.dat y datos-clientes.dat).
      *  La CUIT, el domicilio legal y la fecha de constitucion van
      *  en datos-clientes.dat (DC-NRO-DOC con DC-TIPO-DOC "CUI",
      *  DC-DOMICILIO y DC-FECHA-NAC), para que los reportes que
      *  leen el maestro de identidad tomen la empresa sin cambios;
      *  aca queda la razon social completa, la forma juridica y el
      *  codigo de actividad. Se mantiene desde ALTAS-CLIENTES.
      *****************************************************************
       01  PJ-RECORD.
           05  PJ-CLIENTE-ID           PIC 9(8).
           05  PJ-RAZON-SOCIAL         PIC X(60).
           05  PJ-FORMA-JURIDICA       PIC X(4).
               88  PJ-FORMA-VALIDA         VALUE "SA  " "SRL "
                                                 "SAS " "SCA "
                                                 "SCS " "SH  "
                                                 "COOP" "ASOC"
                                                 "FUND" "MUTU".
           05  PJ-ACTIVIDAD            PIC 9(6).
           05  PJ-FECHA-ALTA           PIC 9(8).
           05  PJ-USUARIO              PIC X(8).
