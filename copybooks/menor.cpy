      *****************************************************************
      *  MENOR.CPY
      *  Layout de menores.dat: cuentas abiertas a nombre de un menor
      *  de edad (segun DC-FECHA-NAC de su maestro de identidad), con
      *  el vinculo obligatorio a un cliente mayor de edad que actua
      *  como tutor (padre, madre o tutor legal). Clave: CBF de la
      *  cuenta del menor. El menor solo deposita y extrae hasta
      *  PARM-TOPE-MENOR-MES en el mes; lo demas necesita la
      *  aprobacion del tutor (autorizaciones-menor.dat). Cuando el
      *  menor cumple la mayoria de edad el paso nocturno
      *  CONVERTIR-MAYORIA pasa la cuenta a comun (MN-CONVERTIDA) y
      *  quita el tutor; el registro queda como historia.
      *****************************************************************
       01  MN-RECORD.
           05  MN-CBF                  PIC 9(6).
           05  MN-CLIENTE-ID           PIC 9(8).
           05  MN-FECHA-NAC            PIC 9(8).
           05  MN-FECHA-MAYORIA        PIC 9(8).
           05  MN-TUTOR-CBF            PIC 9(6).
           05  MN-TUTOR-ID             PIC 9(8).
           05  MN-VINCULO              PIC X(2).
               88  MN-VINCULO-VALIDO       VALUE "PA" "MA" "TL".
           05  MN-ESTADO               PIC X(1).
               88  MN-VIGENTE              VALUE "V".
               88  MN-CONVERTIDA           VALUE "M".
           05  MN-FECHA-ALTA           PIC 9(8).
           05  MN-FECHA-CONVERSION     PIC 9(8).
           05  MN-USUARIO              PIC X(8).
