      *****************************************************************
      *  CONFLICTO-SOD.CPY
      *  Layout de conflictos-sod.dat: matriz de segregacion de
      *  funciones del staff. Cada registro es un par de funciones
      *  (codigos de funciones-sod.cpy) que un mismo usuario no debe
      *  ejercer:
      *    SOD-ALCANCE "I": no sobre el mismo item (el que solicito
      *                     un cambio no lo revisa, el cajero no
      *                     conforma su propia caja);
      *    SOD-ALCANCE "U": no el mismo usuario en el mismo dia,
      *                     sea cual sea el item.
      *  La administra MANTENER-CONFLICTOS-SOD; la consultan
      *  verificar-conflicto-sod (control preventivo en los
      *  programas de aprobacion) y CONTROL-SOD (deteccion diaria).
      *  Los pares de la matriz base (funciones-sod.cpy) rigen
      *  aunque el archivo no exista o los tenga desactivados.
      *****************************************************************
       01  SOD-RECORD.
           05  SOD-KEY.
               10  SOD-FUNCION-A       PIC X(4).
               10  SOD-FUNCION-B       PIC X(4).
           05  SOD-ALCANCE             PIC X(1).
               88  SOD-MISMO-ITEM      VALUE "I".
               88  SOD-MISMO-USUARIO   VALUE "U".
               88  SOD-ALCANCE-VALIDO  VALUE "I" "U".
           05  SOD-SEVERIDAD           PIC X(1).
               88  SOD-GRAVE           VALUE "G".
               88  SOD-MEDIA           VALUE "M".
               88  SOD-LEVE            VALUE "L".
               88  SOD-SEVERIDAD-VALIDA VALUE "G" "M" "L".
           05  SOD-DESCRIPCION         PIC X(36).
           05  SOD-ACTIVA              PIC X(1).
               88  SOD-REGLA-ACTIVA    VALUE "S".
           05  SOD-FECHA-MODIF         PIC 9(8).
           05  SOD-USUARIO             PIC X(8).
