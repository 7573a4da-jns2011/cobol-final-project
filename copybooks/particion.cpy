      *****************************************************************
      *  PARTICION.CPY
      *  Layout de plan-particiones.dat: rango de CBF de cada
      *  particion de un batch pesado para la fecha de negocio (ver
      *  ARMAR-PARTICIONES). Los batch particionables (INTERES-
      *  MENSUAL, COMISION-MANTENIMIENTO, INTERES-DEUDOR y CIERRE-
      *  DIARIO) lo reciben por LINKAGE: PART-NUMERO en cero es la
      *  corrida completa de siempre, sin rango ni checkpoint.
      *****************************************************************
       01  PART-REGISTRO.
           05  PART-FECHA              PIC 9(8).
           05  PART-PASO               PIC X(20).
           05  PART-NUMERO             PIC 9(2).
           05  PART-TOTAL              PIC 9(2).
           05  PART-CBF-DESDE          PIC 9(6).
           05  PART-CBF-HASTA          PIC 9(6).
