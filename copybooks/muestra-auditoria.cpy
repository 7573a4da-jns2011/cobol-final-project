      *****************************************************************
      *  MUESTRA-AUDITORIA.CPY
      *  Layout de muestras-auditoria.dat: una muestra de auditoria
      *  interna por registro (MUESTREO-AUDITORIA), con la definicion
      *  completa de la poblacion, el metodo y la semilla, para que
      *  la seleccion se pueda reproducir despues. Los movimientos
      *  elegidos estan en muestra-auditoria-item.cpy.
      *    MUA-METODO "A": aleatorio simple con semilla;
      *    MUA-METODO "M": unidad monetaria (intervalo = importe de
      *                    la poblacion / tamanio, arranque aleatorio
      *                    con la semilla dentro del primer intervalo);
      *    MUA-METODO "T": los N de mayor importe (sin semilla).
      *  Los filtros en cero o en blanco no restringen.
      *****************************************************************
       01  MUA-RECORD.
           05  MUA-NUMERO              PIC 9(6).
           05  MUA-FECHA               PIC 9(8).
           05  MUA-TIMESTAMP           PIC 9(14).
           05  MUA-AUDITOR             PIC X(8).
      *        Poblacion.
           05  MUA-FECHA-DESDE         PIC 9(8).
           05  MUA-FECHA-HASTA         PIC 9(8).
           05  MUA-CODIGOS.
               10  MUA-CODIGO          PIC X(2) OCCURS 5 TIMES.
           05  MUA-SUCURSAL            PIC 9(3).
           05  MUA-IMPORTE-DESDE       PIC 9(9)V99.
           05  MUA-IMPORTE-HASTA       PIC 9(9)V99.
           05  MUA-OVERRIDE            PIC X(1).
           05  MUA-USUARIO-STAFF       PIC X(8).
      *        Metodo y resultado.
           05  MUA-METODO              PIC X(1).
               88  MUA-ALEATORIO       VALUE "A".
               88  MUA-UNIDAD-MONETARIA VALUE "M".
               88  MUA-MAYORES         VALUE "T".
           05  MUA-TAMANIO             PIC 9(3).
           05  MUA-SEMILLA             PIC 9(10).
           05  MUA-POBLACION-CANT      PIC 9(8).
           05  MUA-POBLACION-TOTAL     PIC 9(13)V99.
           05  MUA-INTERVALO           PIC 9(13)V99.
           05  MUA-CANT-ITEMS          PIC 9(3).
