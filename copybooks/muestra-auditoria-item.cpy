      *****************************************************************
      *  MUESTRA-AUDITORIA-ITEM.CPY
      *  Layout de muestras-auditoria-items.dat: cada movimiento
      *  elegido en una muestra de auditoria (muestra-auditoria.cpy),
      *  identificado por su clave en el archivo de movimientos
      *  (R-CBF + R-TIMESTAMP) y su posicion en la poblacion.
      *****************************************************************
       01  MUI-RECORD.
           05  MUI-KEY.
               10  MUI-NUMERO          PIC 9(6).
               10  MUI-ITEM            PIC 9(3).
           05  MUI-POSICION            PIC 9(8).
           05  MUI-CBF                 PIC 9(6).
           05  MUI-TIMESTAMP           PIC 9(14).
           05  MUI-DESCRIPCION         PIC X(2).
           05  MUI-IMPORTE             PIC S9(9)V99.
