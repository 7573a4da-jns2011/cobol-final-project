      *****************************************************************
      *  TOTALES-PARTICION.CPY
      *  Layout de particion-<paso>-<nn>.dat: checkpoint y totales de
      *  control de una particion (ver checkpoint-particion). Mientras
      *  corre (TP-EN-CURSO) guarda el ultimo CBF terminado y los
      *  acumuladores a esa altura, para que una re-corrida retome
      *  despues de ese CBF; al terminar queda TP-TERMINADA o
      *  TP-FALLIDA con los totales, que CONSOLIDAR-PARTICIONES suma.
      *  El sentido de cantidades e importes depende del paso:
      *    INTERES-MENSUAL  cuentas, acreditadas, interes, retencion
      *    COMISION-MANT    cuentas, comisiones, importe, retencion
      *    INTERES-DEUDOR   cuentas, cargos, importe
      *    CIERRE-DIARIO    cuentas con movimientos, historia,
      *                     depositos, extracciones, transferencias
      *****************************************************************
       01  TP-REGISTRO.
           05  TP-FECHA                PIC 9(8).
           05  TP-PASO                 PIC X(20).
           05  TP-NUMERO               PIC 9(2).
           05  TP-ESTADO               PIC X(1).
               88  TP-EN-CURSO         VALUE "A".
               88  TP-TERMINADA        VALUE "C".
               88  TP-FALLIDA          VALUE "F".
      *    TP-FASE en blanco: la particion no termino ningun CBF
      *    todavia. "P": TP-ULTIMO-CBF es valido. "2": termino la
      *    primera fase del paso (CIERRE-DIARIO: los movimientos; le
      *    queda la historia de saldos).
           05  TP-FASE                 PIC X(1).
               88  TP-SIN-AVANCE       VALUE SPACE.
               88  TP-CON-AVANCE       VALUE "P".
               88  TP-SEGUNDA-FASE     VALUE "2".
           05  TP-ULTIMO-CBF           PIC 9(6).
           05  TP-CANTIDAD-1           PIC 9(7).
           05  TP-CANTIDAD-2           PIC 9(7).
           05  TP-IMPORTE-1            PIC S9(13)V99.
           05  TP-IMPORTE-2            PIC S9(13)V99.
           05  TP-IMPORTE-3            PIC S9(13)V99.
