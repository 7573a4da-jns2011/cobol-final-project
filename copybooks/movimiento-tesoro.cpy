      *  cajas-cajeros.dat, cuya caja se movio via actualizar-caja);
      *  los de transporte de caudales llevan el numero de recibo de
      *  la transportadora.
      *  Los movimientos de la custodia de billetes sospechosos
      *  ("BC" ingreso desde la caja, "BE" envio al BCRA) llevan el
      *  numero de caso (o de lote) en MT-RECIBO y el valor nominal en
      *  MT-IMPORTE, sin denominaciones.
      *****************************************************************
       01  MT-REGISTRO.
           05  MT-TIMESTAMP            PIC 9(14).
               88  MT-TRANSPORTE-EGR   VALUE "TE".
               88  MT-TESORO-A-CAJA    VALUE "VC".
               88  MT-CAJA-A-TESORO    VALUE "CV".
               88  MT-CUSTODIA-ING     VALUE "BC".
               88  MT-CUSTODIA-ENVIO   VALUE "BE".
           05  MT-USUARIO-CAJA         PIC X(8).
           05  MT-RECIBO               PIC X(12).
           05  MT-CANT-1000            PIC 9(5).
