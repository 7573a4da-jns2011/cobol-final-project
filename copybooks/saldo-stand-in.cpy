      *****************************************************************
      *  SALDO-STAND-IN.CPY
      *  Layout de saldos-stand-in.dat: foto del saldo disponible de
      *  cada cuenta (saldo posteado menos retenciones activas, ver
      *  leer-saldo-disponible) tomada por PREPARAR-STAND-IN al
      *  arrancar el proceso nocturno. Es el saldo que consulta el
      *  cajero en modo contingencia, sin leer saldos.dat mientras
      *  la corrida lo actualiza.
      *****************************************************************
       01  SS-RECORD.
           05  SS-CBF                  PIC 9(6).
           05  SS-DISPONIBLE           PIC S9(10)V99.
           05  SS-MONEDA               PIC X(3).
           05  SS-TIMESTAMP            PIC 9(14).
