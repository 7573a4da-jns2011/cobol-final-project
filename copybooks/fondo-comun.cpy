      *****************************************************************
      *  FONDO-COMUN.CPY
      *  Layout de fondos.dat: maestro de los fondos comunes de
      *  inversion que el banco distribuye. FC-MONEDA es la moneda de
      *  la cuotaparte: solo se suscribe desde una cuenta en esa
      *  moneda y el rescate se acredita en la misma cuenta.
      *  FC-PLAZO-RESCATE son los dias habiles entre la fecha de la
      *  orden de rescate y su acreditacion. Un fondo suspendido no
      *  toma ordenes nuevas; las ya cargadas se valuan igual. Lo
      *  mantiene MANTENER-FONDOS junto con el valor diario de la
      *  cuotaparte (valores-cuotaparte.dat).
      *****************************************************************
       01  FC-RECORD.
           05  FC-CODIGO               PIC X(4).
           05  FC-NOMBRE               PIC X(30).
           05  FC-SOCIEDAD-GERENTE     PIC X(30).
           05  FC-MONEDA               PIC X(3).
           05  FC-PLAZO-RESCATE        PIC 9(2).
           05  FC-MINIMO-SUSCRIPCION   PIC 9(9)V99.
           05  FC-ESTADO               PIC X(1).
               88  FC-ACTIVO           VALUE "A".
               88  FC-SUSPENDIDO       VALUE "S".
