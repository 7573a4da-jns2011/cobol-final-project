      *****************************************************************
      *  FUNCIONES-SOD.CPY
      *  Catalogo de funciones del staff que la segregacion de
      *  funciones puede seguir (cada una con la evidencia de donde
      *  la toma CONTROL-SOD) y matriz base de conflictos, que rige
      *  siempre, haya o no conflictos-sod.dat:
      *    SOLC solicita cambio de datos    cambios-pendientes.dat
      *    REVC revisa cambio de datos      cambios-pendientes.dat
      *    OPCJ opera una caja de tesoro    cajas-cajeros.dat
      *    CFCJ conforma diferencia de caja cajas-cajeros.dat
      *    RSTC resetea clave de staff      eventos-seguridad.dat
      *    TITC titular de la clave         eventos-seguridad.dat
      *    SOLP solicita excepcion de precio excepciones-precio.dat
      *    APRP revisa excepcion de precio   excepciones-precio.dat
      *  Fila de la matriz base: funcion A, funcion B, alcance
      *  (I mismo item / U mismo usuario en el dia), severidad
      *  (G/M/L) y descripcion.
      *****************************************************************
       01  SOD-FUNCIONES-VALORES.
           05  FILLER PIC X(34)
               VALUE "SOLCSolicita cambio de datos".
           05  FILLER PIC X(34)
               VALUE "REVCRevisa cambio de datos".
           05  FILLER PIC X(34)
               VALUE "OPCJOpera caja de tesoro".
           05  FILLER PIC X(34)
               VALUE "CFCJConforma diferencia de caja".
           05  FILLER PIC X(34)
               VALUE "RSTCResetea clave de staff".
           05  FILLER PIC X(34)
               VALUE "TITCTitular de la clave reseteada".
           05  FILLER PIC X(34)
               VALUE "SOLPSolicita excepcion de precio".
           05  FILLER PIC X(34)
               VALUE "APRPRevisa excepcion de precio".
       01  SOD-FUNCIONES REDEFINES SOD-FUNCIONES-VALORES.
           05  SOD-FUNCION-DEF OCCURS 8 TIMES.
               10  SOD-FN-CODIGO       PIC X(4).
               10  SOD-FN-NOMBRE       PIC X(30).
       01  SOD-CANT-FUNCIONES          PIC 9(2) VALUE 8.

       01  SOD-BASE-VALORES.
           05  FILLER PIC X(46)
               VALUE "SOLCREVCIGRevisa un cambio que solicito".
           05  FILLER PIC X(46)
               VALUE "OPCJCFCJIGConforma su propia caja".
           05  FILLER PIC X(46)
               VALUE "TITCRSTCIGResetea su propia clave".
           05  FILLER PIC X(46)
               VALUE "OPCJREVCUMOpera caja y revisa cambios".
           05  FILLER PIC X(46)
               VALUE "OPCJRSTCUMOpera caja y resetea claves".
           05  FILLER PIC X(46)
               VALUE "SOLPAPRPIGAprueba una excepcion que pidio".
       01  SOD-BASE REDEFINES SOD-BASE-VALORES.
           05  SOD-BASE-DEF OCCURS 6 TIMES.
               10  SOD-BASE-FUNCION-A  PIC X(4).
               10  SOD-BASE-FUNCION-B  PIC X(4).
               10  SOD-BASE-ALCANCE    PIC X(1).
               10  SOD-BASE-SEVERIDAD  PIC X(1).
               10  SOD-BASE-DESCRIPCION PIC X(36).
       01  SOD-CANT-BASE               PIC 9(2) VALUE 6.
