               88  CAJ-CERRADA         VALUE "C".
               88  CAJ-OBSERVADA       VALUE "O".
               88  CAJ-CONFORMADA      VALUE "F".
      *    Supervisor que conformo la diferencia (CAJ-CONFORMADA),
      *    distinto del cajero de la caja (control de segregacion de
      *    funciones OPCJ/CFCJ). Agregado al final del registro: en
      *    cajas anteriores llega en blanco.
           05  CAJ-USUARIO-CONFORMA    PIC X(8).
