      *****************************************************************
      *  IMAGEN-POSTERIOR.CPY
      *  Layout de bitacora-imagenes.dat: imagen posterior de cada
      *  alta, modificacion o baja sobre los archivos del juego de
      *  backup (cuentas, movimientos, saldos, titulares,
      *  transferencias pendientes e indice de clientes), grabada
      *  por registrar-imagen desde crear-transaccion y los
      *  programas de mantenimiento. RECUPERAR-BITACORA la reaplica
      *  en orden despues de un RESTAURAR-BACKUP.
      *  IP-CONTROL encadena cada registro con el anterior (hash del
      *  control previo y del contenido): un registro alterado,
      *  borrado o intercalado corta la cadena y la recuperacion se
      *  detiene ahi. IP-IMAGEN lleva el registro tal cual, con el
      *  largo de su layout (ver registrar-imagen).
      *****************************************************************
       01  IP-RECORD.
           05  IP-SECUENCIA            PIC 9(9).
           05  IP-TIMESTAMP            PIC 9(14).
           05  IP-ARCHIVO              PIC X(8).
               88  IP-CUENTAS          VALUE "CUENTAS".
               88  IP-MOVIMIENTOS      VALUE "TRANS".
               88  IP-SALDOS           VALUE "SALDOS".
               88  IP-TITULARES        VALUE "TITULAR".
               88  IP-PENDIENTES       VALUE "PENDIENT".
               88  IP-INDICE           VALUE "CLIIDX".
           05  IP-OPERACION            PIC X(1).
               88  IP-ALTA             VALUE "W".
               88  IP-MODIFICACION     VALUE "R".
               88  IP-BAJA             VALUE "D".
           05  IP-IMAGEN               PIC X(250).
           05  IP-CONTROL              PIC 9(10).
