      *        CERRAR-CUENTA); rechaza el login del cajero y todo
      *        posteo de crear-transaccion en forma permanente.
               88  CLI-CERRADA     VALUE "C".
      *        Pendiente de legajo: cuenta abierta a la que le falta
      *        algun documento obligatorio de la tabla de requisitos
      *        (ver MANTENER-LEGAJOS); no opera hasta que el legajo se
      *        completa y la cuenta pasa a activa.
               88  CLI-PENDIENTE-LEGAJO VALUE "P".
           05  CLI-PIN             PIC X(4).
           05  CLI-TIPO-CUENTA     PIC X(1).
               88  CLI-CAJA-AHORRO   VALUE "A".
      *    email del cliente.
           05  CLI-EMAIL-INVALIDO  PIC X(1).
               88  CLI-EMAIL-INVALIDO-SI   VALUE "S".
      *    Inhabilitada para recibir chequeras: la marca
      *    INFORMAR-CHEQUES-RECHAZADOS cuando la cuenta acumula
      *    PARM-RECHAZOS-INHAB cheques rechazados sin regularizar y
      *    la levanta cuando baja de ese tope. Blanco = habilitada.
           05  CLI-INHAB-CHEQUES   PIC X(1).
               88  CLI-INHAB-CHEQUES-SI    VALUE "S".
      *    Fecha del cierre formal, la graba CERRAR-CUENTA. En las
      *    cuentas cerradas antes de existir el campo llega en blanco
      *    (los lectores validan NUMERIC).
           05  CLI-FECHA-CIERRE    PIC 9(8).
      *    Retencion legal (litigio, pedido judicial o del
      *    regulador): la pone y levanta back-office con auditoria
      *    (MANTENER-RETENCION-LEGAL) e impide la depuracion de los
      *    datos personales del cliente.
           05  CLI-RETENCION-LEGAL PIC X(1).
               88  CLI-RETENCION-LEGAL-SI  VALUE "S".
      *    Datos personales depurados por vencimiento del plazo de
      *    conservacion (DEPURAR-DATOS-PERSONALES): apellido, nombre
      *    y email ya son fichas irreversibles.
           05  CLI-DEPURADA        PIC X(1).
               88  CLI-DEPURADA-SI         VALUE "S".
