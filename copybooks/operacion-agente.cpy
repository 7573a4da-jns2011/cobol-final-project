      *****************************************************************
      *  OPERACION-AGENTE.CPY
      *  Layout de operaciones-agentes.dat: renglon por cada
      *  operacion de un agente corresponsal (agente-corresponsal.cpy)
      *  procesada por INGRESAR-OPERACIONES-AGENTES, posteada o
      *  rechazada, y por cada remesa o provision de efectivo
      *  registrada en MANTENER-AGENTES (solo agregado). Los
      *  movimientos posteados quedan referenciados por sus
      *  timestamps en la cuenta del cliente y en el float. Es la
      *  fuente de la liquidacion diaria (LIQUIDAR-AGENTES) y de las
      *  comisiones del mes (PAGAR-COMISIONES-AGENTES).
      *****************************************************************
       01  AGO-REGISTRO.
           05  AGO-FECHA               PIC 9(8).
           05  AGO-AGENTE              PIC X(8).
           05  AGO-TERMINAL            PIC X(8).
           05  AGO-TRACE               PIC X(12).
           05  AGO-TIPO                PIC X(1).
               88  AGO-DEPOSITO        VALUE "D".
               88  AGO-EXTRACCION      VALUE "E".
               88  AGO-PAGO-SERVICIO   VALUE "S".
      *            Remesa del comercio a la sucursal (baja el
      *            efectivo, acredita el float) y provision de la
      *            sucursal al comercio (al reves).
               88  AGO-REMESA          VALUE "R".
               88  AGO-PROVISION       VALUE "V".
           05  AGO-CBF-CLIENTE         PIC 9(6).
           05  AGO-IMPORTE             PIC 9(9)V99.
           05  AGO-COMISION            PIC 9(5)V99.
           05  AGO-TS-CLIENTE          PIC 9(14).
           05  AGO-TS-FLOAT            PIC 9(14).
           05  AGO-ESTADO              PIC X(1).
               88  AGO-POSTEADA        VALUE "P".
               88  AGO-RECHAZADA       VALUE "R".
           05  AGO-COD-RESPUESTA       PIC 9(2).
