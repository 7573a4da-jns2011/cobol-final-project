      *    siendo R-TIMESTAMP. En movimientos anteriores a este campo
      *    llega en cero: los lectores caen a la fecha del timestamp.
           05 R-FECHA-CONTABLE PIC 9(8).
      *    Canal por el que entro la operacion, estampado por
      *    crear-transaccion segun canal-operacion: cajero,
      *    ventanilla, home banking, agente corresponsal (comercio
      *    adherido) o proceso interno del banco (batch, back
      *    office). En movimientos anteriores a este
      *    campo llega en blanco: los reportes lo cuentan como
      *    proceso interno.
           05 R-CANAL          PIC X(1).
              88 R-CANAL-CAJERO       VALUE "C".
              88 R-CANAL-VENTANILLA   VALUE "V".
              88 R-CANAL-HOME-BANKING VALUE "H".
              88 R-CANAL-CORRESPONSAL VALUE "A".
              88 R-CANAL-SISTEMA      VALUE "S".

      
       
