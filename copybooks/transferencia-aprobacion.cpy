      *    toda alta de campo en estos layouts: en registros
      *    anteriores al campo llega en blanco.
           05  TA-NOMBRE-DESTINO       PIC X(40).
      *    Canal por el que se capturo la orden (canal-operacion):
      *    al aprobarse se postea con ese canal. En registros
      *    anteriores al campo llega en blanco y se toma como cajero.
           05  TA-CANAL                PIC X(1).
