      *  sucursal. Las direcciones recien invalidadas salen en el
      *  reporte diario para que la sucursal pida el dato de
      *  contacto actualizado en la proxima visita.
      *  Cada registro que graba en los archivos del juego de backup
      *  queda ademas en la bitacora de imagenes posteriores
      *  (registrar-imagen), para la recuperacion hacia adelante con
      *  RECUPERAR-BITACORA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       2200-MARCAR-CUENTA.
           MOVE "S" TO CLI-EMAIL-INVALIDO
           REWRITE REGISTRO-CLIENTE
           IF CUENTAS-STATUS = "00"
               CALL "registrar-imagen" USING "CUENTAS ", "R",
                    REGISTRO-CLIENTE
           END-IF
           ADD 1 TO WS-TOTAL-MARCADAS
           MOVE SPACES TO WS-REP-LINEA
           STRING WS-DIRECCION-BUSCADA(1:40) DELIMITED BY SIZE
