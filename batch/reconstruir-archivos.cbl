      *  Al final corre CONCILIACION-DIARIA como prueba de que el
      *  snapshot reconstruido cuadra con el historial, tras imprimir
      *  el resumen de registros reconstruidos.
      *  Cada registro que graba en los archivos del juego de backup
      *  queda ademas en la bitacora de imagenes posteriores
      *  (registrar-imagen), para la recuperacion hacia adelante con
      *  RECUPERAR-BITACORA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   MOVE WS-HOY-MES  TO SALDO-MES
                   MOVE WS-HOY-DIA  TO SALDO-DIA
                   WRITE REGISTRO-SALDO
                   IF SALDOS-STATUS = "00"
                       CALL "registrar-imagen" USING "SALDOS  ", "W",
                            REGISTRO-SALDO
                   END-IF
                   ADD 1 TO WS-TOTAL-SALDOS
               NOT INVALID KEY
                   ADD WS-IMPORTE-SIGNADO TO SALDO-IMPORTE
                   REWRITE REGISTRO-SALDO
                   IF SALDOS-STATUS = "00"
                       CALL "registrar-imagen" USING "SALDOS  ", "R",
                            REGISTRO-SALDO
                   END-IF
           END-READ.

      *    clientes-idx.dat nace vacio y cada cuenta se vuelve a
