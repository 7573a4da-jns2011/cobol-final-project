       DATE-WRITTEN. 2026-08-22.
      *****************************************************************
      *  Deteccion mensual de cuentas durmientes: para cada cuenta
      *  activa busca en transacciones.dat el ultimo movimiento iniciado
      *  por el cliente. Se ignoran los posteos de batch: intereses "I",
      *  comisiones "F", retenciones "W", interes deudor "J", impuesto a
      *  los debitos y creditos "X", IVA sobre comisiones "G", y los
      *  debitos "T" originados por batch (debitos automaticos, cuotas
      *  de prestamo y capturas de embargo, reconocidos por su memo);
      *  los creditos "D" de haberes o vencimientos SI cuentan como
      *  actividad, porque una cuenta que recibe el sueldo no esta
      *  abandonada. Si ese movimiento es mas viejo que la ventana
      *  regulatoria (WS-MESES-DORMANCIA meses), la cuenta pasa a
      *  CLI-DURMIENTE, se avisa al titular por correo y el cajero le
      *  bloquea la operatoria hasta la reactivacion presencial
      *  (REACTIVAR-DURMIENTE). Todo cambio queda en la auditoria.
      *  Cada registro que graba en los archivos del juego de backup
      *  queda ademas en la bitacora de imagenes posteriores
      *  (registrar-imagen), para la recuperacion hacia adelante con
      *  RECUPERAR-BITACORA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      *    Ultimo periodo con un movimiento iniciado por el cliente:
      *    se recorren los movimientos del CBF por la clave alterna y
      *    se ignoran los posteos de batch ("I", "F", "W", "J", "X",
      *    "G" y los "T" con memo de origen batch).
       2200-ULTIMO-MOV-CLIENTE.
           MOVE 0 TO WS-ULT-PERIODO-CLI
           MOVE CLI-CBF TO R-CBF
           END-PERFORM.

      *    Un movimiento cuenta como iniciado por el cliente salvo
      *    los codigos de batch puro (I/F/W/J/X/G) y los debitos "T" que
      *    los batch postean con su memo caracteristico.
       2210-CLASIFICAR-MOVIMIENTO.
           MOVE 'S' TO WS-ES-DEL-CLIENTE
               WHEN R-DESCRIPCION = "F"
               WHEN R-DESCRIPCION = "W"
               WHEN R-DESCRIPCION = "J"
               WHEN R-DESCRIPCION = "X"
               WHEN R-DESCRIPCION = "G"
                   MOVE 'N' TO WS-ES-DEL-CLIENTE
               WHEN R-DESCRIPCION = "T"
                   IF R-MEMO(1:9) = "DEB AUTOM"
       2300-MARCAR-DURMIENTE.
           SET CLI-DURMIENTE TO TRUE
           REWRITE REGISTRO-CLIENTE
           IF CUENTAS-STATUS = "00"
               CALL "registrar-imagen" USING "CUENTAS ", "R",
                    REGISTRO-CLIENTE
           END-IF
           ADD 1 TO WS-TOTAL-DURMIENTES
           DISPLAY "CBF " CLI-CBF "  pasa a DURMIENTE"

