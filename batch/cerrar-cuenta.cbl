      *      cuenta cerrada serian rechazados y quedarian varados);
      *    - se liquida el interes devengado pro-rata a la fecha de
      *      cierre (caja de ahorro con saldo positivo, tasa vigente
      *      de buscar-tasa, con la tasa negociada de la cuenta si
      *      tiene excepcion de precio, dias transcurridos del mes
      *      sobre 30);
      *    - el saldo DISPONIBLE queda en cero, o el remanente se
      *      transfiere a otra cuenta del mismo CI-CLIENTE-ID.
      *  Emite el extracto final al spool, deja la cuenta CLI-CERRADA
      *  (el cajero y crear-transaccion la rechazan en forma
      *  permanente) con la fecha de cierre en CLI-FECHA-CIERRE (de
      *  ella corre el plazo de conservacion de los datos personales,
      *  ver DEPURAR-DATOS-PERSONALES) y asienta el cierre completo
      *  en la auditoria.
      *  Cada registro que graba en los archivos del juego de backup
      *  queda ademas en la bitacora de imagenes posteriores
      *  (registrar-imagen), para la recuperacion hacia adelante con
      *  RECUPERAR-BITACORA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               CALL "buscar-tasa" USING WS-FECHA-HOY,
                    WS-SALDO-CALCULADO, WS-TASA-APLICADA,
                    WS-VIGENCIA-TASA, WS-TASA-ENCONTRADA,
                    CLI-PAQUETE, WS-CBF-CERRAR
               IF WS-TASA-ENCONTRADA = 0
                   MOVE WS-TASA-DEFECTO TO WS-TASA-APLICADA
               END-IF
      *                transferencias del cajero) y se aborta.
                       MOVE WS-CBF-CERRAR TO P-CBF
                       MOVE "D" TO P-DESCRIPCION
                       MOVE P-TIMESTAMP TO P-REF-KEY
                       MOVE "CONTRAPARTIDA OPERACION FALLIDA" TO P-MEMO
                       CALL "crear-transaccion" USING TRANSACCION,
                            RESULTADO
                       DISPLAY "No se pudo acreditar el remanente:"
      *    2500-CONFIRMAR-CIERRE): aca solo queda marcar el cierre.
       5000-EXTRACTO-Y-CIERRE.
           SET CLI-CERRADA TO TRUE
           MOVE WS-FECHA-HOY TO CLI-FECHA-CIERRE
           REWRITE REGISTRO-CLIENTE
           IF CUENTAS-STATUS = "00"
               CALL "registrar-imagen" USING "CUENTAS ", "R",
                    REGISTRO-CLIENTE
           END-IF
           CALL "REGISTRAR-AUDITORIA" USING CLI-CBF,
                WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
                WS-AUD-VALOR-NUEVO, WS-USUARIO-AUDIT
