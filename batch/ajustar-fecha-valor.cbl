      *      propio (o "J" si el ajuste fue debito: el cliente
      *      cobro interes de mas) con la referencia del ajuste en
      *      el memo. La tasa exacta aplicada en su momento no se
      *      persiste: se retoma de la tabla de tasas por vigencia,
      *      o de la excepcion de precio de la cuenta que regia ese
      *      dia.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   CALL "buscar-tasa" USING WS-FECHA-CONT-TRANS,
                        WS-SALDO-BASE, WS-TASA-MENSUAL,
                        WS-TASA-VIGENCIA, WS-TASA-ENCONTRADA,
                        WS-PAQUETE-NULO, WS-CBF-AJUSTE
                   IF WS-TASA-ENCONTRADA = 1
                       COMPUTE WS-DELTA-MES ROUNDED =
                           WS-IMPORTE-AJUSTE * WS-TASA-MENSUAL
