      *  El registro de clientes no guarda la fecha de alta, asi que
      *  el reporte informa la mezcla de estados en lugar de "cuentas
      *  abiertas en el mes".
      *  Informa ademas, por sucursal, la cantidad e importe de los
      *  movimientos del periodo por canal (cajero, ventanilla, home
      *  banking, agentes corresponsales, proceso interno) segun
      *  R-CANAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  WS-SUC-INACTIVAS   PIC 9(6).
               10  WS-SUC-DURMIENTES  PIC 9(6).
               10  WS-SUC-SALDO       PIC S9(13)V99.
               10  WS-SUC-VOLUMEN OCCURS 20 TIMES
                                      PIC 9(7).
      *        Movimientos del periodo por canal (R-CANAL), en el
      *        orden de WS-NOMBRES-CANAL.
               10  WS-SUC-CANAL OCCURS 5 TIMES.
                   15  WS-SUC-CANAL-CANT     PIC 9(7).
                   15  WS-SUC-CANAL-IMPORTE  PIC S9(13)V99.
       01  WS-NOMBRES-CANAL.
           05  FILLER                 PIC X(12) VALUE "Cajero".
           05  FILLER                 PIC X(12) VALUE "Ventanilla".
           05  FILLER                 PIC X(12) VALUE "Home banking".
           05  FILLER                 PIC X(12) VALUE "Corresponsal".
           05  FILLER                 PIC X(12) VALUE "Sistema/otro".
       01  WS-TABLA-NOMBRES-CANAL REDEFINES WS-NOMBRES-CANAL.
           05  WS-NOMBRE-CANAL OCCURS 5 TIMES PIC X(12).
       01  WS-IDX-CANAL               PIC 9.
       01  WS-IDX-SUC                 PIC 9(3).
       01  WS-IDX-ACTUAL              PIC 9(3).
       01  WS-IDX-COD                 PIC 9(2).
           MOVE R-SUCURSAL TO WS-SUC-BUSCADA
           PERFORM 8000-UBICAR-SUCURSAL
           PERFORM VARYING WS-IDX-COD FROM 1 BY 1
                   UNTIL WS-IDX-COD > TCT-CANTIDAD
               IF TCT-CODIGO(WS-IDX-COD) = R-DESCRIPCION
                   ADD 1 TO
                       WS-SUC-VOLUMEN(WS-IDX-ACTUAL, WS-IDX-COD)
               END-IF
           END-PERFORM
      *    Los movimientos anteriores al campo de canal (en blanco)
      *    se cuentan como proceso interno.
           EVALUATE TRUE
               WHEN R-CANAL-CAJERO
                   MOVE 1 TO WS-IDX-CANAL
               WHEN R-CANAL-VENTANILLA
                   MOVE 2 TO WS-IDX-CANAL
               WHEN R-CANAL-HOME-BANKING
                   MOVE 3 TO WS-IDX-CANAL
               WHEN R-CANAL-CORRESPONSAL
                   MOVE 4 TO WS-IDX-CANAL
               WHEN OTHER
                   MOVE 5 TO WS-IDX-CANAL
           END-EVALUATE
           ADD 1 TO WS-SUC-CANAL-CANT(WS-IDX-ACTUAL, WS-IDX-CANAL)
           ADD R-IMPORTE
               TO WS-SUC-CANAL-IMPORTE(WS-IDX-ACTUAL, WS-IDX-CANAL).

      *    Ubica (o da de alta) la entrada de la sucursal buscada en
      *    la tabla de agregados, dejando el subindice en
           MOVE WS-SUC-SALDO(WS-IDX-SUC) TO WS-IMPORTE-DISPLAY
           DISPLAY "  Saldos totales:     $ " WS-IMPORTE-DISPLAY
           PERFORM VARYING WS-IDX-COD FROM 1 BY 1
                   UNTIL WS-IDX-COD > TCT-CANTIDAD
               IF WS-SUC-VOLUMEN(WS-IDX-SUC, WS-IDX-COD) > 0
                   DISPLAY "  " TCT-DESCRIPCION(WS-IDX-COD) ": "
                           WS-SUC-VOLUMEN(WS-IDX-SUC, WS-IDX-COD)
               END-IF
           END-PERFORM
           DISPLAY "  Movimientos por canal:"
           PERFORM VARYING WS-IDX-CANAL FROM 1 BY 1
                   UNTIL WS-IDX-CANAL > 5
               MOVE WS-SUC-CANAL-IMPORTE(WS-IDX-SUC, WS-IDX-CANAL)
                   TO WS-IMPORTE-DISPLAY
               DISPLAY "    " WS-NOMBRE-CANAL(WS-IDX-CANAL) ": "
                       WS-SUC-CANAL-CANT(WS-IDX-SUC, WS-IDX-CANAL)
                       "  $ " WS-IMPORTE-DISPLAY
           END-PERFORM.
