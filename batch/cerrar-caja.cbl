      *  dentro de la tolerancia cierra la caja; por encima, la caja
      *  queda observada y exige la firma de un supervisor
      *  (autenticar-staff) para quedar conformada.
      *  El supervisor que conforma tiene que ser distinto del cajero
      *  (verificar-conflicto-sod, par OPCJ/CFCJ) y queda en la caja
      *  (CAJ-USUARIO-CONFORMA).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-SUP-USUARIO             PIC X(8).
       01  WS-SUP-ROL                 PIC X(1).
       01  WS-SUP-AUTORIZADO          PIC 9 VALUE 0.
       01  WS-SOD-ITEM                PIC X(20).
       01  WS-SOD-CONFLICTO           PIC 9 VALUE 0.
       01  WS-FISICO-INPUT            PIC 9(9).
       01  WS-ESPERADO                PIC S9(11)V99.
       01  WS-DIFERENCIA              PIC S9(11)V99.
               DISPLAY "la firma de un supervisor."
               CALL "autenticar-staff" USING WS-SUP-USUARIO,
                    WS-SUP-ROL, "S", WS-SUP-AUTORIZADO
      *        El cajero no conforma su propia caja aunque tenga rol
      *        de supervisor (segregacion de funciones).
               IF WS-SUP-AUTORIZADO = 1
                   MOVE CAJ-KEY TO WS-SOD-ITEM
                   CALL "verificar-conflicto-sod" USING "OPCJ",
                        WS-STAFF-USUARIO, "CFCJ", WS-SUP-USUARIO,
                        WS-SOD-ITEM, WS-SOD-CONFLICTO
                   IF WS-SOD-CONFLICTO = 1
                       DISPLAY "La firma debe ser de un supervisor"
                               " distinto del cajero."
                       MOVE 0 TO WS-SUP-AUTORIZADO
                   END-IF
               END-IF
               IF WS-SUP-AUTORIZADO = 1
                   SET CAJ-CONFORMADA TO TRUE
                   MOVE WS-SUP-USUARIO TO CAJ-USUARIO-CONFORMA
                   REWRITE CAJ-RECORD
                   DISPLAY "Caja conformada por " WS-SUP-USUARIO "."
               ELSE
