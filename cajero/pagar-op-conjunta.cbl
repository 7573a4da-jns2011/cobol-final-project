      *              de casetes excluye, y el efectivo pagado queda
      *              imputado a una caja que ARQUEO-CAJAS puede
      *              cerrar.
      *  2026-10-15  El pago en una caja de otra sucursal que la de la
      *              cuenta queda registrado para el asiento interfilial
      *              nocturno (registrar-interfilial).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-OPCION                  PIC X.
       01  WS-IMPORTE-DISPLAY         PIC -Z(9).99.
       01  WS-CAJA-RESULTADO          PIC 9.
       01  WS-INTERFILIAL-RESULTADO   PIC 9.

       LINKAGE SECTION.
       01  LK-CBF                  PIC X(6).
               IF WS-CAJA-RESULTADO NOT = 0
                   DISPLAY "ATENCION: sin caja abierta, el"
                           " efectivo no quedo imputado."
               ELSE
                   CALL 'registrar-interfilial' USING
                        LK-STAFF-USUARIO, P-CBF OF TRANSACCION,
                        P-TIMESTAMP OF TRANSACCION,
                        WS-INTERFILIAL-RESULTADO
               END-IF
               SET OC-APROBADA TO TRUE
               REWRITE OC-RECORD
