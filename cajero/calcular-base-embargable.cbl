      *              REPORTE-EMBARGOS se lo muestre al area legal.
      *              Sin haberes en el mes no hay piso protegido
      *              (todo el saldo es embargable, como siempre).
      *  2026-10-15  Los haberes previsionales (memo "JUBILACION", de
      *              ACREDITAR-JUBILACIONES) suman a la base protegida
      *              igual que los haberes.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                           MOVE "10" TO TRANS-STATUS
                       ELSE
                           IF R-DESCRIPCION = "D"
                              AND (R-MEMO(1:7) = "HABERES"
                               OR R-MEMO(1:10) = "JUBILACION")
                              AND R-ANIO = WS-HOY-ANIO
                              AND R-MES = WS-HOY-MES
                               ADD R-IMPORTE TO LK-HABERES
