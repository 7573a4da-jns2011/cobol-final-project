      *  capital de la cuenta via crear-transaccion). Al llegar
      *  PF-FECHA-VTO, VENCER-PLAZOS-FIJOS acredita capital mas
      *  interes o renueva el certificado segun PF-RENOVACION.
      *  PF-GARANTIA-ID es la garantia (garantias.dat) en la que el
      *  certificado esta prendado, cero si esta libre: mientras el
      *  prestamo siga abierto no se precancela ni se paga al
      *  vencimiento (prenda-plazo-fijo).
      *  Un certificado UVA (PF-MODALIDAD "U") convierte el capital a
      *  unidades al indice del dia de constitucion; al vencimiento
      *  se paga el valor de esas unidades al indice de ese dia mas
      *  PF-TASA-ANUAL, que en el UVA es la tasa adicional sobre el
      *  capital ajustado. PF-CAPITAL sigue siendo el importe en
      *  pesos debitado. La precancelacion devuelve los pesos
      *  originales con la tasa de penalidad, sin ajuste.
      *****************************************************************
       01  PF-RECORD.
           05  PF-KEY.
      *        cuenta con el interes recalculado a la tasa de
      *        penalidad; VENCER-PLAZOS-FIJOS ya no lo liquida.
               88  PF-PRECANCELADO     VALUE "X".
           05  PF-GARANTIA-ID          PIC 9(14).
      *    N (o blanco en los certificados anteriores) = pesos a
      *    tasa fija; U = capital ajustable por UVA.
           05  PF-MODALIDAD            PIC X(1).
               88  PF-UVA              VALUE "U".
           05  PF-UVA-UNIDADES         PIC 9(9)V9(4).
           05  PF-UVA-INDICE-ALTA      PIC 9(6)V99.
