      *****************************************************************
      *  TARJETA-CREDITO.CPY
      *  Layout de tarjetas-credito.dat: maestro de cuentas de
      *  tarjeta de credito. Cada cuenta tiene su limite de compra,
      *  el dia del mes en que cierra el resumen y el dia en que
      *  vence el pago, y queda vinculada al CBF del cliente desde el
      *  que se debita el pago (TC-CBF). La alta y el mantenimiento
      *  los hace back-office (MANTENER-TARJETAS-CREDITO); el cierre
      *  mensual lo calcula CIERRE-TARJETAS y el debito del pago al
      *  vencimiento lo hace DEBITAR-TARJETAS.
      *****************************************************************
       01  TC-RECORD.
           05  TC-NUMERO               PIC 9(16).
           05  TC-CBF                  PIC 9(6).
      *    Vencimiento del plastico en AAAAMM, como en tarjetas.dat.
           05  TC-VENCIMIENTO          PIC 9(6).
           05  TC-LIMITE               PIC 9(9)V99.
      *    Dia del mes en que cierra el resumen y dia del mes en que
      *    vence su pago. Si el dia de vencimiento es menor o igual
      *    al de cierre, el pago vence el mes siguiente al cierre.
           05  TC-DIA-CIERRE           PIC 9(2).
           05  TC-DIA-VENCIMIENTO      PIC 9(2).
      *    Tasa nominal anual de financiacion sobre el saldo impago
      *    del resumen anterior.
           05  TC-TASA-FINANC          PIC 9(3)V99.
      *    Modo de pago elegido por el cliente: total del resumen,
      *    pago minimo, o sin debito automatico.
           05  TC-MODO-PAGO            PIC X(1).
               88  TC-PAGA-TOTAL           VALUE "T".
               88  TC-PAGA-MINIMO          VALUE "M".
               88  TC-SIN-DEBITO           VALUE "N".
      *    Ultimo resumen emitido: fecha de cierre, vencimiento,
      *    saldo, pago minimo e intereses de financiacion cargados.
           05  TC-FECHA-CIERRE-ULT     PIC 9(8).
           05  TC-FECHA-VTO-ULT        PIC 9(8).
           05  TC-SALDO-RESUMEN        PIC S9(9)V99.
           05  TC-PAGO-MINIMO          PIC 9(9)V99.
           05  TC-INTERES-ULT          PIC 9(9)V99.
      *    Pagos recibidos contra el ultimo resumen.
           05  TC-PAGADO-ULT           PIC S9(9)V99.
      *    Consumos del periodo en curso, todavia no facturados: se
      *    restan del limite para calcular el disponible de compra.
           05  TC-CONSUMOS-PERIODO     PIC S9(9)V99.
      *    Marca de debito automatico ya procesado para el ultimo
      *    vencimiento: evita un doble debito en una re-corrida.
           05  TC-DEBITO-HECHO         PIC X(1).
               88  TC-DEBITO-HECHO-SI      VALUE "S".
           05  TC-ESTADO               PIC X(1).
               88  TC-ACTIVA               VALUE "A".
               88  TC-BAJA                 VALUE "B".
