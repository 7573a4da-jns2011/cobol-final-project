      *  comodin y gana la primera linea que matchea, por lo que
      *  contabilidad ordena el archivo de lo especifico a lo
      *  general. Lo consulta EXPORTAR-GL para armar el asiento
      *  balanceado y lo mantiene MANTENER-PLAN-CUENTAS. La operacion
      *  "RV" (sin comodin en la operacion) da la cuenta de ajuste de
      *  la posicion en dolares (PLC-CTA-CLIENTE) y la de resultado
      *  por diferencia de cambio (PLC-CTA-CONTRA) para
      *  REVALUAR-POSICION. La operacion "PV" da, por tipo de cuenta
      *  "P" (prestamos) o "T" (tarjetas), la cuenta regularizadora
      *  de prevision por incobrabilidad (PLC-CTA-CLIENTE) y la de
      *  cargo por incobrabilidad (PLC-CTA-CONTRA) para
      *  PREVISIONAR-CARTERA. Con tipo "P", para el castigo de
      *  prestamos (CASTIGAR-PRESTAMOS, REPORTE-RECUPEROS): "CK" da
      *  la cuenta de cartera que se da de baja (PLC-CTA-CLIENTE) y
      *  la de cargo directo por la deuda no previsionada
      *  (PLC-CTA-CONTRA); "CO" la cuenta de orden de deudores
      *  castigados y su contrapartida; "RA" la cuenta a cobrar a
      *  las agencias de cobranza y la de ingreso por recupero. El
      *  codigo "K" (recupero de castigado debitado de la cuenta del
      *  cliente) se mapea como cualquier movimiento, con el ingreso
      *  por recupero como contrapartida. Los codigos "S"
      *  (suscripcion a fondo comun) y "Q" (acreditacion de rescate)
      *  se mapean igual, contra la cuenta puente de la sociedad
      *  gerente que liquida el neto diario. La prima de seguro de
      *  vida ("Y") se mapea contra la cuenta a pagar a la
      *  aseguradora. El canje de puntos acreditado en cuenta ("L")
      *  se mapea contra la cuenta de pasivo por el programa de
      *  puntos de fidelidad. La operacion "CE" (tipo "*") da por
      *  moneda y sucursal la cuenta de resultados no asignados
      *  (PLC-CTA-CLIENTE) contra la que CERRAR-EJERCICIO salda las
      *  cuentas de resultado.
      *  La operacion "IF" (tipo "*") da por moneda y sucursal la
      *  cuenta interfilial de la sucursal (PLC-CTA-CLIENTE) para
      *  ASIENTOS-INTERFILIALES y TRASLADAR-CUENTAS. La operacion
      *  "TS" da, por tipo de cuenta (el de la cuenta para el saldo,
      *  "P" prestamos, "F" plazos fijos), la cuenta del producto
      *  (PLC-CTA-CLIENTE) que TRASLADAR-CUENTAS pasa de una
      *  sucursal a otra.
      *****************************************************************
       01  PLC-REGISTRO.
           05  PLC-OPERACION           PIC X(2).
