      *****************************************************************
      *  ACUMULADO-IMPUESTO-DYC.CPY
      *  Layout de acumulado-impuesto-dyc.dat: volumen del mes
      *  (debitos mas creditos, en valor absoluto) de cada caja de
      *  ahorro, por periodo AAAAMM de la fecha contable. Lo lleva
      *  calcular-impuesto-dyc para la exencion de las cajas de
      *  ahorro: solo lo que supera el tope mensual
      *  (PARM-TOPE-EXENTO-CA) paga el impuesto.
      *****************************************************************
       01  ACU-RECORD.
           05  ACU-KEY.
               10  ACU-CBF             PIC 9(6).
               10  ACU-PERIODO         PIC 9(6).
           05  ACU-VOLUMEN             PIC S9(13)V99.
           05  ACU-GRAVADO             PIC S9(13)V99.
