      *****************************************************************
      *  SALDO-MAYOR.CPY
      *  Layout de mayor-saldos.dat: saldos del libro mayor propio por
      *  cuenta del plan de cuentas x sucursal x moneda x mes
      *  (AAAAMM). El mes 13 (AAAA13) guarda solo los asientos de
      *  cierre del ejercicio (CERRAR-EJERCICIO), para que el balance
      *  de diciembre siga mostrando los resultados antes de
      *  cerrarlos. SM-SALDO-INICIAL es el saldo de cierre del ultimo
      *  mes anterior con registro; saldo deudor positivo, acreedor
      *  negativo. Saldo de cierre = inicial + debitos - creditos. Lo
      *  graba unicamente postear-mayor (POSTEAR-MAYOR con el diario
      *  de EXPORTAR-GL, CERRAR-EJERCICIO) y lo leen
      *  BALANCE-SUMAS-SALDOS y REPORTE-INTERFILIALES.
      *****************************************************************
       01  SM-RECORD.
           05  SM-KEY.
               10  SM-CUENTA           PIC X(8).
               10  SM-SUCURSAL         PIC X(3).
               10  SM-MONEDA           PIC X(3).
               10  SM-PERIODO          PIC 9(6).
           05  SM-SALDO-INICIAL        PIC S9(13)V99.
           05  SM-DEBITOS              PIC 9(13)V99.
           05  SM-CREDITOS             PIC 9(13)V99.
