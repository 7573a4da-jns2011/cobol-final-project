      *****************************************************************
      *  VALUACION-FCI.CPY
      *  Parametro de valuar-tenencias-fci: tenencia de fondos comunes
      *  de un CBF a una fecha, un renglon por fondo con cuotapartes,
      *  valor de la cuotaparte aplicado (y su fecha) y valuacion en
      *  la moneda del fondo, mas el total por moneda. Lo usan la
      *  consulta 360 y el resumen de cuenta.
      *****************************************************************
       01  VF-VALUACION.
           05  VF-CANT                 PIC 9(2).
           05  VF-RENGLON OCCURS 10 TIMES.
               10  VF-FONDO            PIC X(4).
               10  VF-NOMBRE           PIC X(30).
               10  VF-MONEDA           PIC X(3).
               10  VF-CUOTAPARTES      PIC 9(9)V9(6).
               10  VF-VALOR-CP         PIC 9(5)V9(6).
               10  VF-FECHA-VALOR      PIC 9(8).
               10  VF-IMPORTE          PIC 9(11)V99.
           05  VF-TOTAL-ARS            PIC 9(13)V99.
           05  VF-TOTAL-USD            PIC 9(13)V99.
