      *****************************************************************
      *  EXCEPCION-APLICADA.CPY
      *  Layout de excepciones-aplicadas.dat: renglon por cada vez
      *  que una excepcion de precio (excepcion-precio.cpy) reemplazo
      *  la condicion estandar (solo agregado, lo graba
      *  registrar-excepcion-aplicada). Guarda lo que hubiera
      *  correspondido con la condicion estandar, lo aplicado y el
      *  ingreso resignado (estandar menos aplicado en comisiones e
      *  intereses cobrados; aplicado menos estandar en intereses
      *  pagados). Es la fuente de REPORTE-EXCEPCIONES-PRECIO.
      *****************************************************************
       01  EXA-REGISTRO.
           05  EXA-TIMESTAMP           PIC 9(14).
           05  EXA-NUMERO              PIC 9(6).
           05  EXA-CBF                 PIC 9(6).
           05  EXA-PRODUCTO            PIC X(2).
           05  EXA-ESTANDAR            PIC S9(9)V99.
           05  EXA-APLICADO            PIC S9(9)V99.
           05  EXA-RESIGNADO           PIC S9(9)V99.
           05  EXA-ORIGEN              PIC X(20).
