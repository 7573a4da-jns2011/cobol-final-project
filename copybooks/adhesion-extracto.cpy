      *****************************************************************
      *  ADHESION-EXTRACTO.CPY
      *  Layout de adhesiones-extracto.dat: cuentas de empresas
      *  adheridas al extracto electronico diario. Por cada CBF
      *  adherido se indica el directorio de entrega (buzon de
      *  transferencia de la empresa) donde GENERAR-EXTRACTOS deja
      *  cada noche el archivo de ancho fijo
      *  extracto-NNNNNN-AAAAMMDD.dat con el saldo inicial, los
      *  movimientos del dia contable y el saldo final. Lo mantiene
      *  MANTENER-EXTRACTOS.
      *****************************************************************
       01  AE-RECORD.
           05  AE-CBF                  PIC 9(6).
           05  AE-DESTINO              PIC X(60).
           05  AE-FECHA-ALTA           PIC 9(8).
           05  AE-ESTADO               PIC X(1).
               88  AE-ACTIVA               VALUE "A".
               88  AE-BAJA                 VALUE "B".
