      *****************************************************************
      *  GARANTIA.CPY
      *  Layout de garantias.dat: registro de garantias de prestamos
      *  que mantiene MANTENER-GARANTIAS. Cada garantia tiene su
      *  propio numero (GAR-ID, timestamp de alta) y queda vinculada
      *  a un prestamo por GAR-PRESTAMO (el PRE-KEY, clave alterna
      *  con duplicados: un prestamo puede tener varias garantias).
      *  GAR-VALOR es el valor de tasacion a GAR-FECHA-TASACION en
      *  GAR-MONEDA; GAR-VTO-SEGURO el vencimiento de la poliza del
      *  bien (cero si no tiene seguro). Un plazo fijo prendado
      *  (GAR-PLAZO-FIJO) lleva en GAR-PF-KEY el certificado, que a
      *  su vez lleva el GAR-ID en PF-GARANTIA-ID; su valor es el
      *  capital del certificado. Un garante (GAR-GARANTE) se
      *  registra con su documento en GAR-DESCRIPCION pero no suma
      *  cobertura (calcular-cobertura).
      *****************************************************************
       01  GAR-RECORD.
           05  GAR-ID                  PIC 9(14).
           05  GAR-PRESTAMO.
               10  GAR-PRE-CBF         PIC 9(6).
               10  GAR-PRE-TS          PIC 9(14).
           05  GAR-TIPO                PIC X(1).
               88  GAR-HIPOTECA        VALUE "H".
               88  GAR-PRENDA-AUTO     VALUE "A".
               88  GAR-PLAZO-FIJO      VALUE "F".
               88  GAR-GARANTE         VALUE "G".
           05  GAR-DESCRIPCION         PIC X(40).
           05  GAR-VALOR               PIC S9(9)V99.
           05  GAR-FECHA-TASACION      PIC 9(8).
           05  GAR-MONEDA              PIC X(3).
           05  GAR-VTO-SEGURO          PIC 9(8).
           05  GAR-PF-KEY.
               10  GAR-PF-CBF          PIC 9(6).
               10  GAR-PF-TS           PIC 9(14).
           05  GAR-ESTADO              PIC X(1).
               88  GAR-ACTIVA          VALUE "A".
               88  GAR-LIBERADA        VALUE "L".
           05  GAR-FECHA-ALTA          PIC 9(8).
           05  GAR-USUARIO             PIC X(8).
