      *****************************************************************
      *  CODIGO-EXTRACCION.CPY
      *  Layout de codigos-extraccion.dat: codigos de extraccion sin
      *  tarjeta. El titular del CBF los emite desde el cajero
      *  (emitir-codigo-extraccion) por un importe que queda
      *  retenido en retenciones-fondos.dat (CX-RF-TIMESTAMP apunta
      *  a la retencion) y le pasa a quien retira el codigo y una
      *  clave de 4 digitos elegida por el (se guarda solo su hash).
      *  Se cobra una sola vez en el cajero sin iniciar sesion
      *  (canjear-codigo-extraccion); pasado CX-VENCIMIENTO sin
      *  canjear, la corrida nocturna lo vence y libera la
      *  retencion (VENCER-CODIGOS-EXTRACCION).
      *****************************************************************
       01  CX-RECORD.
           05  CX-CODIGO               PIC 9(8).
           05  CX-CBF                  PIC 9(6).
           05  CX-IMPORTE              PIC S9(9)V99.
           05  CX-MONEDA               PIC X(3).
           05  CX-HASH-CLAVE           PIC 9(10).
           05  CX-RF-TIMESTAMP         PIC 9(14).
           05  CX-EMISION              PIC 9(14).
      *    Vencimiento AAAAMMDDHHMMSS: vale hasta ese momento.
           05  CX-VENCIMIENTO          PIC 9(14).
      *    Claves erradas: a la tercera el codigo se anula.
           05  CX-INTENTOS             PIC 9(1).
           05  CX-ESTADO               PIC X(1).
               88  CX-PENDIENTE            VALUE "P".
               88  CX-CANJEADO             VALUE "C".
               88  CX-VENCIDO              VALUE "V".
               88  CX-ANULADO              VALUE "A".
      *    Momento del canje, vencimiento o anulacion.
           05  CX-FECHA-CIERRE         PIC 9(14).
