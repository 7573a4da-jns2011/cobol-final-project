      *              escribir-reporte), con sus totales marcados como
      *              resumen para el correo de fin de corrida a
      *              operaciones.
      *  2026-10-15  El movimiento pendiente resguardado acompana el
      *              nuevo largo del registro de transacciones (R-CANAL
      *              al final).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    Registro en linea leido por adelantado: se guarda aparte
      *    porque R-RECORD tambien se usa para volcar los registros
      *    del historico durante el apareo.
       01  WS-REG-PENDIENTE           PIC X(118).
       01  WS-CBF-HIST                PIC 9(7) VALUE 9999999.
       01  WS-SALDO-CALCULADO         PIC S9(10)V99.
       01  WS-IMPORTE-SIGNADO         PIC S9(9)V99.
