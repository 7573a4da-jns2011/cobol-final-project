      *****************************************************************
      *  OPERACION-INTERFILIAL.CPY
      *  Layout de operaciones-interfiliales.dat: una linea por cada
      *  operacion de efectivo por ventanilla hecha en una caja de
      *  una sucursal distinta de la de la cuenta
      *  (registrar-interfilial). El movimiento se postea en la
      *  sucursal de la cuenta, pero el efectivo entra o sale del
      *  tesoro de la sucursal que atendio; ASIENTOS-INTERFILIALES
      *  pasa esa pata a la sucursal operadora contra las cuentas
      *  interfiliales. La clave es la del movimiento (R-KEY).
      *****************************************************************
       01  OIF-RECORD.
           05  OIF-KEY.
               10  OIF-CBF             PIC 9(6).
               10  OIF-TIMESTAMP       PIC 9(14).
           05  OIF-SUC-OPERADORA       PIC 9(3).
           05  OIF-SUC-CUENTA          PIC 9(3).
           05  OIF-USUARIO             PIC X(8).
