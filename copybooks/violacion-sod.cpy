      *****************************************************************
      *  VIOLACION-SOD.CPY
      *  Layout de violaciones-sod.dat (solo agregado): cada
      *  conflicto de segregacion de funciones que detecta
      *  CONTROL-SOD, una sola vez por hecho:
      *    VS-TIPO "C": violacion consumada (el mismo usuario ejercio
      *                 las dos funciones del par);
      *    VS-TIPO "I": intento bloqueado por el control preventivo
      *                 (evento CONFLICTO SOD del journal de
      *                 seguridad).
      *  VS-ITEM es la clave del item comun (CP-KEY, CAJ-KEY o el
      *  usuario de la clave reseteada); en blanco en los pares de
      *  alcance "U". VS-SUCURSAL es la del usuario en
      *  usuarios-staff.dat. REPORTE-SOD-MENSUAL arma de aca el
      *  informe mensual de auditoria por usuario y sucursal.
      *****************************************************************
       01  VS-REGISTRO.
           05  VS-FECHA-DETECCION      PIC 9(8).
           05  VS-FECHA-HECHO          PIC 9(8).
           05  VS-TIPO                 PIC X(1).
               88  VS-CONSUMADA        VALUE "C".
               88  VS-INTENTO          VALUE "I".
           05  VS-USUARIO              PIC X(8).
           05  VS-SUCURSAL             PIC 9(3).
           05  VS-FUNCION-A            PIC X(4).
           05  VS-FUNCION-B            PIC X(4).
           05  VS-ALCANCE              PIC X(1).
           05  VS-SEVERIDAD            PIC X(1).
           05  VS-ITEM                 PIC X(20).
