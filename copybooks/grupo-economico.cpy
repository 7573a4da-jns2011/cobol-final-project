      *****************************************************************
      *  GRUPO-ECONOMICO.CPY
      *  Layout de grupos-economicos.dat: maestro de grupos
      *  economicos que mantiene MANTENER-GRUPOS-ECONOMICOS. Cada
      *  grupo tiene un registro de cabecera (GRE-CLIENTE-ID en cero)
      *  con su nombre, y un registro por cada cliente vinculado
      *  (CI-CLIENTE-ID de clientes-idx.dat) con el tipo de relacion
      *  que lo une al grupo. Un cliente pertenece a un solo grupo;
      *  la clave alterna GRE-CLIENTE-ID permite ubicar el grupo de
      *  un cliente. La exposicion crediticia del grupo la calcula
      *  calcular-exposicion.
      *****************************************************************
       01  GRE-RECORD.
           05  GRE-KEY.
               10  GRE-GRUPO-ID        PIC 9(6).
               10  GRE-CLIENTE-ID      PIC 9(8).
           05  GRE-NOMBRE              PIC X(40).
           05  GRE-RELACION            PIC X(1).
               88  GRE-CONTROLANTE     VALUE "C".
               88  GRE-CONTROLADA      VALUE "S".
               88  GRE-FAMILIAR        VALUE "F".
               88  GRE-SOCIO-COMUN     VALUE "A".
               88  GRE-OTRA-RELACION   VALUE "O".
               88  GRE-RELACION-VALIDA VALUE "C" "S" "F" "A" "O".
           05  GRE-FECHA-ALTA          PIC 9(8).
           05  GRE-USUARIO             PIC X(8).
