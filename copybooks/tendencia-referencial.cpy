      *****************************************************************
      *  TENDENCIA-REFERENCIAL.CPY
      *  Layout de tendencia-referencial.dat: una linea por regla del
      *  control de integridad referencial (CONTROL-REFERENCIAL) y
      *  por fecha de corrida, con la cantidad de quiebres
      *  encontrados. Una re-corrida del mismo dia reemplaza las
      *  lineas de esa fecha. Comparando fechas se ve si los datos
      *  vienen mejorando o empeorando regla por regla.
      *  TR-SEVERIDAD: G grave, M media, L leve.
      *****************************************************************
       01  TR-REGISTRO.
           05  TR-FECHA                PIC 9(8).
           05  TR-REGLA                PIC 9(2).
           05  TR-SEVERIDAD            PIC X(1).
               88  TR-GRAVE            VALUE "G".
               88  TR-MEDIA            VALUE "M".
               88  TR-LEVE             VALUE "L".
           05  TR-CANTIDAD             PIC 9(7).
