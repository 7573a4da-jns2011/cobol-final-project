      *****************************************************************
      *  INDICE-UVA.CPY
      *  Layout de indices-uva.dat: valor diario de la Unidad de Valor
      *  Adquisitivo publicado por el BCRA, un registro por fecha.
      *  Se importa de la publicacion del BCRA o se carga a mano en
      *  MANTENER-INDICES-UVA. Los plazos fijos y prestamos UVA
      *  convierten pesos a unidades (y viceversa) al valor de la
      *  fecha de la operacion (buscar-indice-uva: el de mayor fecha
      *  no posterior).
      *****************************************************************
       01  IU-RECORD.
           05  IU-FECHA                PIC 9(8).
           05  IU-VALOR                PIC 9(6)V99.
      *    P = importado de la publicacion del BCRA, M = carga manual
           05  IU-ORIGEN               PIC X(1).
               88  IU-PUBLICACION      VALUE "P".
               88  IU-MANUAL           VALUE "M".
           05  IU-USUARIO              PIC X(8).
