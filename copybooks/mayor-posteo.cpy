      *****************************************************************
      *  MAYOR-POSTEO.CPY
      *  Layout de mayor-posteos.dat: constancia de lo ya posteado en
      *  el libro mayor propio (mayor-saldos.dat). Tipo "D": el
      *  diario de EXPORTAR-GL de esa fecha, que POSTEAR-MAYOR no
      *  vuelve a postear. Tipo "C" con fecha AAAA1231: el ejercicio
      *  AAAA ya cerrado por CERRAR-EJERCICIO; despues no se postea
      *  ningun diario de ese anio ni se cierra dos veces.
      *****************************************************************
       01  MP-RECORD.
           05  MP-KEY.
               10  MP-FECHA            PIC 9(8).
               10  MP-TIPO             PIC X(1).
                   88  MP-DIARIO           VALUE "D".
                   88  MP-CIERRE-EJERCICIO VALUE "C".
           05  MP-PATAS                PIC 9(6).
           05  MP-DEBITOS              PIC 9(13)V99.
           05  MP-CREDITOS             PIC 9(13)V99.
           05  MP-FECHA-PROCESO        PIC 9(8).
           05  MP-USUARIO              PIC X(8).
