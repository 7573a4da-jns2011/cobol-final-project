      *  lo consulta antes de cada paso (una re-corrida del mismo dia
      *  retoma en el paso que fallo, sin repetir los ya completos) y
      *  lo graba al terminar cada paso bien.
      *  Un registro aparte (RC-FECHA en cero, RC-PASO
      *  "CORRIDA-NOCTURNA", ver estado-corrida-nocturna) marca la
      *  corrida en curso: RC-EN-CURSO desde que arranca hasta que
      *  termina sin errores (RC-COMPLETO). Mientras esta en curso el
      *  cajero atiende en modo contingencia (operar-stand-in).
      *****************************************************************
       01  RC-RECORD.
           05  RC-KEY.
               10  RC-PASO             PIC X(20).
           05  RC-ESTADO               PIC X(1).
               88  RC-COMPLETO         VALUE "C".
               88  RC-EN-CURSO         VALUE "A".
      *    Estampas de inicio y fin del paso, para el reporte de
      *    duraciones de la corrida (REPORTE-DURACIONES) y la alerta
      *    de ventana del proceso nocturno. En registros anteriores
