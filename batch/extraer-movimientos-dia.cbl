      *  coincide y recien si no, re-barren el archivo maestro. Como
      *  el maestro se recorre por clave, el extracto conserva el
      *  agrupamiento por R-CBF que los cortes de control esperan.
      *  La linea del extracto tiene el largo del registro de
      *  transacciones, canal de la operacion incluido.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY "registro-transaccion.cpy".

       FD  EXTRACTO-FILE.
       01  EXT-LINEA                  PIC X(118).
       01  EXT-CABECERA REDEFINES EXT-LINEA.
           05  EXT-MARCA              PIC X(8).
           05  EXT-FECHA              PIC 9(8).
           05  FILLER                 PIC X(102).

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
