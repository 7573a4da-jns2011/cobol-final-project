      *              EXTRAER-MOVIMIENTOS-DIA) cuando su cabecera trae
      *              la misma fecha contable; solo en su ausencia se
      *              re-barre el maestro completo.
      *  2026-10-15  El extracto del dia acompana el nuevo largo del
      *              movimiento (R-CANAL al final del registro).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  ANT-NETO               PIC S9(14)V99.

       FD  EXTRACTO-FILE.
       01  EXT-LINEA                  PIC X(118).
       01  EXT-CABECERA REDEFINES EXT-LINEA.
           05  EXT-MARCA              PIC X(8).
           05  EXT-FECHA              PIC 9(8).
           05  FILLER                 PIC X(102).

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
