      *  periodo ya presentado, marcado como tal, despues de los
      *  reversos tardios. El resumen humano se spoolea via
      *  escribir-reporte y el archivo queda en el manifiesto de
      *  salidas. Las percepciones del impuesto a los debitos y
      *  creditos (concepto "X") no van en esta presentacion: tienen
      *  la propia (GENERAR-PERCEPCIONES-DYC).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                       MOVE "10" TO DETALLE-STATUS
                   NOT AT END
                       IF LFD-PERIODO = WS-PERIODO-FILTRO
                          AND LFD-CONCEPTO NOT = "X"
                           PERFORM 2100-EMITIR-RENGLON
                       END-IF
               END-READ
