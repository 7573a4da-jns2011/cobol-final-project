      *  (sweep y evaluacion completos, sin llamar a crear-transaccion
      *  ni marcar periodos), para que operaciones firme los numeros
      *  proyectados antes de liberar la corrida real de fin de mes.
      *  Los batch se llaman sin particion (PART-NUMERO en cero): la
      *  simulacion recorre siempre todas las cuentas.
      *****************************************************************
       ENVIRONMENT DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-RESULTADO-PASO          PIC 9.
       01  WS-MODO-SIMULACION         PIC X(1) VALUE "S".
       COPY "particion.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "  SIMULACION DE POSTEOS DE FIN DE MES".
           DISPLAY "  (ningun movimiento se postea)".
           DISPLAY "==========================================".
           INITIALIZE PART-REGISTRO
           CALL "INTERES-MENSUAL" USING WS-RESULTADO-PASO,
                WS-MODO-SIMULACION, PART-REGISTRO
           CALL "COMISION-MANTENIMIENTO" USING WS-RESULTADO-PASO,
                WS-MODO-SIMULACION, PART-REGISTRO
           CALL "INTERES-DEUDOR" USING WS-RESULTADO-PASO,
                WS-MODO-SIMULACION, PART-REGISTRO
           DISPLAY "==========================================".
           DISPLAY "Fin de la simulacion: nada quedo posteado.".
           STOP RUN.
