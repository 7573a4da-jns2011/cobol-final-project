       IDENTIFICATION DIVISION.
       PROGRAM-ID. controlar-importe.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: reglas de negocio del importe
      *              de una operacion, comunes a la entrada por
      *              pantalla (validar-importe) y a los canales que
      *              reciben el importe ya numerico
      *              (INGRESAR-HOME-BANKING). El importe debe ser
      *              mayor a cero y, con LK-PERMITE-DEC = "N"
      *              (extracciones y transferencias, cuyos campos
      *              historicos son enteros), sin centavos.
      *              LK-RESULTADO: 0 valido, 1 cero o negativo,
      *              2 con centavos no admitidos; LK-MENSAJE trae el
      *              texto para el cliente.
      *****************************************************************
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CENTAVOS                PIC 9(2).

       LINKAGE SECTION.
       01  LK-IMPORTE              PIC S9(9)V99.
       01  LK-PERMITE-DEC          PIC X(1).
       01  LK-RESULTADO            PIC 9.
       01  LK-MENSAJE              PIC X(70).

       PROCEDURE DIVISION USING LK-IMPORTE, LK-PERMITE-DEC,
                                 LK-RESULTADO, LK-MENSAJE.
       MAIN-PARA.
           MOVE 0 TO LK-RESULTADO
           MOVE SPACES TO LK-MENSAJE
           COMPUTE WS-CENTAVOS =
               (LK-IMPORTE - FUNCTION INTEGER-PART(LK-IMPORTE)) * 100

           IF LK-IMPORTE NOT > 0
               MOVE 1 TO LK-RESULTADO
               MOVE "El importe debe ser mayor a cero." TO LK-MENSAJE
           ELSE
           IF LK-PERMITE-DEC = "N" AND WS-CENTAVOS > 0
               MOVE 2 TO LK-RESULTADO
               STRING "Esta operacion no admite centavos:"
                          DELIMITED BY SIZE
                      " ingrese un importe entero." DELIMITED BY SIZE
                   INTO LK-MENSAJE
           END-IF
           END-IF
           GOBACK.
