      *  entrega a la camara compensadora; LIQUIDAR-REMESA-CHEQUES
      *  procesa despues el archivo de vuelta con el resultado del
      *  clearing. Mismo esquema que GENERAR-INTERBANCARIAS.
      *  Los echeqs de otros bancos depositados por el cajero o la
      *  ventanilla viajan en la misma remesa, distinguidos por
      *  SAL-TIPO-VALOR ("E" echeq, "P" cheque de papel).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  SAL-NUMERO-CHEQUE      PIC 9(8).
           05  SAL-IMPORTE            PIC 9(9)V99.
           05  SAL-FECHA-CLEARING     PIC 9(8).
           05  SAL-TIPO-VALOR         PIC X(1).
       01  SALIDA-TOTALES REDEFINES SALIDA-REGISTRO.
           05  SAL-TOT-MARCA          PIC X(9).
           05  SAL-TOT-CANTIDAD       PIC 9(6).
           05  SAL-TOT-IMPORTE        PIC 9(12)V99.
           05  FILLER                 PIC X(22).

       WORKING-STORAGE SECTION.
       01  CHEQUES-DEP-STATUS         PIC XX.
           MOVE CD-NUMERO-CHEQUE TO SAL-NUMERO-CHEQUE
           MOVE CD-IMPORTE TO SAL-IMPORTE
           MOVE CD-FECHA-CLEARING TO SAL-FECHA-CLEARING
           IF CD-ES-ECHEQ
               MOVE "E" TO SAL-TIPO-VALOR
           ELSE
               MOVE "P" TO SAL-TIPO-VALOR
           END-IF
           WRITE SALIDA-REGISTRO

           ADD 1 TO WS-TOTAL-CHEQUES
