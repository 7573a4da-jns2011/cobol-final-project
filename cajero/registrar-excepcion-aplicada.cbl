       IDENTIFICATION DIVISION.
       PROGRAM-ID. registrar-excepcion-aplicada.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: agrega a
      *              excepciones-aplicadas.dat el renglon de una
      *              aplicacion de excepcion de precio (numero, CBF,
      *              producto, importe estandar, importe aplicado y el
      *              ingreso resignado que calcula el llamador, con el
      *              programa de origen). REPORTE-EXCEPCIONES-PRECIO lo
      *              suma por excepcion y mes.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APLICADAS-FILE ASSIGN TO "excepciones-aplicadas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APLICADAS-FILE.
       COPY "excepcion-aplicada.cpy".

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                PIC XX.

       LINKAGE SECTION.
       01  LK-NUMERO                  PIC 9(6).
       01  LK-CBF                     PIC 9(6).
       01  LK-PRODUCTO                PIC X(2).
       01  LK-ESTANDAR                PIC S9(9)V99.
       01  LK-APLICADO                PIC S9(9)V99.
       01  LK-RESIGNADO               PIC S9(9)V99.
       01  LK-ORIGEN                  PIC X(20).

       PROCEDURE DIVISION USING LK-NUMERO, LK-CBF, LK-PRODUCTO,
                                 LK-ESTANDAR, LK-APLICADO,
                                 LK-RESIGNADO, LK-ORIGEN.
       MAIN-PARA.
           OPEN EXTEND APLICADAS-FILE
           IF FILE-STATUS NOT = "00"
               OPEN OUTPUT APLICADAS-FILE
               CLOSE APLICADAS-FILE
               OPEN EXTEND APLICADAS-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO EXA-TIMESTAMP
           MOVE LK-NUMERO TO EXA-NUMERO
           MOVE LK-CBF TO EXA-CBF
           MOVE LK-PRODUCTO TO EXA-PRODUCTO
           MOVE LK-ESTANDAR TO EXA-ESTANDAR
           MOVE LK-APLICADO TO EXA-APLICADO
           MOVE LK-RESIGNADO TO EXA-RESIGNADO
           MOVE LK-ORIGEN TO EXA-ORIGEN
           WRITE EXA-REGISTRO
           CLOSE APLICADAS-FILE
           GOBACK.
