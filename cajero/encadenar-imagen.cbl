       IDENTIFICATION DIVISION.
       PROGRAM-ID. encadenar-imagen.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: control encadenado de la
      *              bitacora de imagenes posteriores. Mismo esquema
      *              multiplicativo que calcular-hash (factor 33,
      *              modulo 10 elevado a 10), pero partiendo del
      *              control del registro anterior y recorriendo el
      *              registro completo, espacios incluidos, para que
      *              cualquier cambio en un registro o en el orden de
      *              la bitacora cambie todos los controles que
      *              siguen. Lo usan registrar-imagen al grabar y
      *              RECUPERAR-BITACORA al verificar.
      *****************************************************************
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-HASH                    PIC 9(18) COMP.
       01  WS-POS                     PIC 9(3).
       01  WS-CHAR-ORD                PIC 9(3).
       01  WS-LARGO-DATOS             PIC 9(3).

       LINKAGE SECTION.
       COPY "imagen-posterior.cpy".
       01  LK-CONTROL-ANTERIOR        PIC 9(10).
       01  LK-CONTROL                 PIC 9(10).

       PROCEDURE DIVISION USING IP-RECORD, LK-CONTROL-ANTERIOR,
                                LK-CONTROL.
       MAIN-PARA.
           COMPUTE WS-LARGO-DATOS =
               LENGTH OF IP-RECORD - LENGTH OF IP-CONTROL
           COMPUTE WS-HASH = LK-CONTROL-ANTERIOR + 5381
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-LARGO-DATOS
               COMPUTE WS-CHAR-ORD =
                   FUNCTION ORD(IP-RECORD(WS-POS:1))
               COMPUTE WS-HASH =
                   FUNCTION MOD(WS-HASH * 33 + WS-CHAR-ORD,
                                10000000000)
           END-PERFORM
           MOVE WS-HASH TO LK-CONTROL
           GOBACK.
