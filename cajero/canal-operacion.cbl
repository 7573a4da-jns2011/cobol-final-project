       IDENTIFICATION DIVISION.
       PROGRAM-ID. canal-operacion.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: guarda el canal por el que
      *              entran las operaciones de la unidad de ejecucion
      *              en curso. LK-ACCION "F" lo fija (el cajero "C",
      *              VENTANILLA "V", INGRESAR-HOME-BANKING "H") y "L"
      *              lo devuelve en LK-CANAL; crear-transaccion lo
      *              estampa en R-CANAL de cada movimiento. Mientras
      *              nadie lo fije vale "S" (proceso interno: batch,
      *              back office).
      *  2026-10-15  Canal "A": operaciones de los agentes
      *              corresponsales (INGRESAR-OPERACIONES-AGENTES).
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CANAL                   PIC X(1) VALUE "S".

       LINKAGE SECTION.
       01  LK-ACCION                  PIC X(1).
       01  LK-CANAL                   PIC X(1).

       PROCEDURE DIVISION USING LK-ACCION, LK-CANAL.
       MAIN-PARA.
           EVALUATE LK-ACCION
               WHEN "F"
                   IF LK-CANAL = "C" OR "V" OR "H" OR "A" OR "S"
                       MOVE LK-CANAL TO WS-CANAL
                   ELSE
                       MOVE "S" TO WS-CANAL
                   END-IF
               WHEN OTHER
                   MOVE WS-CANAL TO LK-CANAL
           END-EVALUATE
           GOBACK.
