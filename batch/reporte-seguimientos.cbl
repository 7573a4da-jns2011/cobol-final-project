       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-SEGUIMIENTOS.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Seguimientos de contactos con clientes: listado diario por
      *  usuario responsable con todo seguimiento pendiente de
      *  contactos.dat que vence hoy o ya vencio, para que ninguna
      *  promesa hecha al cliente quede sin atender. Recorre la
      *  bitacora por la clave alternativa del responsable, asi cada
      *  usuario recibe su bloque; los vencidos salen con los dias de
      *  atraso. Cierra con los totales de vencidos y de los que
      *  vencen hoy. Los seguimientos se cierran en
      *  REGISTRAR-CONTACTOS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACTOS-FILE ASSIGN TO "contactos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               ALTERNATE RECORD KEY IS CO-RESPONSABLE
                   WITH DUPLICATES
               FILE STATUS IS CONTACTOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACTOS-FILE.
       COPY "contacto.cpy".

       WORKING-STORAGE SECTION.
       01  CONTACTOS-STATUS           PIC XX.

       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-DIAS-HOY                PIC 9(7).
       01  WS-DIAS-ATRASO             PIC 9(5).
       01  WS-DIAS-DISPLAY            PIC ZZZZ9.
       01  WS-RESPONSABLE-ACTUAL      PIC X(8).
       01  WS-SITUACION               PIC X(7).

       01  WS-CANT-USUARIO            PIC 9(5).
       01  WS-CANT-VENCIDOS           PIC 9(6) VALUE 0.
       01  WS-CANT-HOY                PIC 9(6) VALUE 0.
       01  WS-CANT-USUARIOS           PIC 9(4) VALUE 0.

       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "seguimientos".
       01  WS-REP-TITULO              PIC X(40)
                             VALUE "SEGUIMIENTOS VENCIDOS POR USUARIO".
       01  WS-REP-LINEA               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           IF CONTACTOS-STATUS = "00"
               PERFORM 2000-RECORRER-SEGUIMIENTOS
               PERFORM 9000-FINALIZAR
           END-IF
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  SEGUIMIENTOS VENCIDOS POR USUARIO".
           DISPLAY "==========================================".
           MOVE "Responsable, cliente, contacto, seguimiento y atraso"
               TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
           DISPLAY "Vencidos al " WS-FECHA-HOY
           MOVE SPACES TO WS-RESPONSABLE-ACTUAL
           MOVE 0 TO WS-CANT-USUARIO
           OPEN INPUT CONTACTOS-FILE
           IF CONTACTOS-STATUS NOT = "00"
               DISPLAY "No hay contactos registrados."
           END-IF.

       2000-RECORRER-SEGUIMIENTOS.
           MOVE LOW-VALUES TO CO-RESPONSABLE
           START CONTACTOS-FILE KEY IS >= CO-RESPONSABLE
               INVALID KEY
                   MOVE "10" TO CONTACTOS-STATUS
           END-START
           PERFORM UNTIL CONTACTOS-STATUS = "10"
               READ CONTACTOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO CONTACTOS-STATUS
                   NOT AT END
                       IF CO-SEG-PENDIENTE
                          AND CO-FECHA-SEGUIMIENTO <= WS-FECHA-HOY
                           PERFORM 2100-LINEA-SEGUIMIENTO
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 2300-CERRAR-USUARIO.

       2100-LINEA-SEGUIMIENTO.
           IF CO-RESPONSABLE NOT = WS-RESPONSABLE-ACTUAL
               PERFORM 2300-CERRAR-USUARIO
               PERFORM 2200-ABRIR-USUARIO
           END-IF
           ADD 1 TO WS-CANT-USUARIO
           IF CO-FECHA-SEGUIMIENTO < WS-FECHA-HOY
               ADD 1 TO WS-CANT-VENCIDOS
               MOVE "VENCIDO" TO WS-SITUACION
               COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOY
                   - FUNCTION INTEGER-OF-DATE(CO-FECHA-SEGUIMIENTO)
           ELSE
               ADD 1 TO WS-CANT-HOY
               MOVE "HOY" TO WS-SITUACION
               MOVE 0 TO WS-DIAS-ATRASO
           END-IF
           MOVE WS-DIAS-ATRASO TO WS-DIAS-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING CO-CLIENTE-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CO-TIMESTAMP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CO-MOTIVO DELIMITED BY SIZE
                  " seg " DELIMITED BY SIZE
                  CO-FECHA-SEGUIMIENTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SITUACION DELIMITED BY SIZE
                  " atraso " DELIMITED BY SIZE
                  WS-DIAS-DISPLAY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           MOVE SPACES TO WS-REP-LINEA
           STRING "    " DELIMITED BY SIZE
                  CO-NOTAS(1:60) DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       2200-ABRIR-USUARIO.
           MOVE CO-RESPONSABLE TO WS-RESPONSABLE-ACTUAL
           MOVE 0 TO WS-CANT-USUARIO
           ADD 1 TO WS-CANT-USUARIOS
           MOVE SPACES TO WS-REP-LINEA
           STRING "--- Responsable " DELIMITED BY SIZE
                  WS-RESPONSABLE-ACTUAL DELIMITED BY SIZE
                  " ---" DELIMITED BY SIZE
               INTO WS-REP-LINEA
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       2300-CERRAR-USUARIO.
           IF WS-CANT-USUARIO > 0
               MOVE SPACES TO WS-REP-LINEA
               STRING "Seguimientos de " DELIMITED BY SIZE
                      WS-RESPONSABLE-ACTUAL DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      WS-CANT-USUARIO DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
               MOVE 0 TO WS-CANT-USUARIO
           END-IF.

       9000-FINALIZAR.
           CLOSE CONTACTOS-FILE
           DISPLAY "------------------------------------------".
           DISPLAY "Usuarios con seguimientos:  " WS-CANT-USUARIOS.
           DISPLAY "Vencidos:                   " WS-CANT-VENCIDOS.
           DISPLAY "Vencen hoy:                 " WS-CANT-HOY.
           DISPLAY "==========================================".
           MOVE SPACES TO WS-REP-LINEA
           STRING "Usuarios " DELIMITED BY SIZE
                  WS-CANT-USUARIOS DELIMITED BY SIZE
                  " - vencidos " DELIMITED BY SIZE
                  WS-CANT-VENCIDOS DELIMITED BY SIZE
                  " - vencen hoy " DELIMITED BY SIZE
                  WS-CANT-HOY DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.
