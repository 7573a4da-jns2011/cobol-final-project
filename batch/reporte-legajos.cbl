       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-LEGAJOS.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Legajos incompletos: listado semanal para las sucursales y
      *  auditoria con los clientes a los que les falta (o tienen
      *  vencido) algun documento obligatorio de la tabla
      *  requisitos-documentos.dat, ordenado por sucursal. Cada
      *  cliente se evalua una vez, en la sucursal de su primera
      *  cuenta, contra los requisitos generales (GE) de su tipo y
      *  los del producto de esa cuenta (CA o CC); una linea por
      *  documento con FALTA o VENCIDO y la fecha de vencimiento. Las
      *  cuentas cerradas no se evaluan. Cierra con los clientes
      *  observados por sucursal y los totales. Los documentos se
      *  registran en MANTENER-LEGAJOS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT CLIENTES-IDX-FILE ASSIGN TO "clientes-idx.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CBF
               ALTERNATE RECORD KEY IS CI-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS IDX-STATUS.

           SELECT REQUISITOS-FILE ASSIGN TO "requisitos-documentos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RD-KEY
               FILE STATUS IS REQUISITOS-STATUS.

           SELECT LEGAJOS-FILE ASSIGN TO "legajos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-KEY
               FILE STATUS IS LEGAJOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  CLIENTES-IDX-FILE.
       COPY "cliente-indice.cpy".

       FD  REQUISITOS-FILE.
       COPY "requisito-documento.cpy".

       FD  LEGAJOS-FILE.
       COPY "legajo.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  CUENTAS-STATUS             PIC XX.
       01  IDX-STATUS                 PIC XX.
       01  REQUISITOS-STATUS          PIC XX.
       01  LEGAJOS-STATUS             PIC XX.

       01  WS-FECHA-HOY               PIC 9(8).

      *    Sucursales con cuentas: una marca por codigo (000-999), que
      *    recorrida en orden da el listado ordenado por sucursal.
       01  WS-TABLA-SUC.
           05  WS-SUC-PRESENTE OCCURS 1000 TIMES PIC X(1).
       01  WS-IDX-SUC                 PIC 9(4).
       01  WS-SUC-ACTUAL              PIC 9(3).
       01  WS-NOMBRE-SUC              PIC X(30).
       01  WS-SUC-ENCONTRADA          PIC 9.

      *    Cliente de la cuenta en curso.
       01  WS-CLIENTE-ID              PIC 9(8).
       01  WS-TIPO-CLIENTE            PIC X(1).
       01  WS-PRODUCTO-CUENTA         PIC X(2).
       01  WS-PRODUCTO                PIC X(2).
       01  WS-PRIMERA-CUENTA          PIC X(1).
       01  WS-RAZON-SOCIAL            PIC X(60).
       01  WS-FORMA-JURIDICA          PIC X(4).
       01  WS-ACTIVIDAD               PIC 9(6).
       01  WS-PJ-ENCONTRADA           PIC 9.
       01  WS-TITULAR                 PIC X(20).
       01  WS-ESTADO-DOC              PIC X(7).
       01  WS-FALTAS-CLIENTE          PIC 9(3).
       01  WS-FIN-REQ                 PIC X.

       01  WS-CANT-CLIENTES           PIC 9(7) VALUE 0.
       01  WS-CANT-OBSERVADOS         PIC 9(7) VALUE 0.
       01  WS-CANT-DOCUMENTOS         PIC 9(7) VALUE 0.
       01  WS-OBSERVADOS-SUC          PIC 9(6).

       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "legajos-incompletos".
       01  WS-REP-TITULO              PIC X(40)
                             VALUE "LEGAJOS INCOMPLETOS POR SUCURSAL".
       01  WS-REP-LINEA               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-FIN
           IF REQUISITOS-STATUS = "00"
               PERFORM 2000-LISTAR-SUCURSAL
                   VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > 1000
               PERFORM 9000-FINALIZAR
           END-IF
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  LEGAJOS INCOMPLETOS POR SUCURSAL".
           DISPLAY "==========================================".
           MOVE "Sucursal, cliente, cuenta, documento y estado"
               TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "Situacion al " WS-FECHA-HOY

           OPEN INPUT REQUISITOS-FILE
           IF REQUISITOS-STATUS NOT = "00"
               DISPLAY "No hay tabla de requisitos cargada."
               GO TO 1000-INICIALIZAR-FIN
           END-IF
           OPEN INPUT LEGAJOS-FILE
           OPEN INPUT CLIENTES-IDX-FILE
           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE
           IF CUENTAS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir el maestro de cuentas."
               CLOSE REQUISITOS-FILE
               MOVE "35" TO REQUISITOS-STATUS
               GO TO 1000-INICIALIZAR-FIN
           END-IF

           MOVE SPACES TO WS-TABLA-SUC
           MOVE LOW-VALUES TO CLI-CBF
           START CUENTAS-FILE KEY IS >= CLI-CBF
               INVALID KEY
                   MOVE "10" TO CUENTAS-STATUS
           END-START
           PERFORM UNTIL CUENTAS-STATUS = "10"
               READ CUENTAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO CUENTAS-STATUS
                   NOT AT END
                       IF NOT CLI-CERRADA
                           MOVE 'S'
                               TO WS-SUC-PRESENTE(CLI-SUCURSAL + 1)
                       END-IF
               END-READ
           END-PERFORM.

       1000-INICIALIZAR-FIN.
           EXIT.

       2000-LISTAR-SUCURSAL.
           IF WS-SUC-PRESENTE(WS-IDX-SUC) = 'S'
               COMPUTE WS-SUC-ACTUAL = WS-IDX-SUC - 1
               MOVE 0 TO WS-OBSERVADOS-SUC
               CALL "buscar-sucursal" USING WS-SUC-ACTUAL,
                    WS-NOMBRE-SUC, WS-SUC-ENCONTRADA
               IF WS-SUC-ENCONTRADA NOT = 1
                   MOVE "(sin maestro)" TO WS-NOMBRE-SUC
               END-IF
               MOVE SPACES TO WS-REP-LINEA
               STRING "--- Sucursal " DELIMITED BY SIZE
                      WS-SUC-ACTUAL DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NOMBRE-SUC DELIMITED BY "  "
                      " ---" DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               DISPLAY WS-REP-LINEA
               CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA

               MOVE LOW-VALUES TO CLI-CBF
               START CUENTAS-FILE KEY IS >= CLI-CBF
                   INVALID KEY
                       MOVE "10" TO CUENTAS-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO CUENTAS-STATUS
               END-START
               PERFORM UNTIL CUENTAS-STATUS = "10"
                   READ CUENTAS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO CUENTAS-STATUS
                       NOT AT END
                           IF CLI-SUCURSAL = WS-SUC-ACTUAL
                              AND NOT CLI-CERRADA
                               PERFORM 2100-EVALUAR-CUENTA
                           END-IF
                   END-READ
               END-PERFORM

               MOVE SPACES TO WS-REP-LINEA
               STRING "Clientes observados en la sucursal: "
                          DELIMITED BY SIZE
                      WS-OBSERVADOS-SUC DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
           END-IF.

      *    Solo la primera cuenta del cliente lo representa: el
      *    legajo es uno por cliente aunque tenga varias cuentas.
       2100-EVALUAR-CUENTA.
           MOVE 'N' TO WS-PRIMERA-CUENTA
           MOVE CLI-CBF TO CI-CBF
           READ CLIENTES-IDX-FILE
               KEY IS CI-CBF
               INVALID KEY
                   MOVE 0 TO WS-CLIENTE-ID
               NOT INVALID KEY
                   MOVE CI-CLIENTE-ID TO WS-CLIENTE-ID
           END-READ
           IF WS-CLIENTE-ID = 0
               MOVE 'S' TO WS-PRIMERA-CUENTA
           ELSE
               READ CLIENTES-IDX-FILE
                   KEY IS CI-CLIENTE-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CI-CBF = CLI-CBF
                           MOVE 'S' TO WS-PRIMERA-CUENTA
                       END-IF
               END-READ
           END-IF
           IF WS-PRIMERA-CUENTA = 'S'
               ADD 1 TO WS-CANT-CLIENTES
               MOVE 0 TO WS-FALTAS-CLIENTE
               MOVE "F" TO WS-TIPO-CLIENTE
               IF WS-CLIENTE-ID NOT = 0
                   CALL "leer-persona-juridica" USING WS-CLIENTE-ID,
                        WS-RAZON-SOCIAL, WS-FORMA-JURIDICA,
                        WS-ACTIVIDAD, WS-PJ-ENCONTRADA
                   IF WS-PJ-ENCONTRADA = 1
                       MOVE "J" TO WS-TIPO-CLIENTE
                   END-IF
               END-IF
               IF CLI-CTA-CORRIENTE
                   MOVE "CC" TO WS-PRODUCTO-CUENTA
               ELSE
                   MOVE "CA" TO WS-PRODUCTO-CUENTA
               END-IF
               MOVE SPACES TO WS-TITULAR
               STRING CLI-APELLIDO DELIMITED BY "  "
                      ", " DELIMITED BY SIZE
                      CLI-NOMBRE DELIMITED BY "  "
                   INTO WS-TITULAR
               MOVE "GE" TO WS-PRODUCTO
               PERFORM 2200-REVISAR-PRODUCTO
               MOVE WS-PRODUCTO-CUENTA TO WS-PRODUCTO
               PERFORM 2200-REVISAR-PRODUCTO
               IF WS-FALTAS-CLIENTE > 0
                   ADD 1 TO WS-CANT-OBSERVADOS
                   ADD 1 TO WS-OBSERVADOS-SUC
               END-IF
           END-IF.

       2200-REVISAR-PRODUCTO.
           MOVE WS-TIPO-CLIENTE TO RD-TIPO-CLIENTE
           MOVE WS-PRODUCTO TO RD-PRODUCTO
           MOVE LOW-VALUES TO RD-DOCUMENTO
           MOVE 'N' TO WS-FIN-REQ
           START REQUISITOS-FILE KEY IS >= RD-KEY
               INVALID KEY
                   MOVE 'S' TO WS-FIN-REQ
           END-START
           PERFORM UNTIL WS-FIN-REQ = 'S'
               READ REQUISITOS-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-REQ
                   NOT AT END
                       IF RD-TIPO-CLIENTE NOT = WS-TIPO-CLIENTE
                          OR RD-PRODUCTO NOT = WS-PRODUCTO
                           MOVE 'S' TO WS-FIN-REQ
                       ELSE
                           IF RD-ES-OBLIGATORIO
                               PERFORM 2300-REVISAR-DOCUMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2300-REVISAR-DOCUMENTO.
           MOVE SPACES TO WS-ESTADO-DOC
           MOVE 0 TO LG-FECHA-VTO
           IF WS-CLIENTE-ID = 0
               MOVE "FALTA" TO WS-ESTADO-DOC
           ELSE
               MOVE WS-CLIENTE-ID TO LG-CLIENTE-ID
               MOVE RD-DOCUMENTO TO LG-DOCUMENTO
               READ LEGAJOS-FILE
                   KEY IS LG-KEY
                   INVALID KEY
                       MOVE "FALTA" TO WS-ESTADO-DOC
                       MOVE 0 TO LG-FECHA-VTO
                   NOT INVALID KEY
                       IF LG-FECHA-VTO NOT = 0
                          AND LG-FECHA-VTO < WS-FECHA-HOY
                           MOVE "VENCIDO" TO WS-ESTADO-DOC
                       END-IF
               END-READ
           END-IF
           IF WS-ESTADO-DOC NOT = SPACES
               ADD 1 TO WS-FALTAS-CLIENTE
               ADD 1 TO WS-CANT-DOCUMENTOS
               MOVE SPACES TO WS-REP-LINEA
               STRING WS-SUC-ACTUAL DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CLIENTE-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CLI-CBF DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-TITULAR DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RD-PRODUCTO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RD-DOCUMENTO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ESTADO-DOC DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               IF WS-ESTADO-DOC = "VENCIDO"
                   MOVE LG-FECHA-VTO TO WS-REP-LINEA(69:8)
               END-IF
               DISPLAY WS-REP-LINEA
               CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
           END-IF.

       9000-FINALIZAR.
           CLOSE REQUISITOS-FILE
           CLOSE LEGAJOS-FILE
           CLOSE CLIENTES-IDX-FILE
           CLOSE CUENTAS-FILE
           DISPLAY "------------------------------------------".
           DISPLAY "Clientes evaluados:         " WS-CANT-CLIENTES.
           DISPLAY "Clientes con faltantes:     " WS-CANT-OBSERVADOS.
           DISPLAY "Documentos faltantes/venc.: " WS-CANT-DOCUMENTOS.
           DISPLAY "==========================================".
           MOVE SPACES TO WS-REP-LINEA
           STRING "Clientes evaluados " DELIMITED BY SIZE
                  WS-CANT-CLIENTES DELIMITED BY SIZE
                  " - con faltantes " DELIMITED BY SIZE
                  WS-CANT-OBSERVADOS DELIMITED BY SIZE
                  " - documentos " DELIMITED BY SIZE
                  WS-CANT-DOCUMENTOS DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.
