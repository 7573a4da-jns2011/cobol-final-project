       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-FE-VIDA.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Fe de vida de jubilados y pensionados: un cajero de sucursal
      *  autenticado ubica al beneficiario por numero de beneficio,
      *  controla sus datos con el documento que presenta y registra
      *  la fe de vida con la fecha del dia en el maestro
      *  beneficiarios-prevision.dat. Todos los haberes que
      *  ACREDITAR-JUBILACIONES dejo retenidos por fe de vida vencida
      *  se liberan en el acto. No se registra fe de vida de un
      *  titular que figura fallecido (CLI-FALLECIDO): esos haberes
      *  se reintegran al organismo. Cada registro queda en la
      *  auditoria con el usuario que lo hizo.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFICIARIOS-FILE
               ASSIGN TO "beneficiarios-prevision.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BP-BENEFICIO
               FILE STATUS IS BENEFICIARIOS-STATUS.

           SELECT PAGOS-FILE ASSIGN TO "pagos-prevision.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-KEY
               FILE STATUS IS PAGOS-STATUS.

           SELECT RETENCIONES-FILE ASSIGN TO "retenciones-fondos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-KEY
               FILE STATUS IS RETENCIONES-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BENEFICIARIOS-FILE.
       COPY "beneficiario-prevision.cpy".

       FD  PAGOS-FILE.
       COPY "pago-prevision.cpy".

       FD  RETENCIONES-FILE.
       COPY "retencion-fondos.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  BENEFICIARIOS-STATUS       PIC XX.
       01  PAGOS-STATUS               PIC XX.
       01  RETENCIONES-STATUS         PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  MENU-CHOICE                PIC 9.
           88  REGISTRAR-FE           VALUE 1.
           88  SALIR-PROGRAMA         VALUE 2.
       01  WS-STAFF-USUARIO           PIC X(8).
       01  WS-STAFF-ROL               PIC X(1).
       01  WS-STAFF-AUTORIZADO        PIC 9 VALUE 0.
       01  WS-USUARIO-AUDIT           PIC X(20).
       01  WS-BENEFICIO-INPUT         PIC 9(11).
       01  WS-CONFIRMA                PIC X(1).
       01  WS-SEGUIR                  PIC X(1).
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-FECHA-ANTERIOR          PIC 9(8).
       01  WS-CANT-LIBERADOS          PIC 9(4) VALUE 0.
       01  WS-IMPORTE-LIBERADO        PIC S9(11)V99 VALUE 0.
       01  WS-IMPORTE-DISPLAY         PIC -Z(10).99.

       01  WS-AUD-CBF                 PIC X(6).
       01  WS-AUD-CAMPO               PIC X(20) VALUE "FE DE VIDA".
       01  WS-AUD-VALOR-ANT           PIC X(50).
       01  WS-AUD-VALOR-NUEVO         PIC X(50).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "==========================================".
           DISPLAY "  FE DE VIDA - JUBILADOS Y PENSIONADOS".
           DISPLAY "==========================================".
           CALL "autenticar-staff" USING WS-STAFF-USUARIO,
                WS-STAFF-ROL, "C", WS-STAFF-AUTORIZADO
           IF WS-STAFF-AUTORIZADO = 1
               MOVE SPACES TO WS-USUARIO-AUDIT
               MOVE WS-STAFF-USUARIO TO WS-USUARIO-AUDIT
               PERFORM 1000-ABRIR-ARCHIVOS
               PERFORM 2000-MENU UNTIL SALIR-PROGRAMA
               CLOSE BENEFICIARIOS-FILE
               CLOSE PAGOS-FILE
               CLOSE RETENCIONES-FILE
               CLOSE CUENTAS-FILE
           END-IF
           STOP RUN.

       1000-ABRIR-ARCHIVOS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           OPEN I-O BENEFICIARIOS-FILE
           IF BENEFICIARIOS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT BENEFICIARIOS-FILE
               CLOSE BENEFICIARIOS-FILE
               OPEN I-O BENEFICIARIOS-FILE
           END-IF
           OPEN I-O PAGOS-FILE
           IF PAGOS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT PAGOS-FILE
               CLOSE PAGOS-FILE
               OPEN I-O PAGOS-FILE
           END-IF
           OPEN I-O RETENCIONES-FILE
           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE.

       2000-MENU.
           DISPLAY "------------------------------------------".
           DISPLAY "1. Registrar fe de vida".
           DISPLAY "2. Salir".
           DISPLAY "Su opcion: " WITH NO ADVANCING.
           ACCEPT MENU-CHOICE.

           EVALUATE TRUE
               WHEN REGISTRAR-FE
                   PERFORM 2100-REGISTRAR
               WHEN SALIR-PROGRAMA
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

       2100-REGISTRAR.
           MOVE 'S' TO WS-SEGUIR
           DISPLAY "Numero de beneficio: " WITH NO ADVANCING
           ACCEPT WS-BENEFICIO-INPUT
           MOVE WS-BENEFICIO-INPUT TO BP-BENEFICIO
           READ BENEFICIARIOS-FILE
               KEY IS BP-BENEFICIO
               INVALID KEY
                   DISPLAY "No existe ese beneficio."
                   MOVE 'N' TO WS-SEGUIR
           END-READ

           IF WS-SEGUIR = 'S'
               PERFORM 2200-CONTROLAR-TITULAR
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM 2300-CONFIRMAR
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM 3000-APLICAR-FE-VIDA
           END-IF.

      *    El fallecimiento se controla contra la cuenta y contra el
      *    maestro: cualquiera de los dos impide la fe de vida.
       2200-CONTROLAR-TITULAR.
           DISPLAY "Beneficiario: " BP-NOMBRE
           DISPLAY "CBF:          " BP-CBF
           DISPLAY "Ultima fe de vida: " BP-FECHA-FE-VIDA
                   "  ultimo periodo: " BP-ULTIMO-PERIODO
           IF BP-FALLECIDO
               DISPLAY "El beneficiario figura fallecido."
               MOVE 'N' TO WS-SEGUIR
           ELSE
               MOVE BP-CBF TO CLI-CBF
               READ CUENTAS-FILE
                   KEY IS CLI-CBF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLI-FALLECIDO-SI
                           DISPLAY "El titular de la cuenta figura"
                                   " fallecido."
                           MOVE 'N' TO WS-SEGUIR
                       END-IF
               END-READ
           END-IF.

       2300-CONFIRMAR.
           DISPLAY "Verifico la identidad del beneficiario? (S/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Registro cancelado."
               MOVE 'N' TO WS-SEGUIR
           END-IF.

       3000-APLICAR-FE-VIDA.
           MOVE BP-FECHA-FE-VIDA TO WS-FECHA-ANTERIOR
           MOVE WS-FECHA-HOY TO BP-FECHA-FE-VIDA
           REWRITE BP-RECORD
           PERFORM 3100-LIBERAR-HABERES
           PERFORM 3300-AUDITAR
           DISPLAY "Fe de vida registrada al " WS-FECHA-HOY
           MOVE WS-IMPORTE-LIBERADO TO WS-IMPORTE-DISPLAY
           DISPLAY "Haberes liberados: " WS-CANT-LIBERADOS
                   "  $ " WS-IMPORTE-DISPLAY.

      *    Todos los periodos retenidos del beneficio, en orden.
       3100-LIBERAR-HABERES.
           MOVE 0 TO WS-CANT-LIBERADOS
           MOVE 0 TO WS-IMPORTE-LIBERADO
           MOVE BP-BENEFICIO TO PP-BENEFICIO
           MOVE 0 TO PP-PERIODO
           START PAGOS-FILE KEY IS >= PP-KEY
               INVALID KEY
                   MOVE "10" TO PAGOS-STATUS
               NOT INVALID KEY
                   MOVE "00" TO PAGOS-STATUS
           END-START

           PERFORM UNTIL PAGOS-STATUS = "10"
               READ PAGOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO PAGOS-STATUS
                   NOT AT END
                       IF PP-BENEFICIO NOT = BP-BENEFICIO
                           MOVE "10" TO PAGOS-STATUS
                       ELSE
                           IF PP-RETENIDO
                               PERFORM 3200-LIBERAR-PAGO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO PAGOS-STATUS.

       3200-LIBERAR-PAGO.
           MOVE PP-CBF TO RF-CBF
           MOVE PP-RF-TIMESTAMP TO RF-TIMESTAMP
           READ RETENCIONES-FILE
               KEY IS RF-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RF-ACTIVA
                       SET RF-LIBERADA TO TRUE
                       REWRITE RF-RECORD
                   END-IF
           END-READ
           SET PP-LIBERADO TO TRUE
           MOVE WS-FECHA-HOY TO PP-FECHA-CIERRE
           REWRITE PP-RECORD
           ADD 1 TO WS-CANT-LIBERADOS
           ADD PP-IMPORTE TO WS-IMPORTE-LIBERADO
           MOVE PP-IMPORTE TO WS-IMPORTE-DISPLAY
           DISPLAY "  Periodo " PP-PERIODO "  $ " WS-IMPORTE-DISPLAY
                   "  liberado".

       3300-AUDITAR.
           MOVE BP-CBF TO WS-AUD-CBF
           MOVE SPACES TO WS-AUD-VALOR-ANT
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING "Benef " DELIMITED BY SIZE
                  BP-BENEFICIO DELIMITED BY SIZE
                  " fe de vida " DELIMITED BY SIZE
                  WS-FECHA-ANTERIOR DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANT
           STRING "Fe de vida " DELIMITED BY SIZE
                  WS-FECHA-HOY DELIMITED BY SIZE
                  " liberados " DELIMITED BY SIZE
                  WS-CANT-LIBERADOS DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           CALL "REGISTRAR-AUDITORIA" USING
                WS-AUD-CBF, WS-AUD-CAMPO,
                WS-AUD-VALOR-ANT, WS-AUD-VALOR-NUEVO,
                WS-USUARIO-AUDIT.
