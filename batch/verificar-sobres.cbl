       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICAR-SOBRES.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Verificacion de depositos en sobre del cajero automatico: un
      *  cajero de sucursal autenticado lista los sobres pendientes,
      *  abre cada uno y carga lo contado contra el numero de sobre
      *  (CBF y timestamp del credito). Si lo contado coincide con lo
      *  declarado se levanta la retencion y el sobre queda
      *  verificado. Una diferencia exige un motivo (faltante,
      *  sobrante, billete falso retenido, sobre vacio) y genera el
      *  movimiento de ajuste -"A" debita el faltante, "B" acredita
      *  el sobrante- autorizado con el motivo en el memo; despues se
      *  levanta la retencion y se avisa al cliente por
      *  encolar-notificacion. Cada verificacion queda en la
      *  auditoria con el usuario que la hizo. Mismo esquema que
      *  LIQUIDAR-REMESA-CHEQUES para el deposito de cheques.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOBRES-FILE ASSIGN TO "sobres-deposito.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               FILE STATUS IS SOBRES-STATUS.

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
       FD  SOBRES-FILE.
       COPY "sobre-deposito.cpy".

       FD  RETENCIONES-FILE.
       COPY "retencion-fondos.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       COPY "transaccion.cpy".
       01  SOBRES-STATUS              PIC XX.
       01  RETENCIONES-STATUS         PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  MENU-CHOICE                PIC 9.
           88  LISTAR-PENDIENTES    VALUE 1.
           88  VERIFICAR-SOBRE      VALUE 2.
           88  SALIR-PROGRAMA       VALUE 3.
       01  WS-STAFF-USUARIO           PIC X(8).
       01  WS-STAFF-ROL               PIC X(1).
       01  WS-STAFF-AUTORIZADO        PIC 9 VALUE 0.
       01  WS-USUARIO-AUDIT           PIC X(20).
       01  WS-CBF-INPUT               PIC 9(6).
       01  WS-SOBRE-INPUT             PIC 9(14).
       01  WS-CONTIENE                PIC X(1).
       01  WS-CONFIRMA                PIC X(1).
       01  WS-MOTIVO-INPUT            PIC X(2).
       01  WS-SEGUIR                  PIC X(1).
       01  WS-CANT-LISTADOS           PIC 9(4) VALUE 0.
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-FECHA-SOBRE             PIC 9(8).
       01  WS-EDAD-DIAS               PIC 9(4).
       01  WS-IMPORTE-DISPLAY         PIC -Z(9).99.
       01  WS-DIF-DISPLAY             PIC -Z(9).99.
       01  WS-MOTIVO-DESC             PIC X(24).

       01  WS-IMP-TITULO              PIC X(40).
       01  WS-IMP-PERMITE             PIC X(1).
       01  WS-IMPORTE-VALIDADO        PIC S9(9)V99.
       01  WS-IMP-RESULTADO           PIC 9.
       01  WS-IMPORTE-CONTADO         PIC S9(9)V99.
       01  WS-DIFERENCIA              PIC S9(9)V99.

       01  WS-NOTIF-EVENTO            PIC X(20).
       01  WS-NOTIF-ASUNTO            PIC X(60).
       01  WS-NOTIF-CUERPO            PIC X(80).
       01  WS-NOTIF-RESULTADO         PIC 9.
       01  WS-NOTIF-CBF               PIC 9(6).

       01  WS-AUD-CAMPO               PIC X(20) VALUE "SOBRE DEPOSITO".
       01  WS-AUD-VALOR-ANT           PIC X(50).
       01  WS-AUD-VALOR-NUEVO         PIC X(50).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "==========================================".
           DISPLAY "  VERIFICACION DE SOBRES DEL CAJERO".
           DISPLAY "==========================================".
           CALL "autenticar-staff" USING WS-STAFF-USUARIO,
                WS-STAFF-ROL, "C", WS-STAFF-AUTORIZADO
           IF WS-STAFF-AUTORIZADO = 1
               MOVE SPACES TO WS-USUARIO-AUDIT
               MOVE WS-STAFF-USUARIO TO WS-USUARIO-AUDIT
               PERFORM 1000-ABRIR-ARCHIVOS
               PERFORM 2000-MENU UNTIL SALIR-PROGRAMA
               CLOSE SOBRES-FILE
               CLOSE RETENCIONES-FILE
               CLOSE CUENTAS-FILE
           END-IF
           STOP RUN.

       1000-ABRIR-ARCHIVOS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           OPEN I-O SOBRES-FILE
           IF SOBRES-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT SOBRES-FILE
               CLOSE SOBRES-FILE
               OPEN I-O SOBRES-FILE
           END-IF
           OPEN I-O RETENCIONES-FILE
           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE.

       2000-MENU.
           DISPLAY "------------------------------------------".
           DISPLAY "1. Listar sobres pendientes".
           DISPLAY "2. Verificar un sobre".
           DISPLAY "3. Salir".
           DISPLAY "Su opcion: " WITH NO ADVANCING.
           ACCEPT MENU-CHOICE.

           EVALUATE TRUE
               WHEN LISTAR-PENDIENTES
                   PERFORM 2100-LISTAR
               WHEN VERIFICAR-SOBRE
                   PERFORM 2200-VERIFICAR
               WHEN SALIR-PROGRAMA
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

       2100-LISTAR.
           MOVE 0 TO WS-CANT-LISTADOS
           MOVE LOW-VALUES TO SB-KEY
           START SOBRES-FILE KEY IS >= SB-KEY
               INVALID KEY
                   MOVE "10" TO SOBRES-STATUS
               NOT INVALID KEY
                   MOVE "00" TO SOBRES-STATUS
           END-START

           PERFORM UNTIL SOBRES-STATUS = "10"
               READ SOBRES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO SOBRES-STATUS
                   NOT AT END
                       IF SB-PENDIENTE
                           ADD 1 TO WS-CANT-LISTADOS
                           MOVE SB-TIMESTAMP(1:8) TO WS-FECHA-SOBRE
                           COMPUTE WS-EDAD-DIAS =
                               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                             - FUNCTION INTEGER-OF-DATE(WS-FECHA-SOBRE)
                           MOVE SB-IMPORTE-DECLARADO
                               TO WS-IMPORTE-DISPLAY
                           DISPLAY "CBF " SB-CBF
                                   "  sobre " SB-TIMESTAMP
                                   "  $ " WS-IMPORTE-DISPLAY
                                   " " SB-MONEDA
                                   "  " WS-EDAD-DIAS " dias"
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Sobres pendientes: " WS-CANT-LISTADOS
           MOVE "00" TO SOBRES-STATUS.

      *    Verificacion de un sobre: se ubica por CBF y numero de
      *    sobre (el timestamp del credito impreso por el cajero).
       2200-VERIFICAR.
           MOVE 'S' TO WS-SEGUIR
           DISPLAY "CBF de la cuenta: " WITH NO ADVANCING
           ACCEPT WS-CBF-INPUT
           DISPLAY "Numero de sobre: " WITH NO ADVANCING
           ACCEPT WS-SOBRE-INPUT
           MOVE WS-CBF-INPUT TO SB-CBF
           MOVE WS-SOBRE-INPUT TO SB-TIMESTAMP
           READ SOBRES-FILE
               KEY IS SB-KEY
               INVALID KEY
                   DISPLAY "No existe ese sobre."
                   MOVE 'N' TO WS-SEGUIR
               NOT INVALID KEY
                   IF NOT SB-PENDIENTE
                       DISPLAY "El sobre ya fue verificado."
                       MOVE 'N' TO WS-SEGUIR
                   END-IF
           END-READ

           IF WS-SEGUIR = 'S'
               MOVE SB-IMPORTE-DECLARADO TO WS-IMPORTE-DISPLAY
               DISPLAY "Declarado por el cliente: $ "
                       WS-IMPORTE-DISPLAY " " SB-MONEDA
               PERFORM 2300-PEDIR-CONTADO
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM 2400-PEDIR-MOTIVO
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM 2500-CONFIRMAR
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM 3000-APLICAR-VERIFICACION
           END-IF.

      *    Un sobre sin efectivo se carga como contado cero con
      *    motivo de sobre vacio; validar-importe no admite cero.
       2300-PEDIR-CONTADO.
           MOVE SPACES TO WS-MOTIVO-INPUT
           DISPLAY "El sobre contiene efectivo? (S/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONTIENE
           IF WS-CONTIENE = "N" OR WS-CONTIENE = "n"
               MOVE 0 TO WS-IMPORTE-CONTADO
               MOVE "04" TO WS-MOTIVO-INPUT
           ELSE
               MOVE "Importe contado" TO WS-IMP-TITULO
               MOVE "S" TO WS-IMP-PERMITE
               CALL 'validar-importe' USING WS-IMP-TITULO,
                    WS-IMP-PERMITE, WS-IMPORTE-VALIDADO,
                    WS-IMP-RESULTADO
               IF WS-IMP-RESULTADO = 1
                   DISPLAY "Verificacion cancelada."
                   MOVE 'N' TO WS-SEGUIR
               ELSE
                   MOVE WS-IMPORTE-VALIDADO TO WS-IMPORTE-CONTADO
               END-IF
           END-IF
           COMPUTE WS-DIFERENCIA =
               WS-IMPORTE-CONTADO - SB-IMPORTE-DECLARADO.

      *    Sin diferencia no hay motivo. El sobrante solo admite el
      *    motivo 02; un faltante cualquiera de los otros.
       2400-PEDIR-MOTIVO.
           IF WS-DIFERENCIA = 0
               MOVE "00" TO WS-MOTIVO-INPUT
           ELSE
               MOVE WS-DIFERENCIA TO WS-DIF-DISPLAY
               DISPLAY "Diferencia contra lo declarado: $ "
                       WS-DIF-DISPLAY
               IF WS-MOTIVO-INPUT = SPACES
                   DISPLAY "Motivo: 01 Faltante  02 Sobrante"
                   DISPLAY "        03 Billete falso retenido"
                   DISPLAY "        04 Sobre vacio"
                   DISPLAY "Su opcion: " WITH NO ADVANCING
                   ACCEPT WS-MOTIVO-INPUT
               END-IF
               MOVE WS-MOTIVO-INPUT TO SB-MOTIVO
               IF NOT SB-MOTIVO-VALIDO
                  OR (WS-DIFERENCIA > 0 AND NOT SB-MOTIVO-SOBRANTE)
                  OR (WS-DIFERENCIA < 0 AND SB-MOTIVO-SOBRANTE)
                   DISPLAY "Motivo invalido para esa diferencia."
                   MOVE 'N' TO WS-SEGUIR
               END-IF
           END-IF
           MOVE WS-MOTIVO-INPUT TO SB-MOTIVO
           PERFORM 8100-DESCRIBIR-MOTIVO.

       2500-CONFIRMAR.
           MOVE WS-IMPORTE-CONTADO TO WS-IMPORTE-DISPLAY
           DISPLAY "Contado $ " WS-IMPORTE-DISPLAY
                   "  " WS-MOTIVO-DESC
           DISPLAY "Confirma la verificacion? (S/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Verificacion cancelada."
               MOVE 'N' TO WS-SEGUIR
           END-IF.

      *    El ajuste se postea antes de cerrar el sobre: si falla,
      *    el sobre sigue pendiente y retenido.
       3000-APLICAR-VERIFICACION.
           IF WS-DIFERENCIA NOT = 0
               PERFORM 3100-POSTEAR-AJUSTE
           END-IF
           IF WS-SEGUIR = 'S'
               MOVE WS-IMPORTE-CONTADO TO SB-IMPORTE-VERIFICADO
               MOVE WS-DIFERENCIA TO SB-DIFERENCIA
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO SB-FECHA-VERIFICACION
               MOVE WS-STAFF-USUARIO TO SB-USUARIO-VERIFICA
               SET SB-VERIFICADO TO TRUE
               REWRITE SB-RECORD
               PERFORM 3200-LIBERAR-RETENCION
               PERFORM 3300-AUDITAR
               IF WS-DIFERENCIA NOT = 0
                   PERFORM 3400-AVISAR-CLIENTE
               END-IF
               DISPLAY "Sobre verificado."
           END-IF.

       3100-POSTEAR-AJUSTE.
           MOVE SB-CBF TO P-CBF
           IF WS-DIFERENCIA < 0
               MOVE "A" TO P-DESCRIPCION
               COMPUTE P-IMPORTE = WS-DIFERENCIA * -1
           ELSE
               MOVE "B" TO P-DESCRIPCION
               MOVE WS-DIFERENCIA TO P-IMPORTE
           END-IF
           MOVE SB-MONEDA TO P-MONEDA
           MOVE 0 TO P-REF-KEY
           MOVE "S" TO P-OVERRIDE
           MOVE SPACES TO P-MEMO
           STRING "SOBRE " DELIMITED BY SIZE
                  SB-TIMESTAMP DELIMITED BY SIZE
                  " MOTIVO " DELIMITED BY SIZE
                  SB-MOTIVO DELIMITED BY SIZE
               INTO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO
           IF RESULTADO NOT = 0
               DISPLAY "Error al postear el ajuste: el sobre sigue"
                       " pendiente."
               MOVE 'N' TO WS-SEGUIR
           END-IF.

       3200-LIBERAR-RETENCION.
           MOVE SB-CBF TO RF-CBF
           MOVE SB-RF-TIMESTAMP TO RF-TIMESTAMP
           READ RETENCIONES-FILE
               KEY IS RF-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RF-ACTIVA
                       SET RF-LIBERADA TO TRUE
                       REWRITE RF-RECORD
                   END-IF
           END-READ.

       3300-AUDITAR.
           MOVE SPACES TO WS-AUD-VALOR-ANT
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           MOVE SB-IMPORTE-DECLARADO TO WS-IMPORTE-DISPLAY
           STRING "Sobre " DELIMITED BY SIZE
                  SB-TIMESTAMP DELIMITED BY SIZE
                  " $" DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANT
           MOVE SB-IMPORTE-VERIFICADO TO WS-IMPORTE-DISPLAY
           STRING "Contado $" DELIMITED BY SIZE
                  WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                  " motivo " DELIMITED BY SIZE
                  SB-MOTIVO DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           CALL "REGISTRAR-AUDITORIA" USING
                SB-CBF, WS-AUD-CAMPO,
                WS-AUD-VALOR-ANT, WS-AUD-VALOR-NUEVO,
                WS-USUARIO-AUDIT.

       3400-AVISAR-CLIENTE.
           MOVE SB-CBF TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "AJUSTE-SOBRE" TO WS-NOTIF-EVENTO
                   MOVE SB-CBF TO WS-NOTIF-CBF
                   MOVE "Ajuste de su deposito en sobre"
                       TO WS-NOTIF-ASUNTO
                   MOVE WS-DIFERENCIA TO WS-DIF-DISPLAY
                   MOVE SPACES TO WS-NOTIF-CUERPO
                   STRING "Sobre " DELIMITED BY SIZE
                          SB-TIMESTAMP DELIMITED BY SIZE
                          " ajustado $" DELIMITED BY SIZE
                          WS-DIF-DISPLAY DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          WS-MOTIVO-DESC DELIMITED BY SIZE
                       INTO WS-NOTIF-CUERPO
                   CALL 'encolar-notificacion' USING WS-NOTIF-CBF,
                        WS-NOTIF-EVENTO, CLI-EMAIL,
                        WS-NOTIF-ASUNTO, WS-NOTIF-CUERPO,
                        WS-NOTIF-RESULTADO
           END-READ.

       8100-DESCRIBIR-MOTIVO.
           EVALUATE TRUE
               WHEN SB-SIN-DIFERENCIA
                   MOVE "Sin diferencia" TO WS-MOTIVO-DESC
               WHEN SB-MOTIVO-FALTANTE
                   MOVE "Faltante de efectivo" TO WS-MOTIVO-DESC
               WHEN SB-MOTIVO-SOBRANTE
                   MOVE "Sobrante de efectivo" TO WS-MOTIVO-DESC
               WHEN SB-MOTIVO-FALSO
                   MOVE "Billete falso retenido" TO WS-MOTIVO-DESC
               WHEN SB-MOTIVO-VACIO
                   MOVE "Sobre vacio" TO WS-MOTIVO-DESC
               WHEN OTHER
                   MOVE SPACES TO WS-MOTIVO-DESC
           END-EVALUATE.
