       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERRAR-EJERCICIO.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Cierre del ejercicio contable AAAA en el libro mayor propio
      *  (mayor-saldos.dat): con autenticacion de supervisor, salda
      *  cada cuenta de resultado (primer digito
      *  PARM-RUBRO-RESULTADOS, por defecto 5) con su saldo a
      *  diciembre contra la cuenta de resultados no asignados de su
      *  moneda y sucursal (operacion "CE" del plan de cuentas), y
      *  abre el ejercicio siguiente: toda cuenta queda con registro
      *  en enero con el saldo de cierre como inicial (las de
      *  resultado en cero). Los asientos de cierre se postean en el
      *  mes 13 (AAAA13) para que el balance de diciembre siga
      *  mostrando los resultados, y se entregan en
      *  gl-cierre-AAAA1231.dat (layout de gl-movimientos.dat) con
      *  entrada en el manifiesto de salidas. No corre:
      *    - si el periodo contable (periodo-contable.dat, ver
      *      CERRAR-PERIODO) no esta cerrado al 31/12 del ejercicio;
      *    - si el ejercicio ya se cerro (mayor-posteos.dat, "C");
      *    - si alguna moneda o sucursal con resultados no tiene
      *      cuenta de resultados no asignados en el plan.
      *  Despues del cierre POSTEAR-DIARIO-MAYOR ya no acepta diarios
      *  del ejercicio. Queda en la auditoria.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAYOR-FILE ASSIGN TO "mayor-saldos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-KEY
               FILE STATUS IS MAYOR-STATUS.

           SELECT POSTEOS-FILE ASSIGN TO "mayor-posteos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MP-KEY
               FILE STATUS IS POSTEOS-STATUS.

           SELECT PERIODO-FILE ASSIGN TO "periodo-contable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIODO-STATUS.

           SELECT PLAN-FILE ASSIGN TO "plan-de-cuentas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

           SELECT CIERRE-WRK-FILE ASSIGN TO "cierre-ejercicio.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CIERRE-WRK-STATUS.

           SELECT GL-CIERRE-FILE ASSIGN TO WS-GL-CIERRE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-CIERRE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAYOR-FILE.
       COPY "saldo-mayor.cpy".

       FD  POSTEOS-FILE.
       COPY "mayor-posteo.cpy".

       FD  PERIODO-FILE.
       COPY "periodo-contable.cpy".

       FD  PLAN-FILE.
       COPY "plan-cuentas.cpy".

       FD  PARAMETROS-FILE.
           COPY "parametros.cpy".

      *    Saldo a diciembre de cada cuenta x sucursal x moneda; las
      *    de resultado con su cuenta de resultados no asignados.
       FD  CIERRE-WRK-FILE.
       01  CJX-RECORD.
           05  CJX-CUENTA             PIC X(8).
           05  CJX-SUCURSAL           PIC X(3).
           05  CJX-MONEDA             PIC X(3).
           05  CJX-SALDO              PIC S9(13)V99
                                      SIGN LEADING SEPARATE.
           05  CJX-RESULTADO          PIC X(1).
           05  CJX-CTA-RNA            PIC X(8).

      *    Mismo layout que gl-movimientos.dat (EXPORTAR-GL).
       FD  GL-CIERRE-FILE.
       01  GL-MOV-REGISTRO.
           05  GLM-FECHA              PIC 9(8).
           05  GLM-CUENTA             PIC X(8).
           05  GLM-TIPO               PIC X(2).
           05  GLM-DEBCRED            PIC X(1).
           05  GLM-IMPORTE            PIC 9(9)V99.
           05  GLM-MONEDA             PIC X(3).
           05  GLM-REFERENCIA         PIC 9(14).
           05  GLM-SUCURSAL           PIC X(3).

       WORKING-STORAGE SECTION.
       01  MAYOR-STATUS               PIC XX.
       01  POSTEOS-STATUS             PIC XX.
       01  PERIODO-STATUS             PIC XX.
       01  PLAN-STATUS                PIC XX.
       01  PARAMETROS-STATUS          PIC XX.
       01  CIERRE-WRK-STATUS          PIC XX.
       01  GL-CIERRE-STATUS           PIC XX.
       01  WS-SEGUIR                  PIC X VALUE 'S'.
       01  WS-POSTEOS-ABIERTO         PIC X VALUE 'N'.
       01  WS-PLAN-ABIERTO            PIC X VALUE 'N'.

       01  WS-STAFF-USUARIO           PIC X(8).
       01  WS-STAFF-ROL               PIC X(1).
       01  WS-STAFF-AUTORIZADO        PIC 9 VALUE 0.
       01  WS-CONFIRMA                PIC X.

       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-EJERCICIO               PIC 9(4).
       01  WS-FECHA-CIERRE-EJ         PIC 9(8).
       01  WS-PERIODO-DIC             PIC 9(6).
       01  WS-PERIODO-CIERRE          PIC 9(6).
       01  WS-PERIODO-APERTURA        PIC 9(6).
       01  WS-FECHA-PERIODO-CERRADO   PIC 9(8) VALUE 0.
       01  WS-RUBRO-RESULTADOS        PIC 9(1) VALUE 5.
       01  WS-GL-CIERRE-PATH          PIC X(100).
       01  WS-REFERENCIA              PIC 9(14).

      *    Cuentas de resultados no asignados (operacion "CE").
       01  WS-CE-CANT                 PIC 9(2) VALUE 0.
       01  WS-CE-TABLA.
           05  WS-CE-ENTRY OCCURS 50 TIMES.
               10  WS-CE-MONEDA       PIC X(3).
               10  WS-CE-SUC          PIC X(3).
               10  WS-CE-CUENTA       PIC X(8).
       01  WS-IDX-CE                  PIC 9(2).

      *    Cuenta x sucursal x moneda en curso (corte de control).
       01  WS-GRUPO.
           05  WS-GRP-CUENTA          PIC X(8).
           05  WS-GRP-SUCURSAL        PIC X(3).
           05  WS-GRP-MONEDA          PIC X(3).
       01  WS-GRUPO-LEIDO.
           05  WS-LEI-CUENTA          PIC X(8).
           05  WS-LEI-SUCURSAL        PIC X(3).
           05  WS-LEI-MONEDA          PIC X(3).
       01  WS-HAY-GRUPO               PIC X VALUE 'N'.
       01  WS-SALDO-DIC               PIC S9(13)V99.
       01  WS-IMPORTE                 PIC 9(13)V99.

       01  WS-TOTAL-CUENTAS           PIC 9(6) VALUE 0.
       01  WS-TOTAL-SALDADAS          PIC 9(6) VALUE 0.
       01  WS-SIN-MAPEO               PIC 9(6) VALUE 0.
       01  WS-PATAS                   PIC 9(6) VALUE 0.
       01  WS-TOTAL-DEBITOS           PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-CREDITOS          PIC 9(13)V99 VALUE 0.
       01  WS-IMP-DISPLAY             PIC -Z(12)9.99.

      *    Parametros de postear-mayor.
       01  WS-PM-ACCION               PIC X(1).
       01  WS-PM-CUENTA               PIC X(8).
       01  WS-PM-SUCURSAL             PIC X(3).
       01  WS-PM-MONEDA               PIC X(3).
       01  WS-PM-PERIODO              PIC 9(6).
       01  WS-PM-DEBCRED              PIC X(1).
       01  WS-PM-IMPORTE              PIC 9(13)V99.
       01  WS-PM-RESULTADO            PIC 9.

       01  WS-AUD-CBF                 PIC X(6) VALUE "000000".
       01  WS-AUD-CAMPO               PIC X(20)
                                      VALUE "CIERRE EJERCICIO".
       01  WS-AUD-ANTERIOR            PIC X(50).
       01  WS-AUD-NUEVO               PIC X(50).
       01  WS-AUD-USUARIO             PIC X(20).

       01  WS-MAN-ARCHIVO             PIC X(30).
       01  WS-MAN-TOTAL               PIC S9(13)V99.

       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "cierre-ejercicio".
       01  WS-REP-TITULO              PIC X(40)
                   VALUE "CIERRE DEL EJERCICIO CONTABLE".
       01  WS-REP-LINEA               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "==========================================".
           DISPLAY "  CIERRE DEL EJERCICIO CONTABLE".
           DISPLAY "==========================================".
           CALL "autenticar-staff" USING WS-STAFF-USUARIO,
                WS-STAFF-ROL, "S", WS-STAFF-AUTORIZADO
           IF WS-STAFF-AUTORIZADO = 1
               PERFORM 1000-VALIDAR THRU 1000-VALIDAR-FIN
               IF WS-SEGUIR = 'S'
                   PERFORM 2000-SALDOS-DICIEMBRE
               END-IF
               IF WS-SEGUIR = 'S'
                   PERFORM 3000-ASENTAR-CIERRE
               END-IF
               PERFORM 9000-FINALIZAR
           END-IF
           STOP RUN.

       1000-VALIDAR.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "Ejercicio a cerrar (AAAA): " WITH NO ADVANCING
           ACCEPT WS-EJERCICIO
           IF WS-EJERCICIO IS NOT NUMERIC OR WS-EJERCICIO = 0
               DISPLAY "Ejercicio invalido."
               MOVE 'N' TO WS-SEGUIR
               GO TO 1000-VALIDAR-FIN
           END-IF
           COMPUTE WS-FECHA-CIERRE-EJ = WS-EJERCICIO * 10000 + 1231
           COMPUTE WS-PERIODO-DIC = WS-EJERCICIO * 100 + 12
           COMPUTE WS-PERIODO-CIERRE = WS-EJERCICIO * 100 + 13
           COMPUTE WS-PERIODO-APERTURA =
               (WS-EJERCICIO + 1) * 100 + 1

      *    Mientras se pueda postear en el ejercicio los resultados
      *    todavia pueden cambiar: el periodo tiene que estar cerrado.
           OPEN INPUT PERIODO-FILE
           IF PERIODO-STATUS = "00"
               READ PERIODO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PC-FECHA-CIERRE TO WS-FECHA-PERIODO-CERRADO
               END-READ
               CLOSE PERIODO-FILE
           END-IF
           IF WS-FECHA-PERIODO-CERRADO < WS-FECHA-CIERRE-EJ
               DISPLAY "El periodo contable sigue abierto (cerrado"
                       " hasta " WS-FECHA-PERIODO-CERRADO ")."
               DISPLAY "Cierre el periodo al " WS-FECHA-CIERRE-EJ
                       " con CERRAR-PERIODO antes del ejercicio."
               MOVE 'N' TO WS-SEGUIR
               GO TO 1000-VALIDAR-FIN
           END-IF

           OPEN I-O POSTEOS-FILE
           IF POSTEOS-STATUS NOT = "00"
               OPEN OUTPUT POSTEOS-FILE
               CLOSE POSTEOS-FILE
               OPEN I-O POSTEOS-FILE
           END-IF
           MOVE 'S' TO WS-POSTEOS-ABIERTO
           MOVE WS-FECHA-CIERRE-EJ TO MP-FECHA
           SET MP-CIERRE-EJERCICIO TO TRUE
           READ POSTEOS-FILE
               KEY IS MP-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "El ejercicio " WS-EJERCICIO " ya se"
                           " cerro el " MP-FECHA-PROCESO "."
                   MOVE 'N' TO WS-SEGUIR
                   GO TO 1000-VALIDAR-FIN
           END-READ

           OPEN INPUT MAYOR-FILE
           IF MAYOR-STATUS NOT = "00"
               DISPLAY "No hay saldos del mayor (mayor-saldos.dat)."
               MOVE 'N' TO WS-SEGUIR
               GO TO 1000-VALIDAR-FIN
           END-IF
           CLOSE MAYOR-FILE

           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-RUBRO-RESULTADOS IS NUMERIC
                          AND PARM-RUBRO-RESULTADOS > 0
                           MOVE PARM-RUBRO-RESULTADOS
                               TO WS-RUBRO-RESULTADOS
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF
           PERFORM 1100-CARGAR-PLAN

           DISPLAY "Se saldan las cuentas de resultado (rubro "
                   WS-RUBRO-RESULTADOS ") al " WS-FECHA-CIERRE-EJ "."
           DISPLAY "Confirma el cierre del ejercicio " WS-EJERCICIO
                   "? (S/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "Cierre cancelado."
               MOVE 'N' TO WS-SEGUIR
           END-IF.
       1000-VALIDAR-FIN.
           EXIT.

       1100-CARGAR-PLAN.
           MOVE 'N' TO WS-PLAN-ABIERTO
           OPEN INPUT PLAN-FILE
           IF PLAN-STATUS = "00"
               MOVE 'S' TO WS-PLAN-ABIERTO
           ELSE
               MOVE "10" TO PLAN-STATUS
           END-IF
           PERFORM UNTIL PLAN-STATUS = "10"
               READ PLAN-FILE
                   AT END
                       MOVE "10" TO PLAN-STATUS
                   NOT AT END
                       IF PLC-OPERACION = "CE" AND WS-CE-CANT < 50
                           ADD 1 TO WS-CE-CANT
                           MOVE PLC-MONEDA TO WS-CE-MONEDA(WS-CE-CANT)
                           MOVE PLC-SUCURSAL TO WS-CE-SUC(WS-CE-CANT)
                           MOVE PLC-CTA-CLIENTE
                               TO WS-CE-CUENTA(WS-CE-CANT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PLAN-ABIERTO = 'S'
               CLOSE PLAN-FILE
           END-IF
           DISPLAY "Cuentas de resultados no asignados: " WS-CE-CANT.

      *    Primera pasada: saldo a diciembre de cada cuenta x
      *    sucursal x moneda (el ultimo mes hasta diciembre), al
      *    archivo de trabajo. Nada se postea si falta algun mapeo.
       2000-SALDOS-DICIEMBRE.
           OPEN INPUT MAYOR-FILE
           OPEN OUTPUT CIERRE-WRK-FILE
           MOVE LOW-VALUES TO SM-KEY
           START MAYOR-FILE KEY IS >= SM-KEY
               INVALID KEY
                   MOVE "10" TO MAYOR-STATUS
           END-START
           PERFORM UNTIL MAYOR-STATUS = "10"
               READ MAYOR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO MAYOR-STATUS
                   NOT AT END
                       PERFORM 2100-PROCESAR-REGISTRO
               END-READ
           END-PERFORM
           IF WS-HAY-GRUPO = 'S'
               PERFORM 2200-GRABAR-GRUPO
           END-IF
           CLOSE MAYOR-FILE
           CLOSE CIERRE-WRK-FILE
           IF WS-SIN-MAPEO > 0
               DISPLAY "OPERADOR: " WS-SIN-MAPEO " cuentas de"
                       " resultado sin cuenta de resultados no"
                       " asignados (operacion CE del plan)."
               DISPLAY "El ejercicio NO se cierra: complete el plan"
                       " de cuentas y re-corra."
               MOVE 'N' TO WS-SEGUIR
           END-IF.

       2100-PROCESAR-REGISTRO.
           MOVE SM-CUENTA TO WS-LEI-CUENTA
           MOVE SM-SUCURSAL TO WS-LEI-SUCURSAL
           MOVE SM-MONEDA TO WS-LEI-MONEDA
           IF WS-HAY-GRUPO = 'N' OR WS-GRUPO-LEIDO NOT = WS-GRUPO
               IF WS-HAY-GRUPO = 'S'
                   PERFORM 2200-GRABAR-GRUPO
               END-IF
               MOVE WS-GRUPO-LEIDO TO WS-GRUPO
               MOVE 'S' TO WS-HAY-GRUPO
               MOVE 0 TO WS-SALDO-DIC
           END-IF
           IF SM-PERIODO NOT > WS-PERIODO-DIC
               COMPUTE WS-SALDO-DIC = SM-SALDO-INICIAL
                   + SM-DEBITOS - SM-CREDITOS
           END-IF.

       2200-GRABAR-GRUPO.
           ADD 1 TO WS-TOTAL-CUENTAS
           MOVE WS-GRP-CUENTA TO CJX-CUENTA
           MOVE WS-GRP-SUCURSAL TO CJX-SUCURSAL
           MOVE WS-GRP-MONEDA TO CJX-MONEDA
           MOVE WS-SALDO-DIC TO CJX-SALDO
           MOVE "N" TO CJX-RESULTADO
           MOVE SPACES TO CJX-CTA-RNA
           IF WS-GRP-CUENTA(1:1) = WS-RUBRO-RESULTADOS
               MOVE "S" TO CJX-RESULTADO
               IF WS-SALDO-DIC NOT = 0
                   PERFORM 2300-BUSCAR-CUENTA-RNA
                   IF CJX-CTA-RNA = SPACES
                       ADD 1 TO WS-SIN-MAPEO
                       DISPLAY "SIN MAPEO CE: cuenta " WS-GRP-CUENTA
                               " sucursal " WS-GRP-SUCURSAL
                               " moneda " WS-GRP-MONEDA
                   END-IF
               END-IF
           END-IF
           WRITE CJX-RECORD.

      *    Gana la primera linea "CE" que matchea la moneda y la
      *    sucursal ("*" como comodin).
       2300-BUSCAR-CUENTA-RNA.
           PERFORM VARYING WS-IDX-CE FROM 1 BY 1
                   UNTIL WS-IDX-CE > WS-CE-CANT
                      OR CJX-CTA-RNA NOT = SPACES
               IF (WS-CE-MONEDA(WS-IDX-CE) = WS-GRP-MONEDA
                   OR WS-CE-MONEDA(WS-IDX-CE) = "*  ")
                  AND (WS-CE-SUC(WS-IDX-CE) = WS-GRP-SUCURSAL
                   OR WS-CE-SUC(WS-IDX-CE) = "*  ")
                   MOVE WS-CE-CUENTA(WS-IDX-CE) TO CJX-CTA-RNA
               END-IF
           END-PERFORM.

      *    Segunda pasada: asientos de cierre en el mes 13 y apertura
      *    de enero para todas las cuentas.
       3000-ASENTAR-CIERRE.
           MOVE "A" TO WS-PM-ACCION
           PERFORM 3900-LLAMAR-POSTEO
           IF WS-PM-RESULTADO NOT = 1
               DISPLAY "No se pudo abrir el libro mayor"
                       " (mayor-saldos.dat)."
               MOVE 'N' TO WS-SEGUIR
           ELSE
               MOVE SPACES TO WS-GL-CIERRE-PATH
               STRING "gl-cierre-" DELIMITED BY SIZE
                      WS-FECHA-CIERRE-EJ DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                   INTO WS-GL-CIERRE-PATH
               MOVE WS-GL-CIERRE-PATH TO WS-MAN-ARCHIVO
               COMPUTE WS-REFERENCIA = WS-FECHA-CIERRE-EJ * 1000000
               OPEN OUTPUT GL-CIERRE-FILE
               MOVE "Cuentas de resultado saldadas" TO WS-REP-LINEA
               CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA

               OPEN INPUT CIERRE-WRK-FILE
               PERFORM UNTIL CIERRE-WRK-STATUS = "10"
                   READ CIERRE-WRK-FILE
                       AT END
                           MOVE "10" TO CIERRE-WRK-STATUS
                       NOT AT END
                           IF CJX-RESULTADO = "S" AND CJX-SALDO NOT = 0
                               PERFORM 3100-SALDAR-CUENTA
                           END-IF
                           PERFORM 3200-ABRIR-CUENTA
                   END-READ
               END-PERFORM
               CLOSE CIERRE-WRK-FILE
               CLOSE GL-CIERRE-FILE
               MOVE "C" TO WS-PM-ACCION
               PERFORM 3900-LLAMAR-POSTEO
               PERFORM 4000-REGISTRAR-CIERRE
           END-IF.

      *    Saldo deudor (egreso): se acredita la cuenta y se debita
      *    resultados no asignados; saldo acreedor (ingreso) al reves.
       3100-SALDAR-CUENTA.
           ADD 1 TO WS-TOTAL-SALDADAS
           IF CJX-SALDO < 0
               COMPUTE WS-IMPORTE = CJX-SALDO * -1
               MOVE "D" TO WS-PM-DEBCRED
           ELSE
               MOVE CJX-SALDO TO WS-IMPORTE
               MOVE "C" TO WS-PM-DEBCRED
           END-IF
           MOVE CJX-CUENTA TO WS-PM-CUENTA
           PERFORM 3300-POSTEAR-PATA-CIERRE

           MOVE CJX-CTA-RNA TO WS-PM-CUENTA
           IF WS-PM-DEBCRED = "D"
               MOVE "C" TO WS-PM-DEBCRED
           ELSE
               MOVE "D" TO WS-PM-DEBCRED
           END-IF
           PERFORM 3300-POSTEAR-PATA-CIERRE
      *    La cuenta de resultados no asignados puede no tener
      *    registro propio en el mayor: se abre tambien en enero.
           MOVE CJX-CTA-RNA TO WS-PM-CUENTA
           MOVE WS-PERIODO-APERTURA TO WS-PM-PERIODO
           MOVE 0 TO WS-PM-IMPORTE
           MOVE "P" TO WS-PM-ACCION
           PERFORM 3900-LLAMAR-POSTEO

           MOVE CJX-SALDO TO WS-IMP-DISPLAY
           MOVE SPACES TO WS-REP-LINEA
           STRING CJX-CUENTA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CJX-SUCURSAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CJX-MONEDA DELIMITED BY SIZE
                  " saldo " DELIMITED BY SIZE
                  WS-IMP-DISPLAY DELIMITED BY SIZE
                  " a " DELIMITED BY SIZE
                  CJX-CTA-RNA DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       3300-POSTEAR-PATA-CIERRE.
           MOVE "P" TO WS-PM-ACCION
           MOVE CJX-SUCURSAL TO WS-PM-SUCURSAL
           MOVE CJX-MONEDA TO WS-PM-MONEDA
           MOVE WS-PERIODO-CIERRE TO WS-PM-PERIODO
           MOVE WS-IMPORTE TO WS-PM-IMPORTE
           PERFORM 3900-LLAMAR-POSTEO

           MOVE WS-FECHA-CIERRE-EJ TO GLM-FECHA
           MOVE WS-PM-CUENTA TO GLM-CUENTA
           MOVE "CE" TO GLM-TIPO
           MOVE WS-PM-DEBCRED TO GLM-DEBCRED
           MOVE WS-IMPORTE TO GLM-IMPORTE
           MOVE CJX-MONEDA TO GLM-MONEDA
           MOVE WS-REFERENCIA TO GLM-REFERENCIA
           MOVE CJX-SUCURSAL TO GLM-SUCURSAL
           WRITE GL-MOV-REGISTRO
           ADD 1 TO WS-PATAS
           IF WS-PM-DEBCRED = "D"
               ADD WS-IMPORTE TO WS-TOTAL-DEBITOS
           ELSE
               ADD WS-IMPORTE TO WS-TOTAL-CREDITOS
           END-IF.

      *    Importe cero: postear-mayor solo crea el registro de enero
      *    con el saldo de cierre como inicial.
       3200-ABRIR-CUENTA.
           MOVE "P" TO WS-PM-ACCION
           MOVE CJX-CUENTA TO WS-PM-CUENTA
           MOVE CJX-SUCURSAL TO WS-PM-SUCURSAL
           MOVE CJX-MONEDA TO WS-PM-MONEDA
           MOVE WS-PERIODO-APERTURA TO WS-PM-PERIODO
           MOVE "D" TO WS-PM-DEBCRED
           MOVE 0 TO WS-PM-IMPORTE
           PERFORM 3900-LLAMAR-POSTEO.

       3900-LLAMAR-POSTEO.
           CALL "postear-mayor" USING WS-PM-ACCION, WS-PM-CUENTA,
                WS-PM-SUCURSAL, WS-PM-MONEDA, WS-PM-PERIODO,
                WS-PM-DEBCRED, WS-PM-IMPORTE, WS-PM-RESULTADO.

       4000-REGISTRAR-CIERRE.
           MOVE WS-FECHA-CIERRE-EJ TO MP-FECHA
           SET MP-CIERRE-EJERCICIO TO TRUE
           MOVE WS-PATAS TO MP-PATAS
           MOVE WS-TOTAL-DEBITOS TO MP-DEBITOS
           MOVE WS-TOTAL-CREDITOS TO MP-CREDITOS
           MOVE WS-FECHA-HOY TO MP-FECHA-PROCESO
           MOVE WS-STAFF-USUARIO TO MP-USUARIO
           WRITE MP-RECORD

           MOVE WS-TOTAL-DEBITOS TO WS-MAN-TOTAL
           CALL "registrar-manifiesto" USING WS-MAN-ARCHIVO,
                WS-FECHA-CIERRE-EJ, WS-PATAS, WS-MAN-TOTAL

           MOVE SPACES TO WS-AUD-ANTERIOR
           MOVE SPACES TO WS-AUD-NUEVO
           STRING "Ejercicio " DELIMITED BY SIZE
                  WS-EJERCICIO DELIMITED BY SIZE
                  " cerrado, cuentas saldadas " DELIMITED BY SIZE
                  WS-TOTAL-SALDADAS DELIMITED BY SIZE
               INTO WS-AUD-NUEVO
           MOVE WS-STAFF-USUARIO TO WS-AUD-USUARIO
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                WS-AUD-CAMPO, WS-AUD-ANTERIOR, WS-AUD-NUEVO,
                WS-AUD-USUARIO

           MOVE SPACES TO WS-REP-LINEA
           STRING "Ejercicio " DELIMITED BY SIZE
                  WS-EJERCICIO DELIMITED BY SIZE
                  " cerrado: cuentas " DELIMITED BY SIZE
                  WS-TOTAL-CUENTAS DELIMITED BY SIZE
                  " saldadas " DELIMITED BY SIZE
                  WS-TOTAL-SALDADAS DELIMITED BY SIZE
                  " patas " DELIMITED BY SIZE
                  WS-PATAS DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       9000-FINALIZAR.
           IF WS-POSTEOS-ABIERTO = 'S'
               CLOSE POSTEOS-FILE
           END-IF
           DISPLAY "------------------------------------------".
           IF WS-SEGUIR = 'S'
               DISPLAY "Ejercicio " WS-EJERCICIO " cerrado."
               DISPLAY "Cuentas del mayor:        " WS-TOTAL-CUENTAS
               DISPLAY "Cuentas de resultado saldadas: "
                       WS-TOTAL-SALDADAS
               MOVE WS-TOTAL-DEBITOS TO WS-IMP-DISPLAY
               DISPLAY "Asiento de cierre, debe:  $ " WS-IMP-DISPLAY
               MOVE WS-TOTAL-CREDITOS TO WS-IMP-DISPLAY
               DISPLAY "Asiento de cierre, haber: $ " WS-IMP-DISPLAY
           ELSE
               DISPLAY "El ejercicio no se cerro."
           END-IF
           DISPLAY "==========================================".
