      *  listar el registro de cheques de una cuenta con su estado.
      *  COMPENSAR-CHEQUES consume este registro al procesar los
      *  cheques presentados al cobro.
      *  No se emite chequera a una cuenta inhabilitada por cheques
      *  rechazados sin regularizar (verificar-inhab-cheques). Un
      *  supervisor registra la regularizacion de un cheque o echeq
      *  rechazado cuando el librador acredita haberlo pagado fuera
      *  de termino; INFORMAR-CHEQUES-RECHAZADOS la informa y
      *  recalcula la inhabilitacion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CHQ-KEY
               FILE STATUS IS CHEQUES-STATUS.

           SELECT RECHAZOS-FILE ASSIGN TO "rechazos-cheques.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRZ-KEY
               FILE STATUS IS RECHAZOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHEQUES-FILE.
       COPY "cheque.cpy".

       FD  RECHAZOS-FILE.
       COPY "rechazo-cheque.cpy".

       WORKING-STORAGE SECTION.
       COPY "cliente.cpy".
       01  CHEQUES-STATUS             PIC XX.
       01  RECHAZOS-STATUS            PIC XX.
       01  MENU-CHOICE                PIC 9.
           88  EMITIR-CHEQUERA      VALUE 1.
           88  ORDEN-NO-PAGAR       VALUE 2.
           88  LISTAR-REGISTRO      VALUE 3.
           88  REGISTRAR-DIFERIDO   VALUE 4.
           88  REGULARIZAR-RECHAZO  VALUE 5.
           88  SALIR-PROGRAMA       VALUE 6.
       01  WS-CBF-INPUT               PIC 9(6).
       01  WS-NUMERO-INPUT            PIC 9(8).
       01  WS-ULTIMO-NUMERO           PIC 9(8) VALUE 0.
       01  WS-FECHA-PAGO-INPUT        PIC 9(8).
       01  WS-CANT-LISTADOS           PIC 9(6) VALUE 0.
       01  WS-IMPORTE-DISPLAY         PIC -Z(9).99.
       01  WS-INHABILITADA            PIC X(1).
       01  WS-TIPO-VALOR-INPUT        PIC X(1).
       01  WS-FECHA-INPUT             PIC 9(8).
       01  WS-FECHA-INPUT-GRP REDEFINES WS-FECHA-INPUT.
           05  WS-FEC-ANIO            PIC 9(4).
           05  WS-FEC-MES             PIC 9(2).
           05  WS-FEC-DIA             PIC 9(2).
       01  WS-STAFF-USUARIO           PIC X(8).
       01  WS-STAFF-ROL               PIC X(1).
       01  WS-STAFF-AUTORIZADO        PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "2. Orden de no pagar".
           DISPLAY "3. Listar registro de una cuenta".
           DISPLAY "4. Registrar fecha de pago diferido".
           DISPLAY "5. Regularizar cheque rechazado".
           DISPLAY "6. Salir".
           DISPLAY "Su opcion: " WITH NO ADVANCING.
           ACCEPT MENU-CHOICE.

                   PERFORM 2300-LISTAR-REGISTRO
               WHEN REGISTRAR-DIFERIDO
                   PERFORM 2400-REGISTRAR-DIFERIDO
               WHEN REGULARIZAR-RECHAZO
                   PERFORM 2500-REGULARIZAR-RECHAZO
                       THRU 2500-REGULARIZAR-FIN
               WHEN SALIR-PROGRAMA
                   CONTINUE
               WHEN OTHER
           ELSE
           IF NOT P-ACTIVO OF CLIENTE
               DISPLAY "La cuenta no esta activa."
           ELSE
           CALL "verificar-inhab-cheques" USING WS-CBF-INPUT,
                WS-INHABILITADA
           IF WS-INHABILITADA = "S"
               DISPLAY "Cuenta inhabilitada para chequeras por"
                       " cheques rechazados sin regularizar."
           ELSE
               PERFORM 2110-BUSCAR-ULTIMO-NUMERO
               PERFORM 2120-GRABAR-CHEQUE
                       " para CBF " WS-CBF-INPUT
           END-IF
           END-IF
           END-IF
           END-IF.

      *    El proximo numero a emitir es el mayor ya registrado para
                   END-EVALUATE
           END-READ.

      *    Regularizacion de un rechazo: el librador pago el cheque al
      *    tenedor fuera de termino. Lo registra un supervisor con la
      *    fecha de pago; el informe y el levantamiento de la
      *    inhabilitacion salen en la corrida nocturna. La orden de
      *    no pagar no se informa y no requiere regularizacion.
       2500-REGULARIZAR-RECHAZO.
           CALL "autenticar-staff" USING WS-STAFF-USUARIO,
                WS-STAFF-ROL, "S", WS-STAFF-AUTORIZADO
           IF WS-STAFF-AUTORIZADO NOT = 1
               GO TO 2500-REGULARIZAR-FIN
           END-IF
           DISPLAY "CBF del librador: " WITH NO ADVANCING
           ACCEPT WS-CBF-INPUT
           DISPLAY "Tipo (P=cheque, E=echeq): " WITH NO ADVANCING
           ACCEPT WS-TIPO-VALOR-INPUT
           DISPLAY "Numero de cheque: " WITH NO ADVANCING
           ACCEPT WS-NUMERO-INPUT
           OPEN I-O RECHAZOS-FILE
           IF RECHAZOS-STATUS NOT = "00"
               DISPLAY "No hay cheques rechazados registrados."
               GO TO 2500-REGULARIZAR-FIN
           END-IF
           MOVE WS-CBF-INPUT TO CRZ-CBF
           MOVE WS-TIPO-VALOR-INPUT TO CRZ-TIPO-VALOR
           MOVE WS-NUMERO-INPUT TO CRZ-NUMERO
           READ RECHAZOS-FILE
               KEY IS CRZ-KEY
               INVALID KEY
                   DISPLAY "No existe ese cheque rechazado."
               NOT INVALID KEY
                   PERFORM 2510-REGISTRAR-REGULARIZACION
           END-READ
           CLOSE RECHAZOS-FILE.

       2500-REGULARIZAR-FIN.
           EXIT.

       2510-REGISTRAR-REGULARIZACION.
           MOVE CRZ-IMPORTE TO WS-IMPORTE-DISPLAY
           DISPLAY "Rechazado el " CRZ-FECHA-RECHAZO
                   "  $ " WS-IMPORTE-DISPLAY "  " CRZ-MOTIVO
           EVALUATE TRUE
               WHEN CRZ-ORDEN-NO-PAGAR
                   DISPLAY "Rechazo por orden de no pagar: no"
                           " requiere regularizacion."
               WHEN CRZ-REGULARIZADO-SI
                   DISPLAY "Ya regularizado el "
                           CRZ-FECHA-REGULARIZ "."
               WHEN OTHER
                   DISPLAY "Fecha de pago (AAAAMMDD): "
                       WITH NO ADVANCING
                   ACCEPT WS-FECHA-INPUT
                   IF WS-FEC-ANIO < 1900
                      OR WS-FEC-MES < 1 OR WS-FEC-MES > 12
                      OR WS-FEC-DIA < 1 OR WS-FEC-DIA > 31
                       DISPLAY "Fecha invalida (AAAAMMDD)."
                   ELSE
                   IF WS-FECHA-INPUT < CRZ-FECHA-RECHAZO
                      OR WS-FECHA-INPUT > WS-FECHA-HOY
                       DISPLAY "La fecha de pago debe estar entre"
                               " el rechazo y hoy."
                   ELSE
                       SET CRZ-REGULARIZADO-SI TO TRUE
                       MOVE WS-FECHA-INPUT TO CRZ-FECHA-REGULARIZ
                       MOVE WS-STAFF-USUARIO TO CRZ-USUARIO-REGULARIZ
                       REWRITE CRZ-RECORD
                       DISPLAY "Regularizacion registrada; se"
                               " informa en la corrida nocturna."
                   END-IF
                   END-IF
           END-EVALUATE.

       9000-FINALIZAR.
           CLOSE CHEQUES-FILE.
