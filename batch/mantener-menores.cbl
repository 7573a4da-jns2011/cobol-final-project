       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-MENORES.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Cuentas de menores de edad (menores.dat): un usuario staff
      *  autenticado registra la cuenta cuyo titular es menor de 18
      *  anios (segun DC-FECHA-NAC del maestro de identidad) con el
      *  vinculo obligatorio a su tutor: una cuenta de un cliente
      *  mayor de edad, persona humana, con vinculo padre (PA),
      *  madre (MA) o tutor legal (TL). Al registrarla se anula el
      *  descubierto de la cuenta. Tambien cambia el tutor de una
      *  cuenta vigente (el vinculo no se puede quitar mientras el
      *  titular sea menor) y lista las cuentas registradas. Todo
      *  cambio queda en la auditoria (campo MENOR). El cajero y la
      *  ventanilla limitan la operatoria del menor y piden la
      *  aprobacion del tutor (controlar-operacion-menor); el paso
      *  nocturno CONVERTIR-MAYORIA pasa la cuenta a comun cuando el
      *  titular cumple 18.
      *  Cada registro que graba en los archivos del juego de backup
      *  queda ademas en la bitacora de imagenes posteriores
      *  (registrar-imagen), para la recuperacion hacia adelante con
      *  RECUPERAR-BITACORA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT MENORES-FILE ASSIGN TO "menores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CBF
               FILE STATUS IS MENORES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  MENORES-FILE.
       COPY "menor.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  CUENTAS-STATUS             PIC XX.
       01  MENORES-STATUS             PIC XX.

       01  WS-STAFF-USUARIO           PIC X(8).
       01  WS-STAFF-ROL               PIC X(1).
       01  WS-STAFF-AUTORIZADO        PIC 9 VALUE 0.
       01  WS-USUARIO-AUDIT           PIC X(20).
       01  WS-CBF-INPUT               PIC 9(6).
       01  WS-TUTOR-INPUT             PIC 9(6).
       01  WS-VINCULO-INPUT           PIC X(2).
           88  WS-VINCULO-VALIDO      VALUE "PA" "MA" "TL".
       01  WS-OPCION                  PIC X.
       01  WS-FIN                     PIC X VALUE 'N'.
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-CANT-MENORES            PIC 9(5).
       01  WS-ESTADO-DISPLAY          PIC X(10).

      *    Identidad de un CBF (menor o tutor) en el maestro de
      *    identidad.
       01  WS-CLIENTE-ID              PIC 9(8).
       01  WS-ID-ENCONTRADO           PIC 9.
       01  WS-TIPO-DOC                PIC X(3).
       01  WS-NRO-DOC                 PIC X(11).
       01  WS-DOMICILIO               PIC X(50).
       01  WS-TELEFONO                PIC X(15).
       01  WS-FECHA-NAC               PIC 9(8).
       01  WS-DC-ENCONTRADO           PIC 9.
       01  WS-RAZON-SOCIAL            PIC X(60).
       01  WS-FORMA-JURIDICA          PIC X(4).
       01  WS-ACTIVIDAD               PIC 9(6).
       01  WS-PJ-ENCONTRADA           PIC 9.

       01  WS-MENOR-ID                PIC 9(8).
       01  WS-MENOR-FECHA-NAC         PIC 9(8).
       01  WS-TUTOR-ID                PIC 9(8).
       01  WS-TUTOR-OK                PIC X.
       01  WS-CBF-TEXTO               PIC X(6).
       01  WS-CBF-INPUT-ID            PIC 9(6).
       01  WS-LIMITE-ANTERIOR         PIC 9(7).

       01  WS-FECHA-MAYORIA           PIC 9(8).
       01  WS-FECHA-MAYORIA-GRP REDEFINES WS-FECHA-MAYORIA.
           05  WS-MAY-ANIO            PIC 9(4).
           05  WS-MAY-MES             PIC 9(2).
           05  WS-MAY-DIA             PIC 9(2).

       01  WS-AUD-CAMPO               PIC X(20) VALUE "MENOR".
       01  WS-AUD-VALOR-ANT           PIC X(50).
       01  WS-AUD-VALOR-NUEVO         PIC X(50).
       01  WS-AUD-CBF                 PIC X(6).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "==========================================".
           DISPLAY "  CUENTAS DE MENORES - BACK-OFFICE".
           DISPLAY "==========================================".
           COPY "cargar-rutas.cpy".
           CALL "autenticar-staff" USING WS-STAFF-USUARIO,
                WS-STAFF-ROL, "S", WS-STAFF-AUTORIZADO
           IF WS-STAFF-AUTORIZADO = 1
               MOVE SPACES TO WS-USUARIO-AUDIT
               MOVE WS-STAFF-USUARIO TO WS-USUARIO-AUDIT
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               OPEN I-O CUENTAS-FILE
               IF CUENTAS-STATUS NOT = "00"
                   DISPLAY "No se pudo abrir el maestro de cuentas."
               ELSE
                   OPEN I-O MENORES-FILE
                   IF MENORES-STATUS NOT = "00"
                      AND MENORES-STATUS NOT = "05"
                       OPEN OUTPUT MENORES-FILE
                       CLOSE MENORES-FILE
                       OPEN I-O MENORES-FILE
                   END-IF
                   PERFORM 2000-GESTIONAR UNTIL WS-FIN = 'S'
                   CLOSE MENORES-FILE
                   CLOSE CUENTAS-FILE
               END-IF
           END-IF
           STOP RUN.

       2000-GESTIONAR.
           DISPLAY "------------------------------------------"
           DISPLAY "A. Registrar cuenta de menor"
           DISPLAY "T. Cambiar el tutor de una cuenta"
           DISPLAY "L. Listar cuentas de menores"
           DISPLAY "0. Salir"
           DISPLAY "Opcion: " WITH NO ADVANCING
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN "A"
               WHEN "a"
                   PERFORM 2100-ALTA-MENOR THRU 2100-ALTA-FIN
               WHEN "T"
               WHEN "t"
                   PERFORM 2200-CAMBIAR-TUTOR THRU 2200-CAMBIAR-FIN
               WHEN "L"
               WHEN "l"
                   PERFORM 2300-LISTAR-MENORES
               WHEN OTHER
                   MOVE 'S' TO WS-FIN
           END-EVALUATE.

       2100-ALTA-MENOR.
           DISPLAY "CBF de la cuenta del menor: " WITH NO ADVANCING
           ACCEPT WS-CBF-INPUT
           MOVE WS-CBF-INPUT TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   DISPLAY "No existe una cuenta con ese CBF."
                   GO TO 2100-ALTA-FIN
           END-READ
           IF CLI-CERRADA OR CLI-FALLECIDO-SI
               DISPLAY "La cuenta no esta operativa."
               GO TO 2100-ALTA-FIN
           END-IF
           MOVE WS-CBF-INPUT TO MN-CBF
           READ MENORES-FILE
               KEY IS MN-CBF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "La cuenta ya esta registrada (estado "
                           MN-ESTADO ")."
                   GO TO 2100-ALTA-FIN
           END-READ

           MOVE WS-CBF-INPUT TO WS-CBF-TEXTO
           PERFORM 2500-LEER-IDENTIDAD
           IF WS-ID-ENCONTRADO NOT = 1 OR WS-DC-ENCONTRADO NOT = 1
               DISPLAY "El titular no tiene datos de identidad"
                       " cargados (ALTAS)."
               GO TO 2100-ALTA-FIN
           END-IF
           IF WS-PJ-ENCONTRADA = 1
               DISPLAY "El titular es una persona juridica."
               GO TO 2100-ALTA-FIN
           END-IF
           IF WS-FECHA-NAC = 0
              OR WS-FECHA-NAC >= WS-FECHA-HOY
              OR WS-FECHA-HOY - WS-FECHA-NAC >= 180000
               DISPLAY "Segun su fecha de nacimiento (" WS-FECHA-NAC
                       ") el titular no es menor de edad."
               GO TO 2100-ALTA-FIN
           END-IF
           MOVE WS-CLIENTE-ID TO WS-MENOR-ID
           MOVE WS-FECHA-NAC TO WS-MENOR-FECHA-NAC

           PERFORM 2400-PEDIR-TUTOR THRU 2400-PEDIR-FIN
           IF WS-TUTOR-OK NOT = 'S'
               GO TO 2100-ALTA-FIN
           END-IF

           INITIALIZE MN-RECORD
           MOVE WS-CBF-INPUT TO MN-CBF
           MOVE WS-MENOR-ID TO MN-CLIENTE-ID
           MOVE WS-MENOR-FECHA-NAC TO MN-FECHA-NAC
      *    La mayoria se alcanza el dia que cumple 18; un nacido el
      *    29 de febrero la alcanza el 28 en los anios no bisiestos.
           MOVE WS-MENOR-FECHA-NAC TO WS-FECHA-MAYORIA
           ADD 18 TO WS-MAY-ANIO
           IF WS-MAY-MES = 2 AND WS-MAY-DIA = 29
               MOVE 28 TO WS-MAY-DIA
           END-IF
           MOVE WS-FECHA-MAYORIA TO MN-FECHA-MAYORIA
           MOVE WS-TUTOR-INPUT TO MN-TUTOR-CBF
           MOVE WS-TUTOR-ID TO MN-TUTOR-ID
           MOVE WS-VINCULO-INPUT TO MN-VINCULO
           SET MN-VIGENTE TO TRUE
           MOVE WS-FECHA-HOY TO MN-FECHA-ALTA
           MOVE 0 TO MN-FECHA-CONVERSION
           MOVE WS-STAFF-USUARIO TO MN-USUARIO
           WRITE MN-RECORD
               INVALID KEY
                   DISPLAY "No se pudo registrar la cuenta."
                   GO TO 2100-ALTA-FIN
           END-WRITE

      *    Un menor no puede girar en descubierto.
           MOVE WS-CBF-INPUT TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLI-LIMITE-DESCUBIERTO TO WS-LIMITE-ANTERIOR
                   IF CLI-LIMITE-DESCUBIERTO > 0
                       MOVE 0 TO CLI-LIMITE-DESCUBIERTO
                       REWRITE REGISTRO-CLIENTE
                       IF CUENTAS-STATUS = "00"
                           CALL "registrar-imagen" USING "CUENTAS ",
                                "R", REGISTRO-CLIENTE
                       END-IF
                       DISPLAY "Se anulo el descubierto de $ "
                               WS-LIMITE-ANTERIOR "."
                   END-IF
           END-READ

           MOVE WS-CBF-INPUT TO WS-AUD-CBF
           MOVE SPACES TO WS-AUD-VALOR-ANT
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING "Menor tutor " DELIMITED BY SIZE
                  MN-TUTOR-CBF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MN-VINCULO DELIMITED BY SIZE
                  " mayoria " DELIMITED BY SIZE
                  MN-FECHA-MAYORIA DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
                WS-AUD-VALOR-NUEVO, WS-USUARIO-AUDIT
           DISPLAY "Cuenta de menor registrada; pasa a comun el "
                   MN-FECHA-MAYORIA ".".
       2100-ALTA-FIN.
           EXIT.

       2200-CAMBIAR-TUTOR.
           DISPLAY "CBF de la cuenta del menor: " WITH NO ADVANCING
           ACCEPT WS-CBF-INPUT
           MOVE WS-CBF-INPUT TO MN-CBF
           READ MENORES-FILE
               KEY IS MN-CBF
               INVALID KEY
                   DISPLAY "La cuenta no esta registrada como de"
                           " menor."
                   GO TO 2200-CAMBIAR-FIN
           END-READ
           IF NOT MN-VIGENTE
               DISPLAY "La cuenta ya paso a comun el "
                       MN-FECHA-CONVERSION "."
               GO TO 2200-CAMBIAR-FIN
           END-IF
           DISPLAY "Tutor actual: " MN-TUTOR-CBF " (" MN-VINCULO ")"
           MOVE MN-CLIENTE-ID TO WS-MENOR-ID
           PERFORM 2400-PEDIR-TUTOR THRU 2400-PEDIR-FIN
           IF WS-TUTOR-OK NOT = 'S'
               GO TO 2200-CAMBIAR-FIN
           END-IF
      *    2400 no lee el archivo de menores: el registro leido
      *    sigue en el area para el REWRITE.
           MOVE SPACES TO WS-AUD-VALOR-ANT
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING "Tutor " DELIMITED BY SIZE
                  MN-TUTOR-CBF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MN-VINCULO DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANT
           MOVE WS-TUTOR-INPUT TO MN-TUTOR-CBF
           MOVE WS-TUTOR-ID TO MN-TUTOR-ID
           MOVE WS-VINCULO-INPUT TO MN-VINCULO
           MOVE WS-STAFF-USUARIO TO MN-USUARIO
           REWRITE MN-RECORD
               INVALID KEY
                   DISPLAY "No se pudo actualizar la cuenta."
                   GO TO 2200-CAMBIAR-FIN
           END-REWRITE
           STRING "Tutor " DELIMITED BY SIZE
                  MN-TUTOR-CBF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MN-VINCULO DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           MOVE WS-CBF-INPUT TO WS-AUD-CBF
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
                WS-AUD-VALOR-NUEVO, WS-USUARIO-AUDIT
           DISPLAY "Tutor actualizado.".
       2200-CAMBIAR-FIN.
           EXIT.

       2300-LISTAR-MENORES.
           MOVE 0 TO WS-CANT-MENORES
           DISPLAY "------------------------------------------"
           DISPLAY "CBF    Tutor  Vinc Nacimiento Mayoria  Estado"
           MOVE LOW-VALUES TO MN-CBF
           START MENORES-FILE KEY IS >= MN-CBF
               INVALID KEY
                   MOVE "10" TO MENORES-STATUS
           END-START
           PERFORM UNTIL MENORES-STATUS = "10"
               READ MENORES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO MENORES-STATUS
                   NOT AT END
                       ADD 1 TO WS-CANT-MENORES
                       IF MN-VIGENTE
                           MOVE "VIGENTE" TO WS-ESTADO-DISPLAY
                       ELSE
                           MOVE "MAYOR" TO WS-ESTADO-DISPLAY
                       END-IF
                       DISPLAY MN-CBF " " MN-TUTOR-CBF " "
                               MN-VINCULO "   " MN-FECHA-NAC "   "
                               MN-FECHA-MAYORIA " "
                               WS-ESTADO-DISPLAY
               END-READ
           END-PERFORM
           IF WS-CANT-MENORES = 0
               DISPLAY "  (sin cuentas de menores registradas)"
           END-IF.

      *    Pide y valida el tutor: cuenta existente y operativa,
      *    distinta de la del menor, de una persona humana mayor de
      *    edad que no sea a su vez una cuenta de menor; y el
      *    vinculo. Deja WS-TUTOR-OK en 'S' si todo esta en orden.
       2400-PEDIR-TUTOR.
           MOVE 'N' TO WS-TUTOR-OK
           DISPLAY "CBF de la cuenta del tutor: " WITH NO ADVANCING
           ACCEPT WS-TUTOR-INPUT
           IF WS-TUTOR-INPUT = WS-CBF-INPUT
               DISPLAY "El tutor no puede ser la misma cuenta."
               GO TO 2400-PEDIR-FIN
           END-IF
           MOVE WS-TUTOR-INPUT TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   DISPLAY "No existe la cuenta del tutor."
                   GO TO 2400-PEDIR-FIN
           END-READ
           IF CLI-CERRADA OR CLI-FALLECIDO-SI
               DISPLAY "La cuenta del tutor no esta operativa."
               GO TO 2400-PEDIR-FIN
           END-IF
           MOVE WS-TUTOR-INPUT TO WS-CBF-TEXTO
           PERFORM 2500-LEER-IDENTIDAD
           IF WS-ID-ENCONTRADO NOT = 1 OR WS-DC-ENCONTRADO NOT = 1
              OR WS-FECHA-NAC = 0
               DISPLAY "El tutor no tiene datos de identidad"
                       " cargados (ALTAS)."
               GO TO 2400-PEDIR-FIN
           END-IF
           IF WS-PJ-ENCONTRADA = 1
               DISPLAY "El tutor debe ser una persona humana."
               GO TO 2400-PEDIR-FIN
           END-IF
      *    Mayor de edad por su propia fecha de nacimiento: asi
      *    tampoco puede ser una cuenta de menor vigente.
           IF WS-FECHA-NAC >= WS-FECHA-HOY
              OR WS-FECHA-HOY - WS-FECHA-NAC < 180000
               DISPLAY "El tutor no puede ser menor de edad."
               GO TO 2400-PEDIR-FIN
           END-IF
           IF WS-CLIENTE-ID = WS-MENOR-ID
               DISPLAY "El tutor no puede ser el propio menor."
               GO TO 2400-PEDIR-FIN
           END-IF
           MOVE WS-CLIENTE-ID TO WS-TUTOR-ID
           DISPLAY "Vinculo (PA=padre, MA=madre, TL=tutor legal): "
               WITH NO ADVANCING
           ACCEPT WS-VINCULO-INPUT
           INSPECT WS-VINCULO-INPUT CONVERTING "amptl" TO "AMPTL"
           IF NOT WS-VINCULO-VALIDO
               DISPLAY "Vinculo invalido."
               GO TO 2400-PEDIR-FIN
           END-IF
           MOVE 'S' TO WS-TUTOR-OK.
       2400-PEDIR-FIN.
           EXIT.

       2500-LEER-IDENTIDAD.
           MOVE 0 TO WS-DC-ENCONTRADO
           MOVE 0 TO WS-PJ-ENCONTRADA
           MOVE 0 TO WS-FECHA-NAC
           MOVE 0 TO WS-CLIENTE-ID
           MOVE WS-CBF-TEXTO TO WS-CBF-INPUT-ID
           CALL "buscar-cliente-id" USING WS-CBF-INPUT-ID,
                WS-CLIENTE-ID, WS-ID-ENCONTRADO
           IF WS-ID-ENCONTRADO = 1
               CALL "leer-persona-juridica" USING WS-CLIENTE-ID,
                    WS-RAZON-SOCIAL, WS-FORMA-JURIDICA,
                    WS-ACTIVIDAD, WS-PJ-ENCONTRADA
               CALL "leer-datos-cliente" USING WS-CLIENTE-ID,
                    WS-TIPO-DOC, WS-NRO-DOC, WS-DOMICILIO,
                    WS-TELEFONO, WS-FECHA-NAC, WS-DC-ENCONTRADO
           END-IF.
