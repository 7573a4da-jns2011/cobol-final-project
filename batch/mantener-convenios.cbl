       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-CONVENIOS.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Mantenimiento del maestro de convenios de recaudacion
      *  (convenios-recaudacion.dat): alta con codigo, nombre de la
      *  empresa, CBF de liquidacion, formato de la referencia (largo
      *  y tipo) y comision por item; baja logica y listado. El CBF
      *  de liquidacion tiene que ser una cuenta activa del banco: ahi
      *  acredita LIQUIDAR-RECAUDACION lo cobrado neto de comisiones.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONVENIOS-FILE ASSIGN TO "convenios-recaudacion.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-CODIGO
               FILE STATUS IS CONVENIOS-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONVENIOS-FILE.
       COPY "convenio-recaudacion.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  CONVENIOS-STATUS           PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  MENU-CHOICE                PIC 9.
           88  ALTA-CONVENIO        VALUE 1.
           88  BAJA-CONVENIO        VALUE 2.
           88  LISTAR-CONVENIOS     VALUE 3.
           88  SALIR-PROGRAMA       VALUE 4.
       01  WS-CODIGO-INPUT            PIC 9(4).
       01  WS-NOMBRE-INPUT            PIC X(30).
       01  WS-CBF-INPUT               PIC 9(6).
       01  WS-LARGO-INPUT             PIC 9(2).
       01  WS-TIPO-INPUT              PIC X(1).
       01  WS-COMISION-INPUT          PIC 9(5)V99.
       01  WS-CUENTA-VALIDA           PIC X VALUE 'N'.
       01  WS-CANT-LISTADAS           PIC 9(4) VALUE 0.
       01  WS-COMISION-DISPLAY        PIC Z(4)9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-MENU UNTIL SALIR-PROGRAMA
           PERFORM 9000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           OPEN I-O CONVENIOS-FILE
           IF CONVENIOS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT CONVENIOS-FILE
               CLOSE CONVENIOS-FILE
               OPEN I-O CONVENIOS-FILE
           END-IF
           COPY "cargar-rutas.cpy".
           OPEN INPUT CUENTAS-FILE.

       2000-MENU.
           DISPLAY "==========================================".
           DISPLAY "  CONVENIOS DE RECAUDACION".
           DISPLAY "==========================================".
           DISPLAY "1. Alta de convenio".
           DISPLAY "2. Baja de convenio".
           DISPLAY "3. Listar convenios".
           DISPLAY "4. Salir".
           DISPLAY "Su opcion: " WITH NO ADVANCING.
           ACCEPT MENU-CHOICE.

           EVALUATE TRUE
               WHEN ALTA-CONVENIO
                   PERFORM 2100-ALTA
               WHEN BAJA-CONVENIO
                   PERFORM 2200-BAJA
               WHEN LISTAR-CONVENIOS
                   PERFORM 2300-LISTAR
               WHEN SALIR-PROGRAMA
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

       2100-ALTA.
           DISPLAY "Codigo de convenio (4 digitos): "
               WITH NO ADVANCING
           ACCEPT WS-CODIGO-INPUT
           DISPLAY "Nombre de la empresa: " WITH NO ADVANCING
           ACCEPT WS-NOMBRE-INPUT
           DISPLAY "CBF de liquidacion: " WITH NO ADVANCING
           ACCEPT WS-CBF-INPUT
           DISPLAY "Largo de la referencia (1-20): " WITH NO ADVANCING
           ACCEPT WS-LARGO-INPUT
           DISPLAY "Referencia solo numerica (N) o alfanumerica (A): "
               WITH NO ADVANCING
           ACCEPT WS-TIPO-INPUT
           DISPLAY "Comision por item cobrado: " WITH NO ADVANCING
           ACCEPT WS-COMISION-INPUT

           PERFORM 2110-VALIDAR-CUENTA
           EVALUATE TRUE
               WHEN WS-CODIGO-INPUT = 0 OR WS-NOMBRE-INPUT = SPACES
                   DISPLAY "Codigo y nombre son obligatorios."
               WHEN WS-CUENTA-VALIDA NOT = 'S'
                   DISPLAY "El CBF de liquidacion no es una cuenta"
                           " activa del banco."
               WHEN WS-LARGO-INPUT = 0 OR WS-LARGO-INPUT > 20
                   DISPLAY "Largo de referencia invalido."
               WHEN WS-TIPO-INPUT NOT = "N" AND NOT = "A"
                   DISPLAY "Tipo de referencia invalido."
               WHEN OTHER
                   MOVE WS-CODIGO-INPUT TO CV-CODIGO
                   MOVE WS-NOMBRE-INPUT TO CV-NOMBRE
                   MOVE WS-CBF-INPUT TO CV-CBF-LIQUID
                   MOVE WS-LARGO-INPUT TO CV-LARGO-REF
                   MOVE WS-TIPO-INPUT TO CV-TIPO-REF
                   MOVE WS-COMISION-INPUT TO CV-COMISION-ITEM
                   SET CV-ACTIVO TO TRUE
                   WRITE CV-RECORD
                       INVALID KEY
      *                    Ya existia: se reemplazan los datos y el
      *                    convenio queda activo de nuevo.
                           REWRITE CV-RECORD
                           DISPLAY "Convenio reemplazado."
                       NOT INVALID KEY
                           DISPLAY "Convenio registrado."
                   END-WRITE
           END-EVALUATE.

       2110-VALIDAR-CUENTA.
           MOVE 'N' TO WS-CUENTA-VALIDA
           IF CUENTAS-STATUS = "00"
               MOVE WS-CBF-INPUT TO CLI-CBF
               READ CUENTAS-FILE
                   KEY IS CLI-CBF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLI-ACTIVO
                           MOVE 'S' TO WS-CUENTA-VALIDA
                       END-IF
               END-READ
           END-IF.

       2200-BAJA.
           DISPLAY "Codigo del convenio: " WITH NO ADVANCING
           ACCEPT WS-CODIGO-INPUT
           MOVE WS-CODIGO-INPUT TO CV-CODIGO
           READ CONVENIOS-FILE
               KEY IS CV-CODIGO
               INVALID KEY
                   DISPLAY "No existe ese convenio."
               NOT INVALID KEY
                   SET CV-BAJA TO TRUE
                   REWRITE CV-RECORD
                   DISPLAY "Convenio dado de baja."
           END-READ.

       2300-LISTAR.
           MOVE 0 TO WS-CANT-LISTADAS
           MOVE LOW-VALUES TO CV-CODIGO
           START CONVENIOS-FILE KEY IS >= CV-CODIGO
               INVALID KEY
                   MOVE "10" TO CONVENIOS-STATUS
               NOT INVALID KEY
                   MOVE "00" TO CONVENIOS-STATUS
           END-START

           PERFORM UNTIL CONVENIOS-STATUS = "10"
               READ CONVENIOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO CONVENIOS-STATUS
                   NOT AT END
                       ADD 1 TO WS-CANT-LISTADAS
                       MOVE CV-COMISION-ITEM TO WS-COMISION-DISPLAY
                       DISPLAY "Codigo: " CV-CODIGO
                               "  " CV-NOMBRE
                               "  CBF: " CV-CBF-LIQUID
                               "  Ref: " CV-LARGO-REF CV-TIPO-REF
                               "  Comision: " WS-COMISION-DISPLAY
                               "  Estado: " CV-ESTADO
               END-READ
           END-PERFORM
           DISPLAY "Convenios listados: " WS-CANT-LISTADAS
           MOVE "00" TO CONVENIOS-STATUS.

       9000-FINALIZAR.
           CLOSE CONVENIOS-FILE
           CLOSE CUENTAS-FILE.
