       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-CONTACTOS.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Bitacora de contactos con el cliente: un usuario de sucursal
      *  o back-office autenticado (cajero o supervisor) registra
      *  cada llamada, visita o correo del cliente en contactos.dat
      *  bajo su numero de cliente, con canal, codigo de motivo,
      *  notas y, si quedo algo prometido, la fecha de seguimiento y
      *  el usuario responsable (debe existir en usuarios-staff.dat).
      *  El contacto se puede vincular a un reclamo, un prestamo, un
      *  cambio de datos en cuatro ojos o una transferencia en
      *  aprobacion; la clave referida se valida contra su archivo.
      *  Tambien muestra la bitacora completa de un cliente, los
      *  seguimientos pendientes del usuario y cierra un seguimiento
      *  cumplido. CONSULTA-360 muestra los ultimos contactos y
      *  REPORTE-SEGUIMIENTOS lista cada dia los vencidos por
      *  responsable.
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

           SELECT USUARIOS-FILE ASSIGN TO "usuarios-staff.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-ID
               FILE STATUS IS USUARIOS-STATUS.

           SELECT RECLAMOS-FILE ASSIGN TO "reclamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCL-KEY
               FILE STATUS IS REF-STATUS.

           SELECT PRESTAMOS-FILE ASSIGN TO "prestamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-KEY
               FILE STATUS IS REF-STATUS.

           SELECT CAMBIOS-FILE ASSIGN TO "cambios-pendientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS REF-STATUS.

           SELECT APROBACION-FILE
               ASSIGN TO "transferencias-aprobacion.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-KEY
               FILE STATUS IS REF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACTOS-FILE.
       COPY "contacto.cpy".

       FD  USUARIOS-FILE.
       COPY "usuario-staff.cpy".

       FD  RECLAMOS-FILE.
       COPY "reclamo.cpy".

       FD  PRESTAMOS-FILE.
       COPY "prestamo.cpy".

       FD  CAMBIOS-FILE.
       COPY "cambio-pendiente.cpy".

       FD  APROBACION-FILE.
       COPY "transferencia-aprobacion.cpy".

       WORKING-STORAGE SECTION.
       COPY "cliente.cpy".
       01  CONTACTOS-STATUS           PIC XX.
       01  USUARIOS-STATUS            PIC XX.
       01  REF-STATUS                 PIC XX.

       01  WS-STAFF-USUARIO           PIC X(8).
       01  WS-STAFF-ROL               PIC X(1).
       01  WS-STAFF-AUTORIZADO        PIC 9 VALUE 0.
       01  WS-PROGRAMA-ACCESO         PIC X(20)
                                      VALUE "REGISTRAR-CONTACTOS".
       01  WS-OPCION                  PIC X.
       01  WS-FIN                     PIC X VALUE 'N'.
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-TIMESTAMP               PIC 9(14).

       01  WS-CBF-INPUT               PIC 9(6).
       01  WS-CLIENTE-ID              PIC 9(8).
       01  WS-ID-ENCONTRADO           PIC 9.
       01  WS-CLIENTE-OK              PIC X.

       01  WS-CANAL-INPUT             PIC X(1).
       01  WS-MOTIVO-INPUT            PIC X(3).
       01  WS-NOTAS-INPUT             PIC X(120).
       01  WS-SEGUIMIENTO-INPUT       PIC 9(8).
       01  WS-RESPONSABLE-INPUT       PIC X(8).
       01  WS-REF-TIPO-INPUT          PIC X(1).
       01  WS-REF-CBF-INPUT           PIC 9(6).
       01  WS-REF-TS-INPUT            PIC 9(14).
       01  WS-DATOS-OK                PIC X.
       01  WS-TS-INPUT                PIC 9(14).

       01  WS-CANT-LISTADOS           PIC 9(5).
       01  WS-SITUACION               PIC X(9).

       01  WS-JOURNAL-EVENTO          PIC X(20).
       01  WS-JOURNAL-DETALLE         PIC X(60).
       01  WS-JOURNAL-CBF             PIC X(6).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "==========================================".
           DISPLAY "  BITACORA DE CONTACTOS CON CLIENTES".
           DISPLAY "==========================================".
           CALL "autenticar-staff" USING WS-STAFF-USUARIO,
                WS-STAFF-ROL, "C", WS-STAFF-AUTORIZADO
           IF WS-STAFF-AUTORIZADO = 1
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               OPEN I-O CONTACTOS-FILE
               IF CONTACTOS-STATUS NOT = "00"
                  AND CONTACTOS-STATUS NOT = "05"
                   OPEN OUTPUT CONTACTOS-FILE
                   CLOSE CONTACTOS-FILE
                   OPEN I-O CONTACTOS-FILE
               END-IF
               PERFORM 2000-GESTIONAR UNTIL WS-FIN = 'S'
               CLOSE CONTACTOS-FILE
           END-IF
           STOP RUN.

       2000-GESTIONAR.
           DISPLAY "------------------------------------------"
           DISPLAY "A. Registrar un contacto"
           DISPLAY "C. Consultar la bitacora de un cliente"
           DISPLAY "S. Mis seguimientos pendientes"
           DISPLAY "K. Cerrar un seguimiento cumplido"
           DISPLAY "0. Salir"
           DISPLAY "Opcion: " WITH NO ADVANCING
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN "A"
               WHEN "a"
                   PERFORM 2100-REGISTRAR THRU 2100-REGISTRAR-FIN
               WHEN "C"
               WHEN "c"
                   PERFORM 2200-CONSULTAR THRU 2200-CONSULTAR-FIN
               WHEN "S"
               WHEN "s"
                   PERFORM 2300-MIS-SEGUIMIENTOS
               WHEN "K"
               WHEN "k"
                   PERFORM 2400-CERRAR-SEGUIMIENTO
                       THRU 2400-CERRAR-SEGUIMIENTO-FIN
               WHEN OTHER
                   MOVE 'S' TO WS-FIN
           END-EVALUATE.

       2100-REGISTRAR.
           PERFORM 2500-LEER-CLIENTE
           IF WS-CLIENTE-OK NOT = 'S'
               GO TO 2100-REGISTRAR-FIN
           END-IF
           MOVE 'S' TO WS-DATOS-OK
           DISPLAY "Canal (T telefono, P presencial, E email,"
                   " O otro): " WITH NO ADVANCING
           ACCEPT WS-CANAL-INPUT
           MOVE FUNCTION UPPER-CASE(WS-CANAL-INPUT) TO CO-CANAL
           IF NOT CO-CANAL-VALIDO
               DISPLAY "Canal invalido."
               GO TO 2100-REGISTRAR-FIN
           END-IF
           DISPLAY "Motivo (CON consulta, REC reclamo, PRE prestamo,"
           DISPLAY "        PRO producto, DOC documentacion,"
           DISPLAY "        CAM cambio de datos, BAJ baja, OTR): "
               WITH NO ADVANCING
           ACCEPT WS-MOTIVO-INPUT
           MOVE FUNCTION UPPER-CASE(WS-MOTIVO-INPUT) TO CO-MOTIVO
           IF NOT CO-MOTIVO-VALIDO
               DISPLAY "Motivo invalido."
               GO TO 2100-REGISTRAR-FIN
           END-IF
           DISPLAY "Notas: " WITH NO ADVANCING
           ACCEPT WS-NOTAS-INPUT
           IF WS-NOTAS-INPUT = SPACES
               DISPLAY "Las notas son obligatorias."
               GO TO 2100-REGISTRAR-FIN
           END-IF

           DISPLAY "Fecha de seguimiento AAAAMMDD (0 = sin"
                   " seguimiento): " WITH NO ADVANCING
           ACCEPT WS-SEGUIMIENTO-INPUT
           MOVE SPACES TO WS-RESPONSABLE-INPUT
           IF WS-SEGUIMIENTO-INPUT NOT = 0
               IF WS-SEGUIMIENTO-INPUT < WS-FECHA-HOY
                   DISPLAY "El seguimiento no puede ser anterior a"
                           " hoy."
                   GO TO 2100-REGISTRAR-FIN
               END-IF
               DISPLAY "Responsable (en blanco = " WS-STAFF-USUARIO
                       "): " WITH NO ADVANCING
               ACCEPT WS-RESPONSABLE-INPUT
               IF WS-RESPONSABLE-INPUT = SPACES
                   MOVE WS-STAFF-USUARIO TO WS-RESPONSABLE-INPUT
               END-IF
               PERFORM 2600-VALIDAR-RESPONSABLE
                   THRU 2600-VALIDAR-RESPONSABLE-FIN
               IF WS-DATOS-OK NOT = 'S'
                   GO TO 2100-REGISTRAR-FIN
               END-IF
           END-IF

           DISPLAY "Vinculo (R reclamo, P prestamo, C cambio de"
                   " datos,"
           DISPLAY "         T transferencia en aprobacion, en"
                   " blanco ninguno): " WITH NO ADVANCING
           ACCEPT WS-REF-TIPO-INPUT
           MOVE FUNCTION UPPER-CASE(WS-REF-TIPO-INPUT)
               TO WS-REF-TIPO-INPUT
           MOVE 0 TO WS-REF-CBF-INPUT
           MOVE 0 TO WS-REF-TS-INPUT
           IF WS-REF-TIPO-INPUT NOT = SPACE
               PERFORM 2700-VALIDAR-REFERENCIA
               IF WS-DATOS-OK NOT = 'S'
                   GO TO 2100-REGISTRAR-FIN
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           MOVE WS-CLIENTE-ID TO CO-CLIENTE-ID
           MOVE WS-TIMESTAMP TO CO-TIMESTAMP
           MOVE WS-CBF-INPUT TO CO-CBF
           MOVE WS-NOTAS-INPUT TO CO-NOTAS
           MOVE WS-STAFF-USUARIO TO CO-USUARIO
           MOVE WS-SEGUIMIENTO-INPUT TO CO-FECHA-SEGUIMIENTO
           MOVE WS-RESPONSABLE-INPUT TO CO-RESPONSABLE
           IF WS-SEGUIMIENTO-INPUT = 0
               MOVE SPACE TO CO-SEGUIMIENTO
           ELSE
               SET CO-SEG-PENDIENTE TO TRUE
           END-IF
           MOVE 0 TO CO-FECHA-CUMPLIDO
           MOVE SPACES TO CO-USUARIO-CUMPLE
           MOVE WS-REF-TIPO-INPUT TO CO-REF-TIPO
           MOVE WS-REF-CBF-INPUT TO CO-REF-CBF
           MOVE WS-REF-TS-INPUT TO CO-REF-TIMESTAMP
           WRITE CO-RECORD
               INVALID KEY
                   DISPLAY "No se pudo registrar el contacto ("
                           CONTACTOS-STATUS ")."
                   GO TO 2100-REGISTRAR-FIN
           END-WRITE

           MOVE WS-CBF-INPUT TO WS-JOURNAL-CBF
           MOVE "CONTACTO CLIENTE" TO WS-JOURNAL-EVENTO
           MOVE SPACES TO WS-JOURNAL-DETALLE
           STRING "Canal " DELIMITED BY SIZE
                  CO-CANAL DELIMITED BY SIZE
                  " motivo " DELIMITED BY SIZE
                  CO-MOTIVO DELIMITED BY SIZE
                  " usuario " DELIMITED BY SIZE
                  WS-STAFF-USUARIO DELIMITED BY SIZE
                  " seg " DELIMITED BY SIZE
                  CO-FECHA-SEGUIMIENTO DELIMITED BY SIZE
               INTO WS-JOURNAL-DETALLE
           CALL "registrar-journal" USING WS-JOURNAL-CBF,
                WS-JOURNAL-EVENTO, WS-JOURNAL-DETALLE
           DISPLAY "Contacto registrado (" WS-TIMESTAMP ").".
       2100-REGISTRAR-FIN.
           EXIT.

      *    Bitacora completa del cliente en orden cronologico.
       2200-CONSULTAR.
           PERFORM 2500-LEER-CLIENTE
           IF WS-CLIENTE-OK NOT = 'S'
               GO TO 2200-CONSULTAR-FIN
           END-IF
           MOVE 0 TO WS-CANT-LISTADOS
           MOVE WS-CLIENTE-ID TO CO-CLIENTE-ID
           MOVE 0 TO CO-TIMESTAMP
           START CONTACTOS-FILE KEY IS >= CO-KEY
               INVALID KEY
                   MOVE "10" TO CONTACTOS-STATUS
               NOT INVALID KEY
                   MOVE "00" TO CONTACTOS-STATUS
           END-START
           PERFORM UNTIL CONTACTOS-STATUS = "10"
               READ CONTACTOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO CONTACTOS-STATUS
                   NOT AT END
                       IF CO-CLIENTE-ID NOT = WS-CLIENTE-ID
                           MOVE "10" TO CONTACTOS-STATUS
                       ELSE
                           PERFORM 2800-MOSTRAR-CONTACTO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CANT-LISTADOS = 0
               DISPLAY "  (sin contactos registrados)"
           END-IF.
       2200-CONSULTAR-FIN.
           EXIT.

      *    Seguimientos pendientes del usuario por la clave
      *    alternativa del responsable.
       2300-MIS-SEGUIMIENTOS.
           MOVE 0 TO WS-CANT-LISTADOS
           MOVE WS-STAFF-USUARIO TO CO-RESPONSABLE
           START CONTACTOS-FILE KEY IS = CO-RESPONSABLE
               INVALID KEY
                   MOVE "10" TO CONTACTOS-STATUS
               NOT INVALID KEY
                   MOVE "00" TO CONTACTOS-STATUS
           END-START
           PERFORM UNTIL CONTACTOS-STATUS = "10"
               READ CONTACTOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO CONTACTOS-STATUS
                   NOT AT END
                       IF CO-RESPONSABLE NOT = WS-STAFF-USUARIO
                           MOVE "10" TO CONTACTOS-STATUS
                       ELSE
                           IF CO-SEG-PENDIENTE
                               PERFORM 2800-MOSTRAR-CONTACTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CANT-LISTADOS = 0
               DISPLAY "  (sin seguimientos pendientes)"
           END-IF.

       2400-CERRAR-SEGUIMIENTO.
           DISPLAY "Numero de cliente: " WITH NO ADVANCING
           ACCEPT WS-CLIENTE-ID
           DISPLAY "Timestamp del contacto: " WITH NO ADVANCING
           ACCEPT WS-TS-INPUT
           MOVE WS-CLIENTE-ID TO CO-CLIENTE-ID
           MOVE WS-TS-INPUT TO CO-TIMESTAMP
           READ CONTACTOS-FILE
               KEY IS CO-KEY
               INVALID KEY
                   DISPLAY "No existe ese contacto."
                   GO TO 2400-CERRAR-SEGUIMIENTO-FIN
           END-READ
           IF NOT CO-SEG-PENDIENTE
               DISPLAY "El contacto no tiene un seguimiento"
                       " pendiente."
               GO TO 2400-CERRAR-SEGUIMIENTO-FIN
           END-IF
           PERFORM 2800-MOSTRAR-CONTACTO
      *    La nota de cierre ocupa la segunda linea de las notas.
           DISPLAY "Nota de cierre: " WITH NO ADVANCING
           ACCEPT WS-NOTAS-INPUT
           IF WS-NOTAS-INPUT NOT = SPACES
               MOVE WS-NOTAS-INPUT(1:60) TO CO-NOTAS(61:60)
           END-IF
           SET CO-SEG-CUMPLIDO TO TRUE
           MOVE WS-FECHA-HOY TO CO-FECHA-CUMPLIDO
           MOVE WS-STAFF-USUARIO TO CO-USUARIO-CUMPLE
           REWRITE CO-RECORD
               INVALID KEY
                   DISPLAY "No se pudo cerrar el seguimiento."
                   GO TO 2400-CERRAR-SEGUIMIENTO-FIN
           END-REWRITE
           MOVE CO-CBF TO WS-JOURNAL-CBF
           MOVE "SEGUIMIENTO CUMPLIDO" TO WS-JOURNAL-EVENTO
           MOVE SPACES TO WS-JOURNAL-DETALLE
           STRING "Contacto " DELIMITED BY SIZE
                  CO-TIMESTAMP DELIMITED BY SIZE
                  " resp " DELIMITED BY SIZE
                  CO-RESPONSABLE DELIMITED BY SIZE
                  " cierra " DELIMITED BY SIZE
                  WS-STAFF-USUARIO DELIMITED BY SIZE
               INTO WS-JOURNAL-DETALLE
           CALL "registrar-journal" USING WS-JOURNAL-CBF,
                WS-JOURNAL-EVENTO, WS-JOURNAL-DETALLE
           DISPLAY "Seguimiento cerrado.".
       2400-CERRAR-SEGUIMIENTO-FIN.
           EXIT.

      *    La bitacora se lleva por numero de cliente: el CBF de
      *    cualquiera de sus cuentas lo ubica. La consulta queda en
      *    el log de accesos del staff.
       2500-LEER-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-OK
           DISPLAY "CBF de una cuenta del cliente: " WITH NO ADVANCING
           ACCEPT WS-CBF-INPUT
           MOVE WS-CBF-INPUT TO P-CBF OF CLIENTE
           CALL 'buscar-cliente' USING CLIENTE
           IF P-CBF OF CLIENTE = '000000' OR P-CBF OF CLIENTE = SPACES
               DISPLAY "No existe una cuenta con ese CBF."
           ELSE
               CALL "buscar-cliente-id" USING WS-CBF-INPUT,
                    WS-CLIENTE-ID, WS-ID-ENCONTRADO
               IF WS-ID-ENCONTRADO NOT = 1
                   DISPLAY "La cuenta no tiene numero de cliente."
               ELSE
                   MOVE 'S' TO WS-CLIENTE-OK
                   CALL 'registrar-acceso' USING WS-STAFF-USUARIO,
                        WS-PROGRAMA-ACCESO, WS-CBF-INPUT
                   DISPLAY "Cliente " WS-CLIENTE-ID ": "
                           P-NOMBRE OF CLIENTE " "
                           P-APELLIDO OF CLIENTE
               END-IF
           END-IF.

       2600-VALIDAR-RESPONSABLE.
           OPEN INPUT USUARIOS-FILE
           IF USUARIOS-STATUS NOT = "00"
      *        Sin maestro de usuarios (ambiente sin migrar) no hay
      *        contra que validar.
               GO TO 2600-VALIDAR-RESPONSABLE-FIN
           END-IF
           MOVE WS-RESPONSABLE-INPUT TO US-ID
           READ USUARIOS-FILE
               KEY IS US-ID
               INVALID KEY
                   DISPLAY "El responsable " WS-RESPONSABLE-INPUT
                           " no es un usuario staff."
                   MOVE 'N' TO WS-DATOS-OK
               NOT INVALID KEY
                   IF NOT US-ACTIVO
                       DISPLAY "El responsable " WS-RESPONSABLE-INPUT
                               " esta inactivo."
                       MOVE 'N' TO WS-DATOS-OK
                   END-IF
           END-READ
           CLOSE USUARIOS-FILE.
       2600-VALIDAR-RESPONSABLE-FIN.
           EXIT.

      *    La clave referida (CBF + timestamp) debe existir en el
      *    archivo del tipo de vinculo.
       2700-VALIDAR-REFERENCIA.
           DISPLAY "CBF de la clave vinculada: " WITH NO ADVANCING
           ACCEPT WS-REF-CBF-INPUT
           DISPLAY "Timestamp de la clave vinculada: "
               WITH NO ADVANCING
           ACCEPT WS-REF-TS-INPUT
           MOVE "23" TO REF-STATUS
           EVALUATE WS-REF-TIPO-INPUT
               WHEN "R"
                   OPEN INPUT RECLAMOS-FILE
                   IF REF-STATUS = "00"
                       MOVE WS-REF-CBF-INPUT TO RCL-CBF
                       MOVE WS-REF-TS-INPUT TO RCL-TIMESTAMP
                       READ RECLAMOS-FILE
                           KEY IS RCL-KEY
                           INVALID KEY
                               MOVE "23" TO REF-STATUS
                       END-READ
                       CLOSE RECLAMOS-FILE
                   END-IF
               WHEN "P"
                   OPEN INPUT PRESTAMOS-FILE
                   IF REF-STATUS = "00"
                       MOVE WS-REF-CBF-INPUT TO PRE-CBF
                       MOVE WS-REF-TS-INPUT TO PRE-TIMESTAMP-ALTA
                       READ PRESTAMOS-FILE
                           KEY IS PRE-KEY
                           INVALID KEY
                               MOVE "23" TO REF-STATUS
                       END-READ
                       CLOSE PRESTAMOS-FILE
                   END-IF
               WHEN "C"
                   OPEN INPUT CAMBIOS-FILE
                   IF REF-STATUS = "00"
                       MOVE WS-REF-CBF-INPUT TO CP-CBF
                       MOVE WS-REF-TS-INPUT TO CP-TIMESTAMP
                       READ CAMBIOS-FILE
                           KEY IS CP-KEY
                           INVALID KEY
                               MOVE "23" TO REF-STATUS
                       END-READ
                       CLOSE CAMBIOS-FILE
                   END-IF
               WHEN "T"
                   OPEN INPUT APROBACION-FILE
                   IF REF-STATUS = "00"
                       MOVE WS-REF-CBF-INPUT TO TA-CBF-ORIGEN
                       MOVE WS-REF-TS-INPUT TO TA-TIMESTAMP
                       READ APROBACION-FILE
                           KEY IS TA-KEY
                           INVALID KEY
                               MOVE "23" TO REF-STATUS
                       END-READ
                       CLOSE APROBACION-FILE
                   END-IF
               WHEN OTHER
                   DISPLAY "Tipo de vinculo invalido."
           END-EVALUATE
           IF REF-STATUS NOT = "00"
               DISPLAY "No existe la clave vinculada."
               MOVE 'N' TO WS-DATOS-OK
           END-IF.

       2800-MOSTRAR-CONTACTO.
           ADD 1 TO WS-CANT-LISTADOS
           DISPLAY "------------------------------------------"
           DISPLAY CO-TIMESTAMP " cliente " CO-CLIENTE-ID
                   " CBF " CO-CBF " canal " CO-CANAL
                   " motivo " CO-MOTIVO " por " CO-USUARIO
           DISPLAY "  " CO-NOTAS(1:60)
           IF CO-NOTAS(61:60) NOT = SPACES
               DISPLAY "  " CO-NOTAS(61:60)
           END-IF
           IF CO-SEG-PENDIENTE
               IF CO-FECHA-SEGUIMIENTO < WS-FECHA-HOY
                   MOVE "VENCIDO" TO WS-SITUACION
               ELSE
                   MOVE "PENDIENTE" TO WS-SITUACION
               END-IF
               DISPLAY "  Seguimiento " CO-FECHA-SEGUIMIENTO
                       " resp " CO-RESPONSABLE " " WS-SITUACION
           END-IF
           IF CO-SEG-CUMPLIDO
               DISPLAY "  Seguimiento cumplido " CO-FECHA-CUMPLIDO
                       " por " CO-USUARIO-CUMPLE
           END-IF
           IF NOT CO-SIN-REFERENCIA
               DISPLAY "  Vinculo " CO-REF-TIPO " " CO-REF-CBF
                       "/" CO-REF-TIMESTAMP
           END-IF.
