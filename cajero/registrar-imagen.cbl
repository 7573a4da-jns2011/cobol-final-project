       IDENTIFICATION DIVISION.
       PROGRAM-ID. registrar-imagen.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: bitacora de imagenes
      *              posteriores (bitacora-imagenes.dat), de solo
      *              agregado. Se llama despues de cada WRITE, REWRITE
      *              o DELETE exitoso sobre un archivo del juego de
      *              backup, con el codigo de archivo, la operacion
      *              (W alta, R modificacion, D baja) y el registro
      *              como quedo. Numera y encadena cada registro con
      *              encadenar-imagen; el ultimo numero y control se
      *              guardan en bitacora-imagenes.ctl (si falta, se
      *              recalculan leyendo la bitacora). La reaplica
      *              RECUPERAR-BITACORA despues de restaurar un backup.
      *              El largo de cada registro sale de la tabla de
      *              largos: si cambia un layout, actualizarla.
      *  2026-10-15  La imagen de transacciones.dat pasa a 118
      *              posiciones (R-CANAL al final del registro).
      *  2026-10-15  El numero y control se toman con
      *              bitacora-imagenes.lck abierto en exclusiva (se
      *              reintenta mientras otra sesion o particion lo
      *              tenga), de modo que dos grabaciones simultaneas
      *              no repitan secuencia ni corten la cadena.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BITACORA-FILE ASSIGN TO "bitacora-imagenes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "bitacora-imagenes.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STATUS.
      *    Candado de la bitacora: solo se abre, no tiene datos.
           SELECT OPTIONAL CANDADO-FILE
               ASSIGN TO "bitacora-imagenes.lck"
               ORGANIZATION IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS LCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BITACORA-FILE.
       COPY "imagen-posterior.cpy".

       FD  CONTROL-FILE.
       01  CTL-RECORD.
           05  CTL-SECUENCIA           PIC 9(9).
           05  CTL-CONTROL             PIC 9(10).

       FD  CANDADO-FILE.
       01  LCK-RECORD                  PIC X(1).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                 PIC XX.
       01  CTL-STATUS                  PIC XX.
       01  LCK-STATUS                  PIC XX.
       01  WS-CANDADO                  PIC X VALUE 'N'.
           88  CANDADO-TOMADO          VALUE 'S'.
       01  WS-INTENTOS                 PIC 9(5) VALUE 0.
      *    Hasta 3000 intentos separados por 10 milisegundos.
       01  WS-MAX-INTENTOS             PIC 9(5) VALUE 3000.
       01  WS-ESPERA-NANOS             PIC 9(18) VALUE 10000000.
       01  WS-ULTIMA-SECUENCIA         PIC 9(9) VALUE 0.
       01  WS-ULTIMO-CONTROL           PIC 9(10) VALUE 0.
       01  WS-NUEVO-CONTROL            PIC 9(10).
       01  WS-LARGO                    PIC 9(3) VALUE 0.
       01  WS-EOF                      PIC X VALUE 'N'.
       01  WS-IDX                      PIC 9(2).

      *    Largo de cada registro grabado, segun su copybook:
      *    cuentas.cpy, titulares.cpy, cliente-indice.cpy,
      *    transferencias-pendientes.cpy, saldos.cpy y
      *    registro-transaccion.cpy.
       01  WS-TABLA-LARGOS-INIT.
           05  FILLER PIC X(11) VALUE "CUENTAS 153".
           05  FILLER PIC X(11) VALUE "TITULAR 072".
           05  FILLER PIC X(11) VALUE "CLIIDX  014".
           05  FILLER PIC X(11) VALUE "PENDIENT046".
           05  FILLER PIC X(11) VALUE "SALDOS  026".
           05  FILLER PIC X(11) VALUE "TRANS   118".
       01  WS-TABLA-LARGOS REDEFINES WS-TABLA-LARGOS-INIT.
           05  WS-LARGO-ENTRADA OCCURS 6 TIMES.
               10  WS-LARGO-ARCHIVO    PIC X(8).
               10  WS-LARGO-BYTES      PIC 9(3).

       LINKAGE SECTION.
       01  LK-ARCHIVO                  PIC X(8).
       01  LK-OPERACION                PIC X(1).
       01  LK-IMAGEN                   PIC X(250).

       PROCEDURE DIVISION USING LK-ARCHIVO, LK-OPERACION, LK-IMAGEN.
       MAIN-PARA.
           MOVE 0 TO WS-LARGO
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
               IF WS-LARGO-ARCHIVO(WS-IDX) = LK-ARCHIVO
                   MOVE WS-LARGO-BYTES(WS-IDX) TO WS-LARGO
               END-IF
           END-PERFORM
           IF WS-LARGO = 0
               DISPLAY "Bitacora de imagenes: archivo desconocido "
                       LK-ARCHIVO
               GOBACK
           END-IF

           PERFORM TOMAR-CANDADO
           IF NOT CANDADO-TOMADO
               DISPLAY "Bitacora de imagenes: no se pudo tomar el "
                       "candado (" LCK-STATUS "), sin imagen de "
                       LK-ARCHIVO " " LK-OPERACION
               GOBACK
           END-IF

           PERFORM LEER-CONTROL

           MOVE SPACES TO IP-RECORD
           ADD 1 TO WS-ULTIMA-SECUENCIA
           MOVE WS-ULTIMA-SECUENCIA TO IP-SECUENCIA
           MOVE FUNCTION CURRENT-DATE(1:14) TO IP-TIMESTAMP
           MOVE LK-ARCHIVO TO IP-ARCHIVO
           MOVE LK-OPERACION TO IP-OPERACION
           MOVE LK-IMAGEN(1:WS-LARGO) TO IP-IMAGEN(1:WS-LARGO)
           MOVE 0 TO IP-CONTROL
           CALL 'encadenar-imagen' USING IP-RECORD, WS-ULTIMO-CONTROL,
                                         WS-NUEVO-CONTROL
           MOVE WS-NUEVO-CONTROL TO IP-CONTROL

           OPEN EXTEND BITACORA-FILE
           IF FILE-STATUS NOT = "00"
               OPEN OUTPUT BITACORA-FILE
               CLOSE BITACORA-FILE
               OPEN EXTEND BITACORA-FILE
           END-IF
           WRITE IP-RECORD
           IF FILE-STATUS NOT = "00"
               DISPLAY "Bitacora de imagenes: error " FILE-STATUS
                       " al grabar " LK-ARCHIVO " " LK-OPERACION
               CLOSE BITACORA-FILE
               CLOSE CANDADO-FILE
               GOBACK
           END-IF
           CLOSE BITACORA-FILE

           MOVE WS-ULTIMA-SECUENCIA TO CTL-SECUENCIA
           MOVE WS-NUEVO-CONTROL TO CTL-CONTROL
           OPEN OUTPUT CONTROL-FILE
           WRITE CTL-RECORD
           CLOSE CONTROL-FILE
           CLOSE CANDADO-FILE
           GOBACK.

      *    Lectura del control, grabacion y actualizacion del control
      *    van con el candado abierto; el que lo encuentra tomado
      *    ("61") espera y reintenta.
       TOMAR-CANDADO.
           MOVE 'N' TO WS-CANDADO
           MOVE 0 TO WS-INTENTOS
           PERFORM UNTIL CANDADO-TOMADO
                      OR WS-INTENTOS >= WS-MAX-INTENTOS
               ADD 1 TO WS-INTENTOS
               OPEN I-O CANDADO-FILE
               EVALUATE LCK-STATUS
                   WHEN "00"
                   WHEN "05"
                       MOVE 'S' TO WS-CANDADO
                   WHEN "61"
                       CALL "CBL_GC_NANOSLEEP" USING WS-ESPERA-NANOS
                   WHEN OTHER
                       MOVE WS-MAX-INTENTOS TO WS-INTENTOS
               END-EVALUATE
           END-PERFORM.

       LEER-CONTROL.
           MOVE 0 TO WS-ULTIMA-SECUENCIA
           MOVE 0 TO WS-ULTIMO-CONTROL
           OPEN INPUT CONTROL-FILE
           IF CTL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       MOVE "10" TO CTL-STATUS
                   NOT AT END
                       MOVE CTL-SECUENCIA TO WS-ULTIMA-SECUENCIA
                       MOVE CTL-CONTROL TO WS-ULTIMO-CONTROL
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF CTL-STATUS NOT = "00"
               PERFORM RECALCULAR-CONTROL
           END-IF.

       RECALCULAR-CONTROL.
           OPEN INPUT BITACORA-FILE
           IF FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ BITACORA-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           MOVE IP-SECUENCIA TO WS-ULTIMA-SECUENCIA
                           MOVE IP-CONTROL TO WS-ULTIMO-CONTROL
                   END-READ
               END-PERFORM
               CLOSE BITACORA-FILE
           END-IF.
