       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERAR-BITACORA.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Recuperacion hacia adelante: se corre despues de
      *  RESTAURAR-BACKUP. Toma del catalogo la ultima restauracion y
      *  el timestamp de la generacion restaurada, y reaplica en el
      *  orden original, desde la bitacora de imagenes posteriores
      *  (bitacora-imagenes.dat, ver registrar-imagen), cada alta,
      *  modificacion y baja grabada despues de ese timestamp sobre
      *  cuentas, movimientos, saldos, titulares, transferencias
      *  pendientes e indice de clientes.
      *  El operador elige hasta que momento recuperar
      *  (AAAAMMDDHHMMSS; 0 = hasta la restauracion), por ejemplo el
      *  instante anterior a un proceso que rompio los datos.
      *  Antes de tocar un archivo se verifica la cadena de control
      *  de la bitacora hasta el punto elegido: si un registro fue
      *  alterado, borrado o intercalado, no se aplica nada.
      *  Cada imagen se aplica como "dejar el registro asi" (alta o
      *  modificacion: WRITE o REWRITE segun exista; baja: DELETE si
      *  existe), por lo que reaplicar lo que ya estaba en el backup
      *  no cambia el resultado.
      *  Si se recupera hasta un punto anterior al final, la cola no
      *  aplicada se aparta a bitacora-imagenes-descartada-<ts>.dat
      *  (queda para revision) y la bitacora vigente sigue desde el
      *  ultimo registro aplicado, para que una recuperacion futura
      *  no la vuelva a aplicar.
      *  Cierra con CONTROL-INTEGRIDAD en modo verificacion contra la
      *  foto de totales de control, y asienta el evento en el
      *  catalogo (tipo "F") y en la auditoria.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-FILE ASSIGN TO "catalogo-backups.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOGO-STATUS.

           SELECT BITACORA-FILE ASSIGN TO "bitacora-imagenes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BITACORA-STATUS.

           SELECT BITACORA-NUEVA-FILE
               ASSIGN TO "bitacora-imagenes.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BITACORA-NUEVA-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT TRANS-FILE ASSIGN TO WS-TRANS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS R-KEY
               ALTERNATE RECORD KEY IS R-CBF
                   WITH DUPLICATES
               FILE STATUS IS TRANS-STATUS.

           SELECT SALDOS-FILE ASSIGN TO "saldos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SALDO-CBF
               FILE STATUS IS SALDOS-STATUS.

           SELECT TITULARES-FILE ASSIGN TO "titulares.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-KEY
               ALTERNATE RECORD KEY IS TIT-CBF
                   WITH DUPLICATES
               FILE STATUS IS TITULARES-STATUS.

           SELECT PENDIENTES-FILE
               ASSIGN TO "transferencias-pendientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-KEY
               FILE STATUS IS PENDIENTES-STATUS.

           SELECT CLIENTES-IDX-FILE ASSIGN TO "clientes-idx.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CBF
               ALTERNATE RECORD KEY IS CI-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-FILE.
       01  CATALOGO-REGISTRO.
           05  CAT-TIPO               PIC X(1).
               88  CAT-GENERACION     VALUE "B".
               88  CAT-RESTAURACION   VALUE "R".
               88  CAT-RECUPERACION   VALUE "F".
           05  CAT-FECHA              PIC 9(8).
           05  CAT-TIMESTAMP          PIC 9(14).

       FD  BITACORA-FILE.
       COPY "imagen-posterior.cpy".

       FD  BITACORA-NUEVA-FILE.
       01  BITACORA-NUEVA-REGISTRO    PIC X(292).

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  TRANS-FILE.
       COPY "registro-transaccion.cpy".

       FD  SALDOS-FILE.
       COPY "registro-saldo.cpy".

       FD  TITULARES-FILE.
       COPY "titular.cpy".

       FD  PENDIENTES-FILE.
       COPY "transferencia-pendiente.cpy".

       FD  CLIENTES-IDX-FILE.
       COPY "cliente-indice.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  CATALOGO-STATUS            PIC XX.
       01  BITACORA-STATUS            PIC XX.
       01  BITACORA-NUEVA-STATUS      PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  TRANS-STATUS               PIC XX.
       01  SALDOS-STATUS              PIC XX.
       01  TITULARES-STATUS           PIC XX.
       01  PENDIENTES-STATUS          PIC XX.
       01  IDX-STATUS                 PIC XX.

      *    Restauracion de partida y punto de recuperacion.
       01  WS-FECHA-GENERACION        PIC 9(8) VALUE 0.
       01  WS-TS-RESTAURACION         PIC 9(14) VALUE 0.
       01  WS-TS-BACKUP               PIC 9(14) VALUE 0.
       01  WS-TS-HASTA                PIC 9(14) VALUE 0.
       01  WS-TS-INGRESADO            PIC X(14).
       01  WS-TS-AHORA                PIC X(14).
       01  WS-OPCION-CONF             PIC X.
       01  WS-CONTINUAR               PIC X VALUE 'N'.

      *    Verificacion de la cadena de control.
       01  WS-SECUENCIA-ESPERADA      PIC 9(9) VALUE 0.
       01  WS-CONTROL-ANTERIOR        PIC 9(10) VALUE 0.
       01  WS-CONTROL-CALCULADO       PIC 9(10).
       01  WS-CONTROL-LEIDO           PIC 9(10).
       01  WS-CADENA-OK               PIC X VALUE 'S'.
       01  WS-SECUENCIA-ROTA          PIC 9(9) VALUE 0.
       01  WS-ULTIMA-APLICABLE        PIC 9(9) VALUE 0.
       01  WS-FIN-BITACORA            PIC X VALUE 'N'.

      *    Totales de la corrida.
       01  WS-CANT-A-APLICAR          PIC 9(9) VALUE 0.
       01  WS-CANT-EN-BACKUP          PIC 9(9) VALUE 0.
       01  WS-CANT-COLA               PIC 9(9) VALUE 0.
       01  WS-CANT-POST-RESTAURACION  PIC 9(9) VALUE 0.
       01  WS-CANT-CUENTAS            PIC 9(9) VALUE 0.
       01  WS-CANT-MOVIMIENTOS        PIC 9(9) VALUE 0.
       01  WS-CANT-SALDOS             PIC 9(9) VALUE 0.
       01  WS-CANT-TITULARES          PIC 9(9) VALUE 0.
       01  WS-CANT-PENDIENTES         PIC 9(9) VALUE 0.
       01  WS-CANT-INDICE             PIC 9(9) VALUE 0.
       01  WS-CANT-ERRORES            PIC 9(9) VALUE 0.
       01  WS-RESULTADO-CONTROL       PIC 9 VALUE 0.
           88  CONTROL-OK                 VALUE 0.

       01  WS-COMANDO                 PIC X(250).
       01  WS-AUD-CBF                 PIC X(6) VALUE "000000".
       01  WS-AUD-CAMPO               PIC X(20) VALUE "RECUPERACION".
       01  WS-AUD-VALOR-ANT           PIC X(50).
       01  WS-AUD-VALOR-NUEVO         PIC X(50).
       01  WS-AUD-USUARIO             PIC X(20) VALUE "OPERACIONES".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-UBICAR-RESTAURACION
           IF WS-CONTINUAR = 'S'
               PERFORM 2000-ELEGIR-PUNTO THRU 2000-ELEGIR-PUNTO-FIN
           END-IF
           IF WS-CONTINUAR = 'S'
               PERFORM 3000-VERIFICAR-BITACORA
                   THRU 3000-VERIFICAR-BITACORA-FIN
           END-IF
           IF WS-CONTINUAR = 'S'
               PERFORM 4000-APLICAR-IMAGENES
               IF WS-CANT-COLA > 0
                   PERFORM 5000-APARTAR-COLA
               END-IF
               PERFORM 6000-CONTROL-TOTALES
               PERFORM 7000-REGISTRAR-EVENTO
           END-IF
           STOP RUN.

      *    La recuperacion parte de la ultima restauracion del
      *    catalogo; el timestamp de su generacion (el ultimo "B" de
      *    esa fecha, tomado al iniciar la copia) es el limite
      *    inferior de lo que hay que reaplicar.
       1000-UBICAR-RESTAURACION.
           DISPLAY "==========================================".
           DISPLAY "  RECUPERACION DESDE LA BITACORA".
           DISPLAY "==========================================".
           COPY "cargar-rutas.cpy".
           MOVE 'N' TO WS-CONTINUAR
           OPEN INPUT CATALOGO-FILE
           IF CATALOGO-STATUS NOT = "00"
               DISPLAY "No hay catalogo de backups."
               MOVE "10" TO CATALOGO-STATUS
           END-IF
           PERFORM UNTIL CATALOGO-STATUS = "10"
               READ CATALOGO-FILE
                   AT END
                       MOVE "10" TO CATALOGO-STATUS
                   NOT AT END
                       IF CAT-RESTAURACION
                           MOVE CAT-FECHA TO WS-FECHA-GENERACION
                           MOVE CAT-TIMESTAMP TO WS-TS-RESTAURACION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOGO-FILE

           IF WS-FECHA-GENERACION = 0
               DISPLAY "No hay restauracion registrada: correr"
               DISPLAY "RESTAURAR-BACKUP antes de recuperar."
           ELSE
               OPEN INPUT CATALOGO-FILE
               MOVE "00" TO CATALOGO-STATUS
               PERFORM UNTIL CATALOGO-STATUS = "10"
                   READ CATALOGO-FILE
                       AT END
                           MOVE "10" TO CATALOGO-STATUS
                       NOT AT END
                           IF CAT-GENERACION
                              AND CAT-FECHA = WS-FECHA-GENERACION
                               MOVE CAT-TIMESTAMP TO WS-TS-BACKUP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOGO-FILE
               IF WS-TS-BACKUP = 0
                   DISPLAY "La generacion " WS-FECHA-GENERACION
                           " ya no esta en el catalogo."
               ELSE
                   DISPLAY "Ultima restauracion: generacion del "
                           WS-FECHA-GENERACION
                   DISPLAY "  Backup tomado:   " WS-TS-BACKUP
                   DISPLAY "  Restaurado el:   " WS-TS-RESTAURACION
                   MOVE 'S' TO WS-CONTINUAR
               END-IF
           END-IF.

      *    El punto de recuperacion no puede pasar la restauracion:
      *    lo grabado despues ya se hizo sobre los datos restaurados.
       2000-ELEGIR-PUNTO.
           MOVE 'N' TO WS-CONTINUAR
           DISPLAY "Recuperar hasta (AAAAMMDDHHMMSS, 0 = hasta la "
                   "restauracion): " WITH NO ADVANCING
           ACCEPT WS-TS-INGRESADO
           IF WS-TS-INGRESADO = SPACES OR WS-TS-INGRESADO = "0"
               MOVE WS-TS-RESTAURACION TO WS-TS-HASTA
           ELSE
               IF WS-TS-INGRESADO IS NOT NUMERIC
                   DISPLAY "Momento invalido."
                   GO TO 2000-ELEGIR-PUNTO-FIN
               END-IF
               MOVE WS-TS-INGRESADO TO WS-TS-HASTA
           END-IF
           IF WS-TS-HASTA <= WS-TS-BACKUP
               DISPLAY "El momento es anterior al backup restaurado."
               GO TO 2000-ELEGIR-PUNTO-FIN
           END-IF
           IF WS-TS-HASTA > WS-TS-RESTAURACION
               DISPLAY "El momento es posterior a la restauracion;"
               DISPLAY "se recupera hasta " WS-TS-RESTAURACION "."
               MOVE WS-TS-RESTAURACION TO WS-TS-HASTA
           END-IF

           DISPLAY "Se reaplican las imagenes posteriores al "
                   WS-TS-BACKUP
           DISPLAY "hasta el " WS-TS-HASTA " inclusive."
           DISPLAY "Confirma la recuperacion? (S/N): "
               WITH NO ADVANCING
           ACCEPT WS-OPCION-CONF
           IF WS-OPCION-CONF = "S" OR WS-OPCION-CONF = "s"
               MOVE 'S' TO WS-CONTINUAR
           ELSE
               DISPLAY "Recuperacion cancelada."
           END-IF.
       2000-ELEGIR-PUNTO-FIN.
           EXIT.

      *    Primera pasada, sin tocar archivos: la cadena de control
      *    se verifica desde el primer registro de la bitacora hasta
      *    el punto elegido. Se cuentan las imagenes a aplicar y las
      *    que quedan en la cola (posteriores al punto).
       3000-VERIFICAR-BITACORA.
           MOVE 'N' TO WS-CONTINUAR
           OPEN INPUT BITACORA-FILE
           IF BITACORA-STATUS NOT = "00"
               DISPLAY "No hay bitacora de imagenes posteriores."
               GO TO 3000-VERIFICAR-BITACORA-FIN
           END-IF
           MOVE 0 TO WS-SECUENCIA-ESPERADA
           MOVE 0 TO WS-CONTROL-ANTERIOR
           MOVE 'S' TO WS-CADENA-OK
           MOVE 'N' TO WS-FIN-BITACORA
           PERFORM UNTIL WS-FIN-BITACORA = 'S'
               READ BITACORA-FILE
                   AT END
                       MOVE 'S' TO WS-FIN-BITACORA
                   NOT AT END
                       PERFORM 3100-VERIFICAR-REGISTRO
               END-READ
           END-PERFORM
           CLOSE BITACORA-FILE

           IF WS-CADENA-OK NOT = 'S'
               DISPLAY "BITACORA ALTERADA en la secuencia "
                       WS-SECUENCIA-ROTA
               DISPLAY "No se aplico ninguna imagen."
               MOVE SPACES TO WS-AUD-VALOR-ANT
               MOVE "Bitacora de imagenes" TO WS-AUD-VALOR-ANT
               MOVE SPACES TO WS-AUD-VALOR-NUEVO
               STRING "Cadena rota en secuencia " DELIMITED BY SIZE
                      WS-SECUENCIA-ROTA DELIMITED BY SIZE
                   INTO WS-AUD-VALOR-NUEVO
               CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                    WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
                    WS-AUD-VALOR-NUEVO, WS-AUD-USUARIO
               GO TO 3000-VERIFICAR-BITACORA-FIN
           END-IF

           DISPLAY "Cadena de control verificada."
           DISPLAY "  Imagenes ya incluidas en el backup: "
                   WS-CANT-EN-BACKUP
           DISPLAY "  Imagenes a reaplicar:               "
                   WS-CANT-A-APLICAR
           IF WS-CANT-COLA > 0
               DISPLAY "  Imagenes posteriores al punto:      "
                       WS-CANT-COLA
           END-IF
           IF WS-CANT-POST-RESTAURACION > 0
               DISPLAY "ATENCION: hay " WS-CANT-POST-RESTAURACION
                       " imagenes grabadas despues de la"
               DISPLAY "restauracion; no se aplican y quedan en la "
                       "cola apartada para revision."
           END-IF
           MOVE 'S' TO WS-CONTINUAR.
       3000-VERIFICAR-BITACORA-FIN.
           EXIT.

      *    Lo posterior al punto solo se cuenta (la cola se aparta
      *    sin aplicar), pero la cadena se verifica hasta el punto.
       3100-VERIFICAR-REGISTRO.
           IF IP-TIMESTAMP > WS-TS-HASTA
               ADD 1 TO WS-CANT-COLA
               IF IP-TIMESTAMP > WS-TS-RESTAURACION
                   ADD 1 TO WS-CANT-POST-RESTAURACION
               END-IF
           ELSE
               IF WS-CANT-COLA = 0 AND WS-CADENA-OK = 'S'
                   PERFORM 3200-VERIFICAR-CONTROL
               END-IF
           END-IF.

       3200-VERIFICAR-CONTROL.
           ADD 1 TO WS-SECUENCIA-ESPERADA
           MOVE IP-CONTROL TO WS-CONTROL-LEIDO
           CALL 'encadenar-imagen' USING IP-RECORD,
                WS-CONTROL-ANTERIOR, WS-CONTROL-CALCULADO
           IF IP-SECUENCIA NOT = WS-SECUENCIA-ESPERADA
              OR WS-CONTROL-CALCULADO NOT = WS-CONTROL-LEIDO
               MOVE 'N' TO WS-CADENA-OK
               MOVE WS-SECUENCIA-ESPERADA TO WS-SECUENCIA-ROTA
           ELSE
               MOVE WS-CONTROL-LEIDO TO WS-CONTROL-ANTERIOR
               MOVE IP-SECUENCIA TO WS-ULTIMA-APLICABLE
               IF IP-TIMESTAMP > WS-TS-BACKUP
                   ADD 1 TO WS-CANT-A-APLICAR
               ELSE
                   ADD 1 TO WS-CANT-EN-BACKUP
               END-IF
           END-IF.

      *    Segunda pasada: se aplican en orden de secuencia las
      *    imagenes posteriores al backup hasta el punto elegido.
       4000-APLICAR-IMAGENES.
           PERFORM 4010-ABRIR-ARCHIVOS
           OPEN INPUT BITACORA-FILE
           MOVE 'N' TO WS-FIN-BITACORA
           PERFORM UNTIL WS-FIN-BITACORA = 'S'
               READ BITACORA-FILE
                   AT END
                       MOVE 'S' TO WS-FIN-BITACORA
                   NOT AT END
                       IF IP-SECUENCIA > WS-ULTIMA-APLICABLE
                           MOVE 'S' TO WS-FIN-BITACORA
                       ELSE
                           IF IP-TIMESTAMP > WS-TS-BACKUP
                               PERFORM 4100-APLICAR-IMAGEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BITACORA-FILE
           CLOSE CUENTAS-FILE
           CLOSE TRANS-FILE
           CLOSE SALDOS-FILE
           CLOSE TITULARES-FILE
           CLOSE PENDIENTES-FILE
           CLOSE CLIENTES-IDX-FILE

           DISPLAY "Imagenes reaplicadas:"
           DISPLAY "  Cuentas:                 " WS-CANT-CUENTAS
           DISPLAY "  Movimientos:             " WS-CANT-MOVIMIENTOS
           DISPLAY "  Saldos:                  " WS-CANT-SALDOS
           DISPLAY "  Titulares:               " WS-CANT-TITULARES
           DISPLAY "  Transferencias pend.:    " WS-CANT-PENDIENTES
           DISPLAY "  Indice de clientes:      " WS-CANT-INDICE
           IF WS-CANT-ERRORES > 0
               DISPLAY "  Imagenes que no se pudieron aplicar: "
                       WS-CANT-ERRORES
           END-IF.

       4010-ABRIR-ARCHIVOS.
           OPEN I-O CUENTAS-FILE
           IF CUENTAS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT CUENTAS-FILE
               CLOSE CUENTAS-FILE
               OPEN I-O CUENTAS-FILE
           END-IF
           OPEN I-O TRANS-FILE
           IF TRANS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT TRANS-FILE
               CLOSE TRANS-FILE
               OPEN I-O TRANS-FILE
           END-IF
           OPEN I-O SALDOS-FILE
           IF SALDOS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT SALDOS-FILE
               CLOSE SALDOS-FILE
               OPEN I-O SALDOS-FILE
           END-IF
           OPEN I-O TITULARES-FILE
           IF TITULARES-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT TITULARES-FILE
               CLOSE TITULARES-FILE
               OPEN I-O TITULARES-FILE
           END-IF
           OPEN I-O PENDIENTES-FILE
           IF PENDIENTES-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT PENDIENTES-FILE
               CLOSE PENDIENTES-FILE
               OPEN I-O PENDIENTES-FILE
           END-IF
           OPEN I-O CLIENTES-IDX-FILE
           IF IDX-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT CLIENTES-IDX-FILE
               CLOSE CLIENTES-IDX-FILE
               OPEN I-O CLIENTES-IDX-FILE
           END-IF.

       4100-APLICAR-IMAGEN.
           EVALUATE TRUE
               WHEN IP-CUENTAS
                   PERFORM 4110-APLICAR-CUENTA
               WHEN IP-MOVIMIENTOS
                   PERFORM 4120-APLICAR-MOVIMIENTO
               WHEN IP-SALDOS
                   PERFORM 4130-APLICAR-SALDO
               WHEN IP-TITULARES
                   PERFORM 4140-APLICAR-TITULAR
               WHEN IP-PENDIENTES
                   PERFORM 4150-APLICAR-PENDIENTE
               WHEN IP-INDICE
                   PERFORM 4160-APLICAR-INDICE
               WHEN OTHER
                   ADD 1 TO WS-CANT-ERRORES
                   DISPLAY "Secuencia " IP-SECUENCIA
                           ": archivo desconocido " IP-ARCHIVO
           END-EVALUATE.

       4110-APLICAR-CUENTA.
           MOVE IP-IMAGEN TO REGISTRO-CLIENTE
           IF IP-BAJA
               DELETE CUENTAS-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               WRITE REGISTRO-CLIENTE
                   INVALID KEY
                       REWRITE REGISTRO-CLIENTE
                           INVALID KEY
                               PERFORM 4900-ERROR-IMAGEN
                       END-REWRITE
               END-WRITE
           END-IF
           ADD 1 TO WS-CANT-CUENTAS.

       4120-APLICAR-MOVIMIENTO.
           MOVE IP-IMAGEN TO R-RECORD
           IF IP-BAJA
               DELETE TRANS-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               WRITE R-RECORD
                   INVALID KEY
                       REWRITE R-RECORD
                           INVALID KEY
                               PERFORM 4900-ERROR-IMAGEN
                       END-REWRITE
               END-WRITE
           END-IF
           ADD 1 TO WS-CANT-MOVIMIENTOS.

       4130-APLICAR-SALDO.
           MOVE IP-IMAGEN TO REGISTRO-SALDO
           IF IP-BAJA
               DELETE SALDOS-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               WRITE REGISTRO-SALDO
                   INVALID KEY
                       REWRITE REGISTRO-SALDO
                           INVALID KEY
                               PERFORM 4900-ERROR-IMAGEN
                       END-REWRITE
               END-WRITE
           END-IF
           ADD 1 TO WS-CANT-SALDOS.

       4140-APLICAR-TITULAR.
           MOVE IP-IMAGEN TO TITULAR-RECORD
           IF IP-BAJA
               DELETE TITULARES-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               WRITE TITULAR-RECORD
                   INVALID KEY
                       REWRITE TITULAR-RECORD
                           INVALID KEY
                               PERFORM 4900-ERROR-IMAGEN
                       END-REWRITE
               END-WRITE
           END-IF
           ADD 1 TO WS-CANT-TITULARES.

       4150-APLICAR-PENDIENTE.
           MOVE IP-IMAGEN TO PT-RECORD
           IF IP-BAJA
               DELETE PENDIENTES-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               WRITE PT-RECORD
                   INVALID KEY
                       REWRITE PT-RECORD
                           INVALID KEY
                               PERFORM 4900-ERROR-IMAGEN
                       END-REWRITE
               END-WRITE
           END-IF
           ADD 1 TO WS-CANT-PENDIENTES.

       4160-APLICAR-INDICE.
           MOVE IP-IMAGEN TO CLIENTE-INDICE-RECORD
           IF IP-BAJA
               DELETE CLIENTES-IDX-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               WRITE CLIENTE-INDICE-RECORD
                   INVALID KEY
                       REWRITE CLIENTE-INDICE-RECORD
                           INVALID KEY
                               PERFORM 4900-ERROR-IMAGEN
                       END-REWRITE
               END-WRITE
           END-IF
           ADD 1 TO WS-CANT-INDICE.

       4900-ERROR-IMAGEN.
           ADD 1 TO WS-CANT-ERRORES
           DISPLAY "Secuencia " IP-SECUENCIA " (" IP-ARCHIVO
                   "): no se pudo aplicar.".

      *    La cola posterior al punto se aparta entera (se conserva
      *    para revision) y la bitacora vigente queda con los
      *    registros hasta el ultimo aplicado, con la cadena intacta.
      *    Sin archivo de control, registrar-imagen retoma numero y
      *    control desde el ultimo registro de la bitacora.
       5000-APARTAR-COLA.
           OPEN INPUT BITACORA-FILE
           OPEN OUTPUT BITACORA-NUEVA-FILE
           MOVE 'N' TO WS-FIN-BITACORA
           PERFORM UNTIL WS-FIN-BITACORA = 'S'
               READ BITACORA-FILE
                   AT END
                       MOVE 'S' TO WS-FIN-BITACORA
                   NOT AT END
                       IF IP-SECUENCIA > WS-ULTIMA-APLICABLE
                           MOVE 'S' TO WS-FIN-BITACORA
                       ELSE
                           MOVE IP-RECORD TO BITACORA-NUEVA-REGISTRO
                           WRITE BITACORA-NUEVA-REGISTRO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BITACORA-FILE
           CLOSE BITACORA-NUEVA-FILE

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TS-AHORA
           MOVE SPACES TO WS-COMANDO
           STRING "mv bitacora-imagenes.dat "
                      DELIMITED BY SIZE
                  "bitacora-imagenes-descartada-" DELIMITED BY SIZE
                  WS-TS-AHORA DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-COMANDO
           CALL "SYSTEM" USING WS-COMANDO
           CALL "SYSTEM" USING
               "mv bitacora-imagenes.tmp bitacora-imagenes.dat"
           CALL "SYSTEM" USING "rm -f bitacora-imagenes.ctl"
           DISPLAY "Cola no aplicada apartada en "
                   "bitacora-imagenes-descartada-" WS-TS-AHORA
                   ".dat".

       6000-CONTROL-TOTALES.
           DISPLAY "Control de totales contra la foto de integridad:"
           CALL "CONTROL-INTEGRIDAD" USING "V", WS-RESULTADO-CONTROL
           IF CONTROL-OK
               DISPLAY "   OK: los totales cuadran."
           ELSE
               DISPLAY "   DIFERENCIAS: revisar el informe de "
                       "control de integridad antes de reabrir."
           END-IF.

       7000-REGISTRAR-EVENTO.
           OPEN EXTEND CATALOGO-FILE
           SET CAT-RECUPERACION TO TRUE
           MOVE WS-FECHA-GENERACION TO CAT-FECHA
           MOVE WS-TS-HASTA TO CAT-TIMESTAMP
           WRITE CATALOGO-REGISTRO
           CLOSE CATALOGO-FILE

           MOVE SPACES TO WS-AUD-VALOR-ANT
           STRING "Generacion " DELIMITED BY SIZE
                  WS-FECHA-GENERACION DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANT
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           IF CONTROL-OK
               STRING "Recuperado al " DELIMITED BY SIZE
                      WS-TS-HASTA DELIMITED BY SIZE
                      " - totales OK" DELIMITED BY SIZE
                   INTO WS-AUD-VALOR-NUEVO
           ELSE
               STRING "Recuperado al " DELIMITED BY SIZE
                      WS-TS-HASTA DELIMITED BY SIZE
                      " - con diferencias" DELIMITED BY SIZE
                   INTO WS-AUD-VALOR-NUEVO
           END-IF
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF, WS-AUD-CAMPO,
                WS-AUD-VALOR-ANT, WS-AUD-VALOR-NUEVO, WS-AUD-USUARIO
           DISPLAY "Recuperacion hasta el " WS-TS-HASTA
                   " terminada.".
