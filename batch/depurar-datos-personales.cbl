       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPURAR-DATOS-PERSONALES.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Depuracion anual de datos personales: recorre los clientes
      *  (clientes-idx por CI-CLIENTE-ID) y depura los datos de los
      *  que tienen todas sus cuentas cerradas hace mas de
      *  PARM-DEPURACION-ANIOS anios (CLI-FECHA-CIERRE, que graba
      *  CERRAR-CUENTA; por defecto diez) y no tienen:
      *    - ninguna cuenta bajo retencion legal
      *      (MANTENER-RETENCION-LEGAL);
      *    - reclamos abiertos (ingresados, en analisis o con
      *      credito provisorio);
      *    - embargos vigentes;
      *    - prestamos vigentes, en mora o castigados.
      *  Una cuenta cerrada antes de que existiera CLI-FECHA-CIERRE no
      *  tiene fecha y no se depura: el cliente se informa bloqueado.
      *  La depuracion reemplaza los datos personales por marcas fijas
      *  armadas con el numero de cliente o de cuenta, que no permiten
      *  reconstruir el dato original:
      *    - cuentas: apellido, nombre, e-mail y PIN;
      *    - datos-clientes: documento, domicilio, telefono, fecha de
      *      nacimiento y NIF extranjeros;
      *    - titulares y apoderados de cada cuenta: nombre,
      *      documento y PIN;
      *    - personas-juridicas: razon social;
      *    - notificaciones: destinatario y cuerpo.
      *  Saldos, movimientos, historia y libros no se tocan: son la
      *  historia financiera que hay que conservar. La cuenta queda
      *  con CLI-DEPURADA-SI y la operacion en la auditoria.
      *  El certificado certificado-depuracion-AAAAMMDD.dat lista por
      *  cuenta depurada que se borro, sin ningun dato personal, con
      *  cabecera "H" y trailer "T" de control; queda en el manifiesto
      *  de salidas. Las cuentas depuradas se juntan en
      *  depuracion.wrk para la pasada de notificaciones.
      *  Cada registro que graba en los archivos del juego de backup
      *  queda ademas en la bitacora de imagenes posteriores
      *  (registrar-imagen), para la recuperacion hacia adelante con
      *  RECUPERAR-BITACORA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-IDX-FILE ASSIGN TO "clientes-idx.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CBF
               ALTERNATE RECORD KEY IS CI-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS IDX-STATUS.

           SELECT CUENTAS-FILE ASSIGN TO WS-CUENTAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CBF
               FILE STATUS IS CUENTAS-STATUS.

           SELECT DATOS-FILE ASSIGN TO "datos-clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CLIENTE-ID
               FILE STATUS IS DATOS-STATUS.

           SELECT EMPRESAS-FILE ASSIGN TO "personas-juridicas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-CLIENTE-ID
               FILE STATUS IS EMPRESAS-STATUS.

           SELECT TITULARES-FILE ASSIGN TO "titulares.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-KEY
               ALTERNATE RECORD KEY IS TIT-CBF
                   WITH DUPLICATES
               FILE STATUS IS TITULARES-STATUS.

           SELECT APODERADOS-FILE ASSIGN TO "apoderados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS APODERADOS-STATUS.

           SELECT RECLAMOS-FILE ASSIGN TO "reclamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCL-KEY
               FILE STATUS IS RECLAMOS-STATUS.

           SELECT EMBARGOS-FILE ASSIGN TO "embargos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMB-KEY
               FILE STATUS IS EMBARGOS-STATUS.

           SELECT PRESTAMOS-FILE ASSIGN TO "prestamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-KEY
               FILE STATUS IS PRESTAMOS-STATUS.

           SELECT NOTIFICACIONES-FILE ASSIGN TO "notificaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-KEY
               FILE STATUS IS NOTIFICACIONES-STATUS.

           SELECT DEPURADAS-FILE ASSIGN TO "depuracion.wrk"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPX-CBF
               FILE STATUS IS DEPURADAS-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

           SELECT CERTIFICADO-FILE ASSIGN TO WS-CERTIFICADO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERTIFICADO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-IDX-FILE.
       COPY "cliente-indice.cpy".

       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  DATOS-FILE.
       COPY "datos-cliente.cpy".

       FD  EMPRESAS-FILE.
       COPY "persona-juridica.cpy".

       FD  TITULARES-FILE.
       COPY "titular.cpy".

       FD  APODERADOS-FILE.
       COPY "apoderado.cpy".

       FD  RECLAMOS-FILE.
       COPY "reclamo.cpy".

       FD  EMBARGOS-FILE.
       COPY "embargo.cpy".

       FD  PRESTAMOS-FILE.
       COPY "prestamo.cpy".

       FD  NOTIFICACIONES-FILE.
       COPY "notificacion.cpy".

      *    Cuentas depuradas en esta corrida.
       FD  DEPURADAS-FILE.
       01  DPX-RECORD.
           05  DPX-CBF                PIC 9(6).
           05  DPX-CLIENTE-ID         PIC 9(8).

       FD  PARAMETROS-FILE.
           COPY "parametros.cpy".

      *    Renglon "D" por cuenta depurada: que archivos se borraron
      *    (S/N o cantidad de registros); cabecera "H" con el plazo
      *    aplicado y trailer "T" con los totales de control.
       FD  CERTIFICADO-FILE.
       01  CD-DETALLE.
           05  CD-TIPO                PIC X(1).
           05  CD-CLIENTE-ID          PIC 9(8).
           05  CD-CBF                 PIC 9(6).
           05  CD-FECHA-CIERRE        PIC 9(8).
           05  CD-CUENTA              PIC X(1).
           05  CD-TITULARES           PIC 9(2).
           05  CD-APODERADOS          PIC 9(2).
           05  CD-DATOS               PIC X(1).
           05  CD-EMPRESA             PIC X(1).
           05  FILLER                 PIC X(30).
       01  CD-CABECERA REDEFINES CD-DETALLE.
           05  CD-CAB-TIPO            PIC X(1).
           05  CD-CAB-FECHA           PIC 9(8).
           05  CD-CAB-ANIOS           PIC 9(2).
           05  CD-CAB-LIMITE          PIC 9(8).
           05  FILLER                 PIC X(41).
       01  CD-TRAILER REDEFINES CD-DETALLE.
           05  CD-TRL-TIPO            PIC X(1).
           05  CD-TRL-CLIENTES        PIC 9(6).
           05  CD-TRL-CUENTAS         PIC 9(6).
           05  CD-TRL-TITULARES       PIC 9(6).
           05  CD-TRL-APODERADOS      PIC 9(6).
           05  CD-TRL-NOTIFICACIONES  PIC 9(6).
           05  CD-TRL-BLOQUEADOS      PIC 9(6).
           05  FILLER                 PIC X(23).

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  IDX-STATUS                 PIC XX.
       01  CUENTAS-STATUS             PIC XX.
       01  DATOS-STATUS               PIC XX.
       01  EMPRESAS-STATUS            PIC XX.
       01  TITULARES-STATUS           PIC XX.
       01  APODERADOS-STATUS          PIC XX.
       01  RECLAMOS-STATUS            PIC XX.
       01  EMBARGOS-STATUS            PIC XX.
       01  PRESTAMOS-STATUS           PIC XX.
       01  NOTIFICACIONES-STATUS      PIC XX.
       01  DEPURADAS-STATUS           PIC XX.
       01  PARAMETROS-STATUS          PIC XX.
       01  CERTIFICADO-STATUS         PIC XX.
       01  WS-SEGUIR                  PIC X VALUE 'S'.
       01  WS-DATOS-ABIERTO           PIC X VALUE 'N'.
       01  WS-EMPRESAS-ABIERTO        PIC X VALUE 'N'.
       01  WS-TITULARES-ABIERTO       PIC X VALUE 'N'.
       01  WS-APODERADOS-ABIERTO      PIC X VALUE 'N'.
       01  WS-RECLAMOS-ABIERTO        PIC X VALUE 'N'.
       01  WS-EMBARGOS-ABIERTO        PIC X VALUE 'N'.
       01  WS-PRESTAMOS-ABIERTO       PIC X VALUE 'N'.

       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-ANIOS                   PIC 9(2) VALUE 10.
       01  WS-FECHA-LIMITE            PIC 9(8).
       01  WS-CERTIFICADO-PATH        PIC X(100).

      *    Cuentas del cliente en curso (corte por CI-CLIENTE-ID).
       01  WS-CLIENTE-ID              PIC 9(8) VALUE 0.
       01  WS-CANT-CBF                PIC 9(2) VALUE 0.
       01  WS-MAX-CBF                 PIC 9(2) VALUE 20.
       01  WS-EXCEDIDO                PIC X VALUE 'N'.
       01  WS-TABLA-CBF.
           05  WS-CBF-ENTRY OCCURS 20 TIMES.
               10  WS-TAB-CBF         PIC 9(6).
               10  WS-TAB-EXISTE      PIC X(1).
               10  WS-TAB-DEPURADA    PIC X(1).
               10  WS-TAB-FECHA-CIERRE PIC 9(8).
       01  WS-I                       PIC 9(2).
       01  WS-CBF                     PIC 9(6).
       01  WS-CANT-A-DEPURAR          PIC 9(2).

      *    Resultado de la evaluacion: WS-MOTIVO es la primera causa
      *    que impide depurar.
       01  WS-ELEGIBLE                PIC X.
       01  WS-MOTIVO                  PIC X.
           88  MOT-CUENTA-ABIERTA         VALUE "A".
           88  MOT-SIN-FECHA-CIERRE       VALUE "S".
           88  MOT-PLAZO-NO-VENCIDO       VALUE "P".
           88  MOT-RETENCION-LEGAL        VALUE "R".
           88  MOT-RECLAMO                VALUE "C".
           88  MOT-EMBARGO                VALUE "E".
           88  MOT-PRESTAMO               VALUE "L".
           88  MOT-DEMASIADAS-CUENTAS     VALUE "X".
       01  WS-HALLADO                 PIC X.

      *    Marcas que reemplazan los datos personales.
       01  WS-TOKEN                   PIC X(11).
       01  WS-DATOS-DEPURADOS         PIC X(1).
       01  WS-EMPRESA-DEPURADA        PIC X(1).
       01  WS-CANT-TIT-CBF            PIC 9(2).
       01  WS-CANT-AP-CBF             PIC 9(2).

       01  WS-TOTAL-CLIENTES          PIC 9(6) VALUE 0.
       01  WS-TOTAL-DEPURADOS         PIC 9(6) VALUE 0.
       01  WS-TOTAL-YA-DEPURADOS      PIC 9(6) VALUE 0.
       01  WS-TOTAL-CUENTAS-DEP       PIC 9(6) VALUE 0.
       01  WS-TOTAL-TITULARES         PIC 9(6) VALUE 0.
       01  WS-TOTAL-APODERADOS        PIC 9(6) VALUE 0.
       01  WS-TOTAL-NOTIFICACIONES    PIC 9(6) VALUE 0.
       01  WS-TOTAL-BLOQUEADOS        PIC 9(6) VALUE 0.
       01  WS-BLQ-ABIERTA             PIC 9(6) VALUE 0.
       01  WS-BLQ-SIN-FECHA           PIC 9(6) VALUE 0.
       01  WS-BLQ-PLAZO               PIC 9(6) VALUE 0.
       01  WS-BLQ-RETENCION           PIC 9(6) VALUE 0.
       01  WS-BLQ-RECLAMO             PIC 9(6) VALUE 0.
       01  WS-BLQ-EMBARGO             PIC 9(6) VALUE 0.
       01  WS-BLQ-PRESTAMO            PIC 9(6) VALUE 0.
       01  WS-BLQ-EXCEDIDO            PIC 9(6) VALUE 0.

       01  WS-AUD-CBF                 PIC X(6).
       01  WS-AUD-CAMPO               PIC X(20)
                                      VALUE "DEPURACION DATOS".
       01  WS-AUD-VALOR-ANT           PIC X(50).
       01  WS-AUD-VALOR-NUEVO         PIC X(50).
       01  WS-AUD-USUARIO             PIC X(20) VALUE "DEPURACION".

       01  WS-MAN-ARCHIVO             PIC X(30).
       01  WS-MAN-CANTIDAD            PIC 9(6).
       01  WS-MAN-TOTAL               PIC S9(13)V99 VALUE 0.

       01  WS-REP-NOMBRE              PIC X(20)
                                      VALUE "depuracion-datos".
       01  WS-REP-TITULO              PIC X(40)
                   VALUE "DEPURACION DE DATOS PERSONALES".
       01  WS-REP-LINEA               PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-FIN
           IF WS-SEGUIR = 'S'
               PERFORM 2000-RECORRER-CLIENTES
               PERFORM 5000-DEPURAR-NOTIFICACIONES
               PERFORM 6000-TRAILER
           END-IF
           PERFORM 9000-FINALIZAR
           STOP RUN.

       1000-INICIALIZAR.
           DISPLAY "==========================================".
           DISPLAY "  DEPURACION DE DATOS PERSONALES".
           DISPLAY "==========================================".
           COPY "cargar-rutas.cpy".
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DEPURACION-ANIOS IS NUMERIC
                          AND PARM-DEPURACION-ANIOS > 0
                           MOVE PARM-DEPURACION-ANIOS TO WS-ANIOS
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF
           COMPUTE WS-FECHA-LIMITE = WS-FECHA-HOY - WS-ANIOS * 10000
           DISPLAY "Cuentas cerradas hasta el " WS-FECHA-LIMITE
                   " (" WS-ANIOS " anios)."

           MOVE "Clientes depurados" TO WS-REP-LINEA
           CALL "escribir-reporte" USING "A", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA

           OPEN INPUT CLIENTES-IDX-FILE
           IF IDX-STATUS NOT = "00"
               DISPLAY "No hay indice de clientes."
               MOVE 'N' TO WS-SEGUIR
               GO TO 1000-INICIALIZAR-FIN
           END-IF
           OPEN I-O CUENTAS-FILE
           IF CUENTAS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir el maestro de cuentas."
               CLOSE CLIENTES-IDX-FILE
               MOVE 'N' TO WS-SEGUIR
               GO TO 1000-INICIALIZAR-FIN
           END-IF

           OPEN I-O DATOS-FILE
           IF DATOS-STATUS = "00"
               MOVE 'S' TO WS-DATOS-ABIERTO
           END-IF
           OPEN I-O EMPRESAS-FILE
           IF EMPRESAS-STATUS = "00"
               MOVE 'S' TO WS-EMPRESAS-ABIERTO
           END-IF
           OPEN I-O TITULARES-FILE
           IF TITULARES-STATUS = "00"
               MOVE 'S' TO WS-TITULARES-ABIERTO
           END-IF
           OPEN I-O APODERADOS-FILE
           IF APODERADOS-STATUS = "00"
               MOVE 'S' TO WS-APODERADOS-ABIERTO
           END-IF
           OPEN INPUT RECLAMOS-FILE
           IF RECLAMOS-STATUS = "00"
               MOVE 'S' TO WS-RECLAMOS-ABIERTO
           END-IF
           OPEN INPUT EMBARGOS-FILE
           IF EMBARGOS-STATUS = "00"
               MOVE 'S' TO WS-EMBARGOS-ABIERTO
           END-IF
           OPEN INPUT PRESTAMOS-FILE
           IF PRESTAMOS-STATUS = "00"
               MOVE 'S' TO WS-PRESTAMOS-ABIERTO
           END-IF

           OPEN OUTPUT DEPURADAS-FILE
           CLOSE DEPURADAS-FILE
           OPEN I-O DEPURADAS-FILE

           MOVE SPACES TO WS-CERTIFICADO-PATH
           STRING "certificado-depuracion-" DELIMITED BY SIZE
                  WS-FECHA-HOY DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-CERTIFICADO-PATH
           MOVE WS-CERTIFICADO-PATH TO WS-MAN-ARCHIVO
           OPEN OUTPUT CERTIFICADO-FILE
           MOVE SPACES TO CD-CABECERA
           MOVE "H" TO CD-CAB-TIPO
           MOVE WS-FECHA-HOY TO CD-CAB-FECHA
           MOVE WS-ANIOS TO CD-CAB-ANIOS
           MOVE WS-FECHA-LIMITE TO CD-CAB-LIMITE
           WRITE CD-CABECERA.
       1000-INICIALIZAR-FIN.
           EXIT.

      *    El indice se lee por numero de cliente: las cuentas de un
      *    mismo cliente llegan juntas y se evaluan todas a la vez.
       2000-RECORRER-CLIENTES.
           MOVE 0 TO CI-CLIENTE-ID
           START CLIENTES-IDX-FILE KEY IS >= CI-CLIENTE-ID
               INVALID KEY
                   MOVE "10" TO IDX-STATUS
           END-START
           PERFORM UNTIL IDX-STATUS = "10"
               READ CLIENTES-IDX-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO IDX-STATUS
                   NOT AT END
                       IF CI-CLIENTE-ID NOT = WS-CLIENTE-ID
                           IF WS-CANT-CBF > 0
                               PERFORM 3000-EVALUAR-CLIENTE
                           END-IF
                           MOVE CI-CLIENTE-ID TO WS-CLIENTE-ID
                           MOVE 0 TO WS-CANT-CBF
                           MOVE 'N' TO WS-EXCEDIDO
                       END-IF
                       PERFORM 2100-ACUMULAR-CBF
               END-READ
           END-PERFORM
           IF WS-CANT-CBF > 0
               PERFORM 3000-EVALUAR-CLIENTE
           END-IF.

       2100-ACUMULAR-CBF.
           IF WS-CANT-CBF < WS-MAX-CBF
               ADD 1 TO WS-CANT-CBF
               MOVE CI-CBF TO WS-TAB-CBF(WS-CANT-CBF)
               MOVE 'N' TO WS-TAB-EXISTE(WS-CANT-CBF)
               MOVE 'N' TO WS-TAB-DEPURADA(WS-CANT-CBF)
               MOVE 0 TO WS-TAB-FECHA-CIERRE(WS-CANT-CBF)
           ELSE
               MOVE 'S' TO WS-EXCEDIDO
           END-IF.

       3000-EVALUAR-CLIENTE.
           ADD 1 TO WS-TOTAL-CLIENTES
           MOVE 'S' TO WS-ELEGIBLE
           MOVE SPACE TO WS-MOTIVO
           MOVE 0 TO WS-CANT-A-DEPURAR
           MOVE 0 TO WS-CBF
           IF WS-EXCEDIDO = 'S'
               MOVE 'N' TO WS-ELEGIBLE
               SET MOT-DEMASIADAS-CUENTAS TO TRUE
           END-IF
           PERFORM 3100-EVALUAR-CBF THRU 3100-EVALUAR-CBF-FIN
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CANT-CBF OR WS-ELEGIBLE = 'N'
           EVALUATE TRUE
               WHEN WS-ELEGIBLE = 'N'
                   PERFORM 3900-CONTAR-BLOQUEO
               WHEN WS-CANT-A-DEPURAR = 0
                   ADD 1 TO WS-TOTAL-YA-DEPURADOS
               WHEN OTHER
                   PERFORM 4000-DEPURAR-CLIENTE
           END-EVALUATE.

      *    Una cuenta sin registro en el maestro no bloquea ni se
      *    depura; una ya depurada tampoco bloquea.
       3100-EVALUAR-CBF.
           MOVE WS-TAB-CBF(WS-I) TO WS-CBF
           MOVE WS-CBF TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   GO TO 3100-EVALUAR-CBF-FIN
           END-READ
           MOVE 'S' TO WS-TAB-EXISTE(WS-I)
           IF CLI-DEPURADA-SI
               MOVE 'S' TO WS-TAB-DEPURADA(WS-I)
               GO TO 3100-EVALUAR-CBF-FIN
           END-IF
           IF CLI-RETENCION-LEGAL-SI
               MOVE 'N' TO WS-ELEGIBLE
               SET MOT-RETENCION-LEGAL TO TRUE
               GO TO 3100-EVALUAR-CBF-FIN
           END-IF
           IF NOT CLI-CERRADA
               MOVE 'N' TO WS-ELEGIBLE
               SET MOT-CUENTA-ABIERTA TO TRUE
               GO TO 3100-EVALUAR-CBF-FIN
           END-IF
           IF CLI-FECHA-CIERRE IS NOT NUMERIC
              OR CLI-FECHA-CIERRE = 0
               MOVE 'N' TO WS-ELEGIBLE
               SET MOT-SIN-FECHA-CIERRE TO TRUE
               GO TO 3100-EVALUAR-CBF-FIN
           END-IF
           IF CLI-FECHA-CIERRE > WS-FECHA-LIMITE
               MOVE 'N' TO WS-ELEGIBLE
               SET MOT-PLAZO-NO-VENCIDO TO TRUE
               GO TO 3100-EVALUAR-CBF-FIN
           END-IF
           MOVE CLI-FECHA-CIERRE TO WS-TAB-FECHA-CIERRE(WS-I)

           PERFORM 3200-BUSCAR-RECLAMO
           IF WS-HALLADO = 'S'
               MOVE 'N' TO WS-ELEGIBLE
               SET MOT-RECLAMO TO TRUE
               GO TO 3100-EVALUAR-CBF-FIN
           END-IF
           PERFORM 3300-BUSCAR-EMBARGO
           IF WS-HALLADO = 'S'
               MOVE 'N' TO WS-ELEGIBLE
               SET MOT-EMBARGO TO TRUE
               GO TO 3100-EVALUAR-CBF-FIN
           END-IF
           PERFORM 3400-BUSCAR-PRESTAMO
           IF WS-HALLADO = 'S'
               MOVE 'N' TO WS-ELEGIBLE
               SET MOT-PRESTAMO TO TRUE
               GO TO 3100-EVALUAR-CBF-FIN
           END-IF
           ADD 1 TO WS-CANT-A-DEPURAR.
       3100-EVALUAR-CBF-FIN.
           EXIT.

       3200-BUSCAR-RECLAMO.
           MOVE 'N' TO WS-HALLADO
           IF WS-RECLAMOS-ABIERTO = 'S'
               MOVE WS-CBF TO RCL-CBF
               MOVE 0 TO RCL-TIMESTAMP
               START RECLAMOS-FILE KEY IS >= RCL-KEY
                   INVALID KEY
                       MOVE "10" TO RECLAMOS-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO RECLAMOS-STATUS
               END-START
               PERFORM UNTIL RECLAMOS-STATUS = "10"
                       OR WS-HALLADO = 'S'
                   READ RECLAMOS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO RECLAMOS-STATUS
                       NOT AT END
                           IF RCL-CBF NOT = WS-CBF
                               MOVE "10" TO RECLAMOS-STATUS
                           ELSE
                               IF RCL-INGRESADO OR RCL-EN-ANALISIS
                                  OR RCL-PROVISORIO
                                   MOVE 'S' TO WS-HALLADO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       3300-BUSCAR-EMBARGO.
           MOVE 'N' TO WS-HALLADO
           IF WS-EMBARGOS-ABIERTO = 'S'
               MOVE WS-CBF TO EMB-CBF
               MOVE 0 TO EMB-TIMESTAMP
               START EMBARGOS-FILE KEY IS >= EMB-KEY
                   INVALID KEY
                       MOVE "10" TO EMBARGOS-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO EMBARGOS-STATUS
               END-START
               PERFORM UNTIL EMBARGOS-STATUS = "10"
                       OR WS-HALLADO = 'S'
                   READ EMBARGOS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO EMBARGOS-STATUS
                       NOT AT END
                           IF EMB-CBF NOT = WS-CBF
                               MOVE "10" TO EMBARGOS-STATUS
                           ELSE
                               IF EMB-VIGENTE
                                   MOVE 'S' TO WS-HALLADO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    Un prestamo castigado sigue en gestion de recupero.
       3400-BUSCAR-PRESTAMO.
           MOVE 'N' TO WS-HALLADO
           IF WS-PRESTAMOS-ABIERTO = 'S'
               MOVE WS-CBF TO PRE-CBF
               MOVE 0 TO PRE-TIMESTAMP-ALTA
               START PRESTAMOS-FILE KEY IS >= PRE-KEY
                   INVALID KEY
                       MOVE "10" TO PRESTAMOS-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO PRESTAMOS-STATUS
               END-START
               PERFORM UNTIL PRESTAMOS-STATUS = "10"
                       OR WS-HALLADO = 'S'
                   READ PRESTAMOS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO PRESTAMOS-STATUS
                       NOT AT END
                           IF PRE-CBF NOT = WS-CBF
                               MOVE "10" TO PRESTAMOS-STATUS
                           ELSE
                               IF PRE-VIGENTE OR PRE-EN-MORA
                                  OR PRE-CASTIGADO
                                   MOVE 'S' TO WS-HALLADO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       3900-CONTAR-BLOQUEO.
           ADD 1 TO WS-TOTAL-BLOQUEADOS
           EVALUATE TRUE
               WHEN MOT-CUENTA-ABIERTA
                   ADD 1 TO WS-BLQ-ABIERTA
               WHEN MOT-SIN-FECHA-CIERRE
                   ADD 1 TO WS-BLQ-SIN-FECHA
               WHEN MOT-PLAZO-NO-VENCIDO
                   ADD 1 TO WS-BLQ-PLAZO
               WHEN MOT-RETENCION-LEGAL
                   ADD 1 TO WS-BLQ-RETENCION
               WHEN MOT-RECLAMO
                   ADD 1 TO WS-BLQ-RECLAMO
               WHEN MOT-EMBARGO
                   ADD 1 TO WS-BLQ-EMBARGO
               WHEN MOT-PRESTAMO
                   ADD 1 TO WS-BLQ-PRESTAMO
               WHEN MOT-DEMASIADAS-CUENTAS
                   ADD 1 TO WS-BLQ-EXCEDIDO
           END-EVALUATE
      *    Los que no vencieron el plazo o siguen abiertos son la
      *    mayoria: solo se listan los bloqueos que piden revision.
           IF MOT-RETENCION-LEGAL OR MOT-RECLAMO OR MOT-EMBARGO
              OR MOT-PRESTAMO OR MOT-SIN-FECHA-CIERRE
              OR MOT-DEMASIADAS-CUENTAS
               MOVE SPACES TO WS-REP-LINEA
               STRING "Cliente " DELIMITED BY SIZE
                      WS-CLIENTE-ID DELIMITED BY SIZE
                      " no depurado, motivo " DELIMITED BY SIZE
                      WS-MOTIVO DELIMITED BY SIZE
                      " cuenta " DELIMITED BY SIZE
                      WS-CBF DELIMITED BY SIZE
                   INTO WS-REP-LINEA
               CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                    WS-REP-TITULO, WS-REP-LINEA
           END-IF.

       4000-DEPURAR-CLIENTE.
           ADD 1 TO WS-TOTAL-DEPURADOS
           PERFORM 4400-DEPURAR-DATOS
           PERFORM 4500-DEPURAR-EMPRESA
           PERFORM 4100-DEPURAR-CUENTA
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CANT-CBF
           MOVE SPACES TO WS-REP-LINEA
           STRING "Cliente " DELIMITED BY SIZE
                  WS-CLIENTE-ID DELIMITED BY SIZE
                  " depurado, cuentas " DELIMITED BY SIZE
                  WS-CANT-A-DEPURAR DELIMITED BY SIZE
               INTO WS-REP-LINEA
           DISPLAY WS-REP-LINEA
           CALL "escribir-reporte" USING "L", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.

       4100-DEPURAR-CUENTA.
           IF WS-TAB-EXISTE(WS-I) = 'S'
              AND WS-TAB-DEPURADA(WS-I) NOT = 'S'
               MOVE WS-TAB-CBF(WS-I) TO WS-CBF
               MOVE WS-CBF TO CLI-CBF
               READ CUENTAS-FILE
                   KEY IS CLI-CBF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "DEPURADO" TO CLI-APELLIDO
                       MOVE SPACES TO WS-TOKEN
                       STRING "DEP" DELIMITED BY SIZE
                              WS-CLIENTE-ID DELIMITED BY SIZE
                           INTO WS-TOKEN
                       MOVE WS-TOKEN TO CLI-NOMBRE
                       MOVE SPACES TO CLI-EMAIL
                       MOVE SPACES TO CLI-PIN
                       SET CLI-DEPURADA-SI TO TRUE
                       REWRITE REGISTRO-CLIENTE
                       IF CUENTAS-STATUS = "00"
                           CALL "registrar-imagen" USING "CUENTAS ",
                                "R", REGISTRO-CLIENTE
                       END-IF
               END-READ
               ADD 1 TO WS-TOTAL-CUENTAS-DEP
               PERFORM 4200-DEPURAR-TITULARES
               PERFORM 4300-DEPURAR-APODERADOS

               MOVE WS-CBF TO DPX-CBF
               MOVE WS-CLIENTE-ID TO DPX-CLIENTE-ID
               WRITE DPX-RECORD

               MOVE SPACES TO CD-DETALLE
               MOVE "D" TO CD-TIPO
               MOVE WS-CLIENTE-ID TO CD-CLIENTE-ID
               MOVE WS-CBF TO CD-CBF
               MOVE WS-TAB-FECHA-CIERRE(WS-I) TO CD-FECHA-CIERRE
               MOVE "S" TO CD-CUENTA
               MOVE WS-CANT-TIT-CBF TO CD-TITULARES
               MOVE WS-CANT-AP-CBF TO CD-APODERADOS
               MOVE WS-DATOS-DEPURADOS TO CD-DATOS
               MOVE WS-EMPRESA-DEPURADA TO CD-EMPRESA
               WRITE CD-DETALLE

               MOVE WS-CBF TO WS-AUD-CBF
               MOVE SPACES TO WS-AUD-VALOR-ANT
               MOVE SPACES TO WS-AUD-VALOR-NUEVO
               STRING "Datos personales depurados " DELIMITED BY SIZE
                      WS-FECHA-HOY DELIMITED BY SIZE
                   INTO WS-AUD-VALOR-NUEVO
               CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                    WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
                    WS-AUD-VALOR-NUEVO, WS-AUD-USUARIO
           END-IF.

       4200-DEPURAR-TITULARES.
           MOVE 0 TO WS-CANT-TIT-CBF
           IF WS-TITULARES-ABIERTO = 'S'
               MOVE WS-CBF TO TIT-CBF
               MOVE 0 TO TIT-ORDEN
               START TITULARES-FILE KEY IS >= TIT-KEY
                   INVALID KEY
                       MOVE "10" TO TITULARES-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO TITULARES-STATUS
               END-START
               PERFORM UNTIL TITULARES-STATUS = "10"
                   READ TITULARES-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO TITULARES-STATUS
                       NOT AT END
                           IF TIT-CBF NOT = WS-CBF
                               MOVE "10" TO TITULARES-STATUS
                           ELSE
                               MOVE "DEPURADO" TO TIT-APELLIDO
                               MOVE SPACES TO WS-TOKEN
                               STRING "TIT" DELIMITED BY SIZE
                                      TIT-CBF DELIMITED BY SIZE
                                      TIT-ORDEN DELIMITED BY SIZE
                                   INTO WS-TOKEN
                               MOVE WS-TOKEN TO TIT-NOMBRE
                               MOVE SPACES TO TIT-PIN
                               REWRITE TITULAR-RECORD
                               IF TITULARES-STATUS = "00"
                                   CALL "registrar-imagen" USING
                                        "TITULAR ", "R",
                                        TITULAR-RECORD
                               END-IF
                               ADD 1 TO WS-CANT-TIT-CBF
                               ADD 1 TO WS-TOTAL-TITULARES
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       4300-DEPURAR-APODERADOS.
           MOVE 0 TO WS-CANT-AP-CBF
           IF WS-APODERADOS-ABIERTO = 'S'
               MOVE WS-CBF TO AP-CBF
               MOVE 0 TO AP-ORDEN
               START APODERADOS-FILE KEY IS >= AP-KEY
                   INVALID KEY
                       MOVE "10" TO APODERADOS-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO APODERADOS-STATUS
               END-START
               PERFORM UNTIL APODERADOS-STATUS = "10"
                   READ APODERADOS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO APODERADOS-STATUS
                       NOT AT END
                           IF AP-CBF NOT = WS-CBF
                               MOVE "10" TO APODERADOS-STATUS
                           ELSE
                               MOVE "DEPURADO" TO AP-APELLIDO
                               MOVE SPACES TO WS-TOKEN
                               STRING "APO" DELIMITED BY SIZE
                                      AP-CBF DELIMITED BY SIZE
                                      AP-ORDEN DELIMITED BY SIZE
                                   INTO WS-TOKEN
                               MOVE WS-TOKEN TO AP-NOMBRE
                               MOVE WS-TOKEN TO AP-NRO-DOC
                               MOVE SPACES TO AP-PIN
                               MOVE SPACES TO AP-ESCRITURA
                               REWRITE AP-RECORD
                               ADD 1 TO WS-CANT-AP-CBF
                               ADD 1 TO WS-TOTAL-APODERADOS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    El pais de residencia fiscal se conserva; el NIF no.
       4400-DEPURAR-DATOS.
           MOVE "N" TO WS-DATOS-DEPURADOS
           IF WS-DATOS-ABIERTO = 'S'
               MOVE WS-CLIENTE-ID TO DC-CLIENTE-ID
               READ DATOS-FILE
                   KEY IS DC-CLIENTE-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-TOKEN
                       STRING "DEP" DELIMITED BY SIZE
                              WS-CLIENTE-ID DELIMITED BY SIZE
                           INTO WS-TOKEN
                       MOVE WS-TOKEN TO DC-NRO-DOC
                       MOVE SPACES TO DC-DOMICILIO
                       MOVE SPACES TO DC-TELEFONO
                       MOVE 0 TO DC-FECHA-NAC
                       PERFORM 4410-DEPURAR-NIF
                           VARYING DC-RF-IDX FROM 1 BY 1
                           UNTIL DC-RF-IDX > 3
                       REWRITE DC-RECORD
                       MOVE "S" TO WS-DATOS-DEPURADOS
               END-READ
           END-IF.

       4410-DEPURAR-NIF.
           MOVE SPACES TO DC-RF-NIF(DC-RF-IDX).

       4500-DEPURAR-EMPRESA.
           MOVE "N" TO WS-EMPRESA-DEPURADA
           IF WS-EMPRESAS-ABIERTO = 'S'
               MOVE WS-CLIENTE-ID TO PJ-CLIENTE-ID
               READ EMPRESAS-FILE
                   KEY IS PJ-CLIENTE-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO PJ-RAZON-SOCIAL
                       STRING "DEPURADO DEP" DELIMITED BY SIZE
                              WS-CLIENTE-ID DELIMITED BY SIZE
                           INTO PJ-RAZON-SOCIAL
                       REWRITE PJ-RECORD
                       MOVE "S" TO WS-EMPRESA-DEPURADA
               END-READ
           END-IF.

      *    Las notificaciones se ordenan por fecha, no por cuenta: se
      *    recorren enteras una sola vez contra depuracion.wrk.
       5000-DEPURAR-NOTIFICACIONES.
           IF WS-TOTAL-CUENTAS-DEP > 0
               OPEN I-O NOTIFICACIONES-FILE
               IF NOTIFICACIONES-STATUS NOT = "00"
                   MOVE "10" TO NOTIFICACIONES-STATUS
               ELSE
                   MOVE LOW-VALUES TO NT-KEY
                   START NOTIFICACIONES-FILE KEY IS >= NT-KEY
                       INVALID KEY
                           MOVE "10" TO NOTIFICACIONES-STATUS
                   END-START
               END-IF
               PERFORM UNTIL NOTIFICACIONES-STATUS = "10"
                   READ NOTIFICACIONES-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO NOTIFICACIONES-STATUS
                       NOT AT END
                           PERFORM 5100-DEPURAR-NOTIFICACION
                   END-READ
               END-PERFORM
               CLOSE NOTIFICACIONES-FILE
           END-IF.

       5100-DEPURAR-NOTIFICACION.
           MOVE NT-CBF TO DPX-CBF
           READ DEPURADAS-FILE
               KEY IS DPX-CBF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO NT-DESTINATARIO
                   MOVE SPACES TO NT-CUERPO
                   REWRITE NT-RECORD
                   ADD 1 TO WS-TOTAL-NOTIFICACIONES
           END-READ.

       6000-TRAILER.
           MOVE SPACES TO CD-TRAILER
           MOVE "T" TO CD-TRL-TIPO
           MOVE WS-TOTAL-DEPURADOS TO CD-TRL-CLIENTES
           MOVE WS-TOTAL-CUENTAS-DEP TO CD-TRL-CUENTAS
           MOVE WS-TOTAL-TITULARES TO CD-TRL-TITULARES
           MOVE WS-TOTAL-APODERADOS TO CD-TRL-APODERADOS
           MOVE WS-TOTAL-NOTIFICACIONES TO CD-TRL-NOTIFICACIONES
           MOVE WS-TOTAL-BLOQUEADOS TO CD-TRL-BLOQUEADOS
           WRITE CD-TRAILER
           CLOSE CERTIFICADO-FILE

           MOVE WS-TOTAL-CUENTAS-DEP TO WS-MAN-CANTIDAD
           CALL "registrar-manifiesto" USING WS-MAN-ARCHIVO,
                WS-FECHA-HOY, WS-MAN-CANTIDAD, WS-MAN-TOTAL.

       9000-FINALIZAR.
           IF WS-SEGUIR = 'S'
               CLOSE CLIENTES-IDX-FILE
               CLOSE CUENTAS-FILE
               CLOSE DEPURADAS-FILE
               IF WS-DATOS-ABIERTO = 'S'
                   CLOSE DATOS-FILE
               END-IF
               IF WS-EMPRESAS-ABIERTO = 'S'
                   CLOSE EMPRESAS-FILE
               END-IF
               IF WS-TITULARES-ABIERTO = 'S'
                   CLOSE TITULARES-FILE
               END-IF
               IF WS-APODERADOS-ABIERTO = 'S'
                   CLOSE APODERADOS-FILE
               END-IF
               IF WS-RECLAMOS-ABIERTO = 'S'
                   CLOSE RECLAMOS-FILE
               END-IF
               IF WS-EMBARGOS-ABIERTO = 'S'
                   CLOSE EMBARGOS-FILE
               END-IF
               IF WS-PRESTAMOS-ABIERTO = 'S'
                   CLOSE PRESTAMOS-FILE
               END-IF
           END-IF
           DISPLAY "------------------------------------------".
           DISPLAY "Clientes revisados:      " WS-TOTAL-CLIENTES.
           DISPLAY "Clientes depurados:      " WS-TOTAL-DEPURADOS.
           DISPLAY "  cuentas:               " WS-TOTAL-CUENTAS-DEP.
           DISPLAY "  titulares:             " WS-TOTAL-TITULARES.
           DISPLAY "  apoderados:            " WS-TOTAL-APODERADOS.
           DISPLAY "  notificaciones:        "
                   WS-TOTAL-NOTIFICACIONES.
           DISPLAY "Ya depurados antes:      " WS-TOTAL-YA-DEPURADOS.
           DISPLAY "No depurados:            " WS-TOTAL-BLOQUEADOS.
           DISPLAY "  con cuenta abierta:    " WS-BLQ-ABIERTA.
           DISPLAY "  plazo sin vencer:      " WS-BLQ-PLAZO.
           DISPLAY "  sin fecha de cierre:   " WS-BLQ-SIN-FECHA.
           DISPLAY "  retencion legal:       " WS-BLQ-RETENCION.
           DISPLAY "  reclamo abierto:       " WS-BLQ-RECLAMO.
           DISPLAY "  embargo vigente:       " WS-BLQ-EMBARGO.
           DISPLAY "  prestamo pendiente:    " WS-BLQ-PRESTAMO.
           DISPLAY "  demasiadas cuentas:    " WS-BLQ-EXCEDIDO.
           DISPLAY "==========================================".
           MOVE SPACES TO WS-REP-LINEA
           STRING "Depurados " DELIMITED BY SIZE
                  WS-TOTAL-DEPURADOS DELIMITED BY SIZE
                  " cuentas " DELIMITED BY SIZE
                  WS-TOTAL-CUENTAS-DEP DELIMITED BY SIZE
                  " no depurados " DELIMITED BY SIZE
                  WS-TOTAL-BLOQUEADOS DELIMITED BY SIZE
                  " retencion " DELIMITED BY SIZE
                  WS-BLQ-RETENCION DELIMITED BY SIZE
               INTO WS-REP-LINEA
           CALL "escribir-reporte" USING "R", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA
           CALL "escribir-reporte" USING "C", WS-REP-NOMBRE,
                WS-REP-TITULO, WS-REP-LINEA.
