       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-LEGAJOS.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  Legajo documental de clientes: un usuario staff autenticado
      *  mantiene la tabla de requisitos (requisitos-documentos.dat:
      *  documentos por tipo de cliente F/J y producto GE, CA, CC,
      *  TC o PR, obligatorio o no y meses de vigencia) y registra
      *  los documentos recibidos de cada cliente en legajos.dat con
      *  la fecha de recepcion, el vencimiento (recepcion mas la
      *  vigencia de la tabla) y el usuario que los controlo. La
      *  consulta muestra el legajo del cliente contra la tabla con
      *  cada documento recibido, faltante o vencido. Al registrar el
      *  ultimo documento obligatorio las cuentas del cliente que
      *  estaban pendientes de legajo (abiertas por ALTAS o
      *  IMPORTAR-CSV sin documentacion completa) pasan a activas.
      *  Todo cambio queda en la auditoria (campo LEGAJO o
      *  REQUISITO). REPORTE-LEGAJOS lista semanalmente los
      *  faltantes y vencidos por sucursal.
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

           SELECT CLIENTES-IDX-FILE ASSIGN TO "clientes-idx.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CBF
               ALTERNATE RECORD KEY IS CI-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS IDX-STATUS.

           SELECT REQUISITOS-FILE ASSIGN TO "requisitos-documentos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RD-KEY
               FILE STATUS IS REQUISITOS-STATUS.

           SELECT LEGAJOS-FILE ASSIGN TO "legajos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-KEY
               FILE STATUS IS LEGAJOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
       COPY "registro-cliente.cpy".

       FD  CLIENTES-IDX-FILE.
       COPY "cliente-indice.cpy".

       FD  REQUISITOS-FILE.
       COPY "requisito-documento.cpy".

       FD  LEGAJOS-FILE.
       COPY "legajo.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       01  CUENTAS-STATUS             PIC XX.
       01  IDX-STATUS                 PIC XX.
       01  REQUISITOS-STATUS          PIC XX.
       01  LEGAJOS-STATUS             PIC XX.

       01  WS-STAFF-USUARIO           PIC X(8).
       01  WS-STAFF-ROL               PIC X(1).
       01  WS-STAFF-AUTORIZADO        PIC 9 VALUE 0.
       01  WS-USUARIO-AUDIT           PIC X(20).
       01  WS-OPCION                  PIC X.
       01  WS-FIN                     PIC X VALUE 'N'.
       01  WS-FECHA-HOY               PIC 9(8).

      *    Entrada de una fila de la tabla de requisitos.
       01  WS-TIPO-INPUT              PIC X(1).
           88  WS-TIPO-VALIDO         VALUE "F" "J".
       01  WS-PRODUCTO-INPUT          PIC X(2).
           88  WS-PRODUCTO-VALIDO     VALUE "GE" "CA" "CC" "TC" "PR".
       01  WS-DOCUMENTO-INPUT         PIC X(3).
       01  WS-DESCRIPCION-INPUT       PIC X(30).
       01  WS-OBLIGATORIO-INPUT       PIC X(1).
       01  WS-MESES-INPUT             PIC 9(3).
       01  WS-CANT-REQUISITOS         PIC 9(5).

      *    Cliente del legajo en curso.
       01  WS-CBF-INPUT               PIC 9(6).
       01  WS-CLIENTE-ID              PIC 9(8).
       01  WS-ID-ENCONTRADO           PIC 9.
       01  WS-TIPO-CLIENTE            PIC X(1).
       01  WS-RAZON-SOCIAL            PIC X(60).
       01  WS-FORMA-JURIDICA          PIC X(4).
       01  WS-ACTIVIDAD               PIC 9(6).
       01  WS-PJ-ENCONTRADA           PIC 9.
       01  WS-CLIENTE-OK              PIC X.

      *    Documento a registrar.
       01  WS-DOC-EN-TABLA            PIC X.
       01  WS-DOC-DESCRIPCION         PIC X(30).
       01  WS-DOC-MESES               PIC 9(3).
       01  WS-RECEPCION-INPUT         PIC 9(8).
       01  WS-OBSERVACION-INPUT       PIC X(30).
       01  WS-DOC-ANTERIOR            PIC X(1).
       01  WS-FECHA-VTO               PIC 9(8).
       01  WS-FECHA-VTO-GRP REDEFINES WS-FECHA-VTO.
           05  WS-VTO-ANIO            PIC 9(4).
           05  WS-VTO-MES             PIC 9(2).
           05  WS-VTO-DIA             PIC 9(2).
       01  WS-MESES-TOTAL             PIC 9(5).

      *    Estado de cada fila del legajo en la consulta.
       01  WS-ESTADO-DOC              PIC X(9).
       01  WS-CANT-FALTANTES          PIC 9(3).
       01  WS-FIN-REQ                 PIC X.

      *    Activacion de las cuentas pendientes del cliente.
       01  WS-CBF-CUENTA              PIC X(6).
       01  WS-LEGAJO-PRODUCTO         PIC X(2).
       01  WS-LEGAJO-COMPLETO         PIC 9.
       01  WS-LEGAJO-FALTANTE         PIC X(3).
       01  WS-TABLA-PENDIENTES.
           05  WS-PENDIENTE-CBF OCCURS 20 TIMES PIC 9(6).
       01  WS-CANT-PENDIENTES         PIC 9(2).
       01  WS-IDX-PEND                PIC 9(2).
       01  WS-JOURNAL-EVENTO          PIC X(20).
       01  WS-JOURNAL-DETALLE         PIC X(60).

       01  WS-AUD-CAMPO               PIC X(20).
       01  WS-AUD-VALOR-ANT           PIC X(50).
       01  WS-AUD-VALOR-NUEVO         PIC X(50).
       01  WS-AUD-CBF                 PIC X(6).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "==========================================".
           DISPLAY "  LEGAJOS DE CLIENTES - BACK-OFFICE".
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
                   OPEN INPUT CLIENTES-IDX-FILE
                   PERFORM 1000-ABRIR-LEGAJOS
                   PERFORM 2000-GESTIONAR UNTIL WS-FIN = 'S'
                   PERFORM 1100-CERRAR-LEGAJOS
                   CLOSE CLIENTES-IDX-FILE
                   CLOSE CUENTAS-FILE
               END-IF
           END-IF
           STOP RUN.

       1000-ABRIR-LEGAJOS.
           OPEN I-O REQUISITOS-FILE
           IF REQUISITOS-STATUS NOT = "00"
              AND REQUISITOS-STATUS NOT = "05"
               OPEN OUTPUT REQUISITOS-FILE
               CLOSE REQUISITOS-FILE
               OPEN I-O REQUISITOS-FILE
           END-IF
           OPEN I-O LEGAJOS-FILE
           IF LEGAJOS-STATUS NOT = "00"
              AND LEGAJOS-STATUS NOT = "05"
               OPEN OUTPUT LEGAJOS-FILE
               CLOSE LEGAJOS-FILE
               OPEN I-O LEGAJOS-FILE
           END-IF.

       1100-CERRAR-LEGAJOS.
           CLOSE REQUISITOS-FILE
           CLOSE LEGAJOS-FILE.

       2000-GESTIONAR.
           DISPLAY "------------------------------------------"
           DISPLAY "R. Alta o modificacion de un requisito"
           DISPLAY "B. Baja de un requisito"
           DISPLAY "T. Listar la tabla de requisitos"
           DISPLAY "C. Consultar el legajo de un cliente"
           DISPLAY "D. Registrar un documento recibido"
           DISPLAY "0. Salir"
           DISPLAY "Opcion: " WITH NO ADVANCING
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN "R"
               WHEN "r"
                   PERFORM 2100-GRABAR-REQUISITO
                       THRU 2100-GRABAR-REQUISITO-FIN
               WHEN "B"
               WHEN "b"
                   PERFORM 2200-BAJA-REQUISITO
                       THRU 2200-BAJA-REQUISITO-FIN
               WHEN "T"
               WHEN "t"
                   PERFORM 2300-LISTAR-REQUISITOS
               WHEN "C"
               WHEN "c"
                   PERFORM 2400-CONSULTAR-LEGAJO
                       THRU 2400-CONSULTAR-LEGAJO-FIN
               WHEN "D"
               WHEN "d"
                   PERFORM 2500-REGISTRAR-DOCUMENTO
                       THRU 2500-REGISTRAR-DOCUMENTO-FIN
               WHEN OTHER
                   MOVE 'S' TO WS-FIN
           END-EVALUATE.

       2100-GRABAR-REQUISITO.
           PERFORM 2150-PEDIR-CLAVE-REQUISITO
           IF NOT WS-TIPO-VALIDO OR NOT WS-PRODUCTO-VALIDO
              OR WS-DOCUMENTO-INPUT = SPACES
               DISPLAY "Tipo F/J, producto GE/CA/CC/TC/PR y codigo"
                       " de documento son obligatorios."
               GO TO 2100-GRABAR-REQUISITO-FIN
           END-IF
           MOVE WS-TIPO-INPUT TO RD-TIPO-CLIENTE
           MOVE WS-PRODUCTO-INPUT TO RD-PRODUCTO
           MOVE WS-DOCUMENTO-INPUT TO RD-DOCUMENTO
           MOVE 'N' TO WS-DOC-ANTERIOR
           MOVE SPACES TO WS-AUD-VALOR-ANT
           READ REQUISITOS-FILE
               KEY IS RD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-DOC-ANTERIOR
                   DISPLAY "Actual: " RD-DESCRIPCION " oblig. "
                           RD-OBLIGATORIO " vigencia "
                           RD-MESES-VIGENCIA " meses"
                   STRING RD-KEY DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          RD-DESCRIPCION DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          RD-OBLIGATORIO DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          RD-MESES-VIGENCIA DELIMITED BY SIZE
                       INTO WS-AUD-VALOR-ANT
           END-READ
           DISPLAY "Descripcion: " WITH NO ADVANCING
           ACCEPT WS-DESCRIPCION-INPUT
           DISPLAY "Obligatorio (S/N): " WITH NO ADVANCING
           ACCEPT WS-OBLIGATORIO-INPUT
           IF WS-OBLIGATORIO-INPUT = "s"
               MOVE "S" TO WS-OBLIGATORIO-INPUT
           END-IF
           IF WS-OBLIGATORIO-INPUT NOT = "S"
               MOVE "N" TO WS-OBLIGATORIO-INPUT
           END-IF
           DISPLAY "Meses de vigencia (0 = no vence): "
               WITH NO ADVANCING
           ACCEPT WS-MESES-INPUT
           IF WS-DESCRIPCION-INPUT = SPACES
               DISPLAY "La descripcion es obligatoria."
               GO TO 2100-GRABAR-REQUISITO-FIN
           END-IF

           MOVE WS-DESCRIPCION-INPUT TO RD-DESCRIPCION
           MOVE WS-OBLIGATORIO-INPUT TO RD-OBLIGATORIO
           MOVE WS-MESES-INPUT TO RD-MESES-VIGENCIA
           IF WS-DOC-ANTERIOR = 'S'
               REWRITE RD-RECORD
           ELSE
               WRITE RD-RECORD
           END-IF
           IF REQUISITOS-STATUS NOT = "00"
               DISPLAY "No se pudo grabar el requisito ("
                       REQUISITOS-STATUS ")."
               GO TO 2100-GRABAR-REQUISITO-FIN
           END-IF
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING RD-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RD-DESCRIPCION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RD-OBLIGATORIO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RD-MESES-VIGENCIA DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           PERFORM 2190-AUDITAR-REQUISITO
           DISPLAY "Requisito grabado.".
       2100-GRABAR-REQUISITO-FIN.
           EXIT.

       2150-PEDIR-CLAVE-REQUISITO.
           DISPLAY "Tipo de cliente (F humana / J juridica): "
               WITH NO ADVANCING
           ACCEPT WS-TIPO-INPUT
           DISPLAY "Producto (GE general, CA, CC, TC, PR): "
               WITH NO ADVANCING
           ACCEPT WS-PRODUCTO-INPUT
           DISPLAY "Codigo de documento (3 letras): "
               WITH NO ADVANCING
           ACCEPT WS-DOCUMENTO-INPUT
           MOVE FUNCTION UPPER-CASE(WS-TIPO-INPUT) TO WS-TIPO-INPUT
           MOVE FUNCTION UPPER-CASE(WS-PRODUCTO-INPUT)
               TO WS-PRODUCTO-INPUT
           MOVE FUNCTION UPPER-CASE(WS-DOCUMENTO-INPUT)
               TO WS-DOCUMENTO-INPUT.

      *    La tabla no es de ninguna cuenta: la auditoria la registra
      *    con CBF cero y la clave de la fila al frente del valor.
       2190-AUDITAR-REQUISITO.
           MOVE "000000" TO WS-AUD-CBF
           MOVE "REQUISITO" TO WS-AUD-CAMPO
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
                WS-AUD-VALOR-NUEVO, WS-USUARIO-AUDIT.

       2200-BAJA-REQUISITO.
           PERFORM 2150-PEDIR-CLAVE-REQUISITO
           MOVE WS-TIPO-INPUT TO RD-TIPO-CLIENTE
           MOVE WS-PRODUCTO-INPUT TO RD-PRODUCTO
           MOVE WS-DOCUMENTO-INPUT TO RD-DOCUMENTO
           READ REQUISITOS-FILE
               KEY IS RD-KEY
               INVALID KEY
                   DISPLAY "No existe ese requisito."
                   GO TO 2200-BAJA-REQUISITO-FIN
           END-READ
           MOVE SPACES TO WS-AUD-VALOR-ANT
           STRING RD-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RD-DESCRIPCION DELIMITED BY SIZE
               INTO WS-AUD-VALOR-ANT
           DELETE REQUISITOS-FILE RECORD
               INVALID KEY
                   DISPLAY "No se pudo dar de baja el requisito."
                   GO TO 2200-BAJA-REQUISITO-FIN
           END-DELETE
           MOVE "BAJA" TO WS-AUD-VALOR-NUEVO
           PERFORM 2190-AUDITAR-REQUISITO
           DISPLAY "Requisito dado de baja.".
       2200-BAJA-REQUISITO-FIN.
           EXIT.

       2300-LISTAR-REQUISITOS.
           MOVE 0 TO WS-CANT-REQUISITOS
           DISPLAY "T PR DOC DESCRIPCION                    OBL MESES"
           MOVE LOW-VALUES TO RD-KEY
           START REQUISITOS-FILE KEY IS >= RD-KEY
               INVALID KEY
                   MOVE "10" TO REQUISITOS-STATUS
               NOT INVALID KEY
                   MOVE "00" TO REQUISITOS-STATUS
           END-START
           PERFORM UNTIL REQUISITOS-STATUS = "10"
               READ REQUISITOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO REQUISITOS-STATUS
                   NOT AT END
                       ADD 1 TO WS-CANT-REQUISITOS
                       DISPLAY RD-TIPO-CLIENTE " " RD-PRODUCTO " "
                               RD-DOCUMENTO " " RD-DESCRIPCION " "
                               RD-OBLIGATORIO "   "
                               RD-MESES-VIGENCIA
               END-READ
           END-PERFORM
           DISPLAY "Requisitos en la tabla: " WS-CANT-REQUISITOS.

      *    Legajo del cliente contra la tabla: todas las filas de su
      *    tipo (generales y de cada producto) con el documento
      *    recibido y vigente, vencido o faltante.
       2400-CONSULTAR-LEGAJO.
           PERFORM 2600-LEER-CLIENTE
           IF WS-CLIENTE-OK NOT = 'S'
               GO TO 2400-CONSULTAR-LEGAJO-FIN
           END-IF
           MOVE 0 TO WS-CANT-FALTANTES
           DISPLAY "PR DOC DESCRIPCION                    OBL"
                   " ESTADO    RECIBIDO VENCE    USUARIO"
           MOVE WS-TIPO-CLIENTE TO RD-TIPO-CLIENTE
           MOVE LOW-VALUES TO RD-PRODUCTO
           MOVE LOW-VALUES TO RD-DOCUMENTO
           MOVE 'N' TO WS-FIN-REQ
           START REQUISITOS-FILE KEY IS >= RD-KEY
               INVALID KEY
                   MOVE 'S' TO WS-FIN-REQ
           END-START
           PERFORM UNTIL WS-FIN-REQ = 'S'
               READ REQUISITOS-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-REQ
                   NOT AT END
                       IF RD-TIPO-CLIENTE NOT = WS-TIPO-CLIENTE
                           MOVE 'S' TO WS-FIN-REQ
                       ELSE
                           PERFORM 2450-LINEA-LEGAJO
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Documentos obligatorios faltantes o vencidos: "
                   WS-CANT-FALTANTES.
       2400-CONSULTAR-LEGAJO-FIN.
           EXIT.

       2450-LINEA-LEGAJO.
           MOVE WS-CLIENTE-ID TO LG-CLIENTE-ID
           MOVE RD-DOCUMENTO TO LG-DOCUMENTO
           READ LEGAJOS-FILE
               KEY IS LG-KEY
               INVALID KEY
                   MOVE "FALTA" TO WS-ESTADO-DOC
                   MOVE 0 TO LG-FECHA-RECEPCION
                   MOVE 0 TO LG-FECHA-VTO
                   MOVE SPACES TO LG-USUARIO
               NOT INVALID KEY
                   IF LG-FECHA-VTO NOT = 0
                      AND LG-FECHA-VTO < WS-FECHA-HOY
                       MOVE "VENCIDO" TO WS-ESTADO-DOC
                   ELSE
                       MOVE "RECIBIDO" TO WS-ESTADO-DOC
                   END-IF
           END-READ
           IF RD-ES-OBLIGATORIO AND WS-ESTADO-DOC NOT = "RECIBIDO"
               ADD 1 TO WS-CANT-FALTANTES
           END-IF
           DISPLAY RD-PRODUCTO " " RD-DOCUMENTO " " RD-DESCRIPCION
                   "  " RD-OBLIGATORIO "  " WS-ESTADO-DOC " "
                   LG-FECHA-RECEPCION " " LG-FECHA-VTO " "
                   LG-USUARIO.

       2500-REGISTRAR-DOCUMENTO.
           PERFORM 2600-LEER-CLIENTE
           IF WS-CLIENTE-OK NOT = 'S'
               GO TO 2500-REGISTRAR-DOCUMENTO-FIN
           END-IF
           DISPLAY "Codigo de documento (3 letras): "
               WITH NO ADVANCING
           ACCEPT WS-DOCUMENTO-INPUT
           MOVE FUNCTION UPPER-CASE(WS-DOCUMENTO-INPUT)
               TO WS-DOCUMENTO-INPUT
           PERFORM 2550-BUSCAR-EN-TABLA
           IF WS-DOC-EN-TABLA NOT = 'S'
               DISPLAY "El documento " WS-DOCUMENTO-INPUT
                       " no esta en la tabla para el tipo "
                       WS-TIPO-CLIENTE "."
               GO TO 2500-REGISTRAR-DOCUMENTO-FIN
           END-IF
           DISPLAY "Documento: " WS-DOC-DESCRIPCION
           DISPLAY "Fecha de recepcion AAAAMMDD (0 = hoy): "
               WITH NO ADVANCING
           ACCEPT WS-RECEPCION-INPUT
           IF WS-RECEPCION-INPUT = 0
               MOVE WS-FECHA-HOY TO WS-RECEPCION-INPUT
           END-IF
           IF WS-RECEPCION-INPUT > WS-FECHA-HOY
              OR WS-RECEPCION-INPUT < 19000101
               DISPLAY "Fecha de recepcion invalida."
               GO TO 2500-REGISTRAR-DOCUMENTO-FIN
           END-IF
           DISPLAY "Observacion: " WITH NO ADVANCING
           ACCEPT WS-OBSERVACION-INPUT

      *    Vencimiento: recepcion mas los meses de vigencia de la
      *    tabla, con el dia llevado al ultimo valido del mes.
           MOVE 0 TO WS-FECHA-VTO
           IF WS-DOC-MESES > 0
               MOVE WS-RECEPCION-INPUT TO WS-FECHA-VTO
               COMPUTE WS-MESES-TOTAL = WS-VTO-MES - 1 + WS-DOC-MESES
               COMPUTE WS-VTO-ANIO = WS-VTO-ANIO
                   + WS-MESES-TOTAL / 12
               COMPUTE WS-VTO-MES = FUNCTION MOD(WS-MESES-TOTAL, 12)
                   + 1
               IF WS-VTO-MES = 2 AND WS-VTO-DIA > 28
                   MOVE 28 TO WS-VTO-DIA
               END-IF
               IF (WS-VTO-MES = 4 OR WS-VTO-MES = 6
                   OR WS-VTO-MES = 9 OR WS-VTO-MES = 11)
                  AND WS-VTO-DIA > 30
                   MOVE 30 TO WS-VTO-DIA
               END-IF
               IF WS-FECHA-VTO < WS-FECHA-HOY
                   DISPLAY "El documento ya esta vencido ("
                           WS-FECHA-VTO "): no se registra."
                   GO TO 2500-REGISTRAR-DOCUMENTO-FIN
               END-IF
           END-IF

           MOVE WS-CLIENTE-ID TO LG-CLIENTE-ID
           MOVE WS-DOCUMENTO-INPUT TO LG-DOCUMENTO
           MOVE 'N' TO WS-DOC-ANTERIOR
           MOVE SPACES TO WS-AUD-VALOR-ANT
           READ LEGAJOS-FILE
               KEY IS LG-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-DOC-ANTERIOR
                   STRING LG-DOCUMENTO DELIMITED BY SIZE
                          " recibido " DELIMITED BY SIZE
                          LG-FECHA-RECEPCION DELIMITED BY SIZE
                          " vence " DELIMITED BY SIZE
                          LG-FECHA-VTO DELIMITED BY SIZE
                       INTO WS-AUD-VALOR-ANT
           END-READ
           MOVE WS-RECEPCION-INPUT TO LG-FECHA-RECEPCION
           MOVE WS-FECHA-VTO TO LG-FECHA-VTO
           MOVE WS-STAFF-USUARIO TO LG-USUARIO
           MOVE WS-OBSERVACION-INPUT TO LG-OBSERVACION
           IF WS-DOC-ANTERIOR = 'S'
               REWRITE LG-RECORD
           ELSE
               WRITE LG-RECORD
           END-IF
           IF LEGAJOS-STATUS NOT = "00"
               DISPLAY "No se pudo registrar el documento ("
                       LEGAJOS-STATUS ")."
               GO TO 2500-REGISTRAR-DOCUMENTO-FIN
           END-IF

           MOVE WS-CBF-INPUT TO WS-AUD-CBF
           MOVE "LEGAJO" TO WS-AUD-CAMPO
           MOVE SPACES TO WS-AUD-VALOR-NUEVO
           STRING LG-DOCUMENTO DELIMITED BY SIZE
                  " recibido " DELIMITED BY SIZE
                  LG-FECHA-RECEPCION DELIMITED BY SIZE
                  " vence " DELIMITED BY SIZE
                  LG-FECHA-VTO DELIMITED BY SIZE
               INTO WS-AUD-VALOR-NUEVO
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
                WS-AUD-VALOR-NUEVO, WS-USUARIO-AUDIT
           DISPLAY "Documento registrado; vence " LG-FECHA-VTO
                   " (0 = no vence)."
           PERFORM 2700-ACTIVAR-PENDIENTES.
       2500-REGISTRAR-DOCUMENTO-FIN.
           EXIT.

      *    El codigo debe figurar en la tabla para el tipo del cliente
      *    (en cualquier producto); la vigencia es la mayor de las
      *    filas en que figura.
       2550-BUSCAR-EN-TABLA.
           MOVE 'N' TO WS-DOC-EN-TABLA
           MOVE 0 TO WS-DOC-MESES
           MOVE SPACES TO WS-DOC-DESCRIPCION
           MOVE WS-TIPO-CLIENTE TO RD-TIPO-CLIENTE
           MOVE LOW-VALUES TO RD-PRODUCTO
           MOVE LOW-VALUES TO RD-DOCUMENTO
           MOVE 'N' TO WS-FIN-REQ
           START REQUISITOS-FILE KEY IS >= RD-KEY
               INVALID KEY
                   MOVE 'S' TO WS-FIN-REQ
           END-START
           PERFORM UNTIL WS-FIN-REQ = 'S'
               READ REQUISITOS-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-REQ
                   NOT AT END
                       IF RD-TIPO-CLIENTE NOT = WS-TIPO-CLIENTE
                           MOVE 'S' TO WS-FIN-REQ
                       ELSE
                           IF RD-DOCUMENTO = WS-DOCUMENTO-INPUT
                               MOVE 'S' TO WS-DOC-EN-TABLA
                               MOVE RD-DESCRIPCION
                                   TO WS-DOC-DESCRIPCION
                               IF RD-MESES-VIGENCIA > WS-DOC-MESES
                                   MOVE RD-MESES-VIGENCIA
                                       TO WS-DOC-MESES
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    CBF de cualquier cuenta del cliente: el legajo se lleva
      *    por numero de cliente y el tipo (F/J) sale de
      *    personas-juridicas.dat.
       2600-LEER-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-OK
           DISPLAY "CBF de una cuenta del cliente: " WITH NO ADVANCING
           ACCEPT WS-CBF-INPUT
           MOVE WS-CBF-INPUT TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   DISPLAY "No existe una cuenta con ese CBF."
               NOT INVALID KEY
                   MOVE 'S' TO WS-CLIENTE-OK
           END-READ
           IF WS-CLIENTE-OK = 'S'
               CALL "buscar-cliente-id" USING WS-CBF-INPUT,
                    WS-CLIENTE-ID, WS-ID-ENCONTRADO
               IF WS-ID-ENCONTRADO NOT = 1
                   DISPLAY "La cuenta no tiene numero de cliente."
                   MOVE 'N' TO WS-CLIENTE-OK
               ELSE
                   MOVE "F" TO WS-TIPO-CLIENTE
                   CALL "leer-persona-juridica" USING WS-CLIENTE-ID,
                        WS-RAZON-SOCIAL, WS-FORMA-JURIDICA,
                        WS-ACTIVIDAD, WS-PJ-ENCONTRADA
                   IF WS-PJ-ENCONTRADA = 1
                       MOVE "J" TO WS-TIPO-CLIENTE
                   END-IF
                   DISPLAY "Cliente " WS-CLIENTE-ID " ("
                           WS-TIPO-CLIENTE "): " CLI-APELLIDO
               END-IF
           END-IF.

      *    Cuentas del cliente pendientes de legajo: se juntan desde
      *    el indice de clientes y, con la tabla y el legajo cerrados
      *    (verificar-legajo los abre por su cuenta), pasa a activa
      *    cada una cuyo producto quedo completo.
       2700-ACTIVAR-PENDIENTES.
           MOVE 0 TO WS-CANT-PENDIENTES
           MOVE WS-CLIENTE-ID TO CI-CLIENTE-ID
           START CLIENTES-IDX-FILE KEY IS >= CI-CLIENTE-ID
               INVALID KEY
                   MOVE "10" TO IDX-STATUS
               NOT INVALID KEY
                   MOVE "00" TO IDX-STATUS
           END-START
           PERFORM UNTIL IDX-STATUS = "10"
               READ CLIENTES-IDX-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO IDX-STATUS
                   NOT AT END
                       IF CI-CLIENTE-ID NOT = WS-CLIENTE-ID
                           MOVE "10" TO IDX-STATUS
                       ELSE
                           PERFORM 2750-ANOTAR-PENDIENTE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CANT-PENDIENTES > 0
               PERFORM 1100-CERRAR-LEGAJOS
               PERFORM 2800-ACTIVAR-CUENTA
                   VARYING WS-IDX-PEND FROM 1 BY 1
                   UNTIL WS-IDX-PEND > WS-CANT-PENDIENTES
               PERFORM 1000-ABRIR-LEGAJOS
           END-IF.

       2750-ANOTAR-PENDIENTE.
           MOVE CI-CBF TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLI-PENDIENTE-LEGAJO
                      AND WS-CANT-PENDIENTES < 20
                       ADD 1 TO WS-CANT-PENDIENTES
                       MOVE CI-CBF
                           TO WS-PENDIENTE-CBF(WS-CANT-PENDIENTES)
                   END-IF
           END-READ.

       2800-ACTIVAR-CUENTA.
           MOVE WS-PENDIENTE-CBF(WS-IDX-PEND) TO CLI-CBF
           READ CUENTAS-FILE
               KEY IS CLI-CBF
               INVALID KEY
                   MOVE "23" TO CUENTAS-STATUS
           END-READ
           IF CUENTAS-STATUS = "00" AND CLI-PENDIENTE-LEGAJO
               IF CLI-CTA-CORRIENTE
                   MOVE "CC" TO WS-LEGAJO-PRODUCTO
               ELSE
                   MOVE "CA" TO WS-LEGAJO-PRODUCTO
               END-IF
               MOVE CLI-CBF TO WS-CBF-CUENTA
               CALL "verificar-legajo" USING WS-CBF-CUENTA,
                    WS-LEGAJO-PRODUCTO, WS-LEGAJO-COMPLETO,
                    WS-LEGAJO-FALTANTE
               IF WS-LEGAJO-COMPLETO = 1
                   SET CLI-ACTIVO TO TRUE
                   REWRITE REGISTRO-CLIENTE
                   IF CUENTAS-STATUS = "00"
                       CALL "registrar-imagen" USING "CUENTAS ", "R",
                            REGISTRO-CLIENTE
                   END-IF
                   MOVE WS-CBF-CUENTA TO WS-AUD-CBF
                   MOVE "ESTADO" TO WS-AUD-CAMPO
                   MOVE "P" TO WS-AUD-VALOR-ANT
                   MOVE "A - LEGAJO COMPLETO" TO WS-AUD-VALOR-NUEVO
                   CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                        WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
                        WS-AUD-VALOR-NUEVO, WS-USUARIO-AUDIT
                   MOVE "ACTIVACION LEGAJO" TO WS-JOURNAL-EVENTO
                   MOVE SPACES TO WS-JOURNAL-DETALLE
                   STRING "Cliente " DELIMITED BY SIZE
                          WS-CLIENTE-ID DELIMITED BY SIZE
                          " producto " DELIMITED BY SIZE
                          WS-LEGAJO-PRODUCTO DELIMITED BY SIZE
                          " usuario " DELIMITED BY SIZE
                          WS-STAFF-USUARIO DELIMITED BY SIZE
                       INTO WS-JOURNAL-DETALLE
                   CALL "registrar-journal" USING WS-AUD-CBF,
                        WS-JOURNAL-EVENTO, WS-JOURNAL-DETALLE
                   DISPLAY "Cuenta " WS-CBF-CUENTA
                           " activada: legajo completo."
               ELSE
                   DISPLAY "Cuenta " WS-CBF-CUENTA
                           " sigue pendiente: falta "
                           WS-LEGAJO-FALTANTE "."
               END-IF
           END-IF.
