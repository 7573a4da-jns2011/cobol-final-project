       IDENTIFICATION DIVISION.
       PROGRAM-ID. emitir-codigo-extraccion.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: extraccion sin tarjeta. El
      *              titular, ya autenticado en el cajero, elige un
      *              importe y una clave de 4 digitos; el importe
      *              queda retenido (crear-retencion) y se emite un
      *              codigo de un solo uso con vencimiento
      *              (PARM-HORAS-CODIGO-EXT) en
      *              codigos-extraccion.dat. Quien tenga el codigo y
      *              la clave lo cobra en el cajero sin iniciar
      *              sesion (canjear-codigo-extraccion). La emision
      *              queda en el journal del cajero y en el journal
      *              de eventos de seguridad.
      *  2026-10-15  Los textos de pantalla salen del catalogo de
      *              mensajes (mensaje-catalogo) en el idioma de la
      *              sesion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODIGOS-FILE ASSIGN TO "codigos-extraccion.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-CODIGO
               FILE STATUS IS CODIGOS-STATUS.

           SELECT RETENCIONES-FILE ASSIGN TO "retenciones-fondos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-KEY
               FILE STATUS IS RETENCIONES-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CODIGOS-FILE.
       COPY "codigo-extraccion.cpy".

       FD  RETENCIONES-FILE.
       COPY "retencion-fondos.cpy".

       FD  PARAMETROS-FILE.
       COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       01  CODIGOS-STATUS             PIC XX.
       01  RETENCIONES-STATUS         PIC XX.
       01  PARAMETROS-STATUS          PIC XX.

       01  WS-HORAS-CODIGO            PIC 9(3) VALUE 24.
       01  WS-TOPE-EXT                PIC 9(6).
       01  WS-TOPE-EXT-DIARIO         PIC 9(7).
       01  WS-CBF-SUPERVISOR          PIC 9(6).
       01  WS-CANT-1000               PIC 9(5).
       01  WS-CANT-500                PIC 9(5).
       01  WS-CANT-200                PIC 9(5).
       01  WS-CANT-100                PIC 9(5).
       01  WS-EMAIL-OPS               PIC X(50).

       01  WS-IMP-TITULO              PIC X(40).
       01  WS-IMP-PERMITE             PIC X(1).
       01  WS-IMPORTE                 PIC S9(9)V99.
       01  WS-IMP-RESULTADO           PIC 9.
       01  WS-IMPORTE-DISPLAY         PIC Z(8)9.
       01  WS-SALDO-DISPONIBLE        PIC S9(10)V99.
       01  WS-MONEDA-SALDO            PIC X(3).
       01  WS-CIENTOS                 PIC 9(9).
       01  WS-RESTO                   PIC 9(3).

       01  WS-CLAVE                   PIC X(4).
       01  WS-CLAVE-CONFIRMA          PIC X(4).
       01  WS-OPCION                  PIC 9(1).
       01  WS-SEGUIR                  PIC X VALUE 'S'.

       01  WS-AHORA                   PIC X(21).
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-HORA-HOY                PIC 9(2).
       01  WS-TOTAL-HORAS             PIC 9(5).
       01  WS-DIAS-SUMA               PIC 9(3).
       01  WS-HORA-VTO                PIC 9(2).
       01  WS-FECHA-VTO               PIC 9(8).
       01  WS-FECHA-RETENCION         PIC 9(8).
       01  WS-VENCIMIENTO             PIC 9(14).
       01  WS-VTO-DISPLAY.
           05  WS-VTO-DIA             PIC 9(2).
           05  FILLER                 PIC X VALUE "/".
           05  WS-VTO-MES             PIC 9(2).
           05  FILLER                 PIC X VALUE "/".
           05  WS-VTO-ANIO            PIC 9(4).
           05  WS-VTO-A-LAS           PIC X(7).
           05  WS-VTO-HORA            PIC 9(2).
           05  FILLER                 PIC X VALUE ":".
           05  WS-VTO-MIN             PIC 9(2).

       01  WS-CBF-NUM                 PIC 9(6).
       01  WS-MOTIVO-RETENCION        PIC X(30).
       01  WS-RET-TIMESTAMP           PIC 9(14).
       01  WS-RET-RESULTADO           PIC 9.

       01  WS-TEXTO-HASH              PIC X(16).
       01  WS-HASH                    PIC 9(10).
       01  WS-CODIGO                  PIC 9(8).
       01  WS-GRABADO                 PIC X VALUE 'N'.
       01  WS-REINTENTOS              PIC 9(2).

       01  WS-JRN-EVENTO              PIC X(20).
       01  WS-JRN-DETALLE             PIC X(60).
       01  WS-SEG-EVENTO              PIC X(20).
       01  WS-SEG-DETALLE             PIC X(40).

      *    Textos de pantalla del catalogo de mensajes
      *    (mensaje-catalogo) en el idioma de la sesion del cajero.
       01  WS-MSG-ACCION              PIC X(1).
       01  WS-MSG-ID                  PIC X(7).
       01  WS-MSG-IDIOMA              PIC X(2) VALUE SPACES.
       01  WS-MSG-TEXTO               PIC X(70).

       LINKAGE SECTION.
       01  LK-CBF                     PIC X(6).
       01  LK-MONEDA                  PIC X(3).

       PROCEDURE DIVISION USING LK-CBF, LK-MONEDA.
       0000-MAINLINE.
           DISPLAY "****************************************"
           MOVE "CAJ0559" TO WS-MSG-ID
           PERFORM 9200-MOSTRAR-MENSAJE
           DISPLAY "****************************************"
           PERFORM 1000-LEER-PARAMETROS
           MOVE 'S' TO WS-SEGUIR
           PERFORM 2000-PEDIR-IMPORTE
           IF WS-SEGUIR = 'S'
               PERFORM 3000-PEDIR-CLAVE
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM 4000-CONFIRMAR
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM 5000-EMITIR
           END-IF
           MOVE "CAJ0028" TO WS-MSG-ID
           PERFORM 9200-MOSTRAR-MENSAJE
           ACCEPT OMITTED
           GOBACK.

       1000-LEER-PARAMETROS.
           CALL 'leer-parametros' USING WS-TOPE-EXT,
                WS-TOPE-EXT-DIARIO, WS-CBF-SUPERVISOR, WS-CANT-1000,
                WS-CANT-500, WS-CANT-200, WS-CANT-100, WS-EMAIL-OPS
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-HORAS-CODIGO-EXT IS NUMERIC
                          AND PARM-HORAS-CODIGO-EXT > 0
                           MOVE PARM-HORAS-CODIGO-EXT
                               TO WS-HORAS-CODIGO
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF.

      *    El importe se entrega en billetes: multiplo de 100, dentro
      *    del tope por extraccion del banco y del saldo disponible
      *    (que ya descuenta las retenciones activas).
       2000-PEDIR-IMPORTE.
           MOVE "CAJ0579" TO WS-MSG-ID
           PERFORM 9100-OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-IMP-TITULO
           MOVE "N" TO WS-IMP-PERMITE
           CALL 'validar-importe' USING WS-IMP-TITULO,
                WS-IMP-PERMITE, WS-IMPORTE, WS-IMP-RESULTADO
           IF WS-IMP-RESULTADO = 1
               MOVE 'N' TO WS-SEGUIR
           ELSE
               DIVIDE WS-IMPORTE BY 100 GIVING WS-CIENTOS
                   REMAINDER WS-RESTO
               CALL 'leer-saldo-disponible' USING LK-CBF,
                    WS-SALDO-DISPONIBLE, WS-MONEDA-SALDO
               EVALUATE TRUE
                   WHEN WS-RESTO NOT = 0
                       MOVE "CAJ0560" TO WS-MSG-ID
                       PERFORM 9200-MOSTRAR-MENSAJE
                       MOVE 'N' TO WS-SEGUIR
                   WHEN WS-IMPORTE > WS-TOPE-EXT
                       MOVE "CAJ0561" TO WS-MSG-ID
                       PERFORM 9100-OBTENER-MENSAJE
                       DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                               WS-TOPE-EXT ")."
                       MOVE 'N' TO WS-SEGUIR
                   WHEN WS-IMPORTE > WS-SALDO-DISPONIBLE
                       MOVE "CAJ0562" TO WS-MSG-ID
                       PERFORM 9200-MOSTRAR-MENSAJE
                       MOVE 'N' TO WS-SEGUIR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       3000-PEDIR-CLAVE.
           MOVE "CAJ0563" TO WS-MSG-ID
           PERFORM 9200-MOSTRAR-MENSAJE
           MOVE "CAJ0564" TO WS-MSG-ID
           PERFORM 9300-MOSTRAR-PREGUNTA
           ACCEPT WS-CLAVE
           MOVE "CAJ0565" TO WS-MSG-ID
           PERFORM 9300-MOSTRAR-PREGUNTA
           ACCEPT WS-CLAVE-CONFIRMA
           IF WS-CLAVE NOT NUMERIC
               MOVE "CAJ0566" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           ELSE
               IF WS-CLAVE NOT = WS-CLAVE-CONFIRMA
                   MOVE "CAJ0567" TO WS-MSG-ID
                   PERFORM 9200-MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               END-IF
           END-IF.

       4000-CONFIRMAR.
           PERFORM 4100-CALCULAR-VENCIMIENTO
           MOVE WS-IMPORTE TO WS-IMPORTE-DISPLAY
           MOVE 0 TO WS-OPCION
           PERFORM UNTIL WS-OPCION = 1 OR WS-OPCION = 2
               DISPLAY "----------------------------------------"
               MOVE "CAJ0568" TO WS-MSG-ID
               PERFORM 9100-OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                       WS-IMPORTE-DISPLAY
               MOVE "CAJ0569" TO WS-MSG-ID
               PERFORM 9100-OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       WS-VTO-DISPLAY
               MOVE "CAJ0570" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               MOVE "CAJ0571" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               MOVE "CAJ0498" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               MOVE "CAJ0499" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               DISPLAY "----------------------------------------"
               ACCEPT WS-OPCION
           END-PERFORM
           IF WS-OPCION = 2
               MOVE 'N' TO WS-SEGUIR
           END-IF.

       4100-CALCULAR-VENCIMIENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-AHORA
           MOVE WS-AHORA(1:8) TO WS-FECHA-HOY
           MOVE WS-AHORA(9:2) TO WS-HORA-HOY
           COMPUTE WS-TOTAL-HORAS = WS-HORA-HOY + WS-HORAS-CODIGO
           DIVIDE WS-TOTAL-HORAS BY 24 GIVING WS-DIAS-SUMA
               REMAINDER WS-HORA-VTO
           COMPUTE WS-FECHA-VTO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) + WS-DIAS-SUMA)
      *    La liberacion automatica de la retencion queda un dia
      *    despues del vencimiento, como en las operaciones
      *    conjuntas: la expiracion nocturna es la que la libera.
           COMPUTE WS-FECHA-RETENCION = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-FECHA-VTO) + 1)
           MOVE WS-FECHA-VTO TO WS-VENCIMIENTO(1:8)
           MOVE WS-HORA-VTO TO WS-VENCIMIENTO(9:2)
           MOVE WS-AHORA(11:4) TO WS-VENCIMIENTO(11:4)
           MOVE WS-FECHA-VTO(7:2) TO WS-VTO-DIA
           MOVE WS-FECHA-VTO(5:2) TO WS-VTO-MES
           MOVE WS-FECHA-VTO(1:4) TO WS-VTO-ANIO
           MOVE WS-HORA-VTO TO WS-VTO-HORA
           MOVE WS-AHORA(11:2) TO WS-VTO-MIN
           MOVE "CAJ0838" TO WS-MSG-ID
           PERFORM 9100-OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-VTO-A-LAS.

       5000-EMITIR.
           MOVE LK-CBF TO WS-CBF-NUM
           MOVE "Codigo extraccion sin tarjeta"
               TO WS-MOTIVO-RETENCION
           CALL 'crear-retencion' USING WS-CBF-NUM, WS-IMPORTE,
                WS-MOTIVO-RETENCION, WS-FECHA-RETENCION,
                WS-RET-TIMESTAMP, WS-RET-RESULTADO
           IF WS-RET-RESULTADO NOT = 0
               MOVE "CAJ0572" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               MOVE "CAJ0573" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               GOBACK
           END-IF

           OPEN I-O CODIGOS-FILE
           IF CODIGOS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT CODIGOS-FILE
               CLOSE CODIGOS-FILE
               OPEN I-O CODIGOS-FILE
           END-IF

      *    El codigo sale del hash del CBF y el instante de emision;
      *    ante un choque con un codigo existente se toma el
      *    siguiente.
           MOVE SPACES TO WS-TEXTO-HASH
           STRING LK-CBF DELIMITED BY SIZE
                  WS-AHORA(7:10) DELIMITED BY SIZE
               INTO WS-TEXTO-HASH
           CALL "calcular-hash" USING WS-TEXTO-HASH, WS-HASH
           COMPUTE WS-CODIGO = FUNCTION MOD(WS-HASH, 100000000)

           MOVE WS-CBF-NUM TO CX-CBF
           MOVE WS-IMPORTE TO CX-IMPORTE
           MOVE LK-MONEDA TO CX-MONEDA
           MOVE WS-RET-TIMESTAMP TO CX-RF-TIMESTAMP
           MOVE WS-AHORA(1:14) TO CX-EMISION
           MOVE WS-VENCIMIENTO TO CX-VENCIMIENTO
           MOVE 0 TO CX-INTENTOS
           SET CX-PENDIENTE TO TRUE
           MOVE 0 TO CX-FECHA-CIERRE
           MOVE 'N' TO WS-GRABADO
           MOVE 0 TO WS-REINTENTOS
           PERFORM UNTIL WS-GRABADO = 'S' OR WS-REINTENTOS > 20
               MOVE WS-CODIGO TO CX-CODIGO
               PERFORM 5100-HASHEAR-CLAVE
               MOVE WS-HASH TO CX-HASH-CLAVE
               WRITE CX-RECORD
                   INVALID KEY
                       ADD 1 TO WS-REINTENTOS
                       ADD 1 TO WS-CODIGO
                   NOT INVALID KEY
                       MOVE 'S' TO WS-GRABADO
               END-WRITE
           END-PERFORM
           CLOSE CODIGOS-FILE

           IF WS-GRABADO NOT = 'S'
               PERFORM 5200-LIBERAR-RETENCION
               MOVE "CAJ0574" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
           ELSE
               DISPLAY "****************************************"
               MOVE "CAJ0575" TO WS-MSG-ID
               PERFORM 9100-OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       CX-CODIGO
               MOVE "CAJ0497" TO WS-MSG-ID
               PERFORM 9100-OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                       WS-IMPORTE-DISPLAY
               MOVE "CAJ0569" TO WS-MSG-ID
               PERFORM 9100-OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                       WS-VTO-DISPLAY
               MOVE "CAJ0576" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               MOVE "CAJ0577" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               MOVE "CAJ0578" TO WS-MSG-ID
               PERFORM 9200-MOSTRAR-MENSAJE
               DISPLAY "****************************************"
               MOVE "CODIGO EXT EMITIDO" TO WS-JRN-EVENTO
               MOVE SPACES TO WS-JRN-DETALLE
               STRING "COD " DELIMITED BY SIZE
                      CX-CODIGO DELIMITED BY SIZE
                      " $" DELIMITED BY SIZE
                      WS-IMPORTE-DISPLAY DELIMITED BY SIZE
                      " VTO " DELIMITED BY SIZE
                      CX-VENCIMIENTO DELIMITED BY SIZE
                   INTO WS-JRN-DETALLE
               CALL 'registrar-journal' USING LK-CBF,
                    WS-JRN-EVENTO, WS-JRN-DETALLE
               MOVE "CODIGO EXT EMITIDO" TO WS-SEG-EVENTO
               MOVE WS-JRN-DETALLE(1:40) TO WS-SEG-DETALLE
               CALL 'registrar-evento-seg' USING LK-CBF,
                    WS-SEG-EVENTO, WS-SEG-DETALLE
           END-IF.

      *    Solo se guarda el hash de la clave, salado con el codigo:
      *    la misma clave en dos codigos no da el mismo hash.
       5100-HASHEAR-CLAVE.
           MOVE SPACES TO WS-TEXTO-HASH
           STRING WS-CLAVE DELIMITED BY SIZE
                  WS-CODIGO DELIMITED BY SIZE
               INTO WS-TEXTO-HASH
           CALL "calcular-hash" USING WS-TEXTO-HASH, WS-HASH.

       5200-LIBERAR-RETENCION.
           OPEN I-O RETENCIONES-FILE
           MOVE WS-CBF-NUM TO RF-CBF
           MOVE WS-RET-TIMESTAMP TO RF-TIMESTAMP
           READ RETENCIONES-FILE
               KEY IS RF-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RF-ACTIVA
                       SET RF-LIBERADA TO TRUE
                       REWRITE RF-RECORD
                   END-IF
           END-READ
           CLOSE RETENCIONES-FILE.

       9100-OBTENER-MENSAJE.
           MOVE "O" TO WS-MSG-ACCION
           MOVE SPACES TO WS-MSG-TEXTO
           CALL 'mensaje-catalogo' USING WS-MSG-ACCION, WS-MSG-ID,
                WS-MSG-IDIOMA, WS-MSG-TEXTO.

       9200-MOSTRAR-MENSAJE.
           PERFORM 9100-OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING).

      *    Pregunta: el cursor queda en la misma linea para el ACCEPT.
       9300-MOSTRAR-PREGUNTA.
           PERFORM 9100-OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
               WITH NO ADVANCING.
