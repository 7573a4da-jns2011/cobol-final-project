       IDENTIFICATION DIVISION.
       PROGRAM-ID. otorgar-adelanto.
       AUTHOR. Area de Sistemas.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *  MODIFICACIONES
      *  2026-10-15  Alta de programa: adelanto de haberes a pedido
      *              del cliente que cobra el sueldo por el banco.
      *              Promedia los ultimos tres creditos de haberes
      *              (los "D" con memo "HABERES") de los ultimos 90
      *              dias de la cuenta y ofrece hasta
      *              PARM-PORC-ADELANTO de ese promedio. Acredita el
      *              adelanto via crear-transaccion, debita la
      *              comision fija PARM-COMISION-ADELANTO y graba el
      *              adelanto en adelantos-haberes.dat para que
      *              ACREDITAR-HABERES lo recupere del proximo sueldo.
      *              Si la comision no se puede debitar, el adelanto
      *              se revierte. Un solo adelanto abierto por
      *              cuenta, y solo en pesos. Lo usan el cajero
      *              (LK-CANAL "C") y la VENTANILLA ("V", con el
      *              usuario del cajero humano en el memo).
      *  2026-10-15  No se otorga adelanto sobre la cuenta de un titular
      *              menor de edad (verificar-menor).
      *  2026-10-15  Los textos de pantalla salen del catalogo de
      *              mensajes (mensaje-catalogo) en el idioma de la
      *              sesion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO WS-TRANS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS R-KEY
               ALTERNATE RECORD KEY IS R-CBF
                   WITH DUPLICATES
               FILE STATUS IS TRANS-STATUS.

           SELECT ADELANTOS-FILE ASSIGN TO "adelantos-haberes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-KEY
               FILE STATUS IS ADELANTOS-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
           COPY "registro-transaccion.cpy".

       FD  ADELANTOS-FILE.
       COPY "adelanto-haberes.cpy".

       FD  PARAMETROS-FILE.
           COPY "parametros.cpy".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
       COPY "transaccion.cpy".
       01  TRANS-STATUS               PIC XX.
       01  ADELANTOS-STATUS           PIC XX.
       01  PARAMETROS-STATUS          PIC XX.

       01  WS-PORC-ADELANTO           PIC 9(3) VALUE 50.
       01  WS-COMISION                PIC 9(5) VALUE 500.
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-DIAS-DESDE              PIC 9(7).
       01  WS-DIAS-REG                PIC 9(7).
       01  WS-FECHA-REG               PIC 9(8).
       01  WS-SEGUIR                  PIC X(1).
       01  WS-MENOR-ESTADO            PIC 9.
       01  WS-MENOR-TUTOR             PIC 9(6).

      *    Ultimos tres creditos de haberes, en orden de llegada: el
      *    historial por CBF sale cronologico, cada nuevo desplaza
      *    al mas viejo.
       01  WS-TABLA-HABERES.
           05  WS-HABER OCCURS 3 TIMES PIC S9(9)V99.
       01  WS-CANT-HABERES            PIC 9(3) VALUE 0.
       01  WS-SUMA-HABERES            PIC S9(11)V99.
       01  WS-PROMEDIO-HABERES        PIC S9(9)V99.
       01  WS-MAXIMO-ADELANTO         PIC S9(9)V99.
       01  WS-TS-ADELANTO             PIC 9(14).

       01  WS-IMP-TITULO              PIC X(40).
       01  WS-IMP-PERMITE             PIC X(1).
       01  WS-IMPORTE-VALIDADO        PIC S9(9)V99.
       01  WS-IMP-RESULTADO           PIC 9.
       01  WS-CONFIRMA                PIC X(1).
       01  WS-IMPORTE-DISPLAY         PIC -Z(9).99.

      *    Textos de pantalla del catalogo de mensajes
      *    (mensaje-catalogo) en el idioma de la sesion del cajero.
       01  WS-MSG-ACCION              PIC X(1).
       01  WS-MSG-ID                  PIC X(7).
       01  WS-MSG-IDIOMA              PIC X(2) VALUE SPACES.
       01  WS-MSG-TEXTO               PIC X(70).
       01  WS-MSG-TEXTO-AUX           PIC X(70).

       LINKAGE SECTION.
       01  LK-CBF                  PIC X(6).
       01  LK-MONEDA               PIC X(3).
       01  LK-CANAL                PIC X(1).
       01  LK-USUARIO              PIC X(8).

       PROCEDURE DIVISION USING LK-CBF, LK-MONEDA, LK-CANAL,
                                 LK-USUARIO.
       MAIN-PARA.
           MOVE 'S' TO WS-SEGUIR
           DISPLAY "*******************************"
           MOVE "CAJ0663" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           DISPLAY "*******************************"
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-DESDE =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) - 90
           PERFORM LEER-PARAMETROS

           IF LK-MONEDA NOT = "ARS"
               MOVE "CAJ0664" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           END-IF
           IF WS-SEGUIR = 'S'
               CALL 'verificar-menor' USING LK-CBF, WS-MENOR-ESTADO,
                    WS-MENOR-TUTOR
               IF WS-MENOR-ESTADO NOT = 0
                   MOVE "CAJ0665" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               END-IF
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM VERIFICAR-ADELANTO-ABIERTO
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM PROMEDIAR-HABERES THRU PROMEDIAR-HABERES-FIN
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM PEDIR-IMPORTE
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM POSTEAR-ADELANTO
           END-IF
           IF WS-SEGUIR = 'S'
               PERFORM GRABAR-ADELANTO
           END-IF
           GOBACK.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
               READ PARAMETROS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-PORC-ADELANTO IS NUMERIC
                          AND PARM-PORC-ADELANTO > 0
                           MOVE PARM-PORC-ADELANTO
                               TO WS-PORC-ADELANTO
                       END-IF
                       IF PARM-COMISION-ADELANTO IS NUMERIC
                           MOVE PARM-COMISION-ADELANTO TO WS-COMISION
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF.

      *    Hasta que el sueldo no recupere el adelanto anterior (o
      *    mientras este en cobranza) no se otorga otro.
       VERIFICAR-ADELANTO-ABIERTO.
           OPEN INPUT ADELANTOS-FILE
           IF ADELANTOS-STATUS = "00"
               MOVE LK-CBF TO AD-CBF
               MOVE 0 TO AD-TIMESTAMP
               START ADELANTOS-FILE KEY IS >= AD-KEY
                   INVALID KEY
                       MOVE "10" TO ADELANTOS-STATUS
               END-START
               PERFORM UNTIL ADELANTOS-STATUS = "10"
                   READ ADELANTOS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO ADELANTOS-STATUS
                       NOT AT END
                           IF AD-CBF NOT = LK-CBF
                               MOVE "10" TO ADELANTOS-STATUS
                           ELSE
                               IF AD-ABIERTO
                                   MOVE AD-SALDO
                                       TO WS-IMPORTE-DISPLAY
                                   MOVE "CAJ0666" TO WS-MSG-ID
                                   PERFORM OBTENER-MENSAJE
                                   DISPLAY
                                       FUNCTION TRIM(WS-MSG-TEXTO
                                           TRAILING)
                                       " " WS-IMPORTE-DISPLAY
                                   MOVE 'N' TO WS-SEGUIR
                                   MOVE "10" TO ADELANTOS-STATUS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADELANTOS-FILE
           END-IF.

       PROMEDIAR-HABERES.
           MOVE 0 TO WS-CANT-HABERES
           MOVE 0 TO WS-HABER(1)
           MOVE 0 TO WS-HABER(2)
           MOVE 0 TO WS-HABER(3)
           COPY "cargar-rutas.cpy".
           OPEN INPUT TRANS-FILE
           IF TRANS-STATUS NOT = "00"
               MOVE "CAJ0667" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
               GO TO PROMEDIAR-HABERES-FIN
           END-IF
           MOVE LK-CBF TO R-CBF
           START TRANS-FILE KEY IS >= R-CBF
               INVALID KEY
                   MOVE "10" TO TRANS-STATUS
           END-START
           PERFORM UNTIL TRANS-STATUS = "10"
               READ TRANS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO TRANS-STATUS
                   NOT AT END
                       IF R-CBF NOT = LK-CBF
                           MOVE "10" TO TRANS-STATUS
                       ELSE
                           IF R-DESCRIPCION = "D"
                              AND R-MEMO(1:7) = "HABERES"
                               PERFORM TOMAR-HABER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE

           IF WS-CANT-HABERES = 0
               MOVE "CAJ0668" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
               GO TO PROMEDIAR-HABERES-FIN
           END-IF
           IF WS-CANT-HABERES > 3
               MOVE 3 TO WS-CANT-HABERES
           END-IF
           COMPUTE WS-SUMA-HABERES =
               WS-HABER(1) + WS-HABER(2) + WS-HABER(3)
           COMPUTE WS-PROMEDIO-HABERES ROUNDED =
               WS-SUMA-HABERES / WS-CANT-HABERES
           COMPUTE WS-MAXIMO-ADELANTO =
               WS-PROMEDIO-HABERES * WS-PORC-ADELANTO / 100
           IF WS-MAXIMO-ADELANTO <= WS-COMISION
               MOVE "CAJ0669" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           END-IF.
       PROMEDIAR-HABERES-FIN.
           EXIT.

       TOMAR-HABER.
           MOVE R-TIMESTAMP(1:8) TO WS-FECHA-REG
           COMPUTE WS-DIAS-REG =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-REG)
           IF WS-DIAS-REG >= WS-DIAS-DESDE
               MOVE WS-HABER(2) TO WS-HABER(1)
               MOVE WS-HABER(3) TO WS-HABER(2)
               MOVE R-IMPORTE TO WS-HABER(3)
               ADD 1 TO WS-CANT-HABERES
           END-IF.

       PEDIR-IMPORTE.
           MOVE WS-PROMEDIO-HABERES TO WS-IMPORTE-DISPLAY
           MOVE "CAJ0670" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-IMPORTE-DISPLAY
           MOVE WS-MAXIMO-ADELANTO TO WS-IMPORTE-DISPLAY
           MOVE "CAJ0671" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
                   WS-IMPORTE-DISPLAY
           MOVE "CAJ0672" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " " WS-COMISION
           MOVE "CAJ0684" TO WS-MSG-ID
           PERFORM OBTENER-MENSAJE
           MOVE WS-MSG-TEXTO TO WS-IMP-TITULO
           MOVE "S" TO WS-IMP-PERMITE
           CALL 'validar-importe' USING WS-IMP-TITULO,
                WS-IMP-PERMITE, WS-IMPORTE-VALIDADO,
                WS-IMP-RESULTADO
           EVALUATE TRUE
               WHEN WS-IMP-RESULTADO = 1
                   MOVE "CAJ0673" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               WHEN WS-IMPORTE-VALIDADO > WS-MAXIMO-ADELANTO
                   MOVE "CAJ0674" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               WHEN WS-IMPORTE-VALIDADO <= WS-COMISION
                   MOVE "CAJ0675" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               WHEN OTHER
                   MOVE WS-IMPORTE-VALIDADO TO WS-IMPORTE-DISPLAY
                   MOVE "CAJ0676" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   MOVE WS-MSG-TEXTO TO WS-MSG-TEXTO-AUX
                   MOVE "CAJ0677" TO WS-MSG-ID
                   PERFORM OBTENER-MENSAJE
                   DISPLAY FUNCTION TRIM(WS-MSG-TEXTO-AUX TRAILING) " "
                           WS-IMPORTE-DISPLAY
                           FUNCTION TRIM(WS-MSG-TEXTO TRAILING)
                   MOVE "CAJ0678" TO WS-MSG-ID
                   PERFORM MOSTRAR-PREGUNTA
                   ACCEPT WS-CONFIRMA
                   PERFORM NORMALIZAR-CONFIRMACION
                   IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                       MOVE "CAJ0673" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                       MOVE 'N' TO WS-SEGUIR
                   END-IF
           END-EVALUATE.

      *    Credito del adelanto y debito de la comision. Sin la
      *    comision cobrada el adelanto no se otorga: se revierte.
       POSTEAR-ADELANTO.
           MOVE LK-CBF TO P-CBF
           MOVE "D" TO P-DESCRIPCION
           MOVE WS-IMPORTE-VALIDADO TO P-IMPORTE
           MOVE LK-MONEDA TO P-MONEDA
           MOVE 0 TO P-REF-KEY
           MOVE "N" TO P-OVERRIDE
           MOVE SPACES TO P-MEMO
           IF LK-CANAL = "V"
               STRING "ADELANTO HABERES VENTANILLA "
                      DELIMITED BY SIZE
                      LK-USUARIO DELIMITED BY SIZE
                   INTO P-MEMO
           ELSE
               MOVE "ADELANTO HABERES CAJERO" TO P-MEMO
           END-IF
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO
           IF RESULTADO NOT = 0
               MOVE "CAJ0679" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
               MOVE 'N' TO WS-SEGUIR
           ELSE
               MOVE P-TIMESTAMP TO WS-TS-ADELANTO
               MOVE LK-CBF TO P-CBF
               MOVE "F" TO P-DESCRIPCION
               MOVE WS-COMISION TO P-IMPORTE
               MOVE LK-MONEDA TO P-MONEDA
               MOVE 0 TO P-REF-KEY
               MOVE "N" TO P-OVERRIDE
               MOVE "COMISION ADELANTO HABERES" TO P-MEMO
               IF WS-COMISION > 0
                   CALL "crear-transaccion" USING TRANSACCION,
                        RESULTADO
               ELSE
                   MOVE 0 TO RESULTADO
               END-IF
               IF RESULTADO NOT = 0
                   PERFORM REVERTIR-ADELANTO
                   MOVE "CAJ0680" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE 'N' TO WS-SEGUIR
               END-IF
           END-IF.

       REVERTIR-ADELANTO.
           MOVE LK-CBF TO P-CBF
           MOVE "R" TO P-DESCRIPCION
           MOVE WS-IMPORTE-VALIDADO TO P-IMPORTE
           MOVE LK-MONEDA TO P-MONEDA
           MOVE WS-TS-ADELANTO TO P-REF-KEY
           MOVE "S" TO P-OVERRIDE
           MOVE "ADELANTO HABERES SIN COMISION" TO P-MEMO
           CALL "crear-transaccion" USING TRANSACCION, RESULTADO.

       GRABAR-ADELANTO.
           OPEN I-O ADELANTOS-FILE
           IF ADELANTOS-STATUS NOT = "00" AND NOT = "05"
               OPEN OUTPUT ADELANTOS-FILE
               CLOSE ADELANTOS-FILE
               OPEN I-O ADELANTOS-FILE
           END-IF
           MOVE LK-CBF TO AD-CBF
           MOVE WS-TS-ADELANTO TO AD-TIMESTAMP
           MOVE WS-IMPORTE-VALIDADO TO AD-IMPORTE
           MOVE WS-COMISION TO AD-COMISION
           MOVE WS-IMPORTE-VALIDADO TO AD-SALDO
           MOVE WS-FECHA-HOY TO AD-FECHA-ALTA
           MOVE LK-CANAL TO AD-CANAL
           MOVE LK-USUARIO TO AD-USUARIO
           SET AD-PENDIENTE TO TRUE
           MOVE 0 TO AD-FECHA-COBRANZA
           MOVE 0 TO AD-FECHA-CIERRE
           WRITE AD-RECORD
               INVALID KEY
                   MOVE "CAJ0681" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
           END-WRITE
           CLOSE ADELANTOS-FILE
           MOVE "CAJ0682" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0683" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE.

       OBTENER-MENSAJE.
           MOVE "O" TO WS-MSG-ACCION
           MOVE SPACES TO WS-MSG-TEXTO
           CALL 'mensaje-catalogo' USING WS-MSG-ACCION, WS-MSG-ID,
                WS-MSG-IDIOMA, WS-MSG-TEXTO.

       MOSTRAR-MENSAJE.
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING).

      *    Pregunta: el cursor queda en la misma linea para el ACCEPT.
       MOSTRAR-PREGUNTA.
           PERFORM OBTENER-MENSAJE
           DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " "
               WITH NO ADVANCING.

      *    En ingles la confirmacion se contesta Y: se lleva a la S
      *    que esperan los controles de la pantalla.
       NORMALIZAR-CONFIRMACION.
           IF WS-CONFIRMA = "Y" OR WS-CONFIRMA = "y"
               MOVE "S" TO WS-CONFIRMA
           END-IF.
