      *              fecha de fin) y cancela una activa.
      *              EXPANDIR-ORDENES-PERMANENTES instancia los
      *              vencimientos cada noche.
      *  2026-10-15  Los textos de pantalla salen del catalogo de
      *              mensajes (mensaje-catalogo) en el idioma de la
      *              sesion.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-MISMO-CLIENTE           PIC 9.
       01  WS-CBF-ORIGEN-NUM          PIC 9(6).

      *    Textos de pantalla del catalogo de mensajes
      *    (mensaje-catalogo) en el idioma de la sesion del cajero.
       01  WS-MSG-ACCION              PIC X(1).
       01  WS-MSG-ID                  PIC X(7).
       01  WS-MSG-IDIOMA              PIC X(2) VALUE SPACES.
       01  WS-MSG-TEXTO               PIC X(70).
       01  WS-MSG-PARTES.
           05  WS-MSG-PARTE           PIC X(70) OCCURS 5 TIMES.

       LINKAGE SECTION.
       01  LK-CBF                  PIC 9(6).


       MENU-ORDENES.
           DISPLAY "*******************************"
           MOVE "CAJ0403" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           DISPLAY "*******************************"
           MOVE "CAJ0404" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0405" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0406" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0407" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0408" TO WS-MSG-ID
           PERFORM MOSTRAR-MENSAJE
           MOVE "CAJ0085" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT MENU-CHOICE

           EVALUATE TRUE
               WHEN SALIR-PANTALLA
                   MOVE 'S' TO WS-FIN
               WHEN OTHER
                   MOVE "CAJ0086" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
           END-EVALUATE.

       LISTAR-MIS-ORDENES.
                       ELSE
                           ADD 1 TO WS-CANT-LISTADAS
                           MOVE OP-IMPORTE TO WS-IMPORTE-DISPLAY
                           MOVE "CAJ0409" TO WS-MSG-ID
                           PERFORM OBTENER-MENSAJE
                           MOVE WS-MSG-TEXTO TO WS-MSG-PARTE(1)
                           MOVE "CAJ0410" TO WS-MSG-ID
                           PERFORM OBTENER-MENSAJE
                           MOVE WS-MSG-TEXTO TO WS-MSG-PARTE(2)
                           MOVE "CAJ0411" TO WS-MSG-ID
                           PERFORM OBTENER-MENSAJE
                           MOVE WS-MSG-TEXTO TO WS-MSG-PARTE(3)
                           MOVE "CAJ0412" TO WS-MSG-ID
                           PERFORM OBTENER-MENSAJE
                           MOVE WS-MSG-TEXTO TO WS-MSG-PARTE(4)
                           MOVE "CAJ0413" TO WS-MSG-ID
                           PERFORM OBTENER-MENSAJE
                           MOVE WS-MSG-TEXTO TO WS-MSG-PARTE(5)
                           DISPLAY
                               FUNCTION TRIM(WS-MSG-PARTE(1) TRAILING)
                               " " OP-TIMESTAMP-ALTA
                               FUNCTION TRIM(WS-MSG-PARTE(2) TRAILING)
                               " " OP-CBF-DESTINO " $ "
                               WS-IMPORTE-DISPLAY
                               FUNCTION TRIM(WS-MSG-PARTE(3) TRAILING)
                               " " OP-DIA-MES
                               FUNCTION TRIM(WS-MSG-PARTE(4) TRAILING)
                               " " OP-FECHA-FIN
                               FUNCTION TRIM(WS-MSG-PARTE(5) TRAILING)
                               " " OP-ESTADO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CANT-LISTADAS = 0
               MOVE "CAJ0414" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
           END-IF
           MOVE "00" TO FILE-STATUS.

       CREAR-NUEVA-ORDEN.
           MOVE "CAJ0415" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-CBF-DESTINO
           MOVE WS-CBF-DESTINO TO P-CBF OF CLIENTE
           CALL 'buscar-cliente' USING CLIENTE
           IF P-CBF OF CLIENTE = '000000' OR P-CBF OF CLIENTE = SPACES
               MOVE "CAJ0416" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
           ELSE
               MOVE "CAJ0417" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               DISPLAY FUNCTION TRIM(WS-MSG-TEXTO TRAILING) " " P-NOMBRE
                       OF CLIENTE " " P-APELLIDO OF CLIENTE
      *        Entrada de importe validada, como toda pantalla de
      *        dinero del cajero: un ingreso mal tipeado aca no
      *        genera un posteo malo sino una ocurrencia RECURRENTE
      *        cada mes. Las transferencias operan sobre campos
      *        enteros, asi que los centavos se rechazan.
               MOVE "CAJ0438" TO WS-MSG-ID
               PERFORM OBTENER-MENSAJE
               MOVE WS-MSG-TEXTO TO WS-IMP-TITULO
               MOVE "N" TO WS-IMP-PERMITE
               CALL 'validar-importe' USING WS-IMP-TITULO,
                    WS-IMP-PERMITE, WS-IMPORTE-VALIDADO,
                    WS-IMP-RESULTADO
               IF WS-IMP-RESULTADO = 1
                   MOVE "CAJ0418" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
               ELSE
               MOVE WS-IMPORTE-VALIDADO TO WS-IMPORTE-INPUT
               MOVE "CAJ0419" TO WS-MSG-ID
               PERFORM MOSTRAR-PREGUNTA
               ACCEPT WS-DIA-INPUT
               MOVE "CAJ0420" TO WS-MSG-ID
               PERFORM MOSTRAR-PREGUNTA
               ACCEPT WS-FECHA-FIN-INPUT

               IF WS-IMPORTE-INPUT = 0
                   MOVE "CAJ0421" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
               ELSE
               IF WS-DIA-INPUT < 1 OR WS-DIA-INPUT > 28
                   MOVE "CAJ0422" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
               ELSE
               IF WS-FECHA-FIN-INPUT <= WS-FECHA-HOY
                   MOVE "CAJ0423" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
               ELSE
                   MOVE LK-CBF TO OP-CBF-ORIGEN
                   MOVE FUNCTION CURRENT-DATE(1:14)
                   SET OP-ACTIVA TO TRUE
                   WRITE OP-RECORD
                       INVALID KEY
                           MOVE "CAJ0424" TO WS-MSG-ID
                           PERFORM MOSTRAR-MENSAJE
                       NOT INVALID KEY
                           MOVE "CAJ0425" TO WS-MSG-ID
                           PERFORM MOSTRAR-MENSAJE
                   END-WRITE
               END-IF
               END-IF
      *    transferirle a terceros sin pasar por los controles de la
      *    transferencia comun.
       CREAR-ORDEN-BARRIDO.
           MOVE "CAJ0426" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-CBF-DESTINO
           MOVE WS-CBF-DESTINO TO P-CBF OF CLIENTE
           CALL 'buscar-cliente' USING CLIENTE
           IF P-CBF OF CLIENTE = '000000' OR P-CBF OF CLIENTE = SPACES
               MOVE "CAJ0416" TO WS-MSG-ID
               PERFORM MOSTRAR-MENSAJE
           ELSE
               MOVE LK-CBF TO WS-CBF-ORIGEN-NUM
               CALL 'verificar-mismo-cliente' USING
                    WS-CBF-ORIGEN-NUM, WS-CBF-DESTINO,
                    WS-MISMO-CLIENTE
               IF WS-MISMO-CLIENTE NOT = 1
                   MOVE "CAJ0427" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
                   MOVE "CAJ0428" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
               ELSE
                   MOVE "CAJ0429" TO WS-MSG-ID
                   PERFORM MOSTRAR-PREGUNTA
                   ACCEPT WS-UMBRAL-INPUT
                   MOVE "CAJ0430" TO WS-MSG-ID
                   PERFORM MOSTRAR-PREGUNTA
                   ACCEPT WS-PISO-INPUT
                   MOVE "CAJ0420" TO WS-MSG-ID
                   PERFORM MOSTRAR-PREGUNTA
                   ACCEPT WS-FECHA-FIN-INPUT

                   EVALUATE TRUE
                       WHEN WS-UMBRAL-INPUT = 0
                           MOVE "CAJ0431" TO WS-MSG-ID
                           PERFORM MOSTRAR-MENSAJE
                       WHEN WS-PISO-INPUT > WS-UMBRAL-INPUT
                           MOVE "CAJ0432" TO WS-MSG-ID
                           PERFORM MOSTRAR-MENSAJE
                       WHEN WS-FECHA-FIN-INPUT <= WS-FECHA-HOY
                           MOVE "CAJ0423" TO WS-MSG-ID
                           PERFORM MOSTRAR-MENSAJE
                       WHEN OTHER
                           MOVE LK-CBF TO OP-CBF-ORIGEN
                           MOVE FUNCTION CURRENT-DATE(1:14)
                           SET OP-ACTIVA TO TRUE
                           WRITE OP-RECORD
                               INVALID KEY
                                   MOVE "CAJ0424" TO WS-MSG-ID
                                   PERFORM MOSTRAR-MENSAJE
                               NOT INVALID KEY
                                   MOVE "CAJ0433" TO WS-MSG-ID
                                   PERFORM MOSTRAR-MENSAJE
                           END-WRITE
                   END-EVALUATE
               END-IF

       CANCELAR-UNA-ORDEN.
           PERFORM LISTAR-MIS-ORDENES
           MOVE "CAJ0434" TO WS-MSG-ID
           PERFORM MOSTRAR-PREGUNTA
           ACCEPT WS-TIMESTAMP-CANCELAR
           MOVE LK-CBF TO OP-CBF-ORIGEN
           MOVE WS-TIMESTAMP-CANCELAR TO OP-TIMESTAMP-ALTA
           READ ORDENES-FILE
               KEY IS OP-KEY
               INVALID KEY
                   MOVE "CAJ0435" TO WS-MSG-ID
                   PERFORM MOSTRAR-MENSAJE
               NOT INVALID KEY
                   IF OP-ACTIVA
                       SET OP-CANCELADA TO TRUE
                       REWRITE OP-RECORD
                       MOVE "CAJ0436" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                   ELSE
                       MOVE "CAJ0437" TO WS-MSG-ID
                       PERFORM MOSTRAR-MENSAJE
                   END-IF
           END-READ.

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
