             05 CLI-ESTADO PIC X(1).
                88 CLI-ACTIVO   VALUE "A".
                88 CLI-INACTIVO VALUE "I".
                88 CLI-PENDIENTE-LEGAJO VALUE "P".
             05 CLI-PIN    PIC X(4).
             05 CLI-TIPO-CUENTA PIC X(1).
                88 CLI-CAJA-AHORRO   VALUE "A".
             05 CLI-PAQUETE PIC 9(3).
             05 CLI-EMAIL-INVALIDO PIC X(1).
                88 CLI-EMAIL-INVALIDO-SI VALUE "S".
             05 CLI-INHAB-CHEQUES PIC X(1).
                88 CLI-INHAB-CHEQUES-SI VALUE "S".
             05 CLI-FECHA-CIERRE PIC 9(8).
             05 CLI-RETENCION-LEGAL PIC X(1).
                88 CLI-RETENCION-LEGAL-SI VALUE "S".
             05 CLI-DEPURADA PIC X(1).
                88 CLI-DEPURADA-SI VALUE "S".

       WORKING-STORAGE SECTION.
       COPY "rutas-archivos.cpy".
         01  WS-SUC-NOMBRE          PIC X(30).
         01  WS-SUC-ENCONTRADA      PIC 9.
         01  WS-SUC-VALIDAR         PIC 9(3).
         01  WS-LEGAJO-PRODUCTO     PIC X(2).
         01  WS-LEGAJO-COMPLETO     PIC 9.
         01  WS-LEGAJO-FALTANTE     PIC X(3).

       LINKAGE SECTION.
        01 CLAVE-BANCARIA PIC 9(6).
      *    MANTENER-PAQUETES) y casilla de email limpia de rebotes.
           MOVE 0 TO CLI-PAQUETE
           MOVE SPACE TO CLI-EMAIL-INVALIDO
      *    Habilitada para chequeras hasta que acumule rechazos.
           MOVE SPACE TO CLI-INHAB-CHEQUES
      *    Abierta, sin retencion legal ni depuracion.
           MOVE 0 TO CLI-FECHA-CIERRE
           MOVE SPACE TO CLI-RETENCION-LEGAL
           MOVE SPACE TO CLI-DEPURADA

           WRITE C-REGISTRO
               INVALID KEY
                    DISPLAY "Error al guardar; " FILE-STATUS
                END-IF
             NOT INVALID KEY
                 CALL "registrar-imagen" USING "CUENTAS ", "W",
                      C-REGISTRO
                 DISPLAY "CLIENTE GUARDADO CON EXITO."
      *          Unica vez que el PIN inicial se revela: en el
      *          archivo queda solo su forma hasheada, asi que si no
                 MOVE "ALTA" TO WS-AUD-CAMPO
                 MOVE SPACES TO WS-AUD-VALOR-ANT
                 MOVE "CLIENTE CREADO" TO WS-AUD-VALOR-NUEVO
                 PERFORM VERIFICAR-LEGAJO
                 MOVE "ALTA-CSV" TO WS-AUD-USUARIO
                 CALL "REGISTRAR-AUDITORIA" USING CLAVE-BANCARIA,
                      WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
                    TIPO-DOC, NRO-DOC, DOMICILIO, TELEFONO,
                    WS-FECHA-NAC-NUM, WS-DATOS-RESULTADO
           END-IF.

      *    La cuenta no se activa si la tabla de requisitos exige
      *    documentos para abrirla (verificar-legajo): queda
      *    pendiente de legajo hasta que MANTENER-LEGAJOS registra
      *    el ultimo documento obligatorio. Sin tabla cargada se
      *    activa como siempre.
       VERIFICAR-LEGAJO.
           IF CLI-CTA-CORRIENTE
               MOVE "CC" TO WS-LEGAJO-PRODUCTO
           ELSE
               MOVE "CA" TO WS-LEGAJO-PRODUCTO
           END-IF
           CALL "verificar-legajo" USING CLAVE-BANCARIA,
                WS-LEGAJO-PRODUCTO, WS-LEGAJO-COMPLETO,
                WS-LEGAJO-FALTANTE
           IF WS-LEGAJO-COMPLETO = 0
               MOVE CLAVE-BANCARIA TO CLI-CBF
               READ CUENTAS-FILE
                   KEY IS CLI-CBF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CLI-PENDIENTE-LEGAJO TO TRUE
                       REWRITE C-REGISTRO
                       IF FILE-STATUS = "00"
                           CALL "registrar-imagen" USING "CUENTAS ",
                                "R", C-REGISTRO
                       END-IF
                       MOVE "CLIENTE CREADO - PENDIENTE LEGAJO"
                           TO WS-AUD-VALOR-NUEVO
                       DISPLAY "CUENTA PENDIENTE DE LEGAJO (falta "
                           "el documento " WS-LEGAJO-FALTANTE
                           "): no opera hasta completarlo."
               END-READ
           END-IF.
