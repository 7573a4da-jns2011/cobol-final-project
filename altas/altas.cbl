           88 AGREGAR-TITULAR-OPT VALUE 3.
           88 EXIT-PROGRAM VALUE 4.
           88 DATOS-CLIENTE-OPT VALUE 5.
           88 PERSONA-JURIDICA-OPT VALUE 6.

       01 WS-TITULAR-CBF-STR   PIC X(6).
       01 WS-TITULAR-APELLIDO  PIC X(30).
       01 WS-DC-TELEFONO       PIC X(15).
       01 WS-DC-FECHA-NAC      PIC 9(8).
       01 WS-DC-RESULTADO      PIC 9.
       01 WS-DC-CBF-X          PIC X(6).
       01 WS-MENOR-ESTADO      PIC 9.
       01 WS-MENOR-TUTOR       PIC 9(6).
       01 WS-DC-CONDICION-IVA  PIC X(2).
       01 WS-DC-CONDICION-ANT  PIC X(2).
       01 WS-AUD-CAMPO-IVA     PIC X(20) VALUE "CONDICION-IVA".
       01 WS-AUD-CBF           PIC X(6).
       01 WS-AUD-CAMPO         PIC X(20) VALUE "DATOS-CONTACTO".
       01 WS-AUD-VALOR-ANT     PIC X(50).
       01 WS-AUD-VALOR-NUEVO   PIC X(50).

       01 WS-PJ-RAZON-SOCIAL   PIC X(60).
       01 WS-PJ-FORMA          PIC X(4).
       01 WS-PJ-ACTIVIDAD      PIC 9(6).
       01 WS-PJ-ENCONTRADA     PIC 9.
       01 WS-PJ-RAZON-ANT      PIC X(60).
       01 WS-PJ-CUIT           PIC X(11).
       01 WS-AUD-CAMPO-PJ      PIC X(20) VALUE "PERSONA JURIDICA".

       COPY "cliente.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "3. Agregar titular a una cuenta".
           DISPLAY "4. Salir".
           DISPLAY "5. Datos de identidad y contacto".
           DISPLAY "6. Persona juridica y representantes".
           DISPLAY "SU OPCION: " WITH NO ADVANCING.
           ACCEPT MENU-CHOICE-STR.
           MOVE FUNCTION NUMVAL(MENU-CHOICE-STR) TO MENU-CHOICE.
             PERFORM AGREGAR-TITULAR-PARA
            WHEN DATOS-CLIENTE-OPT
             PERFORM DATOS-CLIENTE-PARA
            WHEN PERSONA-JURIDICA-OPT
             PERFORM PERSONA-JURIDICA-PARA
            WHEN EXIT-PROGRAM
                  CONTINUE
            WHEN OTHER
           CALL "buscar-cliente-id" USING WS-DC-CBF,
                WS-DC-CLIENTE-ID, WS-DC-ENCONTRADO

           IF WS-DC-ENCONTRADO = 1
               CALL "leer-persona-juridica" USING WS-DC-CLIENTE-ID,
                    WS-PJ-RAZON-SOCIAL, WS-PJ-FORMA, WS-PJ-ACTIVIDAD,
                    WS-PJ-ENCONTRADA
           END-IF
           IF WS-DC-ENCONTRADO NOT = 1
               DISPLAY "Ese CBF no esta vinculado a un cliente."
           ELSE
           IF WS-PJ-ENCONTRADA = 1
               DISPLAY "Es una persona juridica: sus datos se"
                       " mantienen en la opcion 6."
           ELSE
               CALL "leer-datos-cliente" USING WS-DC-CLIENTE-ID,
                    WS-DC-TIPO-DOC, WS-DC-NRO-DOC, WS-DC-DOMICILIO,
                   CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                        WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
                        WS-AUD-VALOR-NUEVO, "BACK-OFFICE"
      *            Un titular menor de edad no opera hasta que se le
      *            registre el tutor en MANTENER-MENORES.
                   MOVE WS-DC-CBF TO WS-DC-CBF-X
                   CALL "verificar-menor" USING WS-DC-CBF-X,
                        WS-MENOR-ESTADO, WS-MENOR-TUTOR
                   IF WS-MENOR-ESTADO = 2
                       DISPLAY "ATENCION: el titular es menor de"
                               " edad y no tiene tutor registrado."
                       DISPLAY "Registrelo en MANTENER-MENORES para"
                               " que la cuenta pueda operar."
                   END-IF
               ELSE
                   DISPLAY "Error al guardar los datos."
               END-IF
               PERFORM CONDICION-IVA-PARA
           END-IF
           END-IF.

      *    Cliente empresa: razon social, CUIT, forma juridica,
      *    constitucion, domicilio legal y actividad. La CUIT, el
      *    domicilio y la constitucion van al maestro de identidad
      *    (tipo de documento CUI) para que los reportes la tomen
      *    como a cualquier cliente; el resto a
      *    personas-juridicas.dat. Sigue la condicion de IVA y la
      *    lista de representantes con su mandato.
       PERSONA-JURIDICA-PARA.
           DISPLAY "CBF de una cuenta de la empresa: "
               WITH NO ADVANCING.
           ACCEPT WS-DC-CBF.
           CALL "buscar-cliente-id" USING WS-DC-CBF,
                WS-DC-CLIENTE-ID, WS-DC-ENCONTRADO
           IF WS-DC-ENCONTRADO NOT = 1
               DISPLAY "Ese CBF no esta vinculado a un cliente."
           ELSE
               CALL "autenticar-staff" USING WS-STAFF-USUARIO,
                    WS-STAFF-ROL, "C", WS-STAFF-AUTORIZADO
           END-IF
           IF WS-DC-ENCONTRADO = 1 AND WS-STAFF-AUTORIZADO = 1
               CALL "leer-datos-cliente" USING WS-DC-CLIENTE-ID,
                    WS-DC-TIPO-DOC, WS-DC-NRO-DOC, WS-DC-DOMICILIO,
                    WS-DC-TELEFONO, WS-DC-FECHA-NAC, WS-DC-ENCONTRADO
               CALL "leer-persona-juridica" USING WS-DC-CLIENTE-ID,
                    WS-PJ-RAZON-SOCIAL, WS-PJ-FORMA, WS-PJ-ACTIVIDAD,
                    WS-PJ-ENCONTRADA
               MOVE WS-PJ-RAZON-SOCIAL TO WS-PJ-RAZON-ANT
               DISPLAY "Cliente numero: " WS-DC-CLIENTE-ID
               IF WS-PJ-ENCONTRADA = 1
                   DISPLAY "Razon social actual: " WS-PJ-RAZON-SOCIAL
                   DISPLAY "CUIT actual:         " WS-DC-NRO-DOC
                   DISPLAY "Forma juridica:      " WS-PJ-FORMA
                   DISPLAY "Constitucion:        " WS-DC-FECHA-NAC
                   DISPLAY "Domicilio legal:     " WS-DC-DOMICILIO
                   DISPLAY "Actividad:           " WS-PJ-ACTIVIDAD
               ELSE
                   DISPLAY "Hoy figura como persona humana: se"
                           " convierte en persona juridica."
               END-IF

               DISPLAY "Razon social: " WITH NO ADVANCING
               ACCEPT WS-PJ-RAZON-SOCIAL
               DISPLAY "CUIT (11 digitos, sin guiones): "
                   WITH NO ADVANCING
               ACCEPT WS-PJ-CUIT
               DISPLAY "Forma juridica (SA/SRL/SAS/SCA/SCS/SH/COOP/"
                       "ASOC/FUND/MUTU): " WITH NO ADVANCING
               ACCEPT WS-PJ-FORMA
               DISPLAY "Fecha de constitucion (AAAAMMDD): "
                   WITH NO ADVANCING
               ACCEPT WS-DC-FECHA-NAC
               DISPLAY "Domicilio legal: " WITH NO ADVANCING
               ACCEPT WS-DC-DOMICILIO
               DISPLAY "Telefono: " WITH NO ADVANCING
               ACCEPT WS-DC-TELEFONO
               DISPLAY "Codigo de actividad (6 digitos): "
                   WITH NO ADVANCING
               ACCEPT WS-PJ-ACTIVIDAD

               IF WS-PJ-CUIT IS NOT NUMERIC
                   DISPLAY "CUIT invalida: debe tener 11 digitos."
               ELSE
                   MOVE SPACES TO WS-AUD-VALOR-ANT
                   STRING WS-DC-TIPO-DOC DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-DC-NRO-DOC DELIMITED BY SIZE
                       INTO WS-AUD-VALOR-ANT
                   MOVE "CUI" TO WS-DC-TIPO-DOC
                   MOVE WS-PJ-CUIT TO WS-DC-NRO-DOC
                   CALL "GUARDAR-DATOS-CLIENTE" USING
                        WS-DC-CLIENTE-ID, WS-DC-TIPO-DOC,
                        WS-DC-NRO-DOC, WS-DC-DOMICILIO,
                        WS-DC-TELEFONO, WS-DC-FECHA-NAC,
                        WS-DC-RESULTADO
                   IF WS-DC-RESULTADO = 0
                       CALL "GUARDAR-PERSONA-JURIDICA" USING
                            WS-DC-CLIENTE-ID, WS-PJ-RAZON-SOCIAL,
                            WS-PJ-FORMA, WS-PJ-ACTIVIDAD,
                            WS-STAFF-USUARIO, WS-DC-RESULTADO
                   END-IF
                   IF WS-DC-RESULTADO = 0
                       DISPLAY "Datos de la empresa guardados."
                       MOVE WS-DC-CBF TO WS-AUD-CBF
                       MOVE SPACES TO WS-AUD-VALOR-NUEVO
                       STRING WS-DC-TIPO-DOC DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-DC-NRO-DOC DELIMITED BY SIZE
                           INTO WS-AUD-VALOR-NUEVO
                       CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                            WS-AUD-CAMPO, WS-AUD-VALOR-ANT,
                            WS-AUD-VALOR-NUEVO, "BACK-OFFICE"
                       MOVE WS-PJ-RAZON-ANT TO WS-AUD-VALOR-ANT
                       MOVE WS-PJ-RAZON-SOCIAL TO WS-AUD-VALOR-NUEVO
                       CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                            WS-AUD-CAMPO-PJ, WS-AUD-VALOR-ANT,
                            WS-AUD-VALOR-NUEVO, "BACK-OFFICE"
                   ELSE
                       DISPLAY "Error al guardar los datos de la"
                               " empresa (forma juridica invalida"
                               " o razon social en blanco)."
                   END-IF
               END-IF

               CALL "leer-persona-juridica" USING WS-DC-CLIENTE-ID,
                    WS-PJ-RAZON-SOCIAL, WS-PJ-FORMA, WS-PJ-ACTIVIDAD,
                    WS-PJ-ENCONTRADA
               IF WS-PJ-ENCONTRADA = 1
                   PERFORM CONDICION-IVA-PARA
                   MOVE WS-DC-CBF TO WS-AUD-CBF
                   CALL "MANTENER-REPRESENTANTES" USING
                        WS-DC-CLIENTE-ID, WS-AUD-CBF,
                        WS-STAFF-USUARIO
               END-IF
           END-IF.

      *    Condicion frente al IVA de la persona: decide si sus
      *    comisiones gravan IVA y el tipo de factura del mes. En
      *    blanco se conserva la actual.
       CONDICION-IVA-PARA.
           CALL "leer-condicion-iva" USING WS-DC-CLIENTE-ID,
                WS-DC-CONDICION-ANT, WS-DC-ENCONTRADO
           DISPLAY "Condicion IVA actual: " WS-DC-CONDICION-ANT
           DISPLAY "Condicion IVA (RI/MT/EX/CF, blanco = sin cambio): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DC-CONDICION-IVA
           ACCEPT WS-DC-CONDICION-IVA
           IF WS-DC-CONDICION-IVA NOT = SPACES
              AND WS-DC-CONDICION-IVA NOT = WS-DC-CONDICION-ANT
               CALL "GUARDAR-CONDICION-IVA" USING WS-DC-CLIENTE-ID,
                    WS-DC-CONDICION-IVA, WS-DC-RESULTADO
               IF WS-DC-RESULTADO = 0
                   DISPLAY "Condicion IVA guardada."
                   MOVE WS-DC-CBF TO WS-AUD-CBF
                   MOVE SPACES TO WS-AUD-VALOR-ANT
                   MOVE WS-DC-CONDICION-ANT TO WS-AUD-VALOR-ANT
                   MOVE SPACES TO WS-AUD-VALOR-NUEVO
                   MOVE WS-DC-CONDICION-IVA TO WS-AUD-VALOR-NUEVO
                   CALL "REGISTRAR-AUDITORIA" USING WS-AUD-CBF,
                        WS-AUD-CAMPO-IVA, WS-AUD-VALOR-ANT,
                        WS-AUD-VALOR-NUEVO, "BACK-OFFICE"
               ELSE
                   DISPLAY "Condicion IVA invalida."
               END-IF
           END-IF.

       AGREGAR-TITULAR-PARA.
