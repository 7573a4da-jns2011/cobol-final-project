      *      siempre el mismo dato ficticio); claves, estados,
      *      saldos, paquetes y topes intactos.
      *    - datos-clientes.dat: documento/domicilio/telefono
      *      derivados del cliente-id, igual que los numeros de
      *      identificacion fiscal extranjeros declarados; tipo de
      *      documento, fecha de nacimiento, condicion de IVA,
      *      declaracion PEP, ocupacion, paises de residencia
      *      fiscal y fecha de autocertificacion intactos.
      *    - personas-juridicas.dat: razon social derivada del
      *      cliente-id; forma juridica y actividad intactas.
      *    - titulares.dat: apellido/nombre derivados de CBF+orden;
      *      el PIN (ya hasheado) queda intacto.
      *    - notificaciones.dat: solo el destinatario se reemplaza.
      *    - transacciones.dat, transacciones-historico.dat,
      *      representantes.dat, menores.dat,
      *      autorizaciones-menor.dat y
      *      saldos.dat se copian tal cual (no llevan datos de
      *      identidad y los importes deben conciliar: saldos cierra
      *      y CONTROL-INTEGRIDAD pasa sobre la copia).
               RECORD KEY IS AND-CLIENTE-ID
               FILE STATUS IS DATOS-ANON-STATUS.

           SELECT EMPRESAS-FILE ASSIGN TO "personas-juridicas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-CLIENTE-ID
               FILE STATUS IS EMPRESAS-STATUS.

           SELECT EMPRESAS-ANON-FILE
               ASSIGN TO "anonimizado/personas-juridicas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANE-CLIENTE-ID
               FILE STATUS IS EMPRESAS-ANON-STATUS.

           SELECT TITULARES-FILE ASSIGN TO "titulares.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  CUENTAS-ANON-FILE.
       01  ANC-REGISTRO.
           05  ANC-CBF                PIC 9(6).
           05  ANC-RESTO              PIC X(147).

       FD  DATOS-FILE.
       COPY "datos-cliente.cpy".
       FD  DATOS-ANON-FILE.
       01  AND-REGISTRO.
           05  AND-CLIENTE-ID         PIC 9(8).
           05  AND-RESTO              PIC X(167).

       FD  EMPRESAS-FILE.
       COPY "persona-juridica.cpy".

       FD  EMPRESAS-ANON-FILE.
       01  ANE-REGISTRO.
           05  ANE-CLIENTE-ID         PIC 9(8).
           05  ANE-RESTO              PIC X(86).

       FD  TITULARES-FILE.
       COPY "titular.cpy".
       01  CUENTAS-ANON-STATUS        PIC XX.
       01  DATOS-STATUS               PIC XX.
       01  DATOS-ANON-STATUS          PIC XX.
       01  EMPRESAS-STATUS            PIC XX.
       01  EMPRESAS-ANON-STATUS       PIC XX.
       01  TITULARES-STATUS           PIC XX.
       01  TITULARES-ANON-STATUS      PIC XX.
       01  NOTIFICACIONES-STATUS      PIC XX.

       01  WS-TOTAL-CUENTAS           PIC 9(6) VALUE 0.
       01  WS-TOTAL-DATOS             PIC 9(6) VALUE 0.
       01  WS-TOTAL-EMPRESAS          PIC 9(6) VALUE 0.
       01  WS-TOTAL-TITULARES         PIC 9(6) VALUE 0.
       01  WS-TOTAL-NOTIF             PIC 9(6) VALUE 0.

           PERFORM 1000-INICIALIZAR
           PERFORM 2000-ANONIMIZAR-CUENTAS
           PERFORM 3000-ANONIMIZAR-DATOS
           PERFORM 3500-ANONIMIZAR-EMPRESAS
           PERFORM 4000-ANONIMIZAR-TITULARES
           PERFORM 5000-ANONIMIZAR-NOTIF
           PERFORM 6000-COPIAR-SIN-IDENTIDAD
                       STRING "0000-" DELIMITED BY SIZE
                              DC-CLIENTE-ID DELIMITED BY SIZE
                           INTO DC-TELEFONO
                       PERFORM 3100-ANONIMIZAR-NIF
                           VARYING DC-RF-IDX FROM 1 BY 1
                           UNTIL DC-RF-IDX > 3
                       MOVE DC-RECORD TO AND-REGISTRO
                       WRITE AND-REGISTRO
                       ADD 1 TO WS-TOTAL-DATOS
           CLOSE DATOS-FILE
           CLOSE DATOS-ANON-FILE.

       3100-ANONIMIZAR-NIF.
           IF DC-RF-NIF(DC-RF-IDX) NOT = SPACES
               MOVE SPACES TO DC-RF-NIF(DC-RF-IDX)
               STRING "99" DELIMITED BY SIZE
                      DC-CLIENTE-ID DELIMITED BY SIZE
                      DC-RF-PAIS(DC-RF-IDX) DELIMITED BY SIZE
                   INTO DC-RF-NIF(DC-RF-IDX)
           END-IF.

      *    Razon social determinista desde el cliente-id; forma
      *    juridica y actividad quedan.
       3500-ANONIMIZAR-EMPRESAS.
           OPEN INPUT EMPRESAS-FILE
           IF EMPRESAS-STATUS NOT = "00"
               DISPLAY "Sin personas-juridicas.dat: se saltea."
               MOVE "10" TO EMPRESAS-STATUS
           ELSE
               OPEN OUTPUT EMPRESAS-ANON-FILE
               MOVE LOW-VALUES TO PJ-CLIENTE-ID
               START EMPRESAS-FILE KEY IS >= PJ-CLIENTE-ID
                   INVALID KEY
                       MOVE "10" TO EMPRESAS-STATUS
               END-START
           END-IF
           PERFORM UNTIL EMPRESAS-STATUS = "10"
               READ EMPRESAS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO EMPRESAS-STATUS
                   NOT AT END
                       MOVE SPACES TO PJ-RAZON-SOCIAL
                       STRING "EMPRESA DE PRUEBA " DELIMITED BY SIZE
                              PJ-CLIENTE-ID DELIMITED BY SIZE
                           INTO PJ-RAZON-SOCIAL
                       MOVE PJ-RECORD TO ANE-REGISTRO
                       WRITE ANE-REGISTRO
                       ADD 1 TO WS-TOTAL-EMPRESAS
               END-READ
           END-PERFORM
           CLOSE EMPRESAS-FILE
           CLOSE EMPRESAS-ANON-FILE.

       4000-ANONIMIZAR-TITULARES.
           OPEN INPUT TITULARES-FILE
           IF TITULARES-STATUS NOT = "00"
               INTO WS-COMANDO
           CALL "SYSTEM" USING WS-COMANDO
           CALL "SYSTEM" USING
               "cp -f saldos.dat anonimizado/ 2>/dev/null"
           CALL "SYSTEM" USING
               "cp -f representantes.dat anonimizado/ 2>/dev/null"
           CALL "SYSTEM" USING
               "cp -f menores.dat anonimizado/ 2>/dev/null"
           MOVE SPACES TO WS-COMANDO
           STRING "cp -f autorizaciones-menor.dat " DELIMITED BY SIZE
                  "anonimizado/ 2>/dev/null" DELIMITED BY SIZE
               INTO WS-COMANDO
           CALL "SYSTEM" USING WS-COMANDO.

       9000-FINALIZAR.
           DISPLAY "------------------------------------------".
           DISPLAY "Cuentas anonimizadas:       " WS-TOTAL-CUENTAS.
           DISPLAY "Datos de persona:           " WS-TOTAL-DATOS.
           DISPLAY "Empresas:                   " WS-TOTAL-EMPRESAS.
           DISPLAY "Titulares:                  " WS-TOTAL-TITULARES.
           DISPLAY "Notificaciones:             " WS-TOTAL-NOTIF.
           DISPLAY "Copia completa bajo anonimizado/".
