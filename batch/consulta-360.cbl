      *  transferencias-pendientes.dat y las ultimas entradas de la
      *  auditoria del registro. El acceso queda en el log de accesos
      *  del staff (registrar-acceso).
      *
      *  MODIFICACIONES
      *  2026-10-15  Se muestran los adelantos de haberes sin recuperar
      *              del CBF (adelantos-haberes.dat), con su estado de
      *              cobranza.
      *  2026-10-15  Para una persona juridica se muestran la razon
      *              social, CUIT, forma juridica, constitucion,
      *              domicilio legal y actividad, y sus representantes
      *              con el estado del mandato; para una persona humana,
      *              las empresas que representa.
      *  2026-10-15  Se muestran los ultimos 5 contactos registrados con
      *              el cliente (contactos.dat), con su seguimiento
      *              pendiente o cumplido.
      *  2026-10-15  Se muestra la tenencia de fondos comunes de
      *              inversion del CBF, valuada al ultimo valor de
      *              cuotaparte cargado, con el total por moneda.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PT-KEY
               FILE STATUS IS PENDIENTES-STATUS.

           SELECT ADELANTOS-FILE ASSIGN TO "adelantos-haberes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-KEY
               FILE STATUS IS ADELANTOS-STATUS.

           SELECT REPRESENTANTES-FILE ASSIGN TO "representantes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KEY
               ALTERNATE RECORD KEY IS RP-PERSONA-ID
                   WITH DUPLICATES
               FILE STATUS IS REPRESENTANTES-STATUS.

           SELECT AUDITORIA-FILE ASSIGN TO
                   "altas\includes\auditoria-clientes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDITORIA-STATUS.

           SELECT CONTACTOS-FILE ASSIGN TO "contactos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               ALTERNATE RECORD KEY IS CO-RESPONSABLE
                   WITH DUPLICATES
               FILE STATUS IS CONTACTOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TITULARES-FILE.
       FD  PENDIENTES-FILE.
       COPY "transferencia-pendiente.cpy".

       FD  ADELANTOS-FILE.
       COPY "adelanto-haberes.cpy".

       FD  REPRESENTANTES-FILE.
       COPY "representante.cpy".

       FD  AUDITORIA-FILE.
       01  AUD-LINEA                  PIC X(180).

       FD  CONTACTOS-FILE.
       COPY "contacto.cpy".

       WORKING-STORAGE SECTION.
       COPY "cliente.cpy".
       01  TITULARES-STATUS           PIC XX.
       01  IDX-STATUS                 PIC XX.
       01  PENDIENTES-STATUS          PIC XX.
       01  AUDITORIA-STATUS           PIC XX.
       01  ADELANTOS-STATUS           PIC XX.
       01  REPRESENTANTES-STATUS      PIC XX.
       01  CONTACTOS-STATUS           PIC XX.

       01  WS-STAFF-USUARIO           PIC X(8).
       01  WS-STAFF-ROL               PIC X(1).
       01  WS-IDX-AUD                 PIC 9(2).
       01  WS-CBF-TEXTO               PIC X(6).

      *    Ultimos 5 contactos del cliente (anillo simple).
       01  WS-CON-RECIENTES.
           05  WS-CON-LINEA-GUARD OCCURS 5 TIMES PIC X(75).
           05  WS-CON-NOTA-GUARD  OCCURS 5 TIMES PIC X(60).
       01  WS-CON-CANT                PIC 9(6).
       01  WS-IDX-CON                 PIC 9(2).
       01  WS-CON-VECES               PIC 9(2).
       01  WS-CON-SEGUIMIENTO         PIC X(22).

       01  WS-FECHA-HOY               PIC 9(8).
       COPY "valuacion-fci.cpy".
       01  WS-IDX-FCI                 PIC 9(2).
       01  WS-FCI-CP-DISPLAY          PIC Z(8)9.999999.
       01  WS-FCI-VALOR-DISPLAY       PIC Z(4)9.999999.
       01  WS-FCI-IMPORTE-DISPLAY     PIC Z(10)9.99.
       01  WS-ESTADO-MANDATO          PIC X(8).
       01  WS-PERSONA-ID              PIC 9(8).
       01  WS-DC-TIPO-DOC             PIC X(3).
       01  WS-DC-NRO-DOC              PIC X(11).
       01  WS-DC-DOMICILIO            PIC X(50).
       01  WS-DC-TELEFONO             PIC X(15).
       01  WS-DC-FECHA-NAC            PIC 9(8).
       01  WS-DC-ENCONTRADO           PIC 9.
       01  WS-PJ-RAZON-SOCIAL         PIC X(60).
       01  WS-PJ-FORMA                PIC X(4).
       01  WS-PJ-ACTIVIDAD            PIC 9(6).
       01  WS-PJ-ENCONTRADA           PIC 9.

       01  WS-CU-MODO                 PIC X(1) VALUE "C".
       01  WS-CU-CBF                  PIC 9(6).
       01  WS-CU-CLAVE                PIC 9(22).
               CALL 'registrar-acceso' USING WS-STAFF-USUARIO,
                    WS-PROGRAMA-ACCESO, WS-CBF-CONSULTA
               PERFORM 2000-DATOS-DEL-REGISTRO
               PERFORM 2500-PERSONA-JURIDICA
               PERFORM 3000-TITULARES-ADICIONALES
               PERFORM 4000-CUENTAS-HERMANAS
               PERFORM 5000-TRANSFERENCIAS-PENDIENTES
               PERFORM 5500-ADELANTOS-HABERES
               PERFORM 5700-FONDOS-COMUNES
               PERFORM 6000-AUDITORIA-RECIENTE
               PERFORM 6500-CONTACTOS-RECIENTES
           END-IF

           DISPLAY " "
               DISPLAY "Clave:    (sin clave uniforme asignada)"
           END-IF.

      *    Empresa: sus datos y sus representantes con el estado
      *    del mandato. Persona humana: las empresas que representa.
       2500-PERSONA-JURIDICA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           CALL 'buscar-cliente-id' USING WS-CBF-CONSULTA,
                WS-CLIENTE-ID, WS-ID-ENCONTRADO
           IF WS-ID-ENCONTRADO = 1
               CALL 'leer-persona-juridica' USING WS-CLIENTE-ID,
                    WS-PJ-RAZON-SOCIAL, WS-PJ-FORMA, WS-PJ-ACTIVIDAD,
                    WS-PJ-ENCONTRADA
               IF WS-PJ-ENCONTRADA = 1
                   PERFORM 2600-DATOS-EMPRESA
                   PERFORM 2700-REPRESENTANTES
               ELSE
                   PERFORM 2800-EMPRESAS-REPRESENTADAS
               END-IF
           END-IF.

       2600-DATOS-EMPRESA.
           CALL 'leer-datos-cliente' USING WS-CLIENTE-ID,
                WS-DC-TIPO-DOC, WS-DC-NRO-DOC, WS-DC-DOMICILIO,
                WS-DC-TELEFONO, WS-DC-FECHA-NAC, WS-DC-ENCONTRADO
           DISPLAY "--- Persona juridica ---"
           DISPLAY "  Razon social:    " WS-PJ-RAZON-SOCIAL
           DISPLAY "  CUIT:            " WS-DC-NRO-DOC
                   "  Forma: " WS-PJ-FORMA
           DISPLAY "  Constitucion:    " WS-DC-FECHA-NAC
                   "  Actividad: " WS-PJ-ACTIVIDAD
           DISPLAY "  Domicilio legal: " WS-DC-DOMICILIO.

       2700-REPRESENTANTES.
           DISPLAY "--- Representantes ---"
           MOVE 0 TO WS-CANT-LISTADOS
           OPEN INPUT REPRESENTANTES-FILE
           IF REPRESENTANTES-STATUS = "00"
               MOVE WS-CLIENTE-ID TO RP-EMPRESA-ID
               MOVE 0 TO RP-PERSONA-ID
               START REPRESENTANTES-FILE KEY IS >= RP-KEY
                   INVALID KEY
                       MOVE "10" TO REPRESENTANTES-STATUS
               END-START
               PERFORM UNTIL REPRESENTANTES-STATUS = "10"
                   READ REPRESENTANTES-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO REPRESENTANTES-STATUS
                       NOT AT END
                           IF RP-EMPRESA-ID NOT = WS-CLIENTE-ID
                               MOVE "10" TO REPRESENTANTES-STATUS
                           ELSE
                               ADD 1 TO WS-CANT-LISTADOS
                               MOVE RP-PERSONA-ID TO WS-PERSONA-ID
                               PERFORM 2900-MOSTRAR-MANDATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPRESENTANTES-FILE
           END-IF
           IF WS-CANT-LISTADOS = 0
               DISPLAY "  (sin representantes: no puede operar)"
           END-IF.

       2800-EMPRESAS-REPRESENTADAS.
           MOVE 0 TO WS-CANT-LISTADOS
           OPEN INPUT REPRESENTANTES-FILE
           IF REPRESENTANTES-STATUS = "00"
               MOVE WS-CLIENTE-ID TO RP-PERSONA-ID
               START REPRESENTANTES-FILE KEY IS = RP-PERSONA-ID
                   INVALID KEY
                       MOVE "10" TO REPRESENTANTES-STATUS
               END-START
               PERFORM UNTIL REPRESENTANTES-STATUS = "10"
                   READ REPRESENTANTES-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO REPRESENTANTES-STATUS
                       NOT AT END
                           IF RP-PERSONA-ID NOT = WS-CLIENTE-ID
                               MOVE "10" TO REPRESENTANTES-STATUS
                           ELSE
                               IF WS-CANT-LISTADOS = 0
                                   DISPLAY "--- Representa a ---"
                               END-IF
                               ADD 1 TO WS-CANT-LISTADOS
                               MOVE RP-EMPRESA-ID TO WS-PERSONA-ID
                               PERFORM 2900-MOSTRAR-MANDATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPRESENTANTES-FILE
           END-IF.

      *    Renglon de un mandato: la otra parte (representante o
      *    empresa, en WS-PERSONA-ID) con su documento, el cargo y
      *    el vencimiento.
       2900-MOSTRAR-MANDATO.
           CALL 'leer-datos-cliente' USING WS-PERSONA-ID,
                WS-DC-TIPO-DOC, WS-DC-NRO-DOC, WS-DC-DOMICILIO,
                WS-DC-TELEFONO, WS-DC-FECHA-NAC, WS-DC-ENCONTRADO
           IF RP-VTO-MANDATO = 0 OR RP-VTO-MANDATO >= WS-FECHA-HOY
               MOVE "VIGENTE" TO WS-ESTADO-MANDATO
           ELSE
               MOVE "VENCIDO" TO WS-ESTADO-MANDATO
           END-IF
           DISPLAY "  Cliente " WS-PERSONA-ID " " WS-DC-TIPO-DOC " "
                   WS-DC-NRO-DOC " " RP-CARGO " vence "
                   RP-VTO-MANDATO " " WS-ESTADO-MANDATO.

       3000-TITULARES-ADICIONALES.
           DISPLAY "--- Titulares adicionales ---"
           MOVE 0 TO WS-CANT-LISTADOS
               DISPLAY "  (sin transferencias pendientes)"
           END-IF.

      *    Adelantos de haberes todavia sin recuperar (pendientes del
      *    proximo sueldo o ya en cobranza).
       5500-ADELANTOS-HABERES.
           DISPLAY "--- Adelantos de haberes sin recuperar ---"
           MOVE 0 TO WS-CANT-LISTADOS
           OPEN INPUT ADELANTOS-FILE
           IF ADELANTOS-STATUS = "00"
               MOVE WS-CBF-CONSULTA TO AD-CBF
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
                           IF AD-CBF NOT = WS-CBF-CONSULTA
                               MOVE "10" TO ADELANTOS-STATUS
                           ELSE
                               IF AD-ABIERTO
                                   PERFORM 5510-MOSTRAR-ADELANTO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADELANTOS-FILE
           END-IF
           IF WS-CANT-LISTADOS = 0
               DISPLAY "  (sin adelantos pendientes)"
           END-IF.

       5510-MOSTRAR-ADELANTO.
           ADD 1 TO WS-CANT-LISTADOS
           MOVE AD-SALDO TO WS-IMPORTE-DISPLAY
           IF AD-EN-COBRANZA
               DISPLAY "  Otorgado " AD-FECHA-ALTA
                       "  adeuda $ " WS-IMPORTE-DISPLAY
                       "  EN COBRANZA desde " AD-FECHA-COBRANZA
           ELSE
               DISPLAY "  Otorgado " AD-FECHA-ALTA
                       "  adeuda $ " WS-IMPORTE-DISPLAY
                       "  a recuperar del proximo sueldo"
           END-IF.

      *    Tenencia de fondos comunes del CBF valuada al ultimo valor
      *    de cuotaparte cargado, con el total por moneda.
       5700-FONDOS-COMUNES.
           DISPLAY "--- Fondos comunes de inversion ---"
           MOVE 0 TO WS-CANT-LISTADOS
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           CALL "valuar-tenencias-fci" USING WS-CBF-CONSULTA,
                WS-FECHA-HOY, VF-VALUACION
           PERFORM VARYING WS-IDX-FCI FROM 1 BY 1
                   UNTIL WS-IDX-FCI > VF-CANT
               IF VF-CUOTAPARTES(WS-IDX-FCI) > 0
                   PERFORM 5710-MOSTRAR-FONDO
               END-IF
           END-PERFORM
           IF WS-CANT-LISTADOS = 0
               DISPLAY "  (sin tenencia en fondos)"
           ELSE
               IF VF-TOTAL-ARS > 0
                   MOVE VF-TOTAL-ARS TO WS-FCI-IMPORTE-DISPLAY
                   DISPLAY "  Total fondos ARS $ "
                           WS-FCI-IMPORTE-DISPLAY
               END-IF
               IF VF-TOTAL-USD > 0
                   MOVE VF-TOTAL-USD TO WS-FCI-IMPORTE-DISPLAY
                   DISPLAY "  Total fondos USD $ "
                           WS-FCI-IMPORTE-DISPLAY
               END-IF
           END-IF.

       5710-MOSTRAR-FONDO.
           ADD 1 TO WS-CANT-LISTADOS
           MOVE VF-CUOTAPARTES(WS-IDX-FCI) TO WS-FCI-CP-DISPLAY
           MOVE VF-VALOR-CP(WS-IDX-FCI) TO WS-FCI-VALOR-DISPLAY
           MOVE VF-IMPORTE(WS-IDX-FCI) TO WS-FCI-IMPORTE-DISPLAY
           DISPLAY "  " VF-FONDO(WS-IDX-FCI) " "
                   VF-NOMBRE(WS-IDX-FCI)
           IF VF-FECHA-VALOR(WS-IDX-FCI) = 0
               DISPLAY "     cp " WS-FCI-CP-DISPLAY
                       "  SIN VALOR DE CUOTAPARTE"
           ELSE
               DISPLAY "     cp " WS-FCI-CP-DISPLAY
                       " x " WS-FCI-VALOR-DISPLAY
                       " (" VF-FECHA-VALOR(WS-IDX-FCI) ") = "
                       VF-MONEDA(WS-IDX-FCI) " "
                       WS-FCI-IMPORTE-DISPLAY
           END-IF.

      *    Ultimas 10 entradas de auditoria del CBF: el archivo es
      *    cronologico, asi que se guarda un anillo de 10 lineas y
      *    al final se muestran las que quedaron.
                   END-IF
               END-PERFORM
           END-IF.

      *    Ultimos 5 contactos del cliente en contactos.dat: la clave
      *    es numero de cliente mas timestamp, asi que se recorren en
      *    orden cronologico guardando un anillo de 5 y se muestran
      *    del mas reciente al mas viejo. Usa el numero de cliente que
      *    dejo 4000-CUENTAS-HERMANAS.
       6500-CONTACTOS-RECIENTES.
           DISPLAY "--- Contactos recientes con el cliente ---"
           MOVE 0 TO WS-CON-CANT
           MOVE SPACES TO WS-CON-RECIENTES
           IF WS-ID-ENCONTRADO = 1
               OPEN INPUT CONTACTOS-FILE
               IF CONTACTOS-STATUS = "00"
                   MOVE WS-CLIENTE-ID TO CO-CLIENTE-ID
                   MOVE 0 TO CO-TIMESTAMP
                   START CONTACTOS-FILE KEY IS >= CO-KEY
                       INVALID KEY
                           MOVE "10" TO CONTACTOS-STATUS
                   END-START
                   PERFORM UNTIL CONTACTOS-STATUS = "10"
                       READ CONTACTOS-FILE NEXT RECORD
                           AT END
                               MOVE "10" TO CONTACTOS-STATUS
                           NOT AT END
                               IF CO-CLIENTE-ID NOT = WS-CLIENTE-ID
                                   MOVE "10" TO CONTACTOS-STATUS
                               ELSE
                                   PERFORM 6510-GUARDAR-CONTACTO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONTACTOS-FILE
               END-IF
           END-IF
           IF WS-CON-CANT = 0
               DISPLAY "  (sin contactos registrados)"
           ELSE
               MOVE WS-CON-CANT TO WS-CON-VECES
               IF WS-CON-CANT > 5
                   MOVE 5 TO WS-CON-VECES
               END-IF
               COMPUTE WS-IDX-CON =
                   FUNCTION MOD(WS-CON-CANT - 1, 5) + 1
               PERFORM WS-CON-VECES TIMES
                   DISPLAY "  " WS-CON-LINEA-GUARD(WS-IDX-CON)
                   DISPLAY "    " WS-CON-NOTA-GUARD(WS-IDX-CON)
                   IF WS-IDX-CON = 1
                       MOVE 5 TO WS-IDX-CON
                   ELSE
                       SUBTRACT 1 FROM WS-IDX-CON
                   END-IF
               END-PERFORM
           END-IF.

       6510-GUARDAR-CONTACTO.
           ADD 1 TO WS-CON-CANT
           COMPUTE WS-IDX-CON = FUNCTION MOD(WS-CON-CANT - 1, 5) + 1
           MOVE SPACES TO WS-CON-SEGUIMIENTO
           IF CO-SEG-PENDIENTE
               STRING "SEG " DELIMITED BY SIZE
                      CO-FECHA-SEGUIMIENTO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CO-RESPONSABLE DELIMITED BY SIZE
                   INTO WS-CON-SEGUIMIENTO
           END-IF
           IF CO-SEG-CUMPLIDO
               STRING "SEG CUMPLIDO " DELIMITED BY SIZE
                      CO-FECHA-CUMPLIDO DELIMITED BY SIZE
                   INTO WS-CON-SEGUIMIENTO
           END-IF
           MOVE SPACES TO WS-CON-LINEA-GUARD(WS-IDX-CON)
           STRING CO-TIMESTAMP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CO-CANAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CO-MOTIVO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CO-USUARIO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CON-SEGUIMIENTO DELIMITED BY SIZE
               INTO WS-CON-LINEA-GUARD(WS-IDX-CON)
           MOVE CO-NOTAS(1:60) TO WS-CON-NOTA-GUARD(WS-IDX-CON).
