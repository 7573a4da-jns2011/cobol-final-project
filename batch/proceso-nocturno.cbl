      *              PARM-EMAIL-OPS (una sola vez por corrida) para
      *              poder decidir diferir un paso no critico antes
      *              de demorar la apertura.
      *  2026-10-15  Pasos de tarjeta de credito despues de la mora de
      *              prestamos: CIERRE-TARJETAS (resumen del mes para
      *              las cuentas que cierran hoy) y DEBITAR-TARJETAS
      *              (debito automatico del pago de los resumenes que
      *              vencen).
      *  2026-10-15  Paso VENCER-CODIGOS-EXTRACCION despues de la
      *              expiracion de firmas conjuntas: vence los codigos
      *              de extraccion sin tarjeta no canjeados y libera su
      *              retencion.
      *  2026-10-15  Paso MORA-ADELANTOS despues del debito de tarjetas
      *              y antes de la captura de embargos: pasa a cobranza
      *              los adelantos de haberes sin recuperar y los cobra
      *              con el saldo disponible.
      *  2026-10-15  Paso GENERAR-EXTRACTOS despues de los barridos:
      *              extracto electronico diario de las cuentas de
      *              empresas adheridas, con la fecha contable que
      *              cierra CIERRE-DIARIO.
      *  2026-10-15  Paso RECON-CORRESPONSAL despues de la conciliacion
      *              interbancaria: concilia la cuenta nostro en dolares
      *              contra el extracto del banco corresponsal.
      *  2026-10-15  Paso REVALUAR-POSICION despues de los barridos y el
      *              extracto para empresas: revalua la posicion en
      *              dolares a la cotizacion de cierre y asienta la
      *              diferencia de cambio para el GL.
      *  2026-10-15  Paso VENCER-PODERES despues del vencimiento de
      *              codigos sin tarjeta: vence los poderes cuya
      *              vigencia termino y revoca los de otorgantes
      *              fallecidos.
      *  2026-10-15  Paso CONVERTIR-MAYORIA despues del vencimiento de
      *              poderes: pasa a comun las cuentas de menores que
      *              cumplieron 18 y vence los pedidos de autorizacion
      *              al tutor sin respuesta.
      *  2026-10-15  Paso VALUAR-FCI despues de la conversion de cuentas
      *              de menores: valua las ordenes de fondos comunes al
      *              valor de cuotaparte del dia de la orden, acredita
      *              los rescates que vencen y deja el neto para la
      *              sociedad gerente.
      *  2026-10-15  Paso CALCULAR-OFERTAS despues del vencimiento de
      *              colas: vence las ofertas de prestamo preaprobado no
      *              tomadas y arma las nuevas con la historia de saldos
      *              del cierre del dia.
      *  2026-10-15  Paso INFORMAR-CHEQUES-RECHAZADOS despues de las
      *              ofertas preaprobadas: informe de rechazos, multa al
      *              librador e inhabilitacion para chequeras.
      *  2026-10-15  Pasos ASIENTOS-INTERFILIALES y TRASLADAR-CUENTAS
      *              despues del informe de cheques rechazados: asiento
      *              interfilial de las operaciones de ventanilla en
      *              caja de otra sucursal y ejecucion de los traslados
      *              de cuentas entre sucursales con fecha efectiva
      *              cumplida.
      *  2026-10-15  Modo contingencia del cajero: al arrancar se toma
      *              la foto de saldos (PREPARAR-STAND-IN) y se marca la
      *              corrida en curso; al terminar bien se postean las
      *              operaciones encoladas (APLICAR-STAND-IN) y el
      *              cajero vuelve a operar normal.
      *  2026-10-15  Batch pesados en particiones (PARM-PARTICIONES
      *              mayor que 1): INTERES-MENSUAL,
      *              COMISION-MANTENIMIENTO, INTERES-DEUDOR y
      *              CIERRE-DIARIO se reparten por rango de CBF
      *              (ARMAR-PARTICIONES), cada particion corre como
      *              proceso propio (correr-particion) con su checkpoint
      *              y su constancia de corrida, y
      *              CONSOLIDAR-PARTICIONES junta reportes y totales
      *              antes del paso siguiente. La re-corrida relanza
      *              solo las particiones que no terminaron.
      *  2026-10-15  Paso CONTROL-REFERENCIAL despues del control de
      *              integridad y antes del extracto del dia: integridad
      *              referencial entre los archivos de datos; con
      *              quiebres graves en o sobre PARM-TOPE-REFERENCIAL la
      *              corrida se corta antes de postear.
      *  2026-10-15  Paso CONTROL-SOD (segregacion de funciones) despues
      *              del control referencial; solo informa y no corta la
      *              corrida.
      *  2026-10-15  Paso ACUMULAR-PUNTOS (programa de puntos por
      *              fidelidad) despues de los traslados de cuentas.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CORRIDA-EMPEZADA            PIC X VALUE 'N'.
       01  WS-IDX-PASO                    PIC 9(2).
       01  WS-TABLA-PASOS.
           05  FILLER PIC X(20) VALUE "CONTROL-REFER".
           05  FILLER PIC X(20) VALUE "CONTROL-SOD".
           05  FILLER PIC X(20) VALUE "EXTRAER-MOV".
           05  FILLER PIC X(20) VALUE "IMPORTAR-CSV".
           05  FILLER PIC X(20) VALUE "INTERES-MENSUAL".
           05  FILLER PIC X(20) VALUE "VENCER-PF".
           05  FILLER PIC X(20) VALUE "COBRAR-CUOTAS".
           05  FILLER PIC X(20) VALUE "MORA-PRESTAMOS".
           05  FILLER PIC X(20) VALUE "CIERRE-TARJETAS".
           05  FILLER PIC X(20) VALUE "DEBITAR-TARJETAS".
           05  FILLER PIC X(20) VALUE "MORA-ADELANTOS".
           05  FILLER PIC X(20) VALUE "LIBERAR-RETEN".
           05  FILLER PIC X(20) VALUE "VENCER-CONJUNTAS".
           05  FILLER PIC X(20) VALUE "VENCER-CODIGOS-EXT".
           05  FILLER PIC X(20) VALUE "VENCER-PODERES".
           05  FILLER PIC X(20) VALUE "CONVERTIR-MAYORIA".
           05  FILLER PIC X(20) VALUE "VALUAR-FCI".
           05  FILLER PIC X(20) VALUE "CAPTURAR-EMB".
           05  FILLER PIC X(20) VALUE "CIERRE-DIARIO".
           05  FILLER PIC X(20) VALUE "EJEC-BARRIDOS".
           05  FILLER PIC X(20) VALUE "GENERAR-EXTRACTOS".
           05  FILLER PIC X(20) VALUE "REVALUAR-POSICION".
           05  FILLER PIC X(20) VALUE "RECON-INTERB".
           05  FILLER PIC X(20) VALUE "RECON-CORRESPONSAL".
           05  FILLER PIC X(20) VALUE "VENCER-COLAS".
           05  FILLER PIC X(20) VALUE "CALCULAR-OFERTAS".
           05  FILLER PIC X(20) VALUE "INFORMAR-CHQ-RECH".
           05  FILLER PIC X(20) VALUE "ASIENTOS-INTERFIL".
           05  FILLER PIC X(20) VALUE "TRASLADAR-CUENTAS".
           05  FILLER PIC X(20) VALUE "ACUMULAR-PUNTOS".
       01  WS-TABLA-PASOS-R REDEFINES WS-TABLA-PASOS.
           05  WS-NOMBRE-PASO PIC X(20) OCCURS 32 TIMES.
       01  WS-SALTEAR-PASO                PIC X.
       01  WS-MOTIVO-SALTEO               PIC X(40).
       01  PARAMETROS-STATUS              PIC XX.
      *    Los batch que postean aceptan un modo simulacion; la
      *    corrida nocturna siempre corre en firme.
       01  WS-MODO-REAL                   PIC X(1) VALUE "N".
      *    Batch pesados en particiones por rango de CBF
      *    (PARM-PARTICIONES): cada particion corre como proceso
      *    propio (correr-particion) y despues se consolida. Con una
      *    sola particion se llama al batch directo, con
      *    PART-REGISTRO en numero 0.
       COPY "particion.cpy".
       COPY "totales-particion.cpy".
       01  WS-PARTICIONES                 PIC 9(2) VALUE 1.
       01  WS-PARTICIONES-PLAN            PIC 9(2).
       01  WS-IDX-PARTICION               PIC 9(2).
       01  WS-PASO-PARTICION              PIC X(20).
       01  WS-CKP-ENCONTRADO              PIC 9.
       01  WS-COMANDO                     PIC X(200).
       01  WS-EN-CURSO                    PIC 9(2).
       01  WS-FALLIDAS                    PIC 9(2).
       01  WS-ESPERAS                     PIC 9(5).
       01  WS-MAX-ESPERAS                 PIC 9(5).
       01  WS-TABLA-LANZADAS.
           05  WS-LANZADA OCCURS 20 TIMES PIC X.
      *    Modo contingencia del cajero mientras dura la corrida
      *    (estado-corrida-nocturna).
       01  WS-ACCION-CORRIDA              PIC X(1).
       01  WS-CORRIDA-ACTIVA              PIC 9.
       01  WS-RESULTADO-FOTO              PIC 9.

       01  WS-EMAIL-ASUNTO                PIC X(60).
       01  WS-EMAIL-RESULTADO             PIC 9.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 2050-VERIFICAR-INTEGRIDAD
           IF PASO-OK
               PERFORM 2070-CONTROL-REFERENCIAL
           END-IF
           IF PASO-OK
               PERFORM 2075-CONTROL-SOD
           END-IF
           IF PASO-OK
               PERFORM 2080-EXTRAER-MOVIMIENTOS
           END-IF
           IF PASO-OK
               PERFORM 2365-MORA-PRESTAMOS
           END-IF
           IF PASO-OK
               PERFORM 2366-CIERRE-TARJETAS
           END-IF
           IF PASO-OK
               PERFORM 2367-DEBITAR-TARJETAS
           END-IF
           IF PASO-OK
               PERFORM 2368-MORA-ADELANTOS
           END-IF
           IF PASO-OK
               PERFORM 2370-LIBERAR-RETENCIONES
           END-IF
           IF PASO-OK
               PERFORM 2375-VENCER-CONJUNTAS
           END-IF
           IF PASO-OK
               PERFORM 2376-VENCER-CODIGOS-EXT
           END-IF
           IF PASO-OK
               PERFORM 2377-VENCER-PODERES
           END-IF
           IF PASO-OK
               PERFORM 2378-CONVERTIR-MAYORIA
           END-IF
           IF PASO-OK
               PERFORM 2379-VALUAR-FCI
           END-IF
           IF PASO-OK
               PERFORM 2380-CAPTURAR-EMBARGOS
           END-IF
           IF PASO-OK
               PERFORM 2450-EJECUTAR-BARRIDOS
           END-IF
           IF PASO-OK
               PERFORM 2455-GENERAR-EXTRACTOS
           END-IF
           IF PASO-OK
               PERFORM 2457-REVALUAR-POSICION
           END-IF
           IF PASO-OK
               PERFORM 2460-RECON-INTERBANCARIAS
           END-IF
           IF PASO-OK
               PERFORM 2465-RECON-CORRESPONSAL
           END-IF
           IF PASO-OK
               PERFORM 2470-VENCER-COLAS
           END-IF
           IF PASO-OK
               PERFORM 2475-CALCULAR-OFERTAS
           END-IF
           IF PASO-OK
               PERFORM 2480-INFORMAR-CHQ-RECHAZADOS
           END-IF
           IF PASO-OK
               PERFORM 2485-ASIENTOS-INTERFILIALES
           END-IF
           IF PASO-OK
               PERFORM 2490-TRASLADAR-CUENTAS
           END-IF
           IF PASO-OK
               PERFORM 2495-ACUMULAR-PUNTOS
           END-IF
           IF PASO-OK
               PERFORM 2500-CAPTURAR-INTEGRIDAD
           END-IF
           IF PASO-OK
               PERFORM 2550-GENERAR-BACKUP
           END-IF
           IF PASO-OK
               PERFORM 2600-CERRAR-CONTINGENCIA
           END-IF
           IF NOT PASO-OK
               MOVE 'S' TO WS-HUBO-FALLO
               PERFORM 3000-AVISAR-FALLO
                WS-CANT-200, WS-CANT-100, WS-EMAIL-OPS
           ACCEPT WS-FECHA-NEGOCIO FROM DATE YYYYMMDD
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TS-INICIO-CORRIDA
           INITIALIZE PART-REGISTRO
           PERFORM 1200-LEER-VENTANA
           PERFORM 1100-LEER-PASO-FORZADO
           PERFORM 1300-ABRIR-CONTINGENCIA
           MOVE 0 TO WS-RESULTADO-PASO.

      *    Mientras corre el proceso el cajero pasa a modo
      *    contingencia contra una foto de saldos tomada antes del
      *    primer paso. En una re-corrida despues de un fallo la
      *    marca sigue activa y se conserva la foto de la corrida
      *    original, que es contra la que se aceptaron las
      *    operaciones ya encoladas.
       1300-ABRIR-CONTINGENCIA.
           MOVE "C" TO WS-ACCION-CORRIDA
           CALL "estado-corrida-nocturna" USING WS-ACCION-CORRIDA,
                WS-CORRIDA-ACTIVA
           IF WS-CORRIDA-ACTIVA = 1
               DISPLAY "Cajero en contingencia desde una corrida"
                       " anterior: se conserva la foto de saldos."
           ELSE
               CALL "PREPARAR-STAND-IN" USING WS-RESULTADO-FOTO
               IF WS-RESULTADO-FOTO NOT = 0
                   DISPLAY "AVISO: sin foto de saldos, el cajero"
                           " solo toma depositos durante la corrida."
               END-IF
               MOVE "I" TO WS-ACCION-CORRIDA
               CALL "estado-corrida-nocturna" USING
                    WS-ACCION-CORRIDA, WS-CORRIDA-ACTIVA
           END-IF.

       1200-LEER-VENTANA.
           OPEN INPUT PARAMETROS-FILE
           IF PARAMETROS-STATUS = "00"
                           MOVE PARM-MINUTOS-VENTANA
                               TO WS-MINUTOS-VENTANA
                       END-IF
                       IF PARM-PARTICIONES IS NUMERIC
                          AND PARM-PARTICIONES > 1
                           MOVE PARM-PARTICIONES TO WS-PARTICIONES
                       END-IF
               END-READ
               CLOSE PARAMETROS-FILE
           END-IF.
      *    aborta antes de postear nada. En una re-corrida del mismo
      *    dia (algun paso ya completo hoy) la verificacion se
      *    saltea: los totales ya se movieron legitimamente por lo
      *    que la corrida parcial alcanzo a postear. Lo mismo si
      *    alguna particion de un batch pesado ya termino hoy.
       2050-VERIFICAR-INTEGRIDAD.
           MOVE "Control de integridad" TO WS-PASO-ACTUAL
           MOVE 'N' TO WS-CORRIDA-EMPEZADA
           PERFORM VARYING WS-IDX-PASO FROM 1 BY 1
                   UNTIL WS-IDX-PASO > 32
               CALL "consultar-paso-corrida" USING WS-FECHA-NEGOCIO,
                    WS-NOMBRE-PASO(WS-IDX-PASO), WS-PASO-COMPLETO
               IF WS-PASO-COMPLETO = 1
                   MOVE 'S' TO WS-CORRIDA-EMPEZADA
               END-IF
           END-PERFORM
           IF WS-CORRIDA-EMPEZADA = 'N'
               PERFORM 2060-VERIFICAR-PARTICIONES
           END-IF
           IF WS-CORRIDA-EMPEZADA = 'S'
               DISPLAY "-> " WS-PASO-ACTUAL ": se saltea"
                       " (re-corrida del dia ya empezada)"
           END-IF
           END-IF.

       2060-VERIFICAR-PARTICIONES.
           PERFORM VARYING WS-IDX-PASO FROM 1 BY 1
                   UNTIL WS-IDX-PASO > 32
               IF WS-NOMBRE-PASO(WS-IDX-PASO) = "INTERES-MENSUAL"
                  OR "COMISION-MANT" OR "INTERES-DEUDOR"
                  OR "CIERRE-DIARIO"
                   MOVE WS-NOMBRE-PASO(WS-IDX-PASO) TO WS-PASO-CONTROL
                   PERFORM VARYING WS-IDX-PARTICION FROM 1 BY 1
                           UNTIL WS-IDX-PARTICION > 20
                       PERFORM 2715-ARMAR-PASO-PARTICION
                       CALL "consultar-paso-corrida" USING
                            WS-FECHA-NEGOCIO, WS-PASO-PARTICION,
                            WS-PASO-COMPLETO
                       IF WS-PASO-COMPLETO = 1
                           MOVE 'S' TO WS-CORRIDA-EMPEZADA
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *    Integridad referencial antes de postear: con quiebres
      *    graves en o sobre PARM-TOPE-REFERENCIAL el paso falla y la
      *    corrida se corta.
       2070-CONTROL-REFERENCIAL.
           MOVE "Integridad referencial" TO WS-PASO-ACTUAL
           MOVE "CONTROL-REFER" TO WS-PASO-CONTROL
           PERFORM 2800-EVALUAR-EJECUCION
           IF WS-SALTEAR-PASO = 'S'
               DISPLAY "-> " WS-PASO-ACTUAL ": " WS-MOTIVO-SALTEO
           ELSE
               DISPLAY "-> " WS-PASO-ACTUAL
               CALL "CONTROL-REFERENCIAL" USING WS-RESULTADO-PASO
               PERFORM 2900-EVALUAR-PASO
           END-IF.

      *    Control de segregacion de funciones del dia: solo informa,
      *    nunca corta la corrida.
       2075-CONTROL-SOD.
           MOVE "Segregacion de funciones" TO WS-PASO-ACTUAL
           MOVE "CONTROL-SOD" TO WS-PASO-CONTROL
           PERFORM 2800-EVALUAR-EJECUCION
           IF WS-SALTEAR-PASO = 'S'
               DISPLAY "-> " WS-PASO-ACTUAL ": " WS-MOTIVO-SALTEO
           ELSE
               DISPLAY "-> " WS-PASO-ACTUAL
               CALL "CONTROL-SOD" USING WS-RESULTADO-PASO
               PERFORM 2900-EVALUAR-PASO
           END-IF.

      *    El extracto del dia se genera una sola vez y temprano: los
      *    batch por fecha de mas adelante (cierre, GL, tesoreria)
      *    leen el extracto en lugar de re-barrer el maestro.
               DISPLAY "-> " WS-PASO-ACTUAL ": " WS-MOTIVO-SALTEO
           ELSE
               DISPLAY "-> " WS-PASO-ACTUAL
               IF WS-PARTICIONES > 1
                   PERFORM 2700-CORRER-PARTICIONES
               ELSE
                   CALL "INTERES-MENSUAL" USING WS-RESULTADO-PASO,
                        WS-MODO-REAL, PART-REGISTRO
               END-IF
               PERFORM 2900-EVALUAR-PASO
           END-IF.

               DISPLAY "-> " WS-PASO-ACTUAL ": " WS-MOTIVO-SALTEO
           ELSE
               DISPLAY "-> " WS-PASO-ACTUAL
               IF WS-PARTICIONES > 1
                   PERFORM 2700-CORRER-PARTICIONES
               ELSE
                   CALL "COMISION-MANTENIMIENTO" USING
                        WS-RESULTADO-PASO, WS-MODO-REAL, PART-REGISTRO
               END-IF
               PERFORM 2900-EVALUAR-PASO
           END-IF.

               DISPLAY "-> " WS-PASO-ACTUAL ": " WS-MOTIVO-SALTEO
           ELSE
               DISPLAY "-> " WS-PASO-ACTUAL
               IF WS-PARTICIONES > 1
                   PERFORM 2700-CORRER-PARTICIONES
               ELSE
                   CALL "INTERES-DEUDOR" USING WS-RESULTADO-PASO,
                        WS-MODO-REAL, PART-REGISTRO
               END-IF
               PERFORM 2900-EVALUAR-PASO
           END-IF.

               PERFORM 2900-EVALUAR-PASO
           END-IF.

       2366-CIERRE-TARJETAS.
           MOVE "Cierre de tarjetas de credito" TO WS-PASO-ACTUAL
           MOVE "CIERRE-TARJETAS" TO WS-PASO-CONTROL
           PERFORM 2800-EVALUAR-EJECUCION
           IF WS-SALTEAR-PASO = 'S'
               DISPLAY "-> " WS-PASO-ACTUAL ": " WS-MOTIVO-SALTEO
           ELSE
               DISPLAY "-> " WS-PASO-ACTUAL
               CALL "CIERRE-TARJETAS" USING WS-RESULTADO-PASO
               PERFORM 2900-EVALUAR-PASO
           END-IF.

       2367-DEBITAR-TARJETAS.
           MOVE "Debito de pagos de tarjeta" TO WS-PASO-ACTUAL
           MOVE "DEBITAR-TARJETAS" TO WS-PASO-CONTROL
           PERFORM 2800-EVALUAR-EJECUCION
           IF WS-SALTEAR-PASO = 'S'
               DISPLAY "-> " WS-PASO-ACTUAL ": " WS-MOTIVO-SALTEO
           ELSE
               DISPLAY "-> " WS-PASO-ACTUAL
               CALL "DEBITAR-TARJETAS" USING WS-RESULTADO-PASO
               PERFORM 2900-EVALUAR-PASO
           END-IF.

       2368-MORA-ADELANTOS.
           MOVE "Cobranza de adelantos" TO WS-PASO-ACTUAL
           MOVE "MORA-ADELANTOS" TO WS-PASO-CONTROL
           PERFORM 2800-EVALUAR-EJECUCION
           IF WS-SALTEAR-PASO = 'S'
               DISPLAY "-> " WS-PASO-ACTUAL ": " WS-MOTIVO-SALTEO
           ELSE
               DISPLAY "-> " WS-PASO-ACTUAL
               CALL "MORA-ADELANTOS" USING WS-RESULTADO-PASO
               PERFORM 2900-EVALUAR-PASO
           END-IF.

       2370-LIBERAR-RETENCIONES.
           MOVE "Liberacion de retenciones" TO WS-PASO-ACTUAL
           MOVE "LIBERAR-RETEN" TO WS-PASO-CONTROL
               PERFORM 2900-EVALUAR-PASO
           END-IF.

       2376-VENCER-CODIGOS-EXT.
           MOVE "Vencer codigos sin tarjeta"
               TO WS-PASO-ACTUAL
           MOVE "VENCER-CODIGOS-EXT" TO WS-PASO-CONTROL
           PERFORM 2800-EVALUAR-EJECUCION
           IF WS-SALTEAR-PASO = 'S'
               DISPLAY "-> " WS-PASO-ACTUAL ": " WS-MOTIVO-SALTEO
           ELSE
               DISPLAY "-> " WS-PASO-ACTUAL
               CALL "VENCER-CODIGOS-EXTRACCION"
                   USING WS-RESULTADO-PASO
               PERFORM 2900-EVALUAR-PASO
           END-IF.

       2377-VENCER-PODERES.
           MOVE "Vencer poderes" TO WS-PASO-ACTUAL
           MOVE "VENCER-PODERES" TO WS-PASO-CONTROL
           PERFORM 2800-EVALUAR-EJECUCION
           IF WS-SALTEAR-PASO = 'S'
               DISPLAY "-> " WS-PASO-ACTUAL ": " WS-MOTIVO-SALTEO
           ELSE
               DISPLAY "-> " WS-PASO-ACTUAL
               CALL "VENCER-PODERES" USING WS-RESULTADO-PASO
               PERFORM 2900-EVALUAR-PASO
           END-IF.

       2378-CONVERTIR-MAYORIA.
           MOVE "Cuentas de menores" TO WS-PASO-ACTUAL
           MOVE "CONVERTIR-MAYORIA" TO WS-PASO-CONTROL
           PERFORM 2800-EVALUAR-EJECUCION
           IF WS-SALTEAR-PASO = 'S'
               DISPLAY "-> " WS-PASO-ACTUAL ": " WS-MOTIVO-SALTEO
           ELSE
               DISPLAY "-> " WS-PASO-ACTUAL
               CALL "CONVERTIR-MAYORIA" USING WS-RESULTADO-PASO
               PERFORM 2900-EVALUAR-PASO
           END-IF.

       2379-VALUAR-FCI.
           MOVE "Ordenes de fondos comunes" TO WS-PASO-ACTUAL
           MOVE "VALUAR-FCI" TO WS-PASO-CONTROL
           PERFORM 2800-EVALUAR-EJECUCION
           IF WS-SALTEAR-PASO = 'S'
               DISPLAY "-> " WS-PASO-ACTUAL ": " WS-MOTIVO-SALTEO
           ELSE
               DISPLAY "-> " WS-PASO-ACTUAL
               CALL "VALUAR-ORDENES-FCI" USING WS-RESULTADO-PASO
               PERFORM 2900-EVALUAR-PASO
           END-IF.

       2380-CAPTURAR-EMBARGOS.
           MOVE "Captura de embargos" TO WS-PASO-ACTUAL
           MOVE "CAPTURAR-EMB" TO WS-PASO-CONTROL
               DISPLAY "-> " WS-PASO-ACTUAL ": " WS-MOTIVO-SALTEO
           ELSE
               DISPLAY "-> " WS-PASO-ACTUAL
               IF WS-PARTICIONES > 1
                   PERFORM 2700-CORRER-PARTICIONES
               ELSE
                   CALL "CIERRE-DIARIO" USING WS-RESULTADO-PASO,
                        PART-REGISTRO
               END-IF
               PERFORM 2900-EVALUAR-PASO
           END-IF.

               PERFORM 2900-EVALUAR-PASO
           END-IF.

       2455-GENERAR-EXTRACTOS.
           MOVE "Extracto electronico empresas" TO WS-PASO-ACTUAL
           MOVE "GENERAR-EXTRACTOS" TO WS-PASO-CONTROL
           PERFORM 2800-EVALUAR-EJECUCION
           IF WS-SALTEAR-PASO = 'S'
               DISPLAY "-> " WS-PASO-ACTUAL ": " WS-MOTIVO-SALTEO
           ELSE
               DISPLAY "-> " WS-PASO-ACTUAL
               CALL "GENERAR-EXTRACTOS" USING WS-RESULTADO-PASO
               PERFORM 2900-EVALUAR-PASO
           END-IF.

       2457-REVALUAR-POSICION.
           MOVE "Revaluacion posicion USD" TO WS-PASO-ACTUAL
           MOVE "REVALUAR-POSICION" TO WS-PASO-CONTROL
           PERFORM 2800-EVALUAR-EJECUCION
           IF WS-SALTEAR-PASO = 'S'
               DISPLAY "-> " WS-PASO-ACTUAL ": " WS-MOTIVO-SALTEO
           ELSE
               DISPLAY "-> " WS-PASO-ACTUAL
               CALL "REVALUAR-POSICION" USING WS-RESULTADO-PASO
               PERFORM 2900-EVALUAR-PASO
           END-IF.

      *    La conciliacion contra el extracto de la camara corre
      *    despues de los barridos: si las diferencias superan la
      *    tolerancia el paso falla y la corrida se corta antes de
               PERFORM 2900-EVALUAR-PASO
           END-IF.

       2465-RECON-CORRESPONSAL.
           MOVE "Conciliacion nostro" TO WS-PASO-ACTUAL
           MOVE "RECON-CORRESPONSAL" TO WS-PASO-CONTROL
           PERFORM 2800-EVALUAR-EJECUCION
           IF WS-SALTEAR-PASO = 'S'
               DISPLAY "-> " WS-PASO-ACTUAL ": " WS-MOTIVO-SALTEO
           ELSE
               DISPLAY "-> " WS-PASO-ACTUAL
               CALL "RECONCILIAR-CORRESPONSAL" USING WS-RESULTADO-PASO
               PERFORM 2900-EVALUAR-PASO
           END-IF.

       2470-VENCER-COLAS.
           MOVE "Expiracion de colas" TO WS-PASO-ACTUAL
           MOVE "VENCER-COLAS" TO WS-PASO-CONTROL
               PERFORM 2900-EVALUAR-PASO
           END-IF.

       2475-CALCULAR-OFERTAS.
           MOVE "Ofertas preaprobadas" TO WS-PASO-ACTUAL
           MOVE "CALCULAR-OFERTAS" TO WS-PASO-CONTROL
           PERFORM 2800-EVALUAR-EJECUCION
           IF WS-SALTEAR-PASO = 'S'
               DISPLAY "-> " WS-PASO-ACTUAL ": " WS-MOTIVO-SALTEO
           ELSE
               DISPLAY "-> " WS-PASO-ACTUAL
               CALL "CALCULAR-OFERTAS" USING WS-RESULTADO-PASO
               PERFORM 2900-EVALUAR-PASO
           END-IF.

       2480-INFORMAR-CHQ-RECHAZADOS.
           MOVE "Cheques rechazados" TO WS-PASO-ACTUAL
           MOVE "INFORMAR-CHQ-RECH" TO WS-PASO-CONTROL
           PERFORM 2800-EVALUAR-EJECUCION
           IF WS-SALTEAR-PASO = 'S'
               DISPLAY "-> " WS-PASO-ACTUAL ": " WS-MOTIVO-SALTEO
           ELSE
               DISPLAY "-> " WS-PASO-ACTUAL
               CALL "INFORMAR-CHEQUES-RECHAZADOS"
                    USING WS-RESULTADO-PASO
               PERFORM 2900-EVALUAR-PASO
           END-IF.

       2485-ASIENTOS-INTERFILIALES.
           MOVE "Asiento interfilial" TO WS-PASO-ACTUAL
           MOVE "ASIENTOS-INTERFIL" TO WS-PASO-CONTROL
           PERFORM 2800-EVALUAR-EJECUCION
           IF WS-SALTEAR-PASO = 'S'
               DISPLAY "-> " WS-PASO-ACTUAL ": " WS-MOTIVO-SALTEO
           ELSE
               DISPLAY "-> " WS-PASO-ACTUAL
               CALL "ASIENTOS-INTERFILIALES" USING WS-RESULTADO-PASO
               PERFORM 2900-EVALUAR-PASO
           END-IF.

       2490-TRASLADAR-CUENTAS.
           MOVE "Traslados de cuentas" TO WS-PASO-ACTUAL
           MOVE "TRASLADAR-CUENTAS" TO WS-PASO-CONTROL
           PERFORM 2800-EVALUAR-EJECUCION
           IF WS-SALTEAR-PASO = 'S'
               DISPLAY "-> " WS-PASO-ACTUAL ": " WS-MOTIVO-SALTEO
           ELSE
               DISPLAY "-> " WS-PASO-ACTUAL
               CALL "TRASLADAR-CUENTAS" USING WS-RESULTADO-PASO
               PERFORM 2900-EVALUAR-PASO
           END-IF.

       2495-ACUMULAR-PUNTOS.
           MOVE "Puntos por fidelidad" TO WS-PASO-ACTUAL
           MOVE "ACUMULAR-PUNTOS" TO WS-PASO-CONTROL
           PERFORM 2800-EVALUAR-EJECUCION
           IF WS-SALTEAR-PASO = 'S'
               DISPLAY "-> " WS-PASO-ACTUAL ": " WS-MOTIVO-SALTEO
           ELSE
               DISPLAY "-> " WS-PASO-ACTUAL
               CALL "ACUMULAR-PUNTOS" USING WS-RESULTADO-PASO
               PERFORM 2900-EVALUAR-PASO
           END-IF.

      *    Decide si el paso corre hoy: en corrida forzada solo corre
      *    el paso pedido (sin mirar calendario ni control); en una
      *    corrida normal se consulta el calendario de frecuencias y
               DISPLAY "   FALLO: " WS-PASO-ACTUAL
           END-IF.

      *    Con la corrida completa se postean las operaciones que el
      *    cajero tomo en contingencia y recien entonces vuelve a
      *    operar normal. Si la corrida fallo el cajero sigue en
      *    contingencia hasta una re-corrida que termine bien.
       2600-CERRAR-CONTINGENCIA.
           MOVE "Posteo de contingencia" TO WS-PASO-ACTUAL
           DISPLAY "-> " WS-PASO-ACTUAL
           CALL "APLICAR-STAND-IN" USING WS-RESULTADO-PASO
           IF PASO-OK
               MOVE "F" TO WS-ACCION-CORRIDA
               CALL "estado-corrida-nocturna" USING
                    WS-ACCION-CORRIDA, WS-CORRIDA-ACTIVA
               DISPLAY "   OK. Cajero en operacion normal."
           ELSE
               DISPLAY "   FALLO: " WS-PASO-ACTUAL
           END-IF.

      *    Paso pesado en particiones: se arma (o se retoma) el plan
      *    de rangos del dia, se lanza en segundo plano cada particion
      *    que no este completa hoy y se espera a que ninguna siga en
      *    curso. Si alguna fallo (o no termino dentro de la ventana)
      *    el paso falla y la re-corrida relanza solo esas; si todas
      *    terminaron, CONSOLIDAR-PARTICIONES arma el reporte y los
      *    totales del paso antes de seguir con el siguiente.
       2700-CORRER-PARTICIONES.
           MOVE WS-PARTICIONES TO WS-PARTICIONES-PLAN
           CALL "ARMAR-PARTICIONES" USING WS-FECHA-NEGOCIO,
                WS-PASO-CONTROL, WS-PARTICIONES-PLAN, WS-RESULTADO-PASO
           IF PASO-OK
               MOVE 0 TO WS-EN-CURSO
               PERFORM VARYING WS-IDX-PARTICION FROM 1 BY 1
                       UNTIL WS-IDX-PARTICION > WS-PARTICIONES-PLAN
                   PERFORM 2710-LANZAR-PARTICION
               END-PERFORM
               PERFORM 2720-ESPERAR-PARTICIONES
           END-IF
           IF PASO-OK
               CALL "CONSOLIDAR-PARTICIONES" USING WS-FECHA-NEGOCIO,
                    WS-PASO-CONTROL, WS-PARTICIONES-PLAN,
                    WS-RESULTADO-PASO
           END-IF.

       2710-LANZAR-PARTICION.
           MOVE 'N' TO WS-LANZADA(WS-IDX-PARTICION)
           PERFORM 2715-ARMAR-PASO-PARTICION
           CALL "consultar-paso-corrida" USING WS-FECHA-NEGOCIO,
                WS-PASO-PARTICION, WS-PASO-COMPLETO
           IF WS-PASO-COMPLETO = 1
               DISPLAY "   Particion " WS-IDX-PARTICION
                       ": ya completada hoy"
           ELSE
               MOVE WS-FECHA-NEGOCIO TO TP-FECHA
               MOVE WS-PASO-CONTROL TO TP-PASO
               MOVE WS-IDX-PARTICION TO TP-NUMERO
               CALL "checkpoint-particion" USING "M", TP-REGISTRO,
                    WS-CKP-ENCONTRADO
               MOVE SPACES TO WS-COMANDO
               STRING "./correr-particion " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PASO-CONTROL) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-FECHA-NEGOCIO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-IDX-PARTICION DELIMITED BY SIZE
                      " >> reports/particion-" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PASO-CONTROL) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-IDX-PARTICION DELIMITED BY SIZE
                      ".log 2>&1 &" DELIMITED BY SIZE
                   INTO WS-COMANDO
               CALL "SYSTEM" USING WS-COMANDO
               MOVE 'S' TO WS-LANZADA(WS-IDX-PARTICION)
               ADD 1 TO WS-EN-CURSO
               DISPLAY "   Particion " WS-IDX-PARTICION ": lanzada"
           END-IF.

       2715-ARMAR-PASO-PARTICION.
           MOVE SPACES TO WS-PASO-PARTICION
           STRING FUNCTION TRIM(WS-PASO-CONTROL) DELIMITED BY SIZE
                  "-P" DELIMITED BY SIZE
                  WS-IDX-PARTICION DELIMITED BY SIZE
               INTO WS-PASO-PARTICION.

      *    Se consulta cada 10 segundos; pasada la ventana nocturna
      *    sin que terminen, las que siguen en curso se dan por
      *    fallidas.
       2720-ESPERAR-PARTICIONES.
           COMPUTE WS-MAX-ESPERAS = WS-MINUTOS-VENTANA * 6
           MOVE 0 TO WS-ESPERAS
           PERFORM UNTIL WS-EN-CURSO = 0
                      OR WS-ESPERAS >= WS-MAX-ESPERAS
               CALL "SYSTEM" USING "sleep 10"
               ADD 1 TO WS-ESPERAS
               MOVE 0 TO WS-EN-CURSO
               PERFORM VARYING WS-IDX-PARTICION FROM 1 BY 1
                       UNTIL WS-IDX-PARTICION > WS-PARTICIONES-PLAN
                   IF WS-LANZADA(WS-IDX-PARTICION) = 'S'
                       PERFORM 2730-LEER-PARTICION
                       IF TP-EN-CURSO
                           ADD 1 TO WS-EN-CURSO
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE 0 TO WS-FALLIDAS
           PERFORM VARYING WS-IDX-PARTICION FROM 1 BY 1
                   UNTIL WS-IDX-PARTICION > WS-PARTICIONES-PLAN
               IF WS-LANZADA(WS-IDX-PARTICION) = 'S'
                   PERFORM 2730-LEER-PARTICION
                   IF NOT TP-TERMINADA
                       DISPLAY "   FALLO: particion " WS-IDX-PARTICION
                       ADD 1 TO WS-FALLIDAS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FALLIDAS > 0
               DISPLAY "   " WS-FALLIDAS " particion(es) sin terminar;"
                       " la re-corrida relanza solo esas."
               MOVE 1 TO WS-RESULTADO-PASO
           END-IF.

       2730-LEER-PARTICION.
           MOVE WS-FECHA-NEGOCIO TO TP-FECHA
           MOVE WS-PASO-CONTROL TO TP-PASO
           MOVE WS-IDX-PARTICION TO TP-NUMERO
           CALL "checkpoint-particion" USING "L", TP-REGISTRO,
                WS-CKP-ENCONTRADO.

       2800-EVALUAR-EJECUCION.
           MOVE 'N' TO WS-SALTEAR-PASO
           MOVE SPACES TO WS-MOTIVO-SALTEO
