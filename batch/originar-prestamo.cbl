      *  (cuota fija mensual; el interes de cada cuota se calcula
      *  sobre el saldo de deuda y el resto amortiza capital). El
      *  primer vencimiento es al mes siguiente del desembolso, con
      *  dia tope 28 para no pelear con los meses cortos. Si el
      *  prestamo tiene garantia se registra su valor computable,
      *  que reduce la prevision por incobrabilidad. Antes de
      *  confirmar, avisa si el prestamo lleva la exposicion del
      *  grupo economico del cliente (o del cliente, si no tiene
      *  grupo) por encima del limite de concentracion
      *  (calcular-exposicion), y el oficial decide si sigue. No se
      *  otorgan prestamos a titulares menores de edad
      *  (verificar-menor) ni sin los documentos obligatorios del
      *  legajo para el producto PR (verificar-legajo).
      *  Un prestamo UVA (solo en cuentas en pesos) convierte el
      *  capital a unidades al indice UVA del dia (buscar-indice-uva)
      *  y arma el plan en unidades, con la tasa sobre el capital en
      *  unidades; cada cuota guarda ademas su equivalente en pesos
      *  al indice del desembolso, que COBRAR-CUOTAS reexpresa al
      *  indice de cada dia.
      *  Todo prestamo lleva el seguro de vida sobre saldo deudor de
      *  una aseguradora activa de aseguradoras.dat, cuya prima
      *  mensual cobra COBRAR-CUOTAS junto con cada cuota.
      *  La tasa que ingresa el oficial es la de lista: si la cuenta
      *  (o su persona) tiene una excepcion de precio PR aprobada y
      *  vigente (buscar-excepcion-precio), rige la tasa negociada, y
      *  el interes del plan que se deja de cobrar queda como
      *  ingreso resignado de la excepcion
      *  (registrar-excepcion-aplicada).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CUO-KEY
               FILE STATUS IS CUOTAS-STATUS.

           SELECT ASEGURADORAS-FILE ASSIGN TO "aseguradoras.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-CODIGO
               FILE STATUS IS ASEGURADORAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESTAMOS-FILE.
       FD  CUOTAS-FILE.
       COPY "cuota-prestamo.cpy".

       FD  ASEGURADORAS-FILE.
       COPY "aseguradora.cpy".

       WORKING-STORAGE SECTION.
       COPY "cliente.cpy".
       COPY "transaccion.cpy".
       01  PRESTAMOS-STATUS           PIC XX.
       01  CUOTAS-STATUS              PIC XX.
       01  ASEGURADORAS-STATUS        PIC XX.

       01  WS-CBF-INPUT               PIC 9(6).
       01  WS-CAPITAL-INPUT           PIC 9(9).
       01  WS-TASA-INPUT              PIC 9(3)V99.
       01  WS-CUOTAS-INPUT            PIC 9(3).
       01  WS-GARANTIA-INPUT          PIC 9(9).
       01  WS-OPCION-CONF             PIC X.
       01  WS-FECHA-HOY               PIC 9(8).
       01  WS-FECHA-HOY-GRP REDEFINES WS-FECHA-HOY.
       01  WS-STAFF-ROL               PIC X(1).
       01  WS-STAFF-AUTORIZADO        PIC 9 VALUE 0.

       01  WS-EXP-GRUPO               PIC 9(6).
       01  WS-EXP-PRESTAMOS           PIC S9(13)V99.
       01  WS-EXP-TARJETAS            PIC S9(13)V99.
       01  WS-EXP-DESCUBIERTOS        PIC S9(13)V99.
       01  WS-EXP-GARANTIAS           PIC S9(13)V99.
       01  WS-EXP-TOTAL               PIC S9(13)V99.
       01  WS-EXP-CUENTAS             PIC 9(4).
       01  WS-EXP-SIN-COTIZACION      PIC 9.
       01  WS-EXP-LIMITE              PIC S9(13)V99.
       01  WS-EXP-NUEVO               PIC S9(13)V99.
       01  WS-COMPRA                  PIC 9(5)V9999.
       01  WS-VENTA                   PIC 9(5)V9999.
       01  WS-COT-ENCONTRADA          PIC 9.
       01  WS-EXP-DISPLAY             PIC -Z(12).99.
       01  WS-MENOR-ESTADO            PIC 9.
       01  WS-MENOR-TUTOR             PIC 9(6).
       01  WS-LEGAJO-COMPLETO         PIC 9.
       01  WS-LEGAJO-FALTANTE         PIC X(3).

      *    Prestamo UVA: plan en unidades al indice del desembolso.
       01  WS-MODALIDAD-INPUT         PIC X.
       01  WS-INDICE-UVA              PIC 9(6)V99.
       01  WS-FECHA-INDICE            PIC 9(8).
       01  WS-INDICE-ENCONTRADO       PIC 9.
       01  WS-UVA-CAPITAL             PIC S9(9)V9(4).
       01  WS-UVA-CUOTA-FIJA          PIC S9(9)V9(4).
       01  WS-UVA-CUOTA               PIC S9(9)V9(4).
       01  WS-UVA-SALDO               PIC S9(11)V9(4).
       01  WS-UVA-INTERES-CUOTA       PIC S9(9)V9(4).
       01  WS-UVA-CAPITAL-CUOTA       PIC S9(9)V9(4).
       01  WS-UVA-DISPLAY             PIC -Z(8)9.9999.
       01  WS-INDICE-DISPLAY          PIC Z(5)9.99.

      *    Seguro de vida sobre saldo deudor.
       01  WS-ASEGURADORA-INPUT       PIC X(4).
       01  WS-ASEGURADORA-OK          PIC 9 VALUE 0.
       01  WS-ASEGURADORAS-ABIERTO    PIC X VALUE 'N'.
       01  WS-PRIMA-ESTIMADA          PIC S9(7)V99.

      *    Excepcion de precio: tasa negociada contra la de lista e
      *    interes total del plan con cada una.
       01  WS-TASA-LISTA              PIC 9(3)V99.
       01  WS-TASA-NEGOCIADA          PIC 9(3)V99.
       01  WS-TASA-EDIT               PIC ZZ9.99.
       01  WS-EXC-VALOR               PIC 9(7)V99.
       01  WS-EXC-NUMERO              PIC 9(6).
       01  WS-EXC-ENCONTRADA          PIC 9 VALUE 0.
       01  WS-EXC-ESTANDAR            PIC S9(9)V99.
       01  WS-EXC-APLICADO            PIC S9(9)V99.
       01  WS-EXC-RESIGNADO           PIC S9(9)V99.
       01  WS-EXC-ORIGEN              PIC X(20)
                                      VALUE "ORIGINAR-PRESTAMO".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
               OPEN OUTPUT CUOTAS-FILE
               CLOSE CUOTAS-FILE
               OPEN I-O CUOTAS-FILE
           END-IF
           OPEN INPUT ASEGURADORAS-FILE
           IF ASEGURADORAS-STATUS = "00"
               MOVE 'S' TO WS-ASEGURADORAS-ABIERTO
           END-IF.

       2000-CARGAR-SOLICITUD.
           ELSE
           IF NOT P-ACTIVO OF CLIENTE
               DISPLAY "La cuenta no esta activa."
           ELSE
           CALL 'verificar-menor' USING P-CBF OF CLIENTE,
                WS-MENOR-ESTADO, WS-MENOR-TUTOR
           IF WS-MENOR-ESTADO NOT = 0
               DISPLAY "El titular es menor de edad: no puede tomar"
                       " prestamos."
           ELSE
           CALL 'verificar-legajo' USING P-CBF OF CLIENTE, "PR",
                WS-LEGAJO-COMPLETO, WS-LEGAJO-FALTANTE
           IF WS-LEGAJO-COMPLETO = 0
               DISPLAY "Legajo incompleto: falta el documento "
                       WS-LEGAJO-FALTANTE " para prestamos"
                       " (MANTENER-LEGAJOS)."
           ELSE
               DISPLAY "Cliente: " P-NOMBRE OF CLIENTE " "
                       P-APELLIDO OF CLIENTE
               DISPLAY "Tasa nominal anual (ej 060.00): "
                   WITH NO ADVANCING
               ACCEPT WS-TASA-INPUT
               PERFORM 2060-APLICAR-EXCEPCION
               DISPLAY "Cantidad de cuotas mensuales: "
                   WITH NO ADVANCING
               ACCEPT WS-CUOTAS-INPUT
               DISPLAY "Garantia computable (0 = sin garantia): $ "
                   WITH NO ADVANCING
               ACCEPT WS-GARANTIA-INPUT
               MOVE "N" TO WS-MODALIDAD-INPUT
               IF P-MONEDA-ARS OF CLIENTE
                   DISPLAY "Modalidad (N pesos / U UVA): "
                       WITH NO ADVANCING
                   ACCEPT WS-MODALIDAD-INPUT
                   IF WS-MODALIDAD-INPUT = "u"
                       MOVE "U" TO WS-MODALIDAD-INPUT
                   END-IF
                   IF WS-MODALIDAD-INPUT NOT = "U"
                       MOVE "N" TO WS-MODALIDAD-INPUT
                   END-IF
               END-IF
               DISPLAY "Aseguradora del seguro de vida (codigo): "
                   WITH NO ADVANCING
               ACCEPT WS-ASEGURADORA-INPUT
               PERFORM 2050-VALIDAR-ASEGURADORA
               MOVE 0 TO WS-INDICE-ENCONTRADO
               IF WS-MODALIDAD-INPUT = "U"
                   CALL "buscar-indice-uva" USING WS-FECHA-HOY,
                        WS-INDICE-UVA, WS-FECHA-INDICE,
                        WS-INDICE-ENCONTRADO
               END-IF

               IF WS-CAPITAL-INPUT = 0 OR WS-CUOTAS-INPUT = 0
                  OR WS-TASA-INPUT = 0
                   DISPLAY "Capital, tasa y cuotas deben ser mayores "
                           "a cero."
               ELSE
               IF WS-ASEGURADORA-OK NOT = 1
                   DISPLAY "El prestamo debe llevar seguro de vida de"
                           " una aseguradora activa"
                           " (MANTENER-ASEGURADORAS)."
               ELSE
               IF WS-MODALIDAD-INPUT = "U"
                  AND (WS-INDICE-ENCONTRADO NOT = 1
                       OR WS-INDICE-UVA = 0)
                   DISPLAY "No hay indice UVA cargado: no se puede"
                           " originar el prestamo UVA."
               ELSE
                   PERFORM 2100-CALCULAR-CUOTA
                   IF WS-MODALIDAD-INPUT = "U"
                       MOVE WS-INDICE-UVA TO WS-INDICE-DISPLAY
                       MOVE WS-UVA-CAPITAL TO WS-UVA-DISPLAY
                       DISPLAY "Indice UVA al " WS-FECHA-INDICE ": "
                               WS-INDICE-DISPLAY
                       DISPLAY "Capital en UVA:     " WS-UVA-DISPLAY
                       MOVE WS-UVA-CUOTA-FIJA TO WS-UVA-DISPLAY
                       DISPLAY "Cuota fija en UVA:  " WS-UVA-DISPLAY
                   END-IF
                   MOVE WS-CUOTA-FIJA TO WS-IMPORTE-DISPLAY
                   DISPLAY "Cuota fija mensual: $ " WS-IMPORTE-DISPLAY
                   COMPUTE WS-PRIMA-ESTIMADA ROUNDED =
                       WS-CAPITAL-INPUT * ASG-TASA-PRIMA / 100
                   MOVE WS-PRIMA-ESTIMADA TO WS-IMPORTE-DISPLAY
                   DISPLAY "Prima seguro de vida (1ra cuota): $ "
                           WS-IMPORTE-DISPLAY "  " ASG-NOMBRE
                   PERFORM 2150-EVALUAR-CAPACIDAD
                   IF WS-CAP-APROBADA = 1
                       PERFORM 2160-CONTROLAR-CONCENTRACION
                           THRU 2160-CONTROLAR-CONCENTRACION-FIN
                   END-IF
                   IF WS-CAP-APROBADA = 1
                       DISPLAY "Confirma el desembolso? (S/N): "
                           WITH NO ADVANCING
                       ACCEPT WS-OPCION-CONF
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       2050-VALIDAR-ASEGURADORA.
           MOVE 0 TO WS-ASEGURADORA-OK
           IF WS-ASEGURADORAS-ABIERTO = 'S'
              AND WS-ASEGURADORA-INPUT NOT = SPACES
               MOVE WS-ASEGURADORA-INPUT TO ASG-CODIGO
               READ ASEGURADORAS-FILE
                   KEY IS ASG-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ASG-ACTIVA
                           MOVE 1 TO WS-ASEGURADORA-OK
                       END-IF
               END-READ
           END-IF.

      *    La tasa negociada de una excepcion de precio vigente
      *    reemplaza la de lista antes de calcular la cuota.
       2060-APLICAR-EXCEPCION.
           MOVE WS-TASA-INPUT TO WS-TASA-LISTA
           CALL "buscar-excepcion-precio" USING WS-CBF-INPUT, "PR",
                WS-FECHA-HOY, WS-EXC-VALOR, WS-EXC-NUMERO,
                WS-EXC-ENCONTRADA
           IF WS-EXC-ENCONTRADA = 1
               MOVE WS-EXC-VALOR TO WS-TASA-INPUT
               MOVE WS-TASA-INPUT TO WS-TASA-EDIT
               DISPLAY "Excepcion de precio " WS-EXC-NUMERO
                       ": tasa negociada " WS-TASA-EDIT " %"
               MOVE WS-TASA-LISTA TO WS-TASA-EDIT
               DISPLAY "  en lugar de la de lista " WS-TASA-EDIT " %"
           END-IF.

      *    Evaluacion de capacidad de pago (evaluar-capacidad):
      *    ingreso por haberes y saldo promedio contra la carga de
      *    cuotas de todas las cuentas hermanas. Por encima del
               END-IF
           END-IF.

      *    Concentracion: la exposicion actual del grupo del cliente
      *    (o del cliente solo) mas el capital nuevo, en pesos, contra
      *    el limite. Es un aviso: el oficial decide si sigue. Sin
      *    capital computable cargado no hay limite que controlar.
       2160-CONTROLAR-CONCENTRACION.
           MOVE 0 TO WS-EXP-GRUPO
           CALL "calcular-exposicion" USING WS-EXP-GRUPO,
                WS-CBF-INPUT, WS-FECHA-HOY, WS-EXP-PRESTAMOS,
                WS-EXP-TARJETAS, WS-EXP-DESCUBIERTOS,
                WS-EXP-GARANTIAS, WS-EXP-TOTAL, WS-EXP-CUENTAS,
                WS-EXP-SIN-COTIZACION, WS-EXP-LIMITE
           IF WS-EXP-LIMITE = 0
               GO TO 2160-CONTROLAR-CONCENTRACION-FIN
           END-IF
           MOVE WS-CAPITAL-INPUT TO WS-EXP-NUEVO
           IF P-MONEDA-USD OF CLIENTE
               CALL "buscar-cotizacion" USING WS-FECHA-HOY, WS-COMPRA,
                    WS-VENTA, WS-COT-ENCONTRADA
               IF WS-COT-ENCONTRADA = 1
                   COMPUTE WS-EXP-NUEVO ROUNDED =
                       WS-CAPITAL-INPUT * WS-COMPRA
               ELSE
                   DISPLAY "Sin cotizacion del dia: no se puede"
                           " medir la concentracion."
                   GO TO 2160-CONTROLAR-CONCENTRACION-FIN
               END-IF
           END-IF
           ADD WS-EXP-TOTAL TO WS-EXP-NUEVO
           IF WS-EXP-NUEVO NOT > WS-EXP-LIMITE
               GO TO 2160-CONTROLAR-CONCENTRACION-FIN
           END-IF

           IF WS-EXP-GRUPO NOT = 0
               DISPLAY "ATENCION: el prestamo lleva la exposicion del"
                       " grupo economico " WS-EXP-GRUPO
           ELSE
               DISPLAY "ATENCION: el prestamo lleva la exposicion del"
                       " cliente"
           END-IF
           MOVE WS-EXP-NUEVO TO WS-EXP-DISPLAY
           DISPLAY "  a $ " WS-EXP-DISPLAY
           MOVE WS-EXP-LIMITE TO WS-EXP-DISPLAY
           DISPLAY "  por encima del limite de concentracion de $ "
                   WS-EXP-DISPLAY
           DISPLAY "Continuar de todos modos? (S/N): "
               WITH NO ADVANCING
           ACCEPT WS-OPCION-OVERRIDE
           IF WS-OPCION-OVERRIDE NOT = "S"
              AND WS-OPCION-OVERRIDE NOT = "s"
               MOVE 0 TO WS-CAP-APROBADA
               DISPLAY "Originacion cancelada por concentracion."
           END-IF.
       2160-CONTROLAR-CONCENTRACION-FIN.
           EXIT.

      *    Sistema frances: cuota = C * i * f / (f - 1), con
      *    i = tasa mensual y f = (1 + i) elevado a la cantidad de
      *    cuotas. En un UVA la cuota se calcula en unidades y su
      *    equivalente en pesos (para la capacidad de pago) es al
      *    indice del dia.
       2100-CALCULAR-CUOTA.
           COMPUTE WS-TASA-MENSUAL ROUNDED =
               WS-TASA-INPUT / 100 / 12
           COMPUTE WS-FACTOR ROUNDED =
               (1 + WS-TASA-MENSUAL) ** WS-CUOTAS-INPUT
           IF WS-MODALIDAD-INPUT = "U"
               COMPUTE WS-UVA-CAPITAL ROUNDED =
                   WS-CAPITAL-INPUT / WS-INDICE-UVA
               COMPUTE WS-UVA-CUOTA-FIJA ROUNDED =
                   WS-UVA-CAPITAL * WS-TASA-MENSUAL * WS-FACTOR
                       / (WS-FACTOR - 1)
               COMPUTE WS-CUOTA-FIJA ROUNDED =
                   WS-UVA-CUOTA-FIJA * WS-INDICE-UVA
           ELSE
               COMPUTE WS-CUOTA-FIJA ROUNDED =
                   WS-CAPITAL-INPUT * WS-TASA-MENSUAL * WS-FACTOR
                       / (WS-FACTOR - 1)
           END-IF.

       3000-DESEMBOLSAR.
           MOVE WS-CBF-INPUT TO P-CBF OF TRANSACCION
           MOVE WS-CAPITAL-INPUT TO P-IMPORTE
           MOVE P-MONEDA OF CLIENTE TO P-MONEDA OF TRANSACCION
           MOVE "DESEMBOLSO PRESTAMO" TO P-MEMO
           IF WS-MODALIDAD-INPUT = "U"
               MOVE "DESEMBOLSO PRESTAMO UVA" TO P-MEMO
           END-IF
           IF WS-STAFF-AUTORIZADO = 1
      *        El supervisor que autorizo el override de capacidad
      *        queda en el memo del desembolso para la auditoria.
               MOVE P-TIMESTAMP OF TRANSACCION TO WS-TIMESTAMP-ALTA
               PERFORM 3100-GRABAR-PRESTAMO
               PERFORM 3200-GENERAR-PLAN
               PERFORM 3500-REGISTRAR-EXCEPCION
               DISPLAY "Prestamo desembolsado y plan de "
                       WS-CUOTAS-INPUT " cuotas generado."
           END-IF.
           MOVE WS-CAPITAL-INPUT TO PRE-CAPITAL
           MOVE WS-TASA-INPUT TO PRE-TASA-ANUAL
           MOVE WS-CUOTAS-INPUT TO PRE-CUOTAS
           MOVE WS-GARANTIA-INPUT TO PRE-GARANTIA
           MOVE 0 TO PRE-FECHA-CASTIGO
           MOVE 0 TO PRE-DEUDA-CASTIGADA
           MOVE 0 TO PRE-RECUPERADO
           MOVE 0 TO PRE-TS-ORIGEN
           MOVE 0 TO PRE-SITUACION-REFIN
           MOVE WS-MODALIDAD-INPUT TO PRE-MODALIDAD
           IF PRE-UVA
               MOVE WS-UVA-CAPITAL TO PRE-UVA-CAPITAL
               MOVE WS-INDICE-UVA TO PRE-UVA-INDICE-ALTA
           ELSE
               MOVE 0 TO PRE-UVA-CAPITAL
               MOVE 0 TO PRE-UVA-INDICE-ALTA
           END-IF
           MOVE WS-ASEGURADORA-INPUT TO PRE-ASEGURADORA
           MOVE SPACE TO PRE-SINIESTRO
           MOVE WS-FECHA-HOY TO PRE-FECHA-DESEMBOLSO
           SET PRE-VIGENTE TO TRUE
           WRITE PRE-RECORD

       3200-GENERAR-PLAN.
           MOVE WS-CAPITAL-INPUT TO WS-SALDO-DEUDA
           MOVE WS-UVA-CAPITAL TO WS-UVA-SALDO
           MOVE 0 TO WS-NUMERO-CUOTA
           PERFORM 3300-GRABAR-CUOTA WS-CUOTAS-INPUT TIMES.

       3300-GRABAR-CUOTA.
           ADD 1 TO WS-NUMERO-CUOTA
           IF WS-MODALIDAD-INPUT = "U"
               PERFORM 3350-CALCULAR-CUOTA-UVA
           ELSE
           COMPUTE WS-INTERES-CUOTA ROUNDED =
               WS-SALDO-DEUDA * WS-TASA-MENSUAL
           IF WS-NUMERO-CUOTA = WS-CUOTAS-INPUT
                   WS-CUOTA-FIJA - WS-INTERES-CUOTA
           END-IF
           SUBTRACT WS-CAPITAL-CUOTA FROM WS-SALDO-DEUDA
           END-IF

           MOVE WS-CBF-INPUT TO CUO-CBF
           MOVE WS-TIMESTAMP-ALTA TO CUO-TIMESTAMP-PREST
           MOVE WS-CUOTA-FIJA TO CUO-IMPORTE
           MOVE WS-CAPITAL-CUOTA TO CUO-CAPITAL
           MOVE WS-INTERES-CUOTA TO CUO-INTERES
           MOVE 0 TO CUO-PUNITORIO
           IF WS-MODALIDAD-INPUT = "U"
               MOVE WS-UVA-CUOTA TO CUO-UVA-IMPORTE
               MOVE WS-UVA-CAPITAL-CUOTA TO CUO-UVA-CAPITAL
               MOVE WS-UVA-INTERES-CUOTA TO CUO-UVA-INTERES
               MOVE WS-INDICE-UVA TO CUO-INDICE-UVA
           ELSE
               MOVE 0 TO CUO-UVA-IMPORTE
               MOVE 0 TO CUO-UVA-CAPITAL
               MOVE 0 TO CUO-UVA-INTERES
               MOVE 0 TO CUO-INDICE-UVA
           END-IF
           SET CUO-PENDIENTE TO TRUE
           WRITE CUO-RECORD
               INVALID KEY
                   DISPLAY "ERROR al grabar la cuota " WS-NUMERO-CUOTA
           END-WRITE.

      *    Cuota UVA: el frances corre sobre el saldo en unidades y
      *    la cuota en pesos es su valor al indice del desembolso.
       3350-CALCULAR-CUOTA-UVA.
           COMPUTE WS-UVA-INTERES-CUOTA ROUNDED =
               WS-UVA-SALDO * WS-TASA-MENSUAL
           IF WS-NUMERO-CUOTA = WS-CUOTAS-INPUT
               MOVE WS-UVA-SALDO TO WS-UVA-CAPITAL-CUOTA
           ELSE
               COMPUTE WS-UVA-CAPITAL-CUOTA =
                   WS-UVA-CUOTA-FIJA - WS-UVA-INTERES-CUOTA
           END-IF
           COMPUTE WS-UVA-CUOTA =
               WS-UVA-CAPITAL-CUOTA + WS-UVA-INTERES-CUOTA
           SUBTRACT WS-UVA-CAPITAL-CUOTA FROM WS-UVA-SALDO
           COMPUTE WS-CAPITAL-CUOTA ROUNDED =
               WS-UVA-CAPITAL-CUOTA * WS-INDICE-UVA
           COMPUTE WS-INTERES-CUOTA ROUNDED =
               WS-UVA-INTERES-CUOTA * WS-INDICE-UVA
           COMPUTE WS-CUOTA-FIJA =
               WS-CAPITAL-CUOTA + WS-INTERES-CUOTA.

      *    Vencimiento de la cuota k: k meses despues del desembolso,
      *    mismo dia del mes con tope 28.
       3400-CALCULAR-VENCIMIENTO.
           COMPUTE CUO-VENCIMIENTO =
               WS-ANIO-VTO * 10000 + WS-MES-VTO * 100 + WS-DIA-VTO.

      *    Interes total del plan (cuotas menos capital) con la tasa
      *    de lista menos el del plan negociado. El plan ya esta
      *    grabado: la cuota se recalcula con cada tasa y queda la
      *    negociada.
       3500-REGISTRAR-EXCEPCION.
           IF WS-EXC-ENCONTRADA = 1 AND WS-TASA-LISTA > 0
               MOVE WS-TASA-INPUT TO WS-TASA-NEGOCIADA
               PERFORM 2100-CALCULAR-CUOTA
               COMPUTE WS-EXC-APLICADO =
                   WS-CUOTA-FIJA * WS-CUOTAS-INPUT - WS-CAPITAL-INPUT
               MOVE WS-TASA-LISTA TO WS-TASA-INPUT
               PERFORM 2100-CALCULAR-CUOTA
               COMPUTE WS-EXC-ESTANDAR =
                   WS-CUOTA-FIJA * WS-CUOTAS-INPUT - WS-CAPITAL-INPUT
               MOVE WS-TASA-NEGOCIADA TO WS-TASA-INPUT
               PERFORM 2100-CALCULAR-CUOTA
               COMPUTE WS-EXC-RESIGNADO =
                   WS-EXC-ESTANDAR - WS-EXC-APLICADO
               CALL "registrar-excepcion-aplicada" USING
                    WS-EXC-NUMERO, WS-CBF-INPUT, "PR",
                    WS-EXC-ESTANDAR, WS-EXC-APLICADO,
                    WS-EXC-RESIGNADO, WS-EXC-ORIGEN
           END-IF.

       9000-FINALIZAR.
           CLOSE PRESTAMOS-FILE
           CLOSE CUOTAS-FILE
           IF WS-ASEGURADORAS-ABIERTO = 'S'
               CLOSE ASEGURADORAS-FILE
           END-IF.
