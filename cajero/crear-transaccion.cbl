      *              dia anterior exige llegar autorizado
      *              (P-OVERRIDE "S", el llamador autentico staff)
      *              y con el motivo en P-MEMO.
      *  2026-10-15  El signo del movimiento sobre el saldo corriente
      *              sale de la tabla de codigos (buscar-codigo-trans)
      *              en lugar de una lista fija: los codigos nuevos,
      *              como la compra con tarjeta de debito, no requieren
      *              tocar este programa.
      *  2026-10-15  Impuesto a los debitos y creditos bancarios: cada
      *              movimiento posteado pasa por calcular-impuesto-dyc
      *              y, si corresponde, el impuesto se postea en el
      *              mismo llamado como movimiento "X" enlazado al
      *              original (R-REF-KEY / R-REF-TIPO) y se acumula en
      *              el libro fiscal. El reverso de un movimiento
      *              devuelve tambien su impuesto. Ante clave duplicada
      *              (dos posteos de la cuenta en el mismo segundo) el
      *              timestamp se corre al segundo siguiente en lugar de
      *              rechazar el posteo.
      *  2026-10-15  IVA sobre comisiones: cada comision "F" pasa por
      *              calcular-iva-comision y el IVA se postea en el
      *              mismo llamado como movimiento "G" enlazado a la
      *              comision. El reverso de la comision devuelve
      *              tambien su IVA.
      *  2026-10-15  Cada movimiento grabado y cada alta o cambio de
      *              saldos.dat queda en la bitacora de imagenes
      *              posteriores (registrar-imagen) para la recuperacion
      *              hacia adelante.
      *  2026-10-15  Cada movimiento queda estampado con el canal por el
      *              que entro (R-CANAL, segun canal-operacion): cajero,
      *              ventanilla, home banking o proceso interno. El
      *              impuesto y el IVA enlazados heredan el canal del
      *              movimiento que los origina.
      *  2026-10-15  Contrapartida de una operacion fallida: un "D"
      *              con memo "CONTRAPARTIDA OPERACION FALLIDA" y
      *              P-REF-KEY apuntando al debito que devuelve (misma
      *              cuenta, mismo importe) queda enlazado a ese debito,
      *              no paga impuesto a los debitos y creditos y
      *              devuelve el "X" que habia pagado el debito. Sin
      *              esa referencia valida se postea como credito comun.
      *****************************************************************
       
       ENVIRONMENT DIVISION.
       01  WS-IMPORTE-WORK  PIC S9(9)V99.
       01  WS-REF-DESCRIPCION     PIC X(2).
       01  WS-REF-IMPORTE         PIC S9(9)V99.
       01  WS-CODIGO-DESC         PIC X(15).
       01  WS-CODIGO-SIGNO        PIC X(1).
       01  WS-ES-CONTRAPARTIDA    PIC X(1).
       01  WS-FECHA-HOY.
           05  WS-HOY-ANIO        PIC 9(4).
           05  WS-HOY-MES         PIC 9(2).
           05  WS-HOY-DIA         PIC 9(2).
       01  WS-FECHA-CONTABLE      PIC 9(8).
       01  WS-TIPO-CUENTA         PIC X(1).
       01  WS-GRABADO             PIC X(1).
       01  WS-REINTENTOS          PIC 9(2).
       01  WS-FECHA-AVANCE        PIC 9(8).
       01  WS-IMP-BASE            PIC S9(9)V99.
       01  WS-IMP-IMPUESTO        PIC S9(9)V99.
       01  WS-IMP-PERIODO         PIC 9(6).
       01  WS-IMP-CONCEPTO        PIC X(2) VALUE "X".
       01  WS-IMP-RESULTADO       PIC 9.
       01  WS-IMP-CBF             PIC 9(6).
       01  WS-IMP-ORIGINAL        PIC 9(14).
       01  WS-HAY-IMPUESTO        PIC X.
       01  WS-IMP-TIMESTAMP       PIC 9(14).
       01  WS-IMP-SUCURSAL        PIC 9(3).
       01  WS-IMP-MONEDA          PIC X(3).
       01  WS-ENL-CODIGO          PIC X(2).
       01  WS-IVA-ALICUOTA        PIC 9(4).
       01  WS-IVA-IMPORTE         PIC S9(9)V99.
       01  WS-CANAL-ACCION        PIC X(1) VALUE "L".
       01  WS-CANAL               PIC X(1).

       LINKAGE SECTION.
           COPY "transaccion.cpy".
               END-IF
           END-IF.

           MOVE 'N' TO WS-ES-CONTRAPARTIDA
           IF P-DESCRIPCION = "D"
              AND P-MEMO(1:13) = "CONTRAPARTIDA"
               PERFORM VERIFICAR-CONTRAPARTIDA
           END-IF.

           IF RESULTADO NOT = 0
               CLOSE TRANS-FILE
               GOBACK
           MOVE P-CBF TO R-CBF.
           MOVE P-DESCRIPCION TO R-DESCRIPCION.

      *    El signo sale de la tabla de codigos: un reverso lleva
      *    el signo opuesto al del codigo original.
           MOVE P-IMPORTE TO WS-IMPORTE-WORK
           IF P-DESCRIPCION = "R"
               CALL "buscar-codigo-trans" USING WS-REF-DESCRIPCION,
                    WS-CODIGO-DESC, WS-CODIGO-SIGNO
               IF WS-CODIGO-SIGNO = "+"
                   COMPUTE WS-IMPORTE-WORK = WS-IMPORTE-WORK * -1
               END-IF
           ELSE
               CALL "buscar-codigo-trans" USING P-DESCRIPCION,
                    WS-CODIGO-DESC, WS-CODIGO-SIGNO
               IF WS-CODIGO-SIGNO = "-"
                   COMPUTE WS-IMPORTE-WORK = WS-IMPORTE-WORK * -1
               END-IF
           END-IF
               MOVE P-REF-KEY TO R-REF-KEY
               MOVE WS-REF-DESCRIPCION TO R-REF-TIPO
           ELSE
               IF WS-ES-CONTRAPARTIDA = 'S'
                   MOVE P-REF-KEY TO R-REF-KEY
                   MOVE WS-REF-DESCRIPCION TO R-REF-TIPO
               ELSE
                   MOVE 0 TO R-REF-KEY
                   MOVE SPACES TO R-REF-TIPO
               END-IF
           END-IF

           MOVE R-IMPORTE TO R-IMPORTE-FORM

           MOVE P-MEMO TO R-MEMO

      *    Canal de la operacion: lo fijo quien atiende la unidad de
      *    ejecucion (cajero, ventanilla, home banking); los
      *    movimientos derivados (impuesto, IVA) heredan el mismo.
           CALL "canal-operacion" USING WS-CANAL-ACCION, WS-CANAL
           MOVE WS-CANAL TO R-CANAL

           MOVE FUNCTION CURRENT-DATE(1:14) TO R-TIMESTAMP.

           CALL "fecha-contable" USING R-TIMESTAMP, WS-FECHA-CONTABLE
               GOBACK
           END-IF.

           PERFORM GRABAR-MOVIMIENTO.
           IF WS-GRABADO = 'S'
               MOVE 0 TO RESULTADO
               MOVE R-TIMESTAMP TO P-TIMESTAMP
           ELSE
               MOVE 1 TO RESULTADO
           END-IF.

           IF RESULTADO = 0
               PERFORM ACTUALIZAR-SALDO-CORRIENTE
               IF P-DESCRIPCION = "R"
                   PERFORM REVERTIR-IMPUESTO-DYC
               ELSE
                   IF WS-ES-CONTRAPARTIDA = 'S'
                       MOVE "X" TO WS-ENL-CODIGO
                       PERFORM REVERTIR-IMPUESTO-ENLAZADO
                   ELSE
                       PERFORM LIQUIDAR-IMPUESTO-DYC
                       IF P-DESCRIPCION = "F"
                           PERFORM LIQUIDAR-IVA-COMISION
                       END-IF
                   END-IF
               END-IF
           END-IF.
           CLOSE TRANS-FILE.

           GOBACK.

      *    Dos posteos de la misma cuenta dentro del mismo segundo
      *    (las patas de una operacion compuesta, el impuesto a los
      *    debitos y creditos) chocan en R-KEY: ante clave duplicada
      *    el timestamp se corre al segundo siguiente y se reintenta.
       GRABAR-MOVIMIENTO.
           MOVE 'N' TO WS-GRABADO
           MOVE 0 TO WS-REINTENTOS
           PERFORM GRABAR-INTENTO UNTIL WS-GRABADO NOT = 'N'.

       GRABAR-INTENTO.
           WRITE R-RECORD
              INVALID KEY
                 IF FILE-STATUS = "22" AND WS-REINTENTOS < 10
                     ADD 1 TO WS-REINTENTOS
                     PERFORM AVANZAR-SEGUNDO
                 ELSE
                     MOVE 'E' TO WS-GRABADO
                 END-IF
              NOT INVALID KEY
                 MOVE 'S' TO WS-GRABADO
                 CALL 'registrar-imagen' USING "TRANS   ", "W",
                                               R-RECORD
           END-WRITE.

       AVANZAR-SEGUNDO.
           ADD 1 TO R-SEG
           IF R-SEG > 59
               MOVE 0 TO R-SEG
               ADD 1 TO R-MIN
           END-IF
           IF R-MIN > 59
               MOVE 0 TO R-MIN
               ADD 1 TO R-HORA
           END-IF
           IF R-HORA > 23
               MOVE 0 TO R-HORA
               MOVE R-TIMESTAMP(1:8) TO WS-FECHA-AVANCE
               COMPUTE WS-FECHA-AVANCE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-AVANCE) + 1)
               MOVE WS-FECHA-AVANCE TO R-TIMESTAMP(1:8)
           END-IF.

      *    Impuesto a los debitos y creditos bancarios: lo liquida
      *    calcular-impuesto-dyc y se postea aca mismo como
      *    movimiento "X" propio de la cuenta, enlazado por R-REF-KEY
      *    y R-REF-TIPO al movimiento que lo origino, con la misma
      *    fecha contable. Es un debito forzado (override): entra
      *    aunque deje la cuenta en descubierto. Queda acumulado en
      *    el libro fiscal (registrar-retencion, concepto "X").
       LIQUIDAR-IMPUESTO-DYC.
           CALL "calcular-impuesto-dyc" USING R-CBF, P-DESCRIPCION,
                WS-IMPORTE-WORK, R-MEMO, WS-TIPO-CUENTA,
                R-FECHA-CONTABLE, WS-IMP-BASE, WS-IMP-IMPUESTO
           IF WS-IMP-IMPUESTO > 0
               MOVE R-TIMESTAMP TO R-REF-KEY
               MOVE P-DESCRIPCION TO R-REF-TIPO
               MOVE "X" TO R-DESCRIPCION
               MOVE WS-IMP-IMPUESTO TO R-IMPORTE
               MOVE R-IMPORTE TO R-IMPORTE-FORM
               SET R-OVERRIDE-SI TO TRUE
               MOVE "IMP DEB/CRED BANCARIOS" TO R-MEMO
               PERFORM GRABAR-MOVIMIENTO
               IF WS-GRABADO = 'S'
                   COMPUTE WS-IMPORTE-WORK = 0 - WS-IMP-IMPUESTO
                   PERFORM ACTUALIZAR-SALDO-CORRIENTE
                   PERFORM REGISTRAR-IMPUESTO-FISCAL
               ELSE
                   DISPLAY "CBF " R-CBF " no se pudo postear el"
                           " impuesto a los debitos y creditos"
               END-IF
           END-IF.

      *    IVA sobre comisiones: lo liquida calcular-iva-comision y
      *    se postea como movimiento "G" propio de la cuenta,
      *    enlazado por R-REF-KEY a la comision "F" (P-TIMESTAMP),
      *    con la misma fecha contable y como debito forzado. La
      *    factura mensual (FACTURAR-COMISIONES) lo toma de ahi.
       LIQUIDAR-IVA-COMISION.
           CALL "calcular-iva-comision" USING P-CBF, P-DESCRIPCION,
                P-IMPORTE, P-MEMO, WS-IVA-ALICUOTA, WS-IVA-IMPORTE
           IF WS-IVA-IMPORTE > 0
               MOVE P-CBF TO R-CBF
               MOVE P-TIMESTAMP TO R-REF-KEY
               MOVE "F" TO R-REF-TIPO
               MOVE "G" TO R-DESCRIPCION
               MOVE WS-IVA-IMPORTE TO R-IMPORTE
               MOVE R-IMPORTE TO R-IMPORTE-FORM
               SET R-OVERRIDE-SI TO TRUE
               MOVE "IVA S/COMISION" TO R-MEMO
               MOVE WS-FECHA-CONTABLE TO R-FECHA-CONTABLE
               MOVE WS-CANAL TO R-CANAL
               PERFORM GRABAR-MOVIMIENTO
               IF WS-GRABADO = 'S'
                   COMPUTE WS-IMPORTE-WORK = 0 - WS-IVA-IMPORTE
                   PERFORM ACTUALIZAR-SALDO-CORRIENTE
               ELSE
                   DISPLAY "CBF " R-CBF " no se pudo postear el"
                           " IVA de la comision"
               END-IF
           END-IF.

      *    El reverso de un movimiento que pago el impuesto devuelve
      *    tambien el impuesto: se busca el "X" enlazado al original
      *    y se postea su reverso, descontandolo del libro fiscal.
      *    La base ya se informo con la percepcion original; la
      *    devolucion informa solo el importe. El reverso de una
      *    comision devuelve ademas su IVA ("G" enlazado).
       REVERTIR-IMPUESTO-DYC.
           IF WS-REF-DESCRIPCION = "X"
      *        Reverso directo de un impuesto: solo se descuenta del
      *        libro fiscal.
               COMPUTE WS-IMP-IMPUESTO = 0 - P-IMPORTE
               MOVE 0 TO WS-IMP-BASE
               PERFORM REGISTRAR-IMPUESTO-FISCAL
           END-IF
           IF WS-REF-DESCRIPCION NOT = "X"
              AND WS-REF-DESCRIPCION NOT = "G"
               MOVE "X" TO WS-ENL-CODIGO
               PERFORM REVERTIR-IMPUESTO-ENLAZADO
           END-IF
           IF WS-REF-DESCRIPCION = "F"
               MOVE "G" TO WS-ENL-CODIGO
               PERFORM REVERTIR-IMPUESTO-ENLAZADO
           END-IF.

       REVERTIR-IMPUESTO-ENLAZADO.
           MOVE P-CBF TO WS-IMP-CBF
           MOVE P-REF-KEY TO WS-IMP-ORIGINAL
           MOVE 'N' TO WS-HAY-IMPUESTO
           MOVE P-CBF TO R-CBF
           START TRANS-FILE KEY IS = R-CBF
               INVALID KEY
                   MOVE "10" TO FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO FILE-STATUS
           END-START
           PERFORM BUSCAR-IMPUESTO-ORIGINAL
               UNTIL FILE-STATUS NOT = "00" OR WS-HAY-IMPUESTO = 'S'
           MOVE "00" TO FILE-STATUS
      *    Un impuesto ya revertido por separado no se devuelve dos
      *    veces.
           IF WS-HAY-IMPUESTO = 'S'
               MOVE P-CBF TO R-CBF
               START TRANS-FILE KEY IS = R-CBF
                   INVALID KEY
                       MOVE "10" TO FILE-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO FILE-STATUS
               END-START
               PERFORM BUSCAR-IMPUESTO-REVERTIDO
                   UNTIL FILE-STATUS NOT = "00"
                      OR WS-HAY-IMPUESTO = 'N'
               MOVE "00" TO FILE-STATUS
           END-IF
           IF WS-HAY-IMPUESTO = 'S'
               MOVE WS-IMP-SUCURSAL TO R-SUCURSAL
               MOVE WS-IMP-MONEDA TO R-MONEDA
               MOVE WS-IMP-CBF TO R-CBF
               MOVE FUNCTION CURRENT-DATE(1:14) TO R-TIMESTAMP
               MOVE "R" TO R-DESCRIPCION
               MOVE WS-IMP-TIMESTAMP TO R-REF-KEY
               MOVE WS-ENL-CODIGO TO R-REF-TIPO
               MOVE WS-IMP-IMPUESTO TO R-IMPORTE
               MOVE R-IMPORTE TO R-IMPORTE-FORM
               SET R-OVERRIDE-SI TO TRUE
               IF WS-ENL-CODIGO = "G"
                   MOVE "REV IVA S/COMISION" TO R-MEMO
               ELSE
                   MOVE "REV IMP DEB/CRED BANCARIOS" TO R-MEMO
               END-IF
               MOVE WS-FECHA-CONTABLE TO R-FECHA-CONTABLE
               MOVE WS-CANAL TO R-CANAL
               PERFORM GRABAR-MOVIMIENTO
               IF WS-GRABADO = 'S'
                   MOVE WS-IMP-IMPUESTO TO WS-IMPORTE-WORK
                   PERFORM ACTUALIZAR-SALDO-CORRIENTE
                   IF WS-ENL-CODIGO = "X"
                       COMPUTE WS-IMP-IMPUESTO = 0 - WS-IMP-IMPUESTO
                       MOVE 0 TO WS-IMP-BASE
                       PERFORM REGISTRAR-IMPUESTO-FISCAL
                   END-IF
               END-IF
           END-IF.

       BUSCAR-IMPUESTO-ORIGINAL.
           READ TRANS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO FILE-STATUS
               NOT AT END
                   IF R-CBF NOT = WS-IMP-CBF
                       MOVE "10" TO FILE-STATUS
                   ELSE
                       IF R-DESCRIPCION = WS-ENL-CODIGO
                          AND R-REF-KEY = WS-IMP-ORIGINAL
                           MOVE 'S' TO WS-HAY-IMPUESTO
                           MOVE R-TIMESTAMP TO WS-IMP-TIMESTAMP
                           MOVE R-IMPORTE TO WS-IMP-IMPUESTO
                           MOVE R-SUCURSAL TO WS-IMP-SUCURSAL
                           MOVE R-MONEDA TO WS-IMP-MONEDA
                       END-IF
                   END-IF
           END-READ.

       BUSCAR-IMPUESTO-REVERTIDO.
           READ TRANS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO FILE-STATUS
               NOT AT END
                   IF R-CBF NOT = WS-IMP-CBF
                       MOVE "10" TO FILE-STATUS
                   ELSE
                       IF R-DESCRIPCION = "R"
                          AND R-REF-KEY = WS-IMP-TIMESTAMP
                           MOVE 'N' TO WS-HAY-IMPUESTO
                       END-IF
                   END-IF
           END-READ.

       REGISTRAR-IMPUESTO-FISCAL.
           MOVE R-FECHA-CONTABLE(1:6) TO WS-IMP-PERIODO
           MOVE R-CBF TO WS-IMP-CBF
           CALL "registrar-retencion" USING WS-IMP-PERIODO,
                WS-IMP-CONCEPTO, WS-IMP-IMPUESTO, WS-IMP-RESULTADO,
                WS-IMP-CBF, WS-IMP-BASE.

      *    Contrapartida de una operacion de varios pasos que fallo:
      *    vale como tal solo si P-REF-KEY es un debito de la misma
      *    cuenta por el mismo importe. La devolucion del impuesto
      *    alcanza solo al "X" del debito; el IVA de una comision
      *    devuelta queda facturado y se ajusta por nota de credito.
       VERIFICAR-CONTRAPARTIDA.
           MOVE P-CBF TO R-CBF
           MOVE P-REF-KEY TO R-TIMESTAMP
           READ TRANS-FILE
               KEY IS R-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CALL "buscar-codigo-trans" USING R-DESCRIPCION,
                        WS-CODIGO-DESC, WS-CODIGO-SIGNO
                   IF WS-CODIGO-SIGNO = "-"
                      AND R-IMPORTE = P-IMPORTE
                      AND R-DESCRIPCION NOT = "X"
                      AND R-DESCRIPCION NOT = "G"
                       MOVE 'S' TO WS-ES-CONTRAPARTIDA
                       MOVE R-DESCRIPCION TO WS-REF-DESCRIPCION
                   END-IF
           END-READ.

      *    Un original admite un solo reverso: se barren los
      *    movimientos de la cuenta (clave alternativa R-CBF) y un

       OBTENER-SUCURSAL.
           MOVE 0 TO R-SUCURSAL
           MOVE SPACES TO WS-TIPO-CUENTA
           OPEN INPUT CUENTAS-FILE
           IF CUENTAS-STATUS = "00"
               MOVE P-CBF TO CLI-CBF
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-SUCURSAL TO R-SUCURSAL
                       MOVE CLI-TIPO-CUENTA TO WS-TIPO-CUENTA
                       IF CLI-CERRADA
                           MOVE 1 TO RESULTADO
                       END-IF
                   MOVE WS-HOY-MES  TO SALDO-MES
                   MOVE WS-HOY-DIA  TO SALDO-DIA
                   WRITE REGISTRO-SALDO
                   IF SALDOS-STATUS = "00"
                       CALL 'registrar-imagen' USING "SALDOS  ", "W",
                                                     REGISTRO-SALDO
                   END-IF
               NOT INVALID KEY
                   ADD WS-IMPORTE-WORK TO SALDO-IMPORTE
                   MOVE WS-HOY-ANIO TO SALDO-ANIO
                   MOVE WS-HOY-MES  TO SALDO-MES
                   MOVE WS-HOY-DIA  TO SALDO-DIA
                   REWRITE REGISTRO-SALDO
                   IF SALDOS-STATUS = "00"
                       CALL 'registrar-imagen' USING "SALDOS  ", "R",
                                                     REGISTRO-SALDO
                   END-IF
           END-READ.
           CLOSE SALDOS-FILE.
