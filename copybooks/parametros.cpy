      *    la clave antes de exigir el cambio en el login
      *    (autenticar-staff). En blanco rige el valor por defecto.
           05  PARM-DIAS-ROT-CLAVE     PIC 9(3).
      *    Pago minimo del resumen de tarjeta de credito
      *    (CIERRE-TARJETAS): porcentaje del saldo del resumen y
      *    piso en pesos (si el saldo es menor al piso, el minimo es
      *    el saldo). En blanco rigen los valores por defecto.
           05  PARM-PORC-MINIMO-TC     PIC 9(3).
           05  PARM-PISO-MINIMO-TC     PIC 9(7).
      *    Red compartida de cajeros: comision por uso que se cobra
      *    al cliente propio por cada extraccion en un cajero ajeno,
      *    cargo de intercambio por extraccion entre emisor y
      *    adquirente, y CBF de la cuenta de liquidacion con la red
      *    (LIQUIDAR-RED-CAJEROS). En blanco rigen los valores por
      *    defecto.
           05  PARM-COMISION-RED       PIC 9(5).
           05  PARM-INTERCAMBIO-RED    PIC 9(5).
           05  PARM-CBF-LIQ-RED        PIC 9(6).
      *    Extraccion sin tarjeta: horas de vigencia del codigo
      *    emitido desde el cajero (emitir-codigo-extraccion). En
      *    blanco rige el valor por defecto.
           05  PARM-HORAS-CODIGO-EXT   PIC 9(3).
      *    Depositos en sobre del cajero: dias que puede quedar un
      *    sobre sin verificar antes de salir como alerta en el
      *    TABLERO-OPERACIONES. En blanco rige el valor por defecto.
           05  PARM-DIAS-SOBRE         PIC 9(3).
      *    Jubilaciones y pensiones: dias de vigencia de la fe de vida
      *    del beneficiario (ACREDITAR-JUBILACIONES); vencida, los
      *    haberes se acreditan retenidos. En blanco rige el valor por
      *    defecto.
           05  PARM-DIAS-FE-VIDA       PIC 9(3).
      *    Adelanto de haberes: porcentaje maximo del promedio de los
      *    ultimos tres creditos de haberes que se puede adelantar,
      *    comision fija por adelanto, y dias sin recuperar tras los
      *    cuales el adelanto pasa a cobranza (MORA-ADELANTOS). En
      *    blanco rigen los valores por defecto.
           05  PARM-PORC-ADELANTO      PIC 9(3).
           05  PARM-COMISION-ADELANTO  PIC 9(5).
           05  PARM-DIAS-ADELANTO      PIC 9(3).
      *    Transferencias internacionales en dolares: comision propia
      *    por transferencia, gastos del banco corresponsal que se
      *    trasladan al cliente (ambos en USD) y BIC del corresponsal
      *    que recibe el archivo de ordenes de pago
      *    (GENERAR-INTERNACIONALES). En blanco rigen los valores por
      *    defecto.
           05  PARM-COMISION-INTL      PIC 9(5).
           05  PARM-GASTOS-CORRESP     PIC 9(5).
           05  PARM-BIC-CORRESP        PIC X(11).
      *    Impuesto a los debitos y creditos bancarios: alicuota
      *    sobre los debitos y sobre los creditos, en diezmilesimos
      *    del importe (60 = 0,60%), y tope mensual de movimientos de
      *    una caja de ahorro por debajo del cual la caja queda exenta
      *    (calcular-impuesto-dyc). En blanco rigen los valores por
      *    defecto.
           05  PARM-ALIC-DYC-DEB       PIC 9(3).
           05  PARM-ALIC-DYC-CRED      PIC 9(3).
           05  PARM-TOPE-EXENTO-CA     PIC 9(7).
      *    IVA sobre comisiones: alicuota en diezmilesimos del
      *    importe (2100 = 21%), que crear-transaccion aplica a cada
      *    comision gravada (calcular-iva-comision). En blanco rige
      *    el valor por defecto.
           05  PARM-ALIC-IVA           PIC 9(4).
      *    Prevision por incobrabilidad: porcentaje a previsionar de
      *    la deuda neta de garantias segun la situacion del deudor,
      *    de 1 (normal) a 5 (irrecuperable) (PREVISIONAR-CARTERA).
      *    En blanco rigen los valores por defecto.
           05  PARM-PREV-SIT1          PIC 9(3).
           05  PARM-PREV-SIT2          PIC 9(3).
           05  PARM-PREV-SIT3          PIC 9(3).
           05  PARM-PREV-SIT4          PIC 9(3).
           05  PARM-PREV-SIT5          PIC 9(3).
      *    Castigo de prestamos: dias de atraso minimos para que
      *    CASTIGAR-PRESTAMOS ofrezca dar de baja un prestamo ya
      *    previsionado al 100%. En blanco rige el valor por defecto.
           05  PARM-DIAS-CASTIGO       PIC 9(5).
      *    Refinanciacion de prestamos: cuotas del nuevo plan que el
      *    deudor tiene que pagar antes de que EXPORTAR-DEUDORES y
      *    PREVISIONAR-CARTERA lo clasifiquen en una situacion mejor
      *    que la que tenia al refinanciar. En blanco rige el valor
      *    por defecto.
           05  PARM-CUOTAS-REFIN       PIC 9(3).
      *    Garantias de prestamos: antiguedad maxima en dias de una
      *    tasacion para que la garantia cuente como cobertura
      *    (calcular-cobertura, REPORTE-COBERTURA y
      *    PREVISIONAR-CARTERA). En blanco rige el valor por defecto.
           05  PARM-DIAS-TASACION      PIC 9(4).
      *    Concentracion crediticia: capital computable del banco en
      *    millones de pesos y porcentaje de ese capital que puede
      *    alcanzar la exposicion con un grupo economico o cliente
      *    (REPORTE-CONCENTRACION, aviso de ORIGINAR-PRESTAMO). Sin
      *    capital cargado no se controla el limite.
           05  PARM-CAPITAL-MILLONES   PIC 9(7).
           05  PARM-PCT-GRUPO          PIC 9(3).
      *    Riesgo de clientes (CALIFICAR-RIESGO-CLIENTES): puntaje
      *    desde el cual el cliente es de riesgo medio y de riesgo
      *    alto, y anios entre revisiones de conocimiento del cliente
      *    segun su nivel de riesgo. En blanco rigen los valores por
      *    defecto.
           05  PARM-PUNTAJE-RIESGO-MEDIO PIC 9(3).
           05  PARM-PUNTAJE-RIESGO-ALTO  PIC 9(3).
           05  PARM-ANIOS-KYC-BAJO     PIC 9(2).
           05  PARM-ANIOS-KYC-MEDIO    PIC 9(2).
           05  PARM-ANIOS-KYC-ALTO     PIC 9(2).
      *    Cuentas de menores: importe maximo que el menor puede
      *    extraer por su cuenta en el mes calendario; por encima,
      *    la extraccion necesita la aprobacion del tutor
      *    (controlar-operacion-menor). En blanco rige el valor por
      *    defecto.
           05  PARM-TOPE-MENOR-MES     PIC 9(7).
      *    Productos UVA: tasa nominal anual adicional que paga el
      *    plazo fijo UVA sobre el capital ajustado
      *    (constituir-plazo-fijo) y tasa de referencia sobre el
      *    capital en unidades que el simulador usa para el prestamo
      *    UVA. En blanco rigen los valores por defecto.
           05  PARM-TASA-UVA-PF        PIC 9(3)V99.
           05  PARM-TASA-UVA-PRESTAMO  PIC 9(3)V99.
      *    Prestamos preaprobados (CALCULAR-OFERTAS): tasa nominal
      *    anual de la oferta, recargo de tasa cuando el ingreso no
      *    sale de acreditaciones de haberes o la cuenta tuvo dias en
      *    descubierto, importe maximo, cuotas maximas y dias de
      *    vigencia de la oferta. En blanco rigen los valores por
      *    defecto.
           05  PARM-OFERTA-TASA        PIC 9(3)V99.
           05  PARM-OFERTA-RECARGO     PIC 9(3)V99.
           05  PARM-OFERTA-MONTO-MAX   PIC 9(7).
           05  PARM-OFERTA-CUOTAS      PIC 9(3).
           05  PARM-OFERTA-DIAS        PIC 9(3).
      *    Cheques rechazados (INFORMAR-CHEQUES-RECHAZADOS): multa al
      *    librador en porcentaje del importe del cheque, con su
      *    minimo y maximo en pesos, y cantidad de rechazos sin
      *    regularizar a partir de la cual la cuenta queda
      *    inhabilitada para recibir chequeras. En blanco rigen los
      *    valores por defecto.
           05  PARM-MULTA-CHQ-PORC     PIC 9(3).
           05  PARM-MULTA-CHQ-MINIMA   PIC 9(7).
           05  PARM-MULTA-CHQ-MAXIMA   PIC 9(7).
           05  PARM-RECHAZOS-INHAB     PIC 9(3).
      *    Garantia de los depositos (INFORMAR-GARANTIA-DEPOSITOS):
      *    tope de cobertura por persona en miles de pesos, tasa de
      *    referencia (TNA %) por encima de la cual un plazo fijo
      *    queda excluido, aporte mensual al fondo en milesimas de
      *    punto porcentual sobre los depositos alcanzados, y grupo
      *    economico (grupos-economicos.dat) de las personas
      *    vinculadas a la entidad, excluidas de la garantia; cero =
      *    sin grupo vinculado.
           05  PARM-GAR-TOPE-MILES     PIC 9(7).
           05  PARM-GAR-TASA-REF       PIC 9(3)V99.
           05  PARM-GAR-APORTE         PIC 9(3).
           05  PARM-GAR-GRUPO-VINC     PIC 9(6).
      *    Plazo de conservacion de los datos personales, en anios
      *    desde el cierre de la ultima cuenta del cliente; vencido,
      *    DEPURAR-DATOS-PERSONALES los reemplaza por fichas
      *    irreversibles. En blanco rigen 10 anios.
           05  PARM-DEPURACION-ANIOS   PIC 9(2).
      *    Primer digito de las cuentas de resultado (ingresos y
      *    egresos) del plan de cuentas, que CERRAR-EJERCICIO salda
      *    contra resultados no asignados. En blanco rige 5.
           05  PARM-RUBRO-RESULTADOS   PIC 9(1).
      *    Umbral de salidas de fondos por banda temporal, en miles
      *    de la moneda: REPORTE-BRECHA-LIQUIDEZ marca toda banda
      *    cuyas salidas proyectadas lo superen. En blanco o cero no
      *    se marca ninguna banda.
           05  PARM-UMBRAL-LIQUIDEZ    PIC 9(7).
      *    Tope del cajero en modo contingencia (proceso nocturno en
      *    curso): maximo por deposito y maximo acumulado de
      *    extracciones por cuenta en la noche. En blanco o cero
      *    rige 20000.
           05  PARM-TOPE-STAND-IN      PIC 9(7).
      *    Cantidad de particiones por rango de CBF en que el
      *    proceso nocturno corre en paralelo los batch pesados
      *    (INTERES-MENSUAL, COMISION-MANTENIMIENTO, INTERES-DEUDOR y
      *    CIERRE-DIARIO). En blanco, cero o uno corren como un unico
      *    proceso, como siempre.
           05  PARM-PARTICIONES        PIC 9(2).
      *    Cantidad de quiebres graves de integridad referencial
      *    (CONTROL-REFERENCIAL) a partir de la cual el paso falla y
      *    el proceso nocturno se corta antes de postear. En blanco
      *    o cero los quiebres solo se informan.
           05  PARM-TOPE-REFERENCIAL   PIC 9(5).
      *    Dias de anticipacion con que REPORTE-EXCEPCIONES-PRECIO
      *    avisa que una excepcion de precio aprobada esta por vencer.
      *    En blanco o cero rigen 30.
           05  PARM-DIAS-AVISO-EXCEPCION PIC 9(3).
      *    Dias minimos de aviso previo al cliente de un aumento de
      *    precio programado (MANTENER-PAQUETES, AVISAR-CAMBIOS-
      *    PRECIO). En blanco o cero rigen 60, que es tambien el
      *    minimo admitido.
           05  PARM-DIAS-AVISO-PRECIO  PIC 9(3).
      *    Programa de puntos por fidelidad (ACUMULAR-PUNTOS,
      *    canjear-puntos, REPORTE-PASIVO-PUNTOS): meses de vigencia
      *    de los puntos acreditados (vencen al cierre del mes en que
      *    los cumplen; en blanco o cero rigen 24), valor de un punto
      *    en centavos de peso para el canje y la valuacion del pasivo
      *    (en blanco o cero rigen 100, un peso por punto) y minimo de
      *    puntos por canje de acreditacion en cuenta (en blanco o
      *    cero rigen 500).
           05  PARM-MESES-VTO-PUNTOS   PIC 9(3).
           05  PARM-CENTAVOS-PUNTO     PIC 9(5).
           05  PARM-MINIMO-CANJE-PUNTOS PIC 9(5).
