      *  VALIDAR-EMAIL, rutas que realmente abren), conserva la
      *  version anterior en parametros-historial.dat con quien y
      *  cuando, y permite revertir a esa version con una opcion.
      *
      *  MODIFICACIONES
      *  2026-10-15  Pago minimo del resumen de tarjeta de credito
      *              (porcentaje y piso). La copia de trabajo y el
      *              historial pasan a 1000 posiciones: el registro
      *              de parametros ya estaba cerca de las 400.
      *  2026-10-15  Parametros de la red compartida de cajeros:
      *              comision por extraccion en cajero ajeno,
      *              intercambio por extraccion y CBF de la cuenta de
      *              liquidacion con la red.
      *  2026-10-15  Horas de vigencia del codigo de extraccion sin
      *              tarjeta.
      *  2026-10-15  Dias que un deposito en sobre del cajero puede
      *              quedar sin verificar antes de la alerta del tablero
      *              matinal (PARM-DIAS-SOBRE).
      *  2026-10-15  Dias de vigencia de la fe de vida de jubilados y
      *              pensionados (PARM-DIAS-FE-VIDA).
      *  2026-10-15  Adelanto de haberes: porcentaje maximo sobre el
      *              promedio de haberes, comision fija y dias hasta el
      *              pase a cobranza.
      *  2026-10-15  Transferencias internacionales: comision propia,
      *              gastos del corresponsal trasladados al cliente y
      *              BIC del banco corresponsal.
      *  2026-10-15  Tope mensual de extraccion de las cuentas de
      *              menores (PARM-TOPE-MENOR-MES).
      *  2026-10-15  Tasas de los productos UVA: adicional del plazo
      *              fijo y de referencia del prestamo para el
      *              simulador.
      *  2026-10-15  Prestamos preaprobados: tasa, recargo de tasa sin
      *              haberes o con descubierto, importe maximo, cuotas
      *              maximas y dias de vigencia de la oferta.
      *  2026-10-15  Parametros de cheques rechazados: porcentaje,
      *              minimo y maximo de la multa al librador y cantidad
      *              de rechazos sin regularizar que inhabilita la
      *              cuenta para recibir chequeras.
      *  2026-10-15  Parametros de la garantia de los depositos: tope
      *              por persona, tasa de referencia, aporte mensual al
      *              fondo y grupo economico vinculado a la entidad.
      *  2026-10-15  Plazo de conservacion de los datos personales de
      *              clientes cerrados (anios), para
      *              DEPURAR-DATOS-PERSONALES.
      *  2026-10-15  Agrega el primer digito de las cuentas de resultado
      *              que salda CERRAR-EJERCICIO (por defecto 5).
      *  2026-10-15  Umbral de salidas por banda (miles) para el
      *              reporte de brecha de liquidez.
      *  2026-10-15  Tope del cajero en modo contingencia mientras corre
      *              el proceso nocturno (campo 84).
      *  2026-10-15  Cantidad de particiones en que el proceso nocturno
      *              corre en paralelo los batch pesados (campo 85, 1 a
      *              20; 1 = sin particionar).
      *  2026-10-15  Tope de quiebres graves de integridad referencial
      *              que corta el proceso nocturno (campo 86; 0 = solo
      *              informar).
      *  2026-10-15  Dias de aviso previo al vencimiento de las
      *              excepciones de precio (campo 87).
      *  2026-10-15  Dias minimos de aviso previo al cliente de un
      *              aumento de precio programado (campo 88, no menos
      *              de 60).
      *  2026-10-15  Programa de puntos por fidelidad: meses de
      *              vigencia de los puntos (campo 89), valor del punto
      *              en centavos (campo 90) y minimo de puntos por
      *              canje (campo 91).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  HISTORIAL-REGISTRO.
           05  HIS-TIMESTAMP          PIC 9(14).
           05  HIS-USUARIO            PIC X(8).
           05  HIS-PARAMETROS         PIC X(1000).

       FD  PRUEBA-FILE.
       01  PRUEBA-REGISTRO            PIC X(1).
       01  PRUEBA-STATUS              PIC XX.
       01  WS-RUTA-PRUEBA             PIC X(100).

      *    Copia de trabajo del registro de parametros, con holgura
      *    sobre el largo del copybook para los campos que se sumen.
       01  WS-PARAMETROS              PIC X(1000).
       01  WS-PARAMETROS-ANTERIOR     PIC X(1000).
       01  WS-HAY-ANTERIOR            PIC X VALUE 'N'.

       01  WS-STAFF-USUARIO           PIC X(8).
           MOVE 7 TO PARM-DIAS-EXPIRA-COLA
           MOVE 240 TO PARM-MINUTOS-VENTANA
           MOVE 100 TO PARM-FREC-CHECKPOINT
           MOVE 90 TO PARM-DIAS-ROT-CLAVE
           MOVE 5 TO PARM-PORC-MINIMO-TC
           MOVE 5000 TO PARM-PISO-MINIMO-TC
           MOVE 300 TO PARM-COMISION-RED
           MOVE 150 TO PARM-INTERCAMBIO-RED
           MOVE 999980 TO PARM-CBF-LIQ-RED
           MOVE 24 TO PARM-HORAS-CODIGO-EXT
           MOVE 2 TO PARM-DIAS-SOBRE
           MOVE 365 TO PARM-DIAS-FE-VIDA
           MOVE 50 TO PARM-PORC-ADELANTO
           MOVE 500 TO PARM-COMISION-ADELANTO
           MOVE 45 TO PARM-DIAS-ADELANTO
           MOVE 50 TO PARM-COMISION-INTL
           MOVE 25 TO PARM-GASTOS-CORRESP
           MOVE "CORRESPXXXX" TO PARM-BIC-CORRESP
           MOVE 60 TO PARM-ALIC-DYC-DEB
           MOVE 60 TO PARM-ALIC-DYC-CRED
           MOVE 1000000 TO PARM-TOPE-EXENTO-CA
           MOVE 2100 TO PARM-ALIC-IVA
           MOVE 1 TO PARM-PREV-SIT1
           MOVE 5 TO PARM-PREV-SIT2
           MOVE 25 TO PARM-PREV-SIT3
           MOVE 50 TO PARM-PREV-SIT4
           MOVE 100 TO PARM-PREV-SIT5
           MOVE 730 TO PARM-DIAS-CASTIGO
           MOVE 3 TO PARM-CUOTAS-REFIN
           MOVE 365 TO PARM-DIAS-TASACION
           MOVE 0 TO PARM-CAPITAL-MILLONES
           MOVE 15 TO PARM-PCT-GRUPO
           MOVE 30 TO PARM-PUNTAJE-RIESGO-MEDIO
           MOVE 60 TO PARM-PUNTAJE-RIESGO-ALTO
           MOVE 5 TO PARM-ANIOS-KYC-BAJO
           MOVE 3 TO PARM-ANIOS-KYC-MEDIO
           MOVE 1 TO PARM-ANIOS-KYC-ALTO
           MOVE 50000 TO PARM-TOPE-MENOR-MES
           MOVE 1.00 TO PARM-TASA-UVA-PF
           MOVE 8.00 TO PARM-TASA-UVA-PRESTAMO
           MOVE 70.00 TO PARM-OFERTA-TASA
           MOVE 10.00 TO PARM-OFERTA-RECARGO
           MOVE 3000000 TO PARM-OFERTA-MONTO-MAX
           MOVE 24 TO PARM-OFERTA-CUOTAS
           MOVE 30 TO PARM-OFERTA-DIAS
           MOVE 4 TO PARM-MULTA-CHQ-PORC
           MOVE 1000 TO PARM-MULTA-CHQ-MINIMA
           MOVE 500000 TO PARM-MULTA-CHQ-MAXIMA
           MOVE 5 TO PARM-RECHAZOS-INHAB
           MOVE 25000 TO PARM-GAR-TOPE-MILES
           MOVE 40 TO PARM-GAR-TASA-REF
           MOVE 15 TO PARM-GAR-APORTE
           MOVE 0 TO PARM-GAR-GRUPO-VINC
           MOVE 10 TO PARM-DEPURACION-ANIOS
           MOVE 5 TO PARM-RUBRO-RESULTADOS
           MOVE 50000 TO PARM-UMBRAL-LIQUIDEZ
           MOVE 20000 TO PARM-TOPE-STAND-IN
           MOVE 1 TO PARM-PARTICIONES
           MOVE 1 TO PARM-TOPE-REFERENCIAL
           MOVE 30 TO PARM-DIAS-AVISO-EXCEPCION
           MOVE 60 TO PARM-DIAS-AVISO-PRECIO
           MOVE 24 TO PARM-MESES-VTO-PUNTOS
           MOVE 100 TO PARM-CENTAVOS-PUNTO
           MOVE 500 TO PARM-MINIMO-CANJE-PUNTOS.

      *    La version anterior a la que se puede revertir es la
      *    ultima linea del historial.
                   PARM-FREC-CHECKPOINT
           DISPLAY "31. Dias rotacion clave staff:  "
                   PARM-DIAS-ROT-CLAVE
           DISPLAY "32. Pago minimo tarjeta (%):    "
                   PARM-PORC-MINIMO-TC
           DISPLAY "33. Piso pago minimo tarjeta:   "
                   PARM-PISO-MINIMO-TC
           DISPLAY "34. Comision extraccion red:    "
                   PARM-COMISION-RED
           DISPLAY "35. Intercambio por extraccion: "
                   PARM-INTERCAMBIO-RED
           DISPLAY "36. CBF liquidacion red cajeros:"
                   PARM-CBF-LIQ-RED
           DISPLAY "37. Horas vigencia codigo sin tarj.:"
                   PARM-HORAS-CODIGO-EXT
           DISPLAY "38. Dias sobre sin verificar:   "
                   PARM-DIAS-SOBRE
           DISPLAY "39. Dias vigencia fe de vida:   "
                   PARM-DIAS-FE-VIDA
           DISPLAY "40. Porc. adelanto de haberes:  "
                   PARM-PORC-ADELANTO
           DISPLAY "41. Comision adelanto haberes:  "
                   PARM-COMISION-ADELANTO
           DISPLAY "42. Dias adelanto a cobranza:   "
                   PARM-DIAS-ADELANTO
           DISPLAY "43. Comision transf. intl (USD):"
                   PARM-COMISION-INTL
           DISPLAY "44. Gastos corresponsal (USD):  "
                   PARM-GASTOS-CORRESP
           DISPLAY "45. BIC del corresponsal:       "
                   PARM-BIC-CORRESP
           DISPLAY "46. Imp. debitos (1/10000):     "
                   PARM-ALIC-DYC-DEB
           DISPLAY "47. Imp. creditos (1/10000):    "
                   PARM-ALIC-DYC-CRED
           DISPLAY "48. Tope mensual exento CA:     "
                   PARM-TOPE-EXENTO-CA
           DISPLAY "49. IVA comisiones (1/10000):   "
                   PARM-ALIC-IVA
           DISPLAY "50. Prevision situacion 1 (%):  "
                   PARM-PREV-SIT1
           DISPLAY "51. Prevision situacion 2 (%):  "
                   PARM-PREV-SIT2
           DISPLAY "52. Prevision situacion 3 (%):  "
                   PARM-PREV-SIT3
           DISPLAY "53. Prevision situacion 4 (%):  "
                   PARM-PREV-SIT4
           DISPLAY "54. Prevision situacion 5 (%):  "
                   PARM-PREV-SIT5
           DISPLAY "55. Dias de atraso para castigo:"
                   PARM-DIAS-CASTIGO
           DISPLAY "56. Cuotas pagas refinanciacion:"
                   PARM-CUOTAS-REFIN
           DISPLAY "57. Dias vigencia tasacion:     "
                   PARM-DIAS-TASACION
           DISPLAY "58. Capital computable (millones):"
                   PARM-CAPITAL-MILLONES
           DISPLAY "59. % capital por grupo economico:"
                   PARM-PCT-GRUPO
           DISPLAY "60. Puntaje riesgo medio:       "
                   PARM-PUNTAJE-RIESGO-MEDIO
           DISPLAY "61. Puntaje riesgo alto:        "
                   PARM-PUNTAJE-RIESGO-ALTO
           DISPLAY "62. Anios revision KYC bajo:    "
                   PARM-ANIOS-KYC-BAJO
           DISPLAY "63. Anios revision KYC medio:   "
                   PARM-ANIOS-KYC-MEDIO
           DISPLAY "64. Anios revision KYC alto:    "
                   PARM-ANIOS-KYC-ALTO
           DISPLAY "65. Tope mensual extr. menores: "
                   PARM-TOPE-MENOR-MES
           DISPLAY "66. Tasa adicional PF UVA (%):  "
                   PARM-TASA-UVA-PF
           DISPLAY "67. Tasa prestamo UVA (%):      "
                   PARM-TASA-UVA-PRESTAMO
           DISPLAY "68. Tasa preaprobado (%):       "
                   PARM-OFERTA-TASA
           DISPLAY "69. Recargo tasa preaprob. (%): "
                   PARM-OFERTA-RECARGO
           DISPLAY "70. Monto maximo preaprobado:   "
                   PARM-OFERTA-MONTO-MAX
           DISPLAY "71. Cuotas maximas preaprobado: "
                   PARM-OFERTA-CUOTAS
           DISPLAY "72. Dias vigencia preaprobado:  "
                   PARM-OFERTA-DIAS
           DISPLAY "73. Multa cheque rechazado (%): "
                   PARM-MULTA-CHQ-PORC
           DISPLAY "74. Multa minima cheque rech.:  "
                   PARM-MULTA-CHQ-MINIMA
           DISPLAY "75. Multa maxima cheque rech.:  "
                   PARM-MULTA-CHQ-MAXIMA
           DISPLAY "76. Rechazos para inhabilitar:  "
                   PARM-RECHAZOS-INHAB
           DISPLAY "77. Tope garantia (miles $):    "
                   PARM-GAR-TOPE-MILES
           DISPLAY "78. Tasa referencia garantia %: "
                   PARM-GAR-TASA-REF
           DISPLAY "79. Aporte garantia (mil. %):   "
                   PARM-GAR-APORTE
           DISPLAY "80. Grupo economico vinculado:  "
                   PARM-GAR-GRUPO-VINC
           DISPLAY "81. Anios conservacion datos:   "
                   PARM-DEPURACION-ANIOS
           DISPLAY "82. Rubro cuentas de resultado: "
                   PARM-RUBRO-RESULTADOS
           DISPLAY "83. Umbral salidas banda miles: "
                   PARM-UMBRAL-LIQUIDEZ
           DISPLAY "84. Tope cajero contingencia:   "
                   PARM-TOPE-STAND-IN
           DISPLAY "85. Particiones batch pesados:  "
                   PARM-PARTICIONES
           DISPLAY "86. Tope quiebres graves refer.: "
                   PARM-TOPE-REFERENCIAL
           DISPLAY "87. Dias aviso vto. excepciones: "
                   PARM-DIAS-AVISO-EXCEPCION
           DISPLAY "88. Dias aviso aumento precio:  "
                   PARM-DIAS-AVISO-PRECIO
           DISPLAY "89. Meses vigencia de puntos:   "
                   PARM-MESES-VTO-PUNTOS
           DISPLAY "90. Valor del punto (centavos): "
                   PARM-CENTAVOS-PUNTO
           DISPLAY "91. Minimo de puntos por canje: "
                   PARM-MINIMO-CANJE-PUNTOS
           DISPLAY "------------------------------------------"
           DISPLAY "Campo a modificar (0 = guardar y salir,"
           DISPLAY "99 = revertir a la version anterior): "
                   MOVE 'S' TO WS-FIN
               WHEN 99
                   PERFORM 4000-REVERTIR
               WHEN 1 THRU 91
                   PERFORM 2100-MODIFICAR-CAMPO
               WHEN OTHER
                   DISPLAY "Opcion invalida"
                   ELSE
                       DISPLAY "Los dias deben ser mayores a cero."
                   END-IF
               WHEN 32
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0 AND WS-VALOR-NUM <= 100
                       MOVE WS-VALOR-NUM TO PARM-PORC-MINIMO-TC
                   ELSE
                       DISPLAY "El porcentaje debe estar entre 1"
                               " y 100."
                   END-IF
               WHEN 33
                   PERFORM 2200-PEDIR-NUMERO
                   MOVE WS-VALOR-NUM TO PARM-PISO-MINIMO-TC
               WHEN 34
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0
                       MOVE WS-VALOR-NUM TO PARM-COMISION-RED
                   ELSE
                       DISPLAY "La comision debe ser mayor a cero."
                   END-IF
               WHEN 35
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0
                       MOVE WS-VALOR-NUM TO PARM-INTERCAMBIO-RED
                   ELSE
                       DISPLAY "El intercambio debe ser mayor a cero."
                   END-IF
               WHEN 36
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0
                       MOVE WS-VALOR-NUM TO PARM-CBF-LIQ-RED
                   ELSE
                       DISPLAY "El CBF debe ser mayor a cero."
                   END-IF
               WHEN 37
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0
                       MOVE WS-VALOR-NUM TO PARM-HORAS-CODIGO-EXT
                   ELSE
                       DISPLAY "El valor debe ser mayor a cero."
                   END-IF
               WHEN 38
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0
                       MOVE WS-VALOR-NUM TO PARM-DIAS-SOBRE
                   ELSE
                       DISPLAY "El valor debe ser mayor a cero."
                   END-IF
               WHEN 39
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0
                       MOVE WS-VALOR-NUM TO PARM-DIAS-FE-VIDA
                   ELSE
                       DISPLAY "El valor debe ser mayor a cero."
                   END-IF
               WHEN 40
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0 AND WS-VALOR-NUM <= 100
                       MOVE WS-VALOR-NUM TO PARM-PORC-ADELANTO
                   ELSE
                       DISPLAY "El porcentaje debe estar entre 1"
                               " y 100."
                   END-IF
               WHEN 41
                   PERFORM 2200-PEDIR-NUMERO
                   MOVE WS-VALOR-NUM TO PARM-COMISION-ADELANTO
               WHEN 42
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0
                       MOVE WS-VALOR-NUM TO PARM-DIAS-ADELANTO
                   ELSE
                       DISPLAY "El valor debe ser mayor a cero."
                   END-IF
               WHEN 43
                   PERFORM 2200-PEDIR-NUMERO
                   MOVE WS-VALOR-NUM TO PARM-COMISION-INTL
               WHEN 44
                   PERFORM 2200-PEDIR-NUMERO
                   MOVE WS-VALOR-NUM TO PARM-GASTOS-CORRESP
               WHEN 45
                   PERFORM 2300-PEDIR-TEXTO
                   IF WS-VALOR-TEXTO(8:1) = SPACE
                      OR WS-VALOR-TEXTO(12:) NOT = SPACES
                       DISPLAY "El BIC debe tener 8 u 11 caracteres."
                   ELSE
                       MOVE WS-VALOR-TEXTO TO PARM-BIC-CORRESP
                   END-IF
               WHEN 46
                   PERFORM 2200-PEDIR-NUMERO
                   MOVE WS-VALOR-NUM TO PARM-ALIC-DYC-DEB
               WHEN 47
                   PERFORM 2200-PEDIR-NUMERO
                   MOVE WS-VALOR-NUM TO PARM-ALIC-DYC-CRED
               WHEN 48
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0
                       MOVE WS-VALOR-NUM TO PARM-TOPE-EXENTO-CA
                   ELSE
                       DISPLAY "El valor debe ser mayor a cero."
                   END-IF
               WHEN 49
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0
                       MOVE WS-VALOR-NUM TO PARM-ALIC-IVA
                   ELSE
                       DISPLAY "El valor debe ser mayor a cero."
                   END-IF
               WHEN 50
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0 AND WS-VALOR-NUM <= 100
                       MOVE WS-VALOR-NUM TO PARM-PREV-SIT1
                   ELSE
                       DISPLAY "El porcentaje debe estar entre 1"
                               " y 100."
                   END-IF
               WHEN 51
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0 AND WS-VALOR-NUM <= 100
                       MOVE WS-VALOR-NUM TO PARM-PREV-SIT2
                   ELSE
                       DISPLAY "El porcentaje debe estar entre 1"
                               " y 100."
                   END-IF
               WHEN 52
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0 AND WS-VALOR-NUM <= 100
                       MOVE WS-VALOR-NUM TO PARM-PREV-SIT3
                   ELSE
                       DISPLAY "El porcentaje debe estar entre 1"
                               " y 100."
                   END-IF
               WHEN 53
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0 AND WS-VALOR-NUM <= 100
                       MOVE WS-VALOR-NUM TO PARM-PREV-SIT4
                   ELSE
                       DISPLAY "El porcentaje debe estar entre 1"
                               " y 100."
                   END-IF
               WHEN 54
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0 AND WS-VALOR-NUM <= 100
                       MOVE WS-VALOR-NUM TO PARM-PREV-SIT5
                   ELSE
                       DISPLAY "El porcentaje debe estar entre 1"
                               " y 100."
                   END-IF
               WHEN 55
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0
                       MOVE WS-VALOR-NUM TO PARM-DIAS-CASTIGO
                   ELSE
                       DISPLAY "El valor debe ser mayor a cero."
                   END-IF
               WHEN 56
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0
                       MOVE WS-VALOR-NUM TO PARM-CUOTAS-REFIN
                   ELSE
                       DISPLAY "El valor debe ser mayor a cero."
                   END-IF
               WHEN 57
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0
                       MOVE WS-VALOR-NUM TO PARM-DIAS-TASACION
                   ELSE
                       DISPLAY "El valor debe ser mayor a cero."
                   END-IF
               WHEN 58
                   PERFORM 2200-PEDIR-NUMERO
                   MOVE WS-VALOR-NUM TO PARM-CAPITAL-MILLONES
               WHEN 59
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0 AND WS-VALOR-NUM <= 100
                       MOVE WS-VALOR-NUM TO PARM-PCT-GRUPO
                   ELSE
                       DISPLAY "El porcentaje debe estar entre 1"
                               " y 100."
                   END-IF
               WHEN 60
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0 AND WS-VALOR-NUM <= 100
                       MOVE WS-VALOR-NUM TO PARM-PUNTAJE-RIESGO-MEDIO
                   ELSE
                       DISPLAY "El puntaje debe estar entre 1"
                               " y 100."
                   END-IF
               WHEN 61
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0 AND WS-VALOR-NUM <= 100
                       MOVE WS-VALOR-NUM TO PARM-PUNTAJE-RIESGO-ALTO
                   ELSE
                       DISPLAY "El puntaje debe estar entre 1"
                               " y 100."
                   END-IF
               WHEN 62
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0
                       MOVE WS-VALOR-NUM TO PARM-ANIOS-KYC-BAJO
                   ELSE
                       DISPLAY "El valor debe ser mayor a cero."
                   END-IF
               WHEN 63
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0
                       MOVE WS-VALOR-NUM TO PARM-ANIOS-KYC-MEDIO
                   ELSE
                       DISPLAY "El valor debe ser mayor a cero."
                   END-IF
               WHEN 64
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0
                       MOVE WS-VALOR-NUM TO PARM-ANIOS-KYC-ALTO
                   ELSE
                       DISPLAY "El valor debe ser mayor a cero."
                   END-IF
               WHEN 65
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0
                       MOVE WS-VALOR-NUM TO PARM-TOPE-MENOR-MES
                   ELSE
                       DISPLAY "El valor debe ser mayor a cero."
                   END-IF
               WHEN 66
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0
                       MOVE WS-VALOR-NUM TO PARM-TASA-UVA-PF
                   ELSE
                       DISPLAY "La tasa debe ser mayor a cero."
                   END-IF
               WHEN 67
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0
                       MOVE WS-VALOR-NUM TO PARM-TASA-UVA-PRESTAMO
                   ELSE
                       DISPLAY "La tasa debe ser mayor a cero."
                   END-IF
               WHEN 68
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0
                       MOVE WS-VALOR-NUM TO PARM-OFERTA-TASA
                   ELSE
                       DISPLAY "La tasa debe ser mayor a cero."
                   END-IF
               WHEN 69
                   PERFORM 2200-PEDIR-NUMERO
                   MOVE WS-VALOR-NUM TO PARM-OFERTA-RECARGO
               WHEN 70
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0
                       MOVE WS-VALOR-NUM TO PARM-OFERTA-MONTO-MAX
                   ELSE
                       DISPLAY "El valor debe ser mayor a cero."
                   END-IF
               WHEN 71
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0
                       MOVE WS-VALOR-NUM TO PARM-OFERTA-CUOTAS
                   ELSE
                       DISPLAY "El valor debe ser mayor a cero."
                   END-IF
               WHEN 72
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0
                       MOVE WS-VALOR-NUM TO PARM-OFERTA-DIAS
                   ELSE
                       DISPLAY "El valor debe ser mayor a cero."
                   END-IF
               WHEN 73
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0 AND WS-VALOR-NUM <= 100
                       MOVE WS-VALOR-NUM TO PARM-MULTA-CHQ-PORC
                   ELSE
                       DISPLAY "El porcentaje debe estar entre 1"
                               " y 100."
                   END-IF
               WHEN 74
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0
                       MOVE WS-VALOR-NUM TO PARM-MULTA-CHQ-MINIMA
                   ELSE
                       DISPLAY "El valor debe ser mayor a cero."
                   END-IF
               WHEN 75
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0
                       MOVE WS-VALOR-NUM TO PARM-MULTA-CHQ-MAXIMA
                   ELSE
                       DISPLAY "El valor debe ser mayor a cero."
                   END-IF
               WHEN 76
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0
                       MOVE WS-VALOR-NUM TO PARM-RECHAZOS-INHAB
                   ELSE
                       DISPLAY "El valor debe ser mayor a cero."
                   END-IF
               WHEN 77
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0
                       MOVE WS-VALOR-NUM TO PARM-GAR-TOPE-MILES
                   ELSE
                       DISPLAY "El valor debe ser mayor a cero."
                   END-IF
               WHEN 78
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0
                       MOVE WS-VALOR-NUM TO PARM-GAR-TASA-REF
                   ELSE
                       DISPLAY "El valor debe ser mayor a cero."
                   END-IF
               WHEN 79
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0
                       MOVE WS-VALOR-NUM TO PARM-GAR-APORTE
                   ELSE
                       DISPLAY "El valor debe ser mayor a cero."
                   END-IF
               WHEN 80
                   PERFORM 2200-PEDIR-NUMERO
                   MOVE WS-VALOR-NUM TO PARM-GAR-GRUPO-VINC
               WHEN 81
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0
                       MOVE WS-VALOR-NUM TO PARM-DEPURACION-ANIOS
                   ELSE
                       DISPLAY "El valor debe ser mayor a cero."
                   END-IF
               WHEN 82
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0
                       MOVE WS-VALOR-NUM TO PARM-RUBRO-RESULTADOS
                   ELSE
                       DISPLAY "El valor debe ser mayor a cero."
                   END-IF
               WHEN 83
                   PERFORM 2200-PEDIR-NUMERO
                   MOVE WS-VALOR-NUM TO PARM-UMBRAL-LIQUIDEZ
               WHEN 84
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0
                       MOVE WS-VALOR-NUM TO PARM-TOPE-STAND-IN
                   ELSE
                       DISPLAY "El valor debe ser mayor a cero."
                   END-IF
               WHEN 85
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0 AND WS-VALOR-NUM < 21
                       MOVE WS-VALOR-NUM TO PARM-PARTICIONES
                   ELSE
                       DISPLAY "Las particiones deben estar entre 1"
                               " y 20."
                   END-IF
               WHEN 86
                   PERFORM 2200-PEDIR-NUMERO
                   MOVE WS-VALOR-NUM TO PARM-TOPE-REFERENCIAL
               WHEN 87
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0 AND WS-VALOR-NUM < 1000
                       MOVE WS-VALOR-NUM TO PARM-DIAS-AVISO-EXCEPCION
                   ELSE
                       DISPLAY "Los dias deben estar entre 1 y 999."
                   END-IF
               WHEN 88
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 59 AND WS-VALOR-NUM < 1000
                       MOVE WS-VALOR-NUM TO PARM-DIAS-AVISO-PRECIO
                   ELSE
                       DISPLAY "Los dias deben estar entre 60 y 999."
                   END-IF
               WHEN 89
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0 AND WS-VALOR-NUM < 121
                       MOVE WS-VALOR-NUM TO PARM-MESES-VTO-PUNTOS
                   ELSE
                       DISPLAY "Los meses deben estar entre 1 y 120."
                   END-IF
               WHEN 90
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0 AND WS-VALOR-NUM < 100000
                       MOVE WS-VALOR-NUM TO PARM-CENTAVOS-PUNTO
                   ELSE
                       DISPLAY "El valor debe estar entre 1 y 99999."
                   END-IF
               WHEN 91
                   PERFORM 2200-PEDIR-NUMERO
                   IF WS-VALOR-NUM > 0 AND WS-VALOR-NUM < 100000
                       MOVE WS-VALOR-NUM TO PARM-MINIMO-CANJE-PUNTOS
                   ELSE
                       DISPLAY "El minimo debe estar entre 1 y 99999."
                   END-IF
           END-EVALUATE
           MOVE PARAMETROS-REGISTRO TO WS-PARAMETROS
           MOVE 'S' TO WS-HUBO-CAMBIOS.
