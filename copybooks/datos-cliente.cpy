      *  documento, domicilio, telefono y fecha de nacimiento, unicos
      *  por persona. Se captura en el onboarding por CSV (columnas
      *  opcionales) y se mantiene desde ALTAS-CLIENTES con
      *  auditoria. DC-CONDICION-IVA es la condicion frente al IVA
      *  de la persona: define si las comisiones gravan IVA y el
      *  tipo de factura (A al responsable inscripto, B al resto).
      *  En blanco se toma como consumidor final. DC-PEP es la
      *  declaracion jurada de persona expuesta politicamente y
      *  DC-OCUPACION la actividad declarada; ambas se actualizan en
      *  la revision de conocimiento del cliente (REVISAR-KYC) y
      *  pesan en su calificacion de riesgo
      *  (CALIFICAR-RIESGO-CLIENTES). En blanco: sin declarar.
      *  DC-TIPO-PERSONA distingue a la persona juridica ("J"; en
      *  blanco o "F" es persona humana). En una empresa el documento
      *  es "CUI" con la CUIT, el domicilio es el legal y
      *  DC-FECHA-NAC es la fecha de constitucion; la razon social,
      *  la forma juridica y la actividad viven en
      *  personas-juridicas.dat (persona-juridica.cpy).
      *  DC-RESIDENCIA-FISCAL son los paises de residencia fiscal
      *  (codigo ISO de dos letras) con el numero de identificacion
      *  fiscal extranjero de cada uno, tal como los declara la
      *  persona en su autocertificacion; DC-FECHA-AUTOCERT es la
      *  fecha en que se recibio (cero: nunca se autocertifico). Se
      *  cargan en REVISAR-KYC. Toda residencia distinta de "AR"
      *  hace a la persona sujeta al informe anual de residentes en
      *  el exterior (INFORMAR-RESIDENTES-EXTERIOR);
      *  DETECTAR-INDICIOS-FISCALES lista a los que muestran
      *  indicios de residencia extranjera sin autocertificar.
      *****************************************************************
       01  DC-RECORD.
           05  DC-CLIENTE-ID       PIC 9(8).
           05  DC-DOMICILIO        PIC X(50).
           05  DC-TELEFONO         PIC X(15).
           05  DC-FECHA-NAC        PIC 9(8).
           05  DC-CONDICION-IVA    PIC X(2).
               88  DC-IVA-RESP-INSCRIPTO   VALUE "RI".
               88  DC-IVA-MONOTRIBUTO      VALUE "MT".
               88  DC-IVA-EXENTO           VALUE "EX".
               88  DC-IVA-CONS-FINAL       VALUE "CF" SPACES.
           05  DC-PEP              PIC X(1).
               88  DC-PEP-SI               VALUE "S".
               88  DC-PEP-VALIDO           VALUE "S" "N".
           05  DC-OCUPACION        PIC X(2).
               88  DC-OCUP-RIESGO          VALUE "CA" "JA" "IM"
                                                 "JO" "AU" "OS".
               88  DC-OCUP-VALIDA          VALUE "EM" "PR" "CO"
                                                 "JU" "ES" "DE"
                                                 "CA" "JA" "IM"
                                                 "JO" "AU" "OS".
           05  DC-TIPO-PERSONA     PIC X(1).
               88  DC-PERSONA-JURIDICA     VALUE "J".
               88  DC-PERSONA-HUMANA       VALUE "F" SPACES.
           05  DC-RESIDENCIAS.
               10  DC-RESIDENCIA-FISCAL OCCURS 3 TIMES
                                       INDEXED BY DC-RF-IDX.
                   15  DC-RF-PAIS  PIC X(2).
                   15  DC-RF-NIF   PIC X(20).
           05  DC-FECHA-AUTOCERT   PIC 9(8).
