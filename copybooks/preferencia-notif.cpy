      *  consulta encolar-notificacion via leer-preferencia-notif y
      *  las administra el propio cliente en el cajero
      *  (gestionar-preferencias), con constancia en el journal.
      *  El registro GENERAL guarda tambien el idioma elegido en el
      *  cajero (preferencia-idioma); en registros viejos llega en
      *  blanco y vale castellano.
      *****************************************************************
       01  PRF-RECORD.
           05  PRF-KEY.
           05  PRF-UMBRAL              PIC 9(9).
           05  PRF-SILENCIO-DESDE      PIC 9(2).
           05  PRF-SILENCIO-HASTA      PIC 9(2).
           05  PRF-IDIOMA              PIC X(2).
