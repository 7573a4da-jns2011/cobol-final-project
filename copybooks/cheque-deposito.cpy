      *  camara (D -> E) y LIQUIDAR-REMESA-CHEQUES procesa la vuelta:
      *  cobrado libera la retencion (A); rechazado revierte el
      *  credito y avisa al cliente (X).
      *  Un echeq de otro banco depositado por el cajero o la
      *  VENTANILLA (operar-echeq) sigue el mismo ciclo con
      *  CD-TIPO-VALOR "E"; en registros anteriores el campo llega
      *  en blanco y vale como cheque de papel.
      *****************************************************************
       01  CD-RECORD.
           05  CD-KEY.
               88  CD-ENVIADO          VALUE "E".
               88  CD-ACREDITADO       VALUE "A".
               88  CD-DEVUELTO         VALUE "X".
           05  CD-TIPO-VALOR           PIC X(1).
               88  CD-ES-PAPEL         VALUE "P" SPACE.
               88  CD-ES-ECHEQ         VALUE "E".
