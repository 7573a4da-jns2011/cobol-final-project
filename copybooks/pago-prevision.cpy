      *****************************************************************
      *  PAGO-PREVISION.CPY
      *  Layout de pagos-prevision.dat: un registro por beneficio y
      *  periodo acreditado por ACREDITAR-JUBILACIONES (el mismo
      *  periodo no se acredita dos veces). PP-TIMESTAMP es el del
      *  credito en transacciones.dat; si la fe de vida estaba
      *  vencida el credito quedo retenido (PP-RF-TIMESTAMP) hasta
      *  que REGISTRAR-FE-VIDA lo libera. Si el titular figura
      *  fallecido con el pago todavia retenido, el credito se
      *  revierte y se devuelve al organismo.
      *****************************************************************
       01  PP-RECORD.
           05  PP-KEY.
               10  PP-BENEFICIO        PIC 9(11).
               10  PP-PERIODO          PIC 9(6).
           05  PP-CBF                  PIC 9(6).
           05  PP-IMPORTE              PIC S9(9)V99.
           05  PP-TIMESTAMP            PIC 9(14).
           05  PP-RF-TIMESTAMP         PIC 9(14).
           05  PP-ESTADO               PIC X(1).
               88  PP-ACREDITADO           VALUE "A".
               88  PP-RETENIDO             VALUE "R".
               88  PP-LIBERADO             VALUE "L".
               88  PP-DEVUELTO             VALUE "D".
           05  PP-FECHA-CIERRE         PIC 9(8).
