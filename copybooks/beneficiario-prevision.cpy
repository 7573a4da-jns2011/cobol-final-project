      *****************************************************************
      *  BENEFICIARIO-PREVISION.CPY
      *  Layout de beneficiarios-prevision.dat: maestro de jubilados
      *  y pensionados que cobran por el banco, uno por numero de
      *  beneficio del organismo previsional. ACREDITAR-JUBILACIONES
      *  lo da de alta con el primer pago (la incorporacion del
      *  organismo vale como primera fe de vida) y lo mantiene al
      *  dia con el CBF de cada archivo; REGISTRAR-FE-VIDA registra
      *  cada nueva fe de vida presentada en sucursal. Vencida la fe
      *  de vida (PARM-DIAS-FE-VIDA), los haberes se acreditan
      *  retenidos hasta la proxima.
      *****************************************************************
       01  BP-RECORD.
           05  BP-BENEFICIO            PIC 9(11).
           05  BP-CBF                  PIC 9(6).
           05  BP-NOMBRE               PIC X(30).
           05  BP-FECHA-ALTA           PIC 9(8).
      *    Ultima fe de vida presentada (AAAAMMDD).
           05  BP-FECHA-FE-VIDA        PIC 9(8).
           05  BP-ULTIMO-PERIODO       PIC 9(6).
           05  BP-ESTADO               PIC X(1).
               88  BP-ACTIVO               VALUE "A".
               88  BP-FALLECIDO            VALUE "F".
