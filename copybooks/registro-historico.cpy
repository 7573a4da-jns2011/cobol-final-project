           05  HIST-KEY.
               10  HIST-CBF            PIC 9(6).
               10  HIST-TIMESTAMP      PIC 9(14).
           05  HIST-DATOS              PIC X(98).
