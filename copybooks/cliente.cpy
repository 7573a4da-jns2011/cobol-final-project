               88  P-INACTIVO      VALUE "I".
               88  P-DURMIENTE     VALUE "D".
               88  P-CERRADA       VALUE "C".
               88  P-PENDIENTE-LEGAJO VALUE "P".
           05  P-PIN               PIC X(4).
           05  P-TIPO-CUENTA       PIC X(1).
               88  P-CAJA-AHORRO   VALUE "A".
