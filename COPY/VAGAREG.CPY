                   88 VG-CANCELADA    VALUE "C".
                   88 VG-REABERTA     VALUE "R".
               02 VG-MOTIVO           PIC X(20).
               02 VG-EXPERIENCIA-MINIMA PIC 9(02).
               02 VG-ESCOLARIDADE-MINIMA PIC 9(01).
