           01 AVISO-ESPERA-REG.
               02 AE-MATRICULA        PIC X(10).
               02 AE-NOME             PIC X(50).
               02 AE-CODTURMA         PIC X(08).
               02 AE-PERIODO          PIC X(06).
               02 AE-SITUACAO         PIC X(01).
                   88 AE-PROMOVIDO    VALUE "P".
                   88 AE-CANCELADO    VALUE "C".
               02 AE-DATA             PIC 9(08).
               02 AE-MOTIVO           PIC X(30).
