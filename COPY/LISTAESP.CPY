           01 LISTA-ESPERA-REG.
               02 ES-SEQUENCIA        PIC 9(06).
               02 ES-CODTURMA         PIC X(08).
               02 ES-PERIODO          PIC X(06).
               02 ES-MATRICULA        PIC X(10).
               02 ES-NOME             PIC X(50).
               02 ES-NOTA1            PIC 9(02)V99.
               02 ES-NOTA2            PIC 9(02)V99.
               02 ES-NOTA3            PIC 9(02)V99.
               02 ES-DATA-INCLUSAO    PIC 9(08).
               02 ES-HORA-INCLUSAO    PIC 9(06).
               02 ES-SITUACAO         PIC X(01).
                   88 ES-AGUARDANDO   VALUE "A".
                   88 ES-PROMOVIDO    VALUE "P".
                   88 ES-CANCELADO    VALUE "C".
               02 ES-DATA-SITUACAO    PIC 9(08).
               02 ES-MOTIVO           PIC X(30).
