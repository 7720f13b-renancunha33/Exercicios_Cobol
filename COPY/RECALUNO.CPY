           01 RECEBIMENTO-ALUNO-REG.
               02 RA-MATRICULA        PIC X(10).
               02 RA-PERIODO          PIC X(06).
               02 RA-PARCELA          PIC 9(02).
               02 RA-DATA             PIC 9(08).
               02 RA-VALOR            PIC 9(07)V99.
               02 RA-SALDO-RESTANTE   PIC 9(07)V99.
               02 RA-OPERADOR         PIC X(06).
