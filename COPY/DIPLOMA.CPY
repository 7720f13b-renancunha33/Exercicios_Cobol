           01 DIPLOMA-REG.
               02 DI-NUMERO           PIC 9(06).
               02 DI-MATRICULA        PIC X(10).
               02 DI-NOME             PIC X(50).
               02 DI-CURSO            PIC X(20).
               02 DI-DATA-FORMATURA   PIC 9(08).
               02 DI-LIVRO            PIC 9(04).
               02 DI-FOLHA            PIC 9(03).
               02 DI-DATA-REGISTRO    PIC 9(08).
               02 DI-OPERADOR         PIC X(06).
               02 DI-VIAS             PIC 9(02).
               02 DI-DATA-ULTIMA-VIA  PIC 9(08).
