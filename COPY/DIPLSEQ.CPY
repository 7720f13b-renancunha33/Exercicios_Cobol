           01 DIPLOMA-SEQ-REG.
               02 DN-ULTIMO-NUMERO    PIC 9(06).
               02 DN-LIVRO            PIC 9(04).
               02 DN-FOLHA            PIC 9(03).
