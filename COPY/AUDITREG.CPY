               02 AJ-VALOR            PIC S9(11)V99.
               02 AJ-DESCRICAO        PIC X(30).
               02 AJ-OPERADOR         PIC X(06).
               02 AJ-SEQUENCIA        PIC 9(09).
               02 AJ-VERIFICADOR-CHAVE PIC 9(09).
               02 AJ-VERIFICADOR      PIC 9(09).
