           01 RECEBIMENTO-CLIENTE-REG.
               02 RB-NUMERO-NF        PIC 9(06).
               02 RB-CLIENTE          PIC 9(04).
               02 RB-DATA             PIC 9(08).
               02 RB-VALOR            PIC 9(09)V99.
               02 RB-SALDO-RESTANTE   PIC 9(09)V99.
               02 RB-OPERADOR         PIC X(06).
